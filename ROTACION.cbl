000100******************************************************************
000200* AUTHOR:      HERNAN HERGERT
000300* INSTALLATION: DATA PROCESSING
000400* DATE-WRITTEN:
000500* DATE-COMPILED:
000600* PURPOSE:     HEADCOUNT AND TURNOVER STATISTICS. MANAGEMENT ASKS
000700*              EVERY MONTH FOR HEADCOUNT, HIRES, EXITS AND
000800*              TURNOVER AND IT WAS BUILT BY HAND FROM EMPLOYEES
000900*              AND PAYHIST. FOR EACH MONTH OF AN OPERATOR-CHOSEN
001000*              PERIOD RANGE (UP TO 36 MONTHS) THIS PROGRAM
001100*              PRINTS, PER COMPANY AND DEPARTMENT, WITH A TOTAL
001200*              PER COMPANY AND A GRAND TOTAL:
001300*                INIC   HEADCOUNT AT THE START OF THE MONTH,
001400*                ALTA   HIRES (EM-FECHA-INGRESO IN THE MONTH),
001500*                BAJA   EXITS (EM-FECHA-BAJA IN THE MONTH), WITH
001600*                       A LINE BREAKING THEM DOWN BY THE MOTBAJA
001700*                       TERMINATION REASON ('--' = NO REASON),
001800*                ENTR/SALI  TRANSFERS IN AND OUT: DEPARTMENT
001900*                       MOVES FROM THE APPLIED EMPCAMBIOS ROWS
002000*                       AND COMPANY MOVES FROM TRASLOG (A
002100*                       DEPARTMENT MOVE DOES NOT COUNT IN THE
002200*                       COMPANY TOTAL, NOR A COMPANY MOVE IN THE
002300*                       GRAND TOTAL),
002400*                FINAL  HEADCOUNT AT THE END OF THE MONTH,
002500*                ROT%M  EXITS OVER THE AVERAGE OF INIC AND FINAL,
002600*                ROT%12 EXITS OF THE 12 MONTHS ENDING THIS ONE
002700*                       OVER THE AVERAGE OF THE HEADCOUNT 12
002800*                       MONTHS AGO AND FINAL,
002900*                ANTIG  AVERAGE TENURE IN YEARS OF THE FINAL
003000*                       HEADCOUNT (ROWS WITH NO HIRE DATE LEFT
003100*                       OUT),
003200*                PRUEB  EXITS DURING PROBATION (PROBREV ENDED THE
003300*                       PROBATION WITH A TERMINATION, REASON PP,
003400*                       OR THE EXIT CAME ON OR BEFORE THE END OF
003500*                       THE PROBATION RECORD), ALSO LISTED ONE BY
003600*                       ONE AT THE END OF THE REPORT.
003700*              AN EMPLOYEE IS COUNTED IN THE DEPARTMENT AND
003800*              COMPANY OF THE EMPLOYEE ON EACH DATE: THE LAST
003900*              APPLIED EMPCAMBIOS ROW AND TRASLOG MOVE UP TO THAT
004000*              DATE, OR BEFORE THE FIRST ONE THE PAYHIST
004100*              DEPARTMENT AND THE TRASLOG ORIGIN COMPANY. OLD
004200*              DEPARTMENT NAMES ARE FOLDED INTO THEIR NEW ONES
004300*              WITH THE DEPTOMAP MAPPING, SO A RENAMED DEPARTMENT
004400*              STAYS CONTINUOUS. THE REPORT GOES TO ROTRPT; A
004500*              FULL TABLE ENDS THE RUN WITH RC 4.
004600* TECTONICS:   COBC
004700*
004800* MODIFICATION HISTORY:
004900*   - NEW STATISTICS REPORT, OFFERED FROM THE MENUUTIL MENU.
004901*   - TRASLOG LAYOUT CARRIES THE CADAUD CHAIN TRAILER.
005000******************************************************************
005100 IDENTIFICATION DIVISION.
005200 PROGRAM-ID. ROTACION.
005300 ENVIRONMENT DIVISION.
005400 INPUT-OUTPUT SECTION.
005500 FILE-CONTROL.
005600     SELECT OPTIONAL EMPLOYEES-FILE ASSIGN TO 'EMPLOYEES'
005700         ORGANIZATION IS LINE SEQUENTIAL
005800         FILE STATUS IS ROT-STATUS-EMPL.
005900     SELECT OPTIONAL EMPCAMBIOS-FILE ASSIGN TO 'EMPCAMBIOS'
006000         ORGANIZATION IS LINE SEQUENTIAL
006100         FILE STATUS IS ROT-STATUS-CAMBIOS.
006200     SELECT OPTIONAL TRASLOG-FILE ASSIGN TO 'TRASLOG'
006300         ORGANIZATION IS LINE SEQUENTIAL
006400         FILE STATUS IS ROT-STATUS-TRASLOG.
006500     SELECT OPTIONAL PAYHIST-FILE ASSIGN TO 'PAYHIST'
006600         ORGANIZATION IS LINE SEQUENTIAL
006700         FILE STATUS IS ROT-STATUS-PAYHIST.
006800     SELECT OPTIONAL PROBATION-FILE ASSIGN TO 'PROBATION'
006900         ORGANIZATION IS LINE SEQUENTIAL
007000         FILE STATUS IS ROT-STATUS-PROBATION.
007100     SELECT OPTIONAL DEPTOMAP-FILE ASSIGN TO 'DEPTOMAP'
007200         ORGANIZATION IS LINE SEQUENTIAL
007300         FILE STATUS IS ROT-STATUS-MAPEO.
007400     SELECT REPORTE-FILE ASSIGN TO 'ROTRPT'
007500         ORGANIZATION IS LINE SEQUENTIAL.
007600 DATA DIVISION.
007700 FILE SECTION.
007800 FD  EMPLOYEES-FILE
007900     LABEL RECORDS ARE STANDARD.
008000 01  EM-RECORD.
008100     COPY EMPLEADO.
008200 FD  EMPCAMBIOS-FILE
008300     LABEL RECORDS ARE STANDARD.
008400 01  EC-RECORD.
008500     05 EC-ID                    PIC 9(05).
008600     05 EC-FECHA-DESDE           PIC 9(08).
008700     05 EC-DEPARTAMENTO          PIC X(10).
008800     05 EC-APLICADO              PIC X(01).
008900     05 EC-USUARIO               PIC X(08).
009000     05 EC-FECHA-ALTA            PIC 9(08).
009100 FD  TRASLOG-FILE
009200     LABEL RECORDS ARE STANDARD.
009300 01  TLG-REGISTRO.
009400     05 TLG-FECHA                PIC 9(08).
009500     05 TLG-USUARIO              PIC X(08).
009600     05 TLG-ID                   PIC 9(05).
009700     05 TLG-NOMBRE               PIC X(05).
009800     05 TLG-COMPANIA-ANT         PIC X(03).
009900     05 TLG-COMPANIA-NUEVA       PIC X(03).
010000     05 TLG-FECHA-TRASLADO       PIC 9(08).
010001     COPY CADAUD
010002         REPLACING CAD-SECUENCIA     BY TLG-SECUENCIA
010003                   CAD-CONTROL       BY TLG-CONTROL.
010100 FD  PAYHIST-FILE
010200     LABEL RECORDS ARE STANDARD.
010300 01  PH-RECORD.
010400     05 PH-NOMBRE                PIC X(05).
010500     05 PH-SENIORIDAD            PIC X(06).
010600     05 PH-SUELDO-MENSUAL        PIC 9(06)V99.
010700     05 PH-SUELDO-ANUAL          PIC 9(07)V99.
010800     05 PH-BONO                  PIC 9(06)V99.
010900     05 PH-PERIODO               PIC 9(06).
011000     05 PH-DEPARTAMENTO          PIC X(10).
011100     05 PH-EXPERIENCIA           PIC 9(02).
011200     05 PH-ID                    PIC 9(05).
011300     05 PH-IMPORTE-EXTRA         PIC 9(06)V99.
011400     05 PH-TIPO-LINEA            PIC X(01).
011500     05 PH-PERIODO-REF           PIC 9(06).
011600     05 PH-COMPANIA              PIC X(03).
011700 FD  PROBATION-FILE
011800     LABEL RECORDS ARE STANDARD.
011900 01  PB-RECORD.
012000     05 PB-ID                    PIC 9(05).
012100     05 PB-NOMBRE                PIC X(05).
012200     05 PB-FECHA-INICIO          PIC 9(08).
012300     05 PB-FECHA-FIN             PIC 9(08).
012400     05 PB-ESTADO                PIC X(01).
012500 FD  DEPTOMAP-FILE
012600     LABEL RECORDS ARE STANDARD.
012700 01  DPM-RECORD.
012800     05 DPM-VIEJO                PIC X(10).
012900     05 DPM-NUEVO                PIC X(10).
013000     05 DPM-PERIODO-DESDE        PIC 9(06).
013100 FD  REPORTE-FILE
013200     LABEL RECORDS ARE STANDARD
013300     RECORD CONTAINS 80 CHARACTERS.
013400 01  RPT-LINEA                   PIC X(80).
013500 WORKING-STORAGE SECTION.
013600*
013700 01  ROT-STATUS-EMPL             PIC XX.
013800 01  ROT-STATUS-CAMBIOS          PIC XX.
013900 01  ROT-STATUS-TRASLOG          PIC XX.
014000 01  ROT-STATUS-PAYHIST          PIC XX.
014100 01  ROT-STATUS-PROBATION        PIC XX.
014200 01  ROT-STATUS-MAPEO            PIC XX.
014300*
014400 01  ROT-INDICADORES.
014500     05  ROT-FIN-ARCHIVO         PIC X VALUE 'N'.
014600         88  ROT-ES-FIN-ARCHIVO  VALUE 'Y'.
014700     05  ROT-HALLADO             PIC X VALUE 'N'.
014800         88  ROT-ES-HALLADO      VALUE 'Y'.
014900     05  ROT-ERROR               PIC X VALUE 'N'.
015000         88  ROT-ES-ERROR        VALUE 'Y'.
015100     05  ROT-DESBORDE            PIC X VALUE 'N'.
015200         88  ROT-HUBO-DESBORDE   VALUE 'Y'.
015300     05  ROT-SUMA-CIA            PIC X VALUE 'Y'.
015400     05  ROT-SUMA-TOTAL          PIC X VALUE 'Y'.
015500*
015600 01  ROT-VARIABLES.
015700     05  ROT-PERIODO-DESDE       PIC 9(06).
015800     05  ROT-PERIODO-HASTA       PIC 9(06).
015900     05  ROT-PERIODO-COMUN       PIC 9(06).
016000     05  ROT-PERIODO-PARTES REDEFINES ROT-PERIODO-COMUN.
016100         10 ROT-COMUN-ANIO       PIC 9(04).
016200         10 ROT-COMUN-MES        PIC 9(02).
016300     05  ROT-MES-DESDE-ABS       PIC 9(06).
016400     05  ROT-MES-HASTA-ABS       PIC 9(06).
016500     05  ROT-MES-ABS             PIC 9(06).
016600     05  ROT-CALC-ABS            PIC 9(06).
016700     05  ROT-CALC-ANIO           PIC 9(04).
016800     05  ROT-CALC-RESTO          PIC 9(02).
016900     05  ROT-FECHA-ANTES         PIC 9(08).
017000     05  ROT-FECHA-DESPUES       PIC 9(08).
017100     05  ROT-FECHA-VENTANA       PIC 9(08).
017200     05  ROT-FECHA-COMUN         PIC 9(08).
017300     05  ROT-FECHA-MEJOR         PIC 9(08).
017400     05  ROT-FECHA-ED            PIC 9999/99/99.
017500     05  ROT-FIN-PRUEBA-ED       PIC 9999/99/99.
017600     05  ROT-DEPTO-COMUN         PIC X(10).
017700     05  ROT-DEPTO-ANTES         PIC X(10).
017800     05  ROT-CIA-COMUN           PIC X(03).
017900     05  ROT-CAMPO               PIC X(01).
018000     05  ROT-VALOR               PIC 9(05).
018100     05  ROT-MOTIVO-X            PIC 9(01).
018200     05  ROT-POS-HALLADA         PIC 9(04).
018300     05  ROT-ID-BUSCADO          PIC 9(05).
018400     05  ROT-PROMEDIO            PIC 9(05)V9.
018500     05  ROT-PORC-MES            PIC 9(04)V9.
018600     05  ROT-PORC-12             PIC 9(04)V9.
018700     05  ROT-ANTIG-ANIOS         PIC 9(02)V9.
018800     05  ROT-PUNTERO             PIC 9(03).
018900*
019000 01  ROT-CLAVE-BUSCADA.
019100     05  ROT-CLA-CIA             PIC X(03).
019200     05  ROT-CLA-DEPTO           PIC X(10).
019300*
019400 01  ROT-EDITADOS.
019500     05  ROT-INIC-ED             PIC ZZZ9.
019600     05  ROT-ALTA-ED             PIC ZZZ9.
019700     05  ROT-BAJA-ED             PIC ZZZ9.
019800     05  ROT-ENTR-ED             PIC ZZZ9.
019900     05  ROT-SALI-ED             PIC ZZZ9.
020000     05  ROT-FINAL-ED            PIC ZZZ9.
020100     05  ROT-PORC-MES-ED         PIC ZZ9.9.
020200     05  ROT-PORC-12-ED          PIC ZZZ9.9.
020300     05  ROT-ANTIG-ED            PIC Z9.9.
020400     05  ROT-PRUEB-ED            PIC ZZZ9.
020500     05  ROT-MOTIVO-ED           PIC ZZ9.
020600     05  ROT-CANT-ED             PIC ZZZ9.
020700*
020800 01  ROT-CONTADORES.
020900     05  ROT-CANT-SIN-FECHA      PIC 9(04) VALUE ZERO.
021000     05  ROT-CANT-BAJAS-TOT      PIC 9(05) VALUE ZERO.
021100     05  ROT-CANT-MESES          PIC 9(03) VALUE ZERO.
021200*
021300 01  ROT-CANT-EMP                PIC 9(04) VALUE ZERO.
021400 01  ROT-TABLA-EMP.
021500     05  ROT-EMP-FILA OCCURS 500 TIMES
021600                      INDEXED BY ROT-X-EMP.
021700         10 ROT-EMP-ID           PIC 9(05).
021800         10 ROT-EMP-NOMBRE       PIC X(05).
021900         10 ROT-EMP-INGRESO      PIC 9(08).
022000         10 ROT-EMP-BAJA         PIC 9(08).
022100         10 ROT-EMP-MOTIVO       PIC X(02).
022200         10 ROT-EMP-DEPTO-INI    PIC X(10).
022300         10 ROT-EMP-CIA-INI      PIC X(03).
022400         10 ROT-EMP-PRIMER-CAMBIO PIC 9(08).
022500         10 ROT-EMP-PRIMER-TRASL PIC 9(08).
022600         10 ROT-EMP-PH-PERIODO   PIC 9(06).
022700         10 ROT-EMP-PRUEBA-FIN   PIC 9(08).
022800         10 ROT-EMP-PRUEBA-EST   PIC X(01).
022900*
023000 01  ROT-CANT-CAMBIOS            PIC 9(04) VALUE ZERO.
023100 01  ROT-TABLA-CAMBIOS.
023200     05  ROT-CAMBIO-FILA OCCURS 1000 TIMES
023300                         INDEXED BY ROT-X-CAM ROT-X-CAM2.
023400         10 ROT-CAM-ID           PIC 9(05).
023500         10 ROT-CAM-FECHA        PIC 9(08).
023600         10 ROT-CAM-DEPTO        PIC X(10).
023700*
023800 01  ROT-CANT-TRASLADOS          PIC 9(04) VALUE ZERO.
023900 01  ROT-TABLA-TRASLADOS.
024000     05  ROT-TRASLADO-FILA OCCURS 500 TIMES
024100                           INDEXED BY ROT-X-TRA ROT-X-TRA2.
024200         10 ROT-TRA-ID           PIC 9(05).
024300         10 ROT-TRA-FECHA        PIC 9(08).
024400         10 ROT-TRA-ANT          PIC X(03).
024500         10 ROT-TRA-NUEVA        PIC X(03).
024600*
024700 01  ROT-FIN-MAPEO               PIC X VALUE 'N'.
024800     88  ROT-ES-FIN-MAPEO        VALUE 'Y'.
024900 01  ROT-CANT-MAPEO              PIC 9(02) VALUE ZERO.
025000 01  ROT-TABLA-MAPEO.
025100     05  ROT-MAPEO-FILA OCCURS 20 TIMES
025200                        INDEXED BY ROT-X-MAPE.
025300         10 ROT-MAP-VIEJO        PIC X(10).
025400         10 ROT-MAP-NUEVO        PIC X(10).
025500*
025600* ONE ROW PER COMPANY AND DEPARTMENT OF THE MONTH; A COMPANY'S
025700* TOTAL CARRIES HIGH-VALUES AS DEPARTMENT AND THE GRAND TOTAL
025800* HIGH-VALUES IN BOTH, SO THEY SORT AFTER THEIR DETAIL ROWS
025900 01  ROT-CANT-GRUPOS             PIC 9(03) VALUE ZERO.
026000 01  ROT-TABLA-GRUPOS.
026100     05  ROT-GRUPO-FILA OCCURS 80 TIMES
026200                        INDEXED BY ROT-X-GRU ROT-X-GRU2.
026300         10 ROT-GRU-CLAVE.
026400            15 ROT-GRU-CIA       PIC X(03).
026500            15 ROT-GRU-DEPTO     PIC X(10).
026600         10 ROT-GRU-INICIAL      PIC 9(05).
026700         10 ROT-GRU-ALTAS        PIC 9(05).
026800         10 ROT-GRU-BAJAS        PIC 9(05).
026900         10 ROT-GRU-ENTRAN       PIC 9(05).
027000         10 ROT-GRU-SALEN        PIC 9(05).
027100         10 ROT-GRU-FINAL        PIC 9(05).
027200         10 ROT-GRU-PRUEBA       PIC 9(05).
027300         10 ROT-GRU-BAJAS-12     PIC 9(05).
027400         10 ROT-GRU-INICIAL-12   PIC 9(05).
027500         10 ROT-GRU-ANTIG-CANT   PIC 9(05).
027600         10 ROT-GRU-ANTIG-MESES  PIC 9(08).
027700         10 ROT-GRU-MOTIVO-CANT  PIC 9(04) OCCURS 9 TIMES.
027800 01  ROT-GRUPO-AUX               PIC X(107).
027900 01  ROT-X-MOT                   PIC 9(02).
028000*
028100 01  ROT-CANT-PRUEBA             PIC 9(03) VALUE ZERO.
028200 01  ROT-TABLA-PRUEBA.
028300     05  ROT-PRUEBA-FILA OCCURS 200 TIMES
028400                         INDEXED BY ROT-X-PRU.
028500         10 ROT-PRU-ID           PIC 9(05).
028600         10 ROT-PRU-NOMBRE       PIC X(05).
028700         10 ROT-PRU-CIA          PIC X(03).
028800         10 ROT-PRU-DEPTO        PIC X(10).
028900         10 ROT-PRU-BAJA         PIC 9(08).
029000         10 ROT-PRU-FIN          PIC 9(08).
029100         10 ROT-PRU-MOTIVO       PIC X(02).
029200*
029300     COPY MOTBAJA.
029400*
029500 PROCEDURE DIVISION.
029600******************************************************************
029700* 0000-MAINLINE - ASK THE RANGE, LOAD THE MASTER AND ITS
029800*                 HISTORY, PRINT ONE BLOCK PER MONTH AND THE
029900*                 PROBATION EXITS
030000******************************************************************
030100 0000-MAINLINE.
030200     PERFORM 0800-CARGAR-MAPEO THRU 0800-CARGAR-MAPEO-EXIT.
030300     PERFORM 1000-PEDIR-PERIODOS THRU 1000-PEDIR-PERIODOS-EXIT.
030400     IF ROT-ES-ERROR
030500         MOVE 8 TO RETURN-CODE
030600         GOBACK
030700     END-IF.
030800     PERFORM 2000-CARGAR-EMPLEADOS
030900         THRU 2000-CARGAR-EMPLEADOS-EXIT.
031000     PERFORM 2100-CARGAR-CAMBIOS THRU 2100-CARGAR-CAMBIOS-EXIT.
031100     PERFORM 2200-CARGAR-TRASLADOS
031200         THRU 2200-CARGAR-TRASLADOS-EXIT.
031300     PERFORM 2300-DEPTO-INICIAL THRU 2300-DEPTO-INICIAL-EXIT.
031400     PERFORM 2400-CARGAR-PRUEBAS THRU 2400-CARGAR-PRUEBAS-EXIT.
031500     OPEN OUTPUT REPORTE-FILE.
031600     MOVE SPACES TO RPT-LINEA.
031700     STRING 'ROTACION DE PERSONAL ' ROT-PERIODO-DESDE
031800         ' A ' ROT-PERIODO-HASTA
031900         DELIMITED BY SIZE INTO RPT-LINEA.
032000     WRITE RPT-LINEA.
032100     PERFORM 3000-PROCESAR-MES THRU 3000-PROCESAR-MES-EXIT
032200         VARYING ROT-MES-ABS FROM ROT-MES-DESDE-ABS BY 1
032300         UNTIL ROT-MES-ABS > ROT-MES-HASTA-ABS.
032400     PERFORM 4000-REPORTAR-PRUEBA THRU 4000-REPORTAR-PRUEBA-EXIT.
032500     IF ROT-CANT-SIN-FECHA > ZERO
032600         MOVE ROT-CANT-SIN-FECHA TO ROT-CANT-ED
032700         MOVE SPACES TO RPT-LINEA
032800         STRING 'BAJAS SIN FECHA DE BAJA, NO CONSIDERADAS: '
032900             ROT-CANT-ED
033000             DELIMITED BY SIZE INTO RPT-LINEA
033100         WRITE RPT-LINEA
033200     END-IF.
033300     IF ROT-HUBO-DESBORDE
033400         MOVE 'ATENCION: TABLA LLENA, EL REPORTE ESTA INCOMPLETO'
033500             TO RPT-LINEA
033600         WRITE RPT-LINEA
033700         MOVE 4 TO RETURN-CODE
033800     END-IF.
033900     CLOSE REPORTE-FILE.
034000     DISPLAY 'ROTACION: MESES ' ROT-CANT-MESES
034100         ' EMPLEADOS ' ROT-CANT-EMP
034200         ' BAJAS EN PRUEBA ' ROT-CANT-PRUEBA.
034300     GOBACK.
034400 0000-MAINLINE-EXIT.
034500     EXIT.
034600*
034700******************************************************************
034800* 1000-PEDIR-PERIODOS - THE FIRST AND LAST MONTH OF THE REPORT
034900******************************************************************
035000 1000-PEDIR-PERIODOS.
035100     DISPLAY 'PERIODO DESDE (AAAAMM): ' WITH NO ADVANCING.
035200     ACCEPT ROT-PERIODO-DESDE.
035300     DISPLAY 'PERIODO HASTA (AAAAMM): ' WITH NO ADVANCING.
035400     ACCEPT ROT-PERIODO-HASTA.
035500     MOVE ROT-PERIODO-DESDE TO ROT-PERIODO-COMUN.
035600     IF ROT-PERIODO-DESDE NOT NUMERIC
035700         OR ROT-COMUN-MES < 1 OR ROT-COMUN-MES > 12
035800         DISPLAY 'PERIODO DESDE INVALIDO: ' ROT-PERIODO-DESDE
035900         SET ROT-ES-ERROR TO TRUE
036000         GO TO 1000-PEDIR-PERIODOS-EXIT
036100     END-IF.
036200     COMPUTE ROT-MES-DESDE-ABS =
036300         ROT-COMUN-ANIO * 12 + ROT-COMUN-MES - 1.
036400     MOVE ROT-PERIODO-HASTA TO ROT-PERIODO-COMUN.
036500     IF ROT-PERIODO-HASTA NOT NUMERIC
036600         OR ROT-COMUN-MES < 1 OR ROT-COMUN-MES > 12
036700         DISPLAY 'PERIODO HASTA INVALIDO: ' ROT-PERIODO-HASTA
036800         SET ROT-ES-ERROR TO TRUE
036900         GO TO 1000-PEDIR-PERIODOS-EXIT
037000     END-IF.
037100     COMPUTE ROT-MES-HASTA-ABS =
037200         ROT-COMUN-ANIO * 12 + ROT-COMUN-MES - 1.
037300     IF ROT-MES-HASTA-ABS < ROT-MES-DESDE-ABS
037400         DISPLAY 'EL PERIODO HASTA ES ANTERIOR AL DESDE'
037500         SET ROT-ES-ERROR TO TRUE
037600         GO TO 1000-PEDIR-PERIODOS-EXIT
037700     END-IF.
037800     IF ROT-MES-HASTA-ABS - ROT-MES-DESDE-ABS > 35
037900         DISPLAY 'EL RANGO NO PUEDE SUPERAR 36 MESES'
038000         SET ROT-ES-ERROR TO TRUE
038100     END-IF.
038200 1000-PEDIR-PERIODOS-EXIT.
038300     EXIT.
038400*
038500******************************************************************
038600* 2000-CARGAR-EMPLEADOS - THE MASTER, DEPARTMENTS ALREADY MAPPED
038700******************************************************************
038800 2000-CARGAR-EMPLEADOS.
038900     MOVE 'N' TO ROT-FIN-ARCHIVO.
039000     OPEN INPUT EMPLOYEES-FILE.
039100     IF ROT-STATUS-EMPL = '00'
039200         PERFORM 2010-LEER-EMPLEADO THRU 2010-LEER-EMPLEADO-EXIT
039300             UNTIL ROT-ES-FIN-ARCHIVO
039400     ELSE
039500         DISPLAY 'SIN ARCHIVO EMPLOYEES DISPONIBLE'
039600     END-IF.
039700     CLOSE EMPLOYEES-FILE.
039800 2000-CARGAR-EMPLEADOS-EXIT.
039900     EXIT.
040000*
040100******************************************************************
040200* 2010-LEER-EMPLEADO - KEEP ONE EMPLOYEE; A BAJA WITH NO DATE
040300*                      CANNOT BE PLACED IN ANY MONTH
040400******************************************************************
040500 2010-LEER-EMPLEADO.
040600     READ EMPLOYEES-FILE
040700         AT END
040800             SET ROT-ES-FIN-ARCHIVO TO TRUE
040900             GO TO 2010-LEER-EMPLEADO-EXIT
041000     END-READ.
041100     IF EM-DADO-DE-BAJA AND EM-FECHA-BAJA = ZERO
041200         ADD 1 TO ROT-CANT-SIN-FECHA
041300         GO TO 2010-LEER-EMPLEADO-EXIT
041400     END-IF.
041500     IF ROT-CANT-EMP NOT < 500
041600         SET ROT-HUBO-DESBORDE TO TRUE
041700         GO TO 2010-LEER-EMPLEADO-EXIT
041800     END-IF.
041900     ADD 1 TO ROT-CANT-EMP.
042000     SET ROT-X-EMP TO ROT-CANT-EMP.
042100     MOVE EM-ID TO ROT-EMP-ID(ROT-X-EMP).
042200     MOVE EM-NOMBRE TO ROT-EMP-NOMBRE(ROT-X-EMP).
042300     MOVE EM-FECHA-INGRESO TO ROT-EMP-INGRESO(ROT-X-EMP).
042400     IF EM-DADO-DE-BAJA
042500         MOVE EM-FECHA-BAJA TO ROT-EMP-BAJA(ROT-X-EMP)
042600     ELSE
042700         MOVE ZERO TO ROT-EMP-BAJA(ROT-X-EMP)
042800     END-IF.
042900     MOVE EM-MOTIVO-BAJA TO ROT-EMP-MOTIVO(ROT-X-EMP).
043000     MOVE EM-DEPARTAMENTO TO ROT-DEPTO-COMUN.
043100     PERFORM 5500-MAPEAR-DEPTO THRU 5500-MAPEAR-DEPTO-EXIT
043200         VARYING ROT-X-MAPE FROM 1 BY 1
043300         UNTIL ROT-X-MAPE > ROT-CANT-MAPEO.
043400     MOVE ROT-DEPTO-COMUN TO ROT-EMP-DEPTO-INI(ROT-X-EMP).
043500     MOVE EM-COMPANIA TO ROT-EMP-CIA-INI(ROT-X-EMP).
043600     MOVE ZERO TO ROT-EMP-PRIMER-CAMBIO(ROT-X-EMP).
043700     MOVE ZERO TO ROT-EMP-PRIMER-TRASL(ROT-X-EMP).
043800     MOVE ZERO TO ROT-EMP-PH-PERIODO(ROT-X-EMP).
043900     MOVE ZERO TO ROT-EMP-PRUEBA-FIN(ROT-X-EMP).
044000     MOVE SPACE TO ROT-EMP-PRUEBA-EST(ROT-X-EMP).
044100 2010-LEER-EMPLEADO-EXIT.
044200     EXIT.
044300*
044400******************************************************************
044500* 2100-CARGAR-CAMBIOS - THE APPLIED DEPARTMENT CHANGES
044600******************************************************************
044700 2100-CARGAR-CAMBIOS.
044800     MOVE 'N' TO ROT-FIN-ARCHIVO.
044900     OPEN INPUT EMPCAMBIOS-FILE.
045000     IF ROT-STATUS-CAMBIOS = '00'
045100         PERFORM 2110-LEER-CAMBIO THRU 2110-LEER-CAMBIO-EXIT
045200             UNTIL ROT-ES-FIN-ARCHIVO
045300     END-IF.
045400     CLOSE EMPCAMBIOS-FILE.
045500 2100-CARGAR-CAMBIOS-EXIT.
045600     EXIT.
045700*
045800******************************************************************
045900* 2110-LEER-CAMBIO - KEEP ONE APPLIED CHANGE OF A KNOWN EMPLOYEE
046000*                    AND REMEMBER THE EMPLOYEE'S FIRST ONE
046100******************************************************************
046200 2110-LEER-CAMBIO.
046300     READ EMPCAMBIOS-FILE
046400         AT END
046500             SET ROT-ES-FIN-ARCHIVO TO TRUE
046600             GO TO 2110-LEER-CAMBIO-EXIT
046700     END-READ.
046800     IF EC-APLICADO NOT = 'S'
046900         OR EC-ID = ZERO
047000         OR EC-FECHA-DESDE = ZERO
047100         GO TO 2110-LEER-CAMBIO-EXIT
047200     END-IF.
047300     MOVE EC-ID TO ROT-ID-BUSCADO.
047400     PERFORM 8100-UBICAR-EMPLEADO THRU 8100-UBICAR-EMPLEADO-EXIT.
047500     IF NOT ROT-ES-HALLADO
047600         GO TO 2110-LEER-CAMBIO-EXIT
047700     END-IF.
047800     IF ROT-CANT-CAMBIOS NOT < 1000
047900         SET ROT-HUBO-DESBORDE TO TRUE
048000         GO TO 2110-LEER-CAMBIO-EXIT
048100     END-IF.
048200     ADD 1 TO ROT-CANT-CAMBIOS.
048300     SET ROT-X-CAM TO ROT-CANT-CAMBIOS.
048400     MOVE EC-ID TO ROT-CAM-ID(ROT-X-CAM).
048500     MOVE EC-FECHA-DESDE TO ROT-CAM-FECHA(ROT-X-CAM).
048600     MOVE EC-DEPARTAMENTO TO ROT-DEPTO-COMUN.
048700     PERFORM 5500-MAPEAR-DEPTO THRU 5500-MAPEAR-DEPTO-EXIT
048800         VARYING ROT-X-MAPE FROM 1 BY 1
048900         UNTIL ROT-X-MAPE > ROT-CANT-MAPEO.
049000     MOVE ROT-DEPTO-COMUN TO ROT-CAM-DEPTO(ROT-X-CAM).
049100     SET ROT-X-EMP TO ROT-POS-HALLADA.
049200     IF ROT-EMP-PRIMER-CAMBIO(ROT-X-EMP) = ZERO
049300         OR EC-FECHA-DESDE < ROT-EMP-PRIMER-CAMBIO(ROT-X-EMP)
049400         MOVE EC-FECHA-DESDE TO ROT-EMP-PRIMER-CAMBIO(ROT-X-EMP)
049500     END-IF.
049600 2110-LEER-CAMBIO-EXIT.
049700     EXIT.
049800*
049900******************************************************************
050000* 2200-CARGAR-TRASLADOS - THE COMPANY MOVES OF TRASLOG
050100******************************************************************
050200 2200-CARGAR-TRASLADOS.
050300     MOVE 'N' TO ROT-FIN-ARCHIVO.
050400     OPEN INPUT TRASLOG-FILE.
050500     IF ROT-STATUS-TRASLOG = '00'
050600         PERFORM 2210-LEER-TRASLADO THRU 2210-LEER-TRASLADO-EXIT
050700             UNTIL ROT-ES-FIN-ARCHIVO
050800     END-IF.
050900     CLOSE TRASLOG-FILE.
051000 2200-CARGAR-TRASLADOS-EXIT.
051100     EXIT.
051200*
051300******************************************************************
051400* 2210-LEER-TRASLADO - KEEP ONE MOVE; THE ORIGIN OF THE FIRST
051500*                      MOVE IS THE EMPLOYEE'S STARTING COMPANY
051600******************************************************************
051700 2210-LEER-TRASLADO.
051800     READ TRASLOG-FILE
051900         AT END
052000             SET ROT-ES-FIN-ARCHIVO TO TRUE
052100             GO TO 2210-LEER-TRASLADO-EXIT
052200     END-READ.
052300     IF TLG-ID = ZERO OR TLG-FECHA-TRASLADO = ZERO
052400         GO TO 2210-LEER-TRASLADO-EXIT
052500     END-IF.
052600     MOVE TLG-ID TO ROT-ID-BUSCADO.
052700     PERFORM 8100-UBICAR-EMPLEADO THRU 8100-UBICAR-EMPLEADO-EXIT.
052800     IF NOT ROT-ES-HALLADO
052900         GO TO 2210-LEER-TRASLADO-EXIT
053000     END-IF.
053100     IF ROT-CANT-TRASLADOS NOT < 500
053200         SET ROT-HUBO-DESBORDE TO TRUE
053300         GO TO 2210-LEER-TRASLADO-EXIT
053400     END-IF.
053500     ADD 1 TO ROT-CANT-TRASLADOS.
053600     SET ROT-X-TRA TO ROT-CANT-TRASLADOS.
053700     MOVE TLG-ID TO ROT-TRA-ID(ROT-X-TRA).
053800     MOVE TLG-FECHA-TRASLADO TO ROT-TRA-FECHA(ROT-X-TRA).
053900     MOVE TLG-COMPANIA-ANT TO ROT-TRA-ANT(ROT-X-TRA).
054000     MOVE TLG-COMPANIA-NUEVA TO ROT-TRA-NUEVA(ROT-X-TRA).
054100     SET ROT-X-EMP TO ROT-POS-HALLADA.
054200     IF ROT-EMP-PRIMER-TRASL(ROT-X-EMP) = ZERO
054300         OR TLG-FECHA-TRASLADO < ROT-EMP-PRIMER-TRASL(ROT-X-EMP)
054400         MOVE TLG-FECHA-TRASLADO
054500             TO ROT-EMP-PRIMER-TRASL(ROT-X-EMP)
054600         MOVE TLG-COMPANIA-ANT TO ROT-EMP-CIA-INI(ROT-X-EMP)
054700     END-IF.
054800 2210-LEER-TRASLADO-EXIT.
054900     EXIT.
055000*
055100******************************************************************
055200* 2300-DEPTO-INICIAL - EMPCAMBIOS ONLY KEEPS THE NEW DEPARTMENT;
055300*                      BEFORE AN EMPLOYEE'S FIRST CHANGE THE
055400*                      DEPARTMENT IS THE ONE PAYHIST SHOWS FOR
055500*                      THE LAST PERIOD PAID BEFORE IT
055600******************************************************************
055700 2300-DEPTO-INICIAL.
055800     IF ROT-CANT-CAMBIOS = ZERO
055900         GO TO 2300-DEPTO-INICIAL-EXIT
056000     END-IF.
056100     MOVE 'N' TO ROT-FIN-ARCHIVO.
056200     OPEN INPUT PAYHIST-FILE.
056300     IF ROT-STATUS-PAYHIST = '00'
056400         PERFORM 2310-LEER-PAYHIST THRU 2310-LEER-PAYHIST-EXIT
056500             UNTIL ROT-ES-FIN-ARCHIVO
056600     END-IF.
056700     CLOSE PAYHIST-FILE.
056800 2300-DEPTO-INICIAL-EXIT.
056900     EXIT.
057000*
057100******************************************************************
057200* 2310-LEER-PAYHIST - ONE PAYHIST ROW OF AN EMPLOYEE WITH CHANGES
057300******************************************************************
057400 2310-LEER-PAYHIST.
057500     READ PAYHIST-FILE
057600         AT END
057700             SET ROT-ES-FIN-ARCHIVO TO TRUE
057800             GO TO 2310-LEER-PAYHIST-EXIT
057900     END-READ.
058000     IF PH-RECORD(1:1) = '*' OR PH-ID = ZERO
058100         GO TO 2310-LEER-PAYHIST-EXIT
058200     END-IF.
058300     MOVE PH-ID TO ROT-ID-BUSCADO.
058400     PERFORM 8100-UBICAR-EMPLEADO THRU 8100-UBICAR-EMPLEADO-EXIT.
058500     IF NOT ROT-ES-HALLADO
058600         GO TO 2310-LEER-PAYHIST-EXIT
058700     END-IF.
058800     SET ROT-X-EMP TO ROT-POS-HALLADA.
058900     IF ROT-EMP-PRIMER-CAMBIO(ROT-X-EMP) = ZERO
059000         GO TO 2310-LEER-PAYHIST-EXIT
059100     END-IF.
059200     DIVIDE ROT-EMP-PRIMER-CAMBIO(ROT-X-EMP) BY 100
059300         GIVING ROT-PERIODO-COMUN.
059400     IF PH-PERIODO < ROT-PERIODO-COMUN
059500         AND PH-PERIODO > ROT-EMP-PH-PERIODO(ROT-X-EMP)
059600         MOVE PH-PERIODO TO ROT-EMP-PH-PERIODO(ROT-X-EMP)
059700         MOVE PH-DEPARTAMENTO TO ROT-DEPTO-COMUN
059800         PERFORM 5500-MAPEAR-DEPTO THRU 5500-MAPEAR-DEPTO-EXIT
059900             VARYING ROT-X-MAPE FROM 1 BY 1
060000             UNTIL ROT-X-MAPE > ROT-CANT-MAPEO
060100         MOVE ROT-DEPTO-COMUN TO ROT-EMP-DEPTO-INI(ROT-X-EMP)
060200     END-IF.
060300 2310-LEER-PAYHIST-EXIT.
060400     EXIT.
060500*
060600******************************************************************
060700* 2400-CARGAR-PRUEBAS - THE PROBATION RECORDS AND THEIR OUTCOME
060800******************************************************************
060900 2400-CARGAR-PRUEBAS.
061000     MOVE 'N' TO ROT-FIN-ARCHIVO.
061100     OPEN INPUT PROBATION-FILE.
061200     IF ROT-STATUS-PROBATION = '00'
061300         PERFORM 2410-LEER-PRUEBA THRU 2410-LEER-PRUEBA-EXIT
061400             UNTIL ROT-ES-FIN-ARCHIVO
061500     END-IF.
061600     CLOSE PROBATION-FILE.
061700 2400-CARGAR-PRUEBAS-EXIT.
061800     EXIT.
061900*
062000******************************************************************
062100* 2410-LEER-PRUEBA - THE LATEST PROBATION OF EACH EMPLOYEE
062200******************************************************************
062300 2410-LEER-PRUEBA.
062400     READ PROBATION-FILE
062500         AT END
062600             SET ROT-ES-FIN-ARCHIVO TO TRUE
062700             GO TO 2410-LEER-PRUEBA-EXIT
062800     END-READ.
062900     IF PB-ID = ZERO
063000         GO TO 2410-LEER-PRUEBA-EXIT
063100     END-IF.
063200     MOVE PB-ID TO ROT-ID-BUSCADO.
063300     PERFORM 8100-UBICAR-EMPLEADO THRU 8100-UBICAR-EMPLEADO-EXIT.
063400     IF NOT ROT-ES-HALLADO
063500         GO TO 2410-LEER-PRUEBA-EXIT
063600     END-IF.
063700     SET ROT-X-EMP TO ROT-POS-HALLADA.
063800     IF PB-FECHA-FIN NOT < ROT-EMP-PRUEBA-FIN(ROT-X-EMP)
063900         MOVE PB-FECHA-FIN TO ROT-EMP-PRUEBA-FIN(ROT-X-EMP)
064000         MOVE PB-ESTADO TO ROT-EMP-PRUEBA-EST(ROT-X-EMP)
064100     END-IF.
064200 2410-LEER-PRUEBA-EXIT.
064300     EXIT.
064400*
064500******************************************************************
064600* 3000-PROCESAR-MES - BUILD AND PRINT THE TABLE OF ONE MONTH
064700******************************************************************
064800 3000-PROCESAR-MES.
064900     ADD 1 TO ROT-CANT-MESES.
065000     MOVE ROT-MES-ABS TO ROT-CALC-ABS.
065100     PERFORM 8500-ABS-A-PERIODO THRU 8500-ABS-A-PERIODO-EXIT.
065200     COMPUTE ROT-FECHA-ANTES = ROT-PERIODO-COMUN * 100.
065300     COMPUTE ROT-FECHA-DESPUES = ROT-PERIODO-COMUN * 100 + 99.
065400     COMPUTE ROT-CALC-ABS = ROT-MES-ABS - 11.
065500     PERFORM 8500-ABS-A-PERIODO THRU 8500-ABS-A-PERIODO-EXIT.
065600     COMPUTE ROT-FECHA-VENTANA = ROT-PERIODO-COMUN * 100.
065700     MOVE ZERO TO ROT-CANT-GRUPOS.
065800     PERFORM 3100-EMPLEADO-MES THRU 3100-EMPLEADO-MES-EXIT
065900         VARYING ROT-X-EMP FROM 1 BY 1
066000         UNTIL ROT-X-EMP > ROT-CANT-EMP.
066100     PERFORM 3200-CAMBIO-MES THRU 3200-CAMBIO-MES-EXIT
066200         VARYING ROT-X-CAM FROM 1 BY 1
066300         UNTIL ROT-X-CAM > ROT-CANT-CAMBIOS.
066400     PERFORM 3300-TRASLADO-MES THRU 3300-TRASLADO-MES-EXIT
066500         VARYING ROT-X-TRA FROM 1 BY 1
066600         UNTIL ROT-X-TRA > ROT-CANT-TRASLADOS.
066700     PERFORM 7000-ORDENAR-GRUPOS THRU 7000-ORDENAR-GRUPOS-EXIT.
066800     MOVE ROT-MES-ABS TO ROT-CALC-ABS.
066900     PERFORM 8500-ABS-A-PERIODO THRU 8500-ABS-A-PERIODO-EXIT.
067000     MOVE SPACES TO RPT-LINEA.
067100     WRITE RPT-LINEA.
067200     MOVE SPACES TO RPT-LINEA.
067300     STRING '=== PERIODO ' ROT-PERIODO-COMUN ' ==='
067400         DELIMITED BY SIZE INTO RPT-LINEA.
067500     WRITE RPT-LINEA.
067600     MOVE 'CIA DEPTO      INIC ALTA BAJA ENTR SALI FINAL ROT%M '
067700         TO RPT-LINEA.
067800     MOVE 'ROT%12 ANTIG PRUEB' TO RPT-LINEA(53:18).
067900     WRITE RPT-LINEA.
068000     PERFORM 3500-IMPRIMIR-GRUPO THRU 3500-IMPRIMIR-GRUPO-EXIT
068100         VARYING ROT-X-GRU FROM 1 BY 1
068200         UNTIL ROT-X-GRU > ROT-CANT-GRUPOS.
068300 3000-PROCESAR-MES-EXIT.
068400     EXIT.
068500*
068600******************************************************************
068700* 3100-EMPLEADO-MES - WHAT ONE EMPLOYEE ADDS TO THE MONTH:
068800*                     OPENING, HIRE, EXIT, CLOSING AND THE
068900*                     12-MONTH WINDOW
069000******************************************************************
069100 3100-EMPLEADO-MES.
069200     IF ROT-EMP-INGRESO(ROT-X-EMP) NOT > ROT-FECHA-ANTES
069300         AND (ROT-EMP-BAJA(ROT-X-EMP) = ZERO
069400              OR ROT-EMP-BAJA(ROT-X-EMP) > ROT-FECHA-ANTES)
069500         MOVE ROT-FECHA-ANTES TO ROT-FECHA-COMUN
069600         MOVE 'I' TO ROT-CAMPO
069700         PERFORM 3110-SUMAR-EN-FECHA THRU 3110-SUMAR-EN-FECHA-EXIT
069800     END-IF.
069900     IF ROT-EMP-INGRESO(ROT-X-EMP) > ROT-FECHA-ANTES
070000         AND ROT-EMP-INGRESO(ROT-X-EMP) NOT > ROT-FECHA-DESPUES
070100         MOVE ROT-EMP-INGRESO(ROT-X-EMP) TO ROT-FECHA-COMUN
070200         MOVE 'A' TO ROT-CAMPO
070300         PERFORM 3110-SUMAR-EN-FECHA THRU 3110-SUMAR-EN-FECHA-EXIT
070400     END-IF.
070500     IF ROT-EMP-BAJA(ROT-X-EMP) > ROT-FECHA-ANTES
070600         AND ROT-EMP-BAJA(ROT-X-EMP) NOT > ROT-FECHA-DESPUES
070700         PERFORM 3120-BAJA-DEL-MES THRU 3120-BAJA-DEL-MES-EXIT
070800     END-IF.
070900     IF ROT-EMP-INGRESO(ROT-X-EMP) NOT > ROT-FECHA-DESPUES
071000         AND (ROT-EMP-BAJA(ROT-X-EMP) = ZERO
071100              OR ROT-EMP-BAJA(ROT-X-EMP) > ROT-FECHA-DESPUES)
071200         MOVE ROT-FECHA-DESPUES TO ROT-FECHA-COMUN
071300         MOVE 'F' TO ROT-CAMPO
071400         PERFORM 3110-SUMAR-EN-FECHA THRU 3110-SUMAR-EN-FECHA-EXIT
071500         IF ROT-EMP-INGRESO(ROT-X-EMP) NOT = ZERO
071600             PERFORM 3130-ANTIGUEDAD THRU 3130-ANTIGUEDAD-EXIT
071700         END-IF
071800     END-IF.
071900     IF ROT-EMP-BAJA(ROT-X-EMP) > ROT-FECHA-VENTANA
072000         AND ROT-EMP-BAJA(ROT-X-EMP) NOT > ROT-FECHA-DESPUES
072100         MOVE ROT-EMP-BAJA(ROT-X-EMP) TO ROT-FECHA-COMUN
072200         MOVE 'R' TO ROT-CAMPO
072300         PERFORM 3110-SUMAR-EN-FECHA THRU 3110-SUMAR-EN-FECHA-EXIT
072400     END-IF.
072500     IF ROT-EMP-INGRESO(ROT-X-EMP) NOT > ROT-FECHA-VENTANA
072600         AND (ROT-EMP-BAJA(ROT-X-EMP) = ZERO
072700              OR ROT-EMP-BAJA(ROT-X-EMP) > ROT-FECHA-VENTANA)
072800         MOVE ROT-FECHA-VENTANA TO ROT-FECHA-COMUN
072900         MOVE 'V' TO ROT-CAMPO
073000         PERFORM 3110-SUMAR-EN-FECHA THRU 3110-SUMAR-EN-FECHA-EXIT
073100     END-IF.
073200 3100-EMPLEADO-MES-EXIT.
073300     EXIT.
073400*
073500******************************************************************
073600* 3110-SUMAR-EN-FECHA - COUNT THE EMPLOYEE IN THE DEPARTMENT
073700*                       AND COMPANY OF ROT-FECHA-COMUN
073800******************************************************************
073900 3110-SUMAR-EN-FECHA.
074000     PERFORM 6000-UBICAR-EN-FECHA THRU 6000-UBICAR-EN-FECHA-EXIT.
074100     MOVE 1 TO ROT-VALOR.
074200     PERFORM 5000-ACUMULAR THRU 5000-ACUMULAR-EXIT.
074300 3110-SUMAR-EN-FECHA-EXIT.
074400     EXIT.
074500*
074600******************************************************************
074700* 3120-BAJA-DEL-MES - AN EXIT: BY REASON, AND DURING PROBATION
074800******************************************************************
074900 3120-BAJA-DEL-MES.
075000     ADD 1 TO ROT-CANT-BAJAS-TOT.
075100     MOVE ROT-EMP-BAJA(ROT-X-EMP) TO ROT-FECHA-COMUN.
075200     PERFORM 6000-UBICAR-EN-FECHA THRU 6000-UBICAR-EN-FECHA-EXIT.
075300     MOVE 9 TO ROT-MOTIVO-X.
075400     SET MTB-X TO 1.
075500     SEARCH MTB-FILA
075600         AT END
075700             CONTINUE
075800         WHEN MTB-CODIGO(MTB-X) = ROT-EMP-MOTIVO(ROT-X-EMP)
075900             SET ROT-MOTIVO-X TO MTB-X
076000     END-SEARCH.
076100     MOVE 'B' TO ROT-CAMPO.
076200     MOVE 1 TO ROT-VALOR.
076300     PERFORM 5000-ACUMULAR THRU 5000-ACUMULAR-EXIT.
076400     IF ROT-EMP-PRUEBA-EST(ROT-X-EMP) NOT = 'B'
076500         AND ROT-EMP-MOTIVO(ROT-X-EMP) NOT = 'PP'
076600         AND (ROT-EMP-PRUEBA-FIN(ROT-X-EMP) = ZERO
076700              OR ROT-EMP-BAJA(ROT-X-EMP)
076800                 > ROT-EMP-PRUEBA-FIN(ROT-X-EMP))
076900         GO TO 3120-BAJA-DEL-MES-EXIT
077000     END-IF.
077100     MOVE 'P' TO ROT-CAMPO.
077200     PERFORM 5000-ACUMULAR THRU 5000-ACUMULAR-EXIT.
077300     IF ROT-CANT-PRUEBA NOT < 200
077400         SET ROT-HUBO-DESBORDE TO TRUE
077500         GO TO 3120-BAJA-DEL-MES-EXIT
077600     END-IF.
077700     ADD 1 TO ROT-CANT-PRUEBA.
077800     SET ROT-X-PRU TO ROT-CANT-PRUEBA.
077900     MOVE ROT-EMP-ID(ROT-X-EMP) TO ROT-PRU-ID(ROT-X-PRU).
078000     MOVE ROT-EMP-NOMBRE(ROT-X-EMP) TO ROT-PRU-NOMBRE(ROT-X-PRU).
078100     MOVE ROT-CIA-COMUN TO ROT-PRU-CIA(ROT-X-PRU).
078200     MOVE ROT-DEPTO-COMUN TO ROT-PRU-DEPTO(ROT-X-PRU).
078300     MOVE ROT-EMP-BAJA(ROT-X-EMP) TO ROT-PRU-BAJA(ROT-X-PRU).
078400     MOVE ROT-EMP-PRUEBA-FIN(ROT-X-EMP) TO ROT-PRU-FIN(ROT-X-PRU).
078500     MOVE ROT-EMP-MOTIVO(ROT-X-EMP) TO ROT-PRU-MOTIVO(ROT-X-PRU).
078600 3120-BAJA-DEL-MES-EXIT.
078700     EXIT.
078800*
078900******************************************************************
079000* 3130-ANTIGUEDAD - MONTHS OF SERVICE AT THE END OF THE MONTH,
079100*                   ADDED WHERE THE CLOSING HEADCOUNT WENT
079200******************************************************************
079300 3130-ANTIGUEDAD.
079400     DIVIDE ROT-EMP-INGRESO(ROT-X-EMP) BY 100
079500         GIVING ROT-PERIODO-COMUN.
079600     IF ROT-MES-ABS < ROT-COMUN-ANIO * 12 + ROT-COMUN-MES - 1
079700         GO TO 3130-ANTIGUEDAD-EXIT
079800     END-IF.
079900     COMPUTE ROT-VALOR = ROT-MES-ABS
080000         - (ROT-COMUN-ANIO * 12 + ROT-COMUN-MES - 1).
080100     MOVE 'T' TO ROT-CAMPO.
080200     PERFORM 5000-ACUMULAR THRU 5000-ACUMULAR-EXIT.
080300 3130-ANTIGUEDAD-EXIT.
080400     EXIT.
080500*
080600******************************************************************
080700* 3200-CAMBIO-MES - A DEPARTMENT MOVE OF THE MONTH: OUT OF THE
080800*                   OLD DEPARTMENT, INTO THE NEW ONE
080900******************************************************************
081000 3200-CAMBIO-MES.
081100     IF ROT-CAM-FECHA(ROT-X-CAM) NOT > ROT-FECHA-ANTES
081200         OR ROT-CAM-FECHA(ROT-X-CAM) > ROT-FECHA-DESPUES
081300         GO TO 3200-CAMBIO-MES-EXIT
081400     END-IF.
081500     MOVE ROT-CAM-ID(ROT-X-CAM) TO ROT-ID-BUSCADO.
081600     PERFORM 8100-UBICAR-EMPLEADO THRU 8100-UBICAR-EMPLEADO-EXIT.
081700     IF NOT ROT-ES-HALLADO
081800         GO TO 3200-CAMBIO-MES-EXIT
081900     END-IF.
082000     SET ROT-X-EMP TO ROT-POS-HALLADA.
082100     IF ROT-EMP-INGRESO(ROT-X-EMP) NOT < ROT-CAM-FECHA(ROT-X-CAM)
082200         OR (ROT-EMP-BAJA(ROT-X-EMP) NOT = ZERO
082300             AND ROT-EMP-BAJA(ROT-X-EMP)
082400                 < ROT-CAM-FECHA(ROT-X-CAM))
082500         GO TO 3200-CAMBIO-MES-EXIT
082600     END-IF.
082700     COMPUTE ROT-FECHA-COMUN = ROT-CAM-FECHA(ROT-X-CAM) - 1.
082800     PERFORM 6000-UBICAR-EN-FECHA THRU 6000-UBICAR-EN-FECHA-EXIT.
082900     MOVE ROT-DEPTO-COMUN TO ROT-DEPTO-ANTES.
083000     MOVE ROT-CAM-FECHA(ROT-X-CAM) TO ROT-FECHA-COMUN.
083100     PERFORM 6000-UBICAR-EN-FECHA THRU 6000-UBICAR-EN-FECHA-EXIT.
083200     IF ROT-DEPTO-COMUN = ROT-DEPTO-ANTES
083300         GO TO 3200-CAMBIO-MES-EXIT
083400     END-IF.
083500     MOVE 1 TO ROT-VALOR.
083600     MOVE 'E' TO ROT-CAMPO.
083700     MOVE 'N' TO ROT-SUMA-CIA.
083800     MOVE 'N' TO ROT-SUMA-TOTAL.
083900     PERFORM 5000-ACUMULAR THRU 5000-ACUMULAR-EXIT.
084000     MOVE ROT-DEPTO-ANTES TO ROT-DEPTO-COMUN.
084100     MOVE 'S' TO ROT-CAMPO.
084200     MOVE 'N' TO ROT-SUMA-CIA.
084300     MOVE 'N' TO ROT-SUMA-TOTAL.
084400     PERFORM 5000-ACUMULAR THRU 5000-ACUMULAR-EXIT.
084500 3200-CAMBIO-MES-EXIT.
084600     EXIT.
084700*
084800******************************************************************
084900* 3300-TRASLADO-MES - A COMPANY MOVE OF THE MONTH: OUT OF THE
085000*                     OLD COMPANY, INTO THE NEW ONE
085100******************************************************************
085200 3300-TRASLADO-MES.
085300     IF ROT-TRA-FECHA(ROT-X-TRA) NOT > ROT-FECHA-ANTES
085400         OR ROT-TRA-FECHA(ROT-X-TRA) > ROT-FECHA-DESPUES
085500         OR ROT-TRA-ANT(ROT-X-TRA) = ROT-TRA-NUEVA(ROT-X-TRA)
085600         GO TO 3300-TRASLADO-MES-EXIT
085700     END-IF.
085800     MOVE ROT-TRA-ID(ROT-X-TRA) TO ROT-ID-BUSCADO.
085900     PERFORM 8100-UBICAR-EMPLEADO THRU 8100-UBICAR-EMPLEADO-EXIT.
086000     IF NOT ROT-ES-HALLADO
086100         GO TO 3300-TRASLADO-MES-EXIT
086200     END-IF.
086300     SET ROT-X-EMP TO ROT-POS-HALLADA.
086400     MOVE ROT-TRA-FECHA(ROT-X-TRA) TO ROT-FECHA-COMUN.
086500     PERFORM 6000-UBICAR-EN-FECHA THRU 6000-UBICAR-EN-FECHA-EXIT.
086600     MOVE 1 TO ROT-VALOR.
086700     MOVE ROT-TRA-NUEVA(ROT-X-TRA) TO ROT-CIA-COMUN.
086800     MOVE 'E' TO ROT-CAMPO.
086900     MOVE 'N' TO ROT-SUMA-TOTAL.
087000     PERFORM 5000-ACUMULAR THRU 5000-ACUMULAR-EXIT.
087100     MOVE ROT-TRA-ANT(ROT-X-TRA) TO ROT-CIA-COMUN.
087200     MOVE 'S' TO ROT-CAMPO.
087300     MOVE 'N' TO ROT-SUMA-TOTAL.
087400     PERFORM 5000-ACUMULAR THRU 5000-ACUMULAR-EXIT.
087500 3300-TRASLADO-MES-EXIT.
087600     EXIT.
087700*
087800******************************************************************
087900* 3500-IMPRIMIR-GRUPO - ONE LINE OF THE MONTH, AND THE EXITS BY
088000*                       REASON WHEN THERE WERE ANY
088100******************************************************************
088200 3500-IMPRIMIR-GRUPO.
088300     COMPUTE ROT-PROMEDIO =
088400         (ROT-GRU-INICIAL(ROT-X-GRU) + ROT-GRU-FINAL(ROT-X-GRU))
088500         / 2.
088600     MOVE ZERO TO ROT-PORC-MES.
088700     IF ROT-PROMEDIO > ZERO
088800         COMPUTE ROT-PORC-MES ROUNDED =
088900             ROT-GRU-BAJAS(ROT-X-GRU) * 100 / ROT-PROMEDIO
089000     END-IF.
089100     COMPUTE ROT-PROMEDIO =
089200         (ROT-GRU-INICIAL-12(ROT-X-GRU)
089300          + ROT-GRU-FINAL(ROT-X-GRU)) / 2.
089400     MOVE ZERO TO ROT-PORC-12.
089500     IF ROT-PROMEDIO > ZERO
089600         COMPUTE ROT-PORC-12 ROUNDED =
089700             ROT-GRU-BAJAS-12(ROT-X-GRU) * 100 / ROT-PROMEDIO
089800     END-IF.
089900     MOVE ZERO TO ROT-ANTIG-ANIOS.
090000     IF ROT-GRU-ANTIG-CANT(ROT-X-GRU) > ZERO
090100         COMPUTE ROT-ANTIG-ANIOS ROUNDED =
090200             ROT-GRU-ANTIG-MESES(ROT-X-GRU)
090300             / ROT-GRU-ANTIG-CANT(ROT-X-GRU) / 12
090400     END-IF.
090500     MOVE ROT-GRU-INICIAL(ROT-X-GRU) TO ROT-INIC-ED.
090600     MOVE ROT-GRU-ALTAS(ROT-X-GRU) TO ROT-ALTA-ED.
090700     MOVE ROT-GRU-BAJAS(ROT-X-GRU) TO ROT-BAJA-ED.
090800     MOVE ROT-GRU-ENTRAN(ROT-X-GRU) TO ROT-ENTR-ED.
090900     MOVE ROT-GRU-SALEN(ROT-X-GRU) TO ROT-SALI-ED.
091000     MOVE ROT-GRU-FINAL(ROT-X-GRU) TO ROT-FINAL-ED.
091100     MOVE ROT-PORC-MES TO ROT-PORC-MES-ED.
091200     MOVE ROT-PORC-12 TO ROT-PORC-12-ED.
091300     MOVE ROT-ANTIG-ANIOS TO ROT-ANTIG-ED.
091400     MOVE ROT-GRU-PRUEBA(ROT-X-GRU) TO ROT-PRUEB-ED.
091500     MOVE SPACES TO RPT-LINEA.
091600     IF ROT-GRU-CIA(ROT-X-GRU) = HIGH-VALUES
091700         MOVE 'TOTAL GENERAL' TO RPT-LINEA(1:14)
091800     ELSE
091900         IF ROT-GRU-DEPTO(ROT-X-GRU) = HIGH-VALUES
092000             MOVE ROT-GRU-CIA(ROT-X-GRU) TO RPT-LINEA(1:3)
092100             MOVE 'TOTAL CIA' TO RPT-LINEA(5:10)
092200         ELSE
092300             MOVE ROT-GRU-CIA(ROT-X-GRU) TO RPT-LINEA(1:3)
092400             MOVE ROT-GRU-DEPTO(ROT-X-GRU) TO RPT-LINEA(5:10)
092500         END-IF
092600     END-IF.
092700     MOVE 16 TO ROT-PUNTERO.
092800     STRING ROT-INIC-ED ' ' ROT-ALTA-ED ' ' ROT-BAJA-ED ' '
092900         ROT-ENTR-ED ' ' ROT-SALI-ED '  ' ROT-FINAL-ED ' '
093000         ROT-PORC-MES-ED ' ' ROT-PORC-12-ED ' '
093100         ROT-ANTIG-ED '  ' ROT-PRUEB-ED
093200         DELIMITED BY SIZE INTO RPT-LINEA
093300         WITH POINTER ROT-PUNTERO.
093400     WRITE RPT-LINEA.
093500     IF ROT-GRU-BAJAS(ROT-X-GRU) = ZERO
093600         GO TO 3500-IMPRIMIR-GRUPO-EXIT
093700     END-IF.
093800     MOVE SPACES TO RPT-LINEA.
093900     MOVE '    MOTIVOS:' TO RPT-LINEA.
094000     MOVE 13 TO ROT-PUNTERO.
094100     PERFORM 3510-MOTIVO-GRUPO THRU 3510-MOTIVO-GRUPO-EXIT
094200         VARYING ROT-X-MOT FROM 1 BY 1
094300         UNTIL ROT-X-MOT > 9.
094400     WRITE RPT-LINEA.
094500 3500-IMPRIMIR-GRUPO-EXIT.
094600     EXIT.
094700*
094800******************************************************************
094900* 3510-MOTIVO-GRUPO - ONE REASON WITH EXITS, ADDED TO THE LINE
095000******************************************************************
095100 3510-MOTIVO-GRUPO.
095200     IF ROT-GRU-MOTIVO-CANT(ROT-X-GRU, ROT-X-MOT) = ZERO
095300         GO TO 3510-MOTIVO-GRUPO-EXIT
095400     END-IF.
095500     MOVE ROT-GRU-MOTIVO-CANT(ROT-X-GRU, ROT-X-MOT)
095600         TO ROT-MOTIVO-ED.
095700     IF ROT-X-MOT = 9
095800         STRING ' --' ROT-MOTIVO-ED
095900             DELIMITED BY SIZE INTO RPT-LINEA
096000             WITH POINTER ROT-PUNTERO
096100     ELSE
096200         SET MTB-X TO ROT-X-MOT
096300         STRING ' ' MTB-CODIGO(MTB-X) ROT-MOTIVO-ED
096400             DELIMITED BY SIZE INTO RPT-LINEA
096500             WITH POINTER ROT-PUNTERO
096600     END-IF.
096700 3510-MOTIVO-GRUPO-EXIT.
096800     EXIT.
096900*
097000******************************************************************
097100* 4000-REPORTAR-PRUEBA - THE EXITS DURING PROBATION, ONE BY ONE
097200******************************************************************
097300 4000-REPORTAR-PRUEBA.
097400     MOVE SPACES TO RPT-LINEA.
097500     WRITE RPT-LINEA.
097600     MOVE '=== BAJAS DURANTE EL PERIODO DE PRUEBA ==='
097700         TO RPT-LINEA.
097800     WRITE RPT-LINEA.
097900     IF ROT-CANT-PRUEBA = ZERO
098000         MOVE 'NINGUNA EN EL RANGO' TO RPT-LINEA
098100         WRITE RPT-LINEA
098200         GO TO 4000-REPORTAR-PRUEBA-EXIT
098300     END-IF.
098400     MOVE 'ID    NOMBRE CIA DEPTO      BAJA       FIN PRUEBA '
098500         TO RPT-LINEA.
098600     MOVE 'MOTIVO' TO RPT-LINEA(51:6).
098700     WRITE RPT-LINEA.
098800     PERFORM 4100-LINEA-PRUEBA THRU 4100-LINEA-PRUEBA-EXIT
098900         VARYING ROT-X-PRU FROM 1 BY 1
099000         UNTIL ROT-X-PRU > ROT-CANT-PRUEBA.
099100 4000-REPORTAR-PRUEBA-EXIT.
099200     EXIT.
099300*
099400******************************************************************
099500* 4100-LINEA-PRUEBA - ONE EXIT DURING PROBATION
099600******************************************************************
099700 4100-LINEA-PRUEBA.
099800     MOVE ROT-PRU-BAJA(ROT-X-PRU) TO ROT-FECHA-ED.
099900     MOVE ROT-PRU-FIN(ROT-X-PRU) TO ROT-FIN-PRUEBA-ED.
100000     MOVE SPACES TO RPT-LINEA.
100100     STRING ROT-PRU-ID(ROT-X-PRU) ' ' ROT-PRU-NOMBRE(ROT-X-PRU)
100200         '  ' ROT-PRU-CIA(ROT-X-PRU) ' ' ROT-PRU-DEPTO(ROT-X-PRU)
100300         ' ' ROT-FECHA-ED ' ' ROT-FIN-PRUEBA-ED ' '
100400         ROT-PRU-MOTIVO(ROT-X-PRU)
100500         DELIMITED BY SIZE INTO RPT-LINEA.
100600     WRITE RPT-LINEA.
100700 4100-LINEA-PRUEBA-EXIT.
100800     EXIT.
100900*
101000******************************************************************
101100* 5000-ACUMULAR - ADD ROT-VALOR TO ROT-CAMPO OF THE COMPANY AND
101200*                 DEPARTMENT, OF THE COMPANY TOTAL AND OF THE
101300*                 GRAND TOTAL (THE LAST TWO UNLESS TURNED OFF
101400*                 FOR THIS CALL)
101500******************************************************************
101600 5000-ACUMULAR.
101700     MOVE ROT-CIA-COMUN TO ROT-CLA-CIA.
101800     MOVE ROT-DEPTO-COMUN TO ROT-CLA-DEPTO.
101900     PERFORM 5100-SUMAR-CLAVE THRU 5100-SUMAR-CLAVE-EXIT.
102000     IF ROT-SUMA-CIA = 'Y'
102100         MOVE HIGH-VALUES TO ROT-CLA-DEPTO
102200         PERFORM 5100-SUMAR-CLAVE THRU 5100-SUMAR-CLAVE-EXIT
102300     END-IF.
102400     IF ROT-SUMA-TOTAL = 'Y'
102500         MOVE HIGH-VALUES TO ROT-CLAVE-BUSCADA
102600         PERFORM 5100-SUMAR-CLAVE THRU 5100-SUMAR-CLAVE-EXIT
102700     END-IF.
102800     MOVE 'Y' TO ROT-SUMA-CIA.
102900     MOVE 'Y' TO ROT-SUMA-TOTAL.
103000 5000-ACUMULAR-EXIT.
103100     EXIT.
103200*
103300******************************************************************
103400* 5100-SUMAR-CLAVE - FIND OR OPEN THE ROW OF ROT-CLAVE-BUSCADA
103500******************************************************************
103600 5100-SUMAR-CLAVE.
103700     MOVE 'N' TO ROT-HALLADO.
103800     PERFORM 5110-BUSCAR-GRUPO THRU 5110-BUSCAR-GRUPO-EXIT
103900         VARYING ROT-X-GRU FROM 1 BY 1
104000         UNTIL ROT-X-GRU > ROT-CANT-GRUPOS
104100         OR ROT-ES-HALLADO.
104200     IF ROT-ES-HALLADO
104300         SET ROT-X-GRU TO ROT-POS-HALLADA
104400     ELSE
104500         IF ROT-CANT-GRUPOS NOT < 80
104600             SET ROT-HUBO-DESBORDE TO TRUE
104700             GO TO 5100-SUMAR-CLAVE-EXIT
104800         END-IF
104900         ADD 1 TO ROT-CANT-GRUPOS
105000         SET ROT-X-GRU TO ROT-CANT-GRUPOS
105100         INITIALIZE ROT-GRUPO-FILA(ROT-X-GRU)
105200         MOVE ROT-CLAVE-BUSCADA TO ROT-GRU-CLAVE(ROT-X-GRU)
105300     END-IF.
105400     EVALUATE ROT-CAMPO
105500         WHEN 'I'
105600             ADD ROT-VALOR TO ROT-GRU-INICIAL(ROT-X-GRU)
105700         WHEN 'A'
105800             ADD ROT-VALOR TO ROT-GRU-ALTAS(ROT-X-GRU)
105900         WHEN 'B'
106000             ADD ROT-VALOR TO ROT-GRU-BAJAS(ROT-X-GRU)
106100             ADD ROT-VALOR
106200                 TO ROT-GRU-MOTIVO-CANT(ROT-X-GRU, ROT-MOTIVO-X)
106300         WHEN 'E'
106400             ADD ROT-VALOR TO ROT-GRU-ENTRAN(ROT-X-GRU)
106500         WHEN 'S'
106600             ADD ROT-VALOR TO ROT-GRU-SALEN(ROT-X-GRU)
106700         WHEN 'F'
106800             ADD ROT-VALOR TO ROT-GRU-FINAL(ROT-X-GRU)
106900         WHEN 'P'
107000             ADD ROT-VALOR TO ROT-GRU-PRUEBA(ROT-X-GRU)
107100         WHEN 'R'
107200             ADD ROT-VALOR TO ROT-GRU-BAJAS-12(ROT-X-GRU)
107300         WHEN 'V'
107400             ADD ROT-VALOR TO ROT-GRU-INICIAL-12(ROT-X-GRU)
107500         WHEN 'T'
107600             ADD 1 TO ROT-GRU-ANTIG-CANT(ROT-X-GRU)
107700             ADD ROT-VALOR TO ROT-GRU-ANTIG-MESES(ROT-X-GRU)
107800     END-EVALUATE.
107900 5100-SUMAR-CLAVE-EXIT.
108000     EXIT.
108100*
108200******************************************************************
108300* 5110-BUSCAR-GRUPO - IS THIS THE ROW OF THE KEY
108400******************************************************************
108500 5110-BUSCAR-GRUPO.
108600     IF ROT-GRU-CLAVE(ROT-X-GRU) = ROT-CLAVE-BUSCADA
108700         SET ROT-ES-HALLADO TO TRUE
108800         SET ROT-POS-HALLADA TO ROT-X-GRU
108900     END-IF.
109000 5110-BUSCAR-GRUPO-EXIT.
109100     EXIT.
109200*
109300******************************************************************
109400* 5500-MAPEAR-DEPTO - FOLD AN OLD NAME INTO ITS NEW ONE
109500******************************************************************
109600 5500-MAPEAR-DEPTO.
109700     IF ROT-DEPTO-COMUN = ROT-MAP-VIEJO(ROT-X-MAPE)
109800         MOVE ROT-MAP-NUEVO(ROT-X-MAPE) TO ROT-DEPTO-COMUN
109900     END-IF.
110000 5500-MAPEAR-DEPTO-EXIT.
110100     EXIT.
110200*
110300******************************************************************
110400* 6000-UBICAR-EN-FECHA - THE DEPARTMENT AND COMPANY OF THE
110500*                        EMPLOYEE ON ROT-FECHA-COMUN
110600******************************************************************
110700 6000-UBICAR-EN-FECHA.
110800     MOVE ROT-EMP-DEPTO-INI(ROT-X-EMP) TO ROT-DEPTO-COMUN.
110900     MOVE ROT-EMP-CIA-INI(ROT-X-EMP) TO ROT-CIA-COMUN.
111000     IF ROT-EMP-PRIMER-CAMBIO(ROT-X-EMP) NOT = ZERO
111100         AND ROT-EMP-PRIMER-CAMBIO(ROT-X-EMP)
111200             NOT > ROT-FECHA-COMUN
111300         MOVE ZERO TO ROT-FECHA-MEJOR
111400         PERFORM 6100-DEPTO-EN-FECHA THRU 6100-DEPTO-EN-FECHA-EXIT
111500             VARYING ROT-X-CAM2 FROM 1 BY 1
111600             UNTIL ROT-X-CAM2 > ROT-CANT-CAMBIOS
111700     END-IF.
111800     IF ROT-EMP-PRIMER-TRASL(ROT-X-EMP) NOT = ZERO
111900         AND ROT-EMP-PRIMER-TRASL(ROT-X-EMP)
112000             NOT > ROT-FECHA-COMUN
112100         MOVE ZERO TO ROT-FECHA-MEJOR
112200         PERFORM 6200-CIA-EN-FECHA THRU 6200-CIA-EN-FECHA-EXIT
112300             VARYING ROT-X-TRA2 FROM 1 BY 1
112400             UNTIL ROT-X-TRA2 > ROT-CANT-TRASLADOS
112500     END-IF.
112600 6000-UBICAR-EN-FECHA-EXIT.
112700     EXIT.
112800*
112900******************************************************************
113000* 6100-DEPTO-EN-FECHA - THE LATEST CHANGE UP TO THE DATE WINS
113100******************************************************************
113200 6100-DEPTO-EN-FECHA.
113300     IF ROT-CAM-ID(ROT-X-CAM2) = ROT-EMP-ID(ROT-X-EMP)
113400         AND ROT-CAM-FECHA(ROT-X-CAM2) NOT > ROT-FECHA-COMUN
113500         AND ROT-CAM-FECHA(ROT-X-CAM2) NOT < ROT-FECHA-MEJOR
113600         MOVE ROT-CAM-FECHA(ROT-X-CAM2) TO ROT-FECHA-MEJOR
113700         MOVE ROT-CAM-DEPTO(ROT-X-CAM2) TO ROT-DEPTO-COMUN
113800     END-IF.
113900 6100-DEPTO-EN-FECHA-EXIT.
114000     EXIT.
114100*
114200******************************************************************
114300* 6200-CIA-EN-FECHA - THE LATEST COMPANY MOVE UP TO THE DATE WINS
114400******************************************************************
114500 6200-CIA-EN-FECHA.
114600     IF ROT-TRA-ID(ROT-X-TRA2) = ROT-EMP-ID(ROT-X-EMP)
114700         AND ROT-TRA-FECHA(ROT-X-TRA2) NOT > ROT-FECHA-COMUN
114800         AND ROT-TRA-FECHA(ROT-X-TRA2) NOT < ROT-FECHA-MEJOR
114900         MOVE ROT-TRA-FECHA(ROT-X-TRA2) TO ROT-FECHA-MEJOR
115000         MOVE ROT-TRA-NUEVA(ROT-X-TRA2) TO ROT-CIA-COMUN
115100     END-IF.
115200 6200-CIA-EN-FECHA-EXIT.
115300     EXIT.
115400*
115500******************************************************************
115600* 7000-ORDENAR-GRUPOS - COMPANY AND DEPARTMENT ORDER, TOTALS
115700*                       LAST (A PLAIN EXCHANGE SORT; THE TABLE
115800*                       IS SMALL)
115900******************************************************************
116000 7000-ORDENAR-GRUPOS.
116100     IF ROT-CANT-GRUPOS < 2
116200         GO TO 7000-ORDENAR-GRUPOS-EXIT
116300     END-IF.
116400     PERFORM 7100-COMPARAR-GRUPOS THRU 7100-COMPARAR-GRUPOS-EXIT
116500         VARYING ROT-X-GRU FROM 1 BY 1
116600         UNTIL ROT-X-GRU > ROT-CANT-GRUPOS
116700         AFTER ROT-X-GRU2 FROM 1 BY 1
116800         UNTIL ROT-X-GRU2 > ROT-CANT-GRUPOS.
116900 7000-ORDENAR-GRUPOS-EXIT.
117000     EXIT.
117100*
117200******************************************************************
117300* 7100-COMPARAR-GRUPOS - SWAP TWO ROWS OUT OF ORDER
117400******************************************************************
117500 7100-COMPARAR-GRUPOS.
117600     IF ROT-X-GRU2 > ROT-X-GRU
117700         AND ROT-GRU-CLAVE(ROT-X-GRU2) < ROT-GRU-CLAVE(ROT-X-GRU)
117800         MOVE ROT-GRUPO-FILA(ROT-X-GRU) TO ROT-GRUPO-AUX
117900         MOVE ROT-GRUPO-FILA(ROT-X-GRU2)
118000             TO ROT-GRUPO-FILA(ROT-X-GRU)
118100         MOVE ROT-GRUPO-AUX TO ROT-GRUPO-FILA(ROT-X-GRU2)
118200     END-IF.
118300 7100-COMPARAR-GRUPOS-EXIT.
118400     EXIT.
118500*
118600******************************************************************
118700* 8100-UBICAR-EMPLEADO - THE TABLE POSITION OF ROT-ID-BUSCADO
118800******************************************************************
118900 8100-UBICAR-EMPLEADO.
119000     MOVE 'N' TO ROT-HALLADO.
119100     MOVE ZERO TO ROT-POS-HALLADA.
119200     PERFORM 8110-COMPARAR-ID THRU 8110-COMPARAR-ID-EXIT
119300         VARYING ROT-X-EMP FROM 1 BY 1
119400         UNTIL ROT-X-EMP > ROT-CANT-EMP
119500         OR ROT-ES-HALLADO.
119600 8100-UBICAR-EMPLEADO-EXIT.
119700     EXIT.
119800*
119900******************************************************************
120000* 8110-COMPARAR-ID - ONE TABLE ROW AGAINST THE ID
120100******************************************************************
120200 8110-COMPARAR-ID.
120300     IF ROT-EMP-ID(ROT-X-EMP) = ROT-ID-BUSCADO
120400         SET ROT-ES-HALLADO TO TRUE
120500         SET ROT-POS-HALLADA TO ROT-X-EMP
120600     END-IF.
120700 8110-COMPARAR-ID-EXIT.
120800     EXIT.
120900*
121000******************************************************************
121100* 8500-ABS-A-PERIODO - A MONTH COUNT (YEAR * 12 + MONTH - 1)
121200*                      BACK TO AAAAMM
121300******************************************************************
121400 8500-ABS-A-PERIODO.
121500     DIVIDE ROT-CALC-ABS BY 12
121600         GIVING ROT-CALC-ANIO REMAINDER ROT-CALC-RESTO.
121700     MOVE ROT-CALC-ANIO TO ROT-COMUN-ANIO.
121800     COMPUTE ROT-COMUN-MES = ROT-CALC-RESTO + 1.
121900 8500-ABS-A-PERIODO-EXIT.
122000     EXIT.
122100*
122200******************************************************************
122300* 0800-CARGAR-MAPEO - OLD-TO-NEW DEPARTMENT MAPPING
122400******************************************************************
122500 0800-CARGAR-MAPEO.
122600     MOVE 'N' TO ROT-FIN-MAPEO.
122700     OPEN INPUT DEPTOMAP-FILE.
122800     IF ROT-STATUS-MAPEO = '00'
122900         PERFORM 0810-LEER-MAPEO THRU 0810-LEER-MAPEO-EXIT
123000             UNTIL ROT-ES-FIN-MAPEO
123100     END-IF.
123200     CLOSE DEPTOMAP-FILE.
123300 0800-CARGAR-MAPEO-EXIT.
123400     EXIT.
123500*
123600******************************************************************
123700* 0810-LEER-MAPEO - KEEP ONE MAPPING ROW
123800******************************************************************
123900 0810-LEER-MAPEO.
124000     READ DEPTOMAP-FILE
124100         AT END
124200             SET ROT-ES-FIN-MAPEO TO TRUE
124300         NOT AT END
124400             IF ROT-CANT-MAPEO < 20
124500                 ADD 1 TO ROT-CANT-MAPEO
124600                 SET ROT-X-MAPE TO ROT-CANT-MAPEO
124700                 MOVE DPM-VIEJO TO ROT-MAP-VIEJO(ROT-X-MAPE)
124800                 MOVE DPM-NUEVO TO ROT-MAP-NUEVO(ROT-X-MAPE)
124900             END-IF
125000     END-READ.
125100 0810-LEER-MAPEO-EXIT.
125200     EXIT.
125300 END PROGRAM ROTACION.
