000100******************************************************************
000200* AUTHOR:      HERNAN HERGERT
000300* INSTALLATION: DATA PROCESSING
000400* DATE-WRITTEN:
000500* DATE-COMPILED:
000600* PURPOSE:     MONTHLY OVERTIME COMPLIANCE REPORT FOR LABOR
000700*              RELATIONS, IN A FORM THAT CAN BE HANDED TO THE
000800*              LABOR INSPECTORS. FOR THE OPEN MONTHLY PERIOD
000900*              (PERIODCTL, FALLING BACK TO THE RUN DATE) IT
001000*              LISTS, DEPARTMENT BY DEPARTMENT, EVERY EMPLOYEE
001100*              WITH OVERTIME IN THE TIMEREG DIARY: THE HOURS OF
001200*              THE MONTH AND OF THE YEAR TO DATE, THE DAYS OVER
001300*              THE DAILY CAP, THE RESTS SHORTER THAN THE MINIMUM
001400*              BETWEEN TWO CLOCKED DAYS AND THE OVERRIDES OF THE
001500*              ANNUAL CAP APPROVED IN TIMECAP (OTEXCEP), FOLLOWED
001600*              BY THE DETAIL OF EACH BREACH AND OF EACH OVERRIDE.
001700*              THE CAPS ARE THE SAME PARMS CARDS TIMECAP USES
001800*              (HEXTRADIA, HEXTRAMES, HEXTRAANIO, HEXTRAAVISO,
001900*              DESCANSOMIN). THE STEP ENDS WITH RC 4 WHEN THERE
002000*              IS ANY BREACH IN THE PERIOD.
002100* TECTONICS:   COBC
002200*
002300* MODIFICATION HISTORY:
002400*   - NEW REPORT, RUN AT THE END OF THE PAYMTH JOB.
002500******************************************************************
002600 IDENTIFICATION DIVISION.
002700 PROGRAM-ID. EXTRAREPT.
002800 ENVIRONMENT DIVISION.
002900 INPUT-OUTPUT SECTION.
003000 FILE-CONTROL.
003100     SELECT OPTIONAL EMPLOYEES-FILE ASSIGN TO 'EMPLOYEES'
003200         ORGANIZATION IS LINE SEQUENTIAL
003300         FILE STATUS IS EXR-STATUS-EMPL.
003400     SELECT OPTIONAL TIMEREG-FILE ASSIGN TO 'TIMEREG'
003500         ORGANIZATION IS LINE SEQUENTIAL
003600         FILE STATUS IS EXR-STATUS-DIARIO.
003700     SELECT OPTIONAL OTEXCEP-FILE ASSIGN TO 'OTEXCEP'
003800         ORGANIZATION IS LINE SEQUENTIAL
003900         FILE STATUS IS EXR-STATUS-EXCEP.
004000     SELECT OPTIONAL PERIODCTL-FILE ASSIGN TO 'PERIODCTL'
004100         ORGANIZATION IS LINE SEQUENTIAL
004200         FILE STATUS IS EXR-STATUS-PERIODO.
004300     SELECT REPORTE-FILE ASSIGN TO 'EXTRARPT'
004400         ORGANIZATION IS LINE SEQUENTIAL.
004500 DATA DIVISION.
004600 FILE SECTION.
004700 FD  EMPLOYEES-FILE
004800     LABEL RECORDS ARE STANDARD.
004900 01  EM-RECORD.
005000     COPY EMPLEADO.
005100 FD  TIMEREG-FILE
005200     LABEL RECORDS ARE STANDARD.
005300 01  TR-RECORD.
005400     05 TR-ID                    PIC 9(05).
005500     05 TR-NOMBRE                PIC X(05).
005600     05 TR-FECHA                 PIC 9(08).
005700     05 TR-HORAS-NORM            PIC 9(02).
005800     05 TR-HORAS-EXTRA           PIC 9(02).
005900     05 TR-FERIADO               PIC X(01).
006000     05 TR-APROBADO              PIC X(01).
006100     05 TR-RESUMIDO              PIC X(01).
006200     05 TR-PERIODO-RESUMEN       PIC 9(06).
006300     05 TR-MOTIVO                PIC X(02).
006400     05 TR-TARDE                 PIC X(01).
006500     05 TR-PROYECTO              PIC X(08).
006600     05 TR-HORA-ENTRADA          PIC X(04).
006700     05 TR-HORA-SALIDA           PIC X(04).
006800 FD  OTEXCEP-FILE
006900     LABEL RECORDS ARE STANDARD.
007000 01  OX-RECORD.
007100     05 OX-ID                    PIC 9(05).
007200     05 OX-FECHA                 PIC 9(08).
007300     05 OX-HORAS-EXTRA           PIC 9(02).
007400     05 OX-ACUM-ANIO             PIC 9(05).
007500     05 OX-OPERADOR              PIC X(08).
007600     05 OX-FECHA-APROBACION      PIC 9(08).
007700     05 OX-MOTIVO                PIC X(30).
007800 FD  PERIODCTL-FILE
007900     LABEL RECORDS ARE STANDARD.
008000 01  PC-RECORD.
008100     05 PC-PERIODO               PIC 9(06).
008200     05 PC-ESTADO                PIC X(01).
008300     05 PC-FRECUENCIA            PIC X(01).
008400     05 PC-SECUENCIA             PIC 9(02).
008500 FD  REPORTE-FILE
008600     LABEL RECORDS ARE STANDARD
008700     RECORD CONTAINS 80 CHARACTERS.
008800 01  RPT-LINEA                   PIC X(80).
008900 WORKING-STORAGE SECTION.
009000*
009100 01  EXR-STATUS-EMPL             PIC XX.
009200 01  EXR-STATUS-DIARIO           PIC XX.
009300 01  EXR-STATUS-EXCEP            PIC XX.
009400 01  EXR-STATUS-PERIODO          PIC XX.
009500*
009600 01  EXR-INDICADORES.
009700     05  EXR-FIN-ARCHIVO         PIC X VALUE 'N'.
009800         88  EXR-ES-FIN-ARCHIVO  VALUE 'Y'.
009900     05  EXR-HALLADO             PIC X VALUE 'N'.
010000         88  EXR-ES-HALLADO      VALUE 'Y'.
010100*
010200*    TOPES LEGALES DE HORAS EXTRA Y DESCANSO MINIMO ENTRE
010300*    JORNADAS; LOS VALORES DE PARMS REEMPLAZAN A ESTOS.
010400 01  EXR-TOPES.
010500     05  EXR-TOPE-DIA            PIC 9(02) VALUE 3.
010600     05  EXR-TOPE-MES            PIC 9(03) VALUE 30.
010700     05  EXR-TOPE-ANIO           PIC 9(04) VALUE 200.
010800     05  EXR-PORC-AVISO          PIC 9(03) VALUE 80.
010900     05  EXR-DESCANSO-MIN        PIC 9(02) VALUE 12.
011000     05  EXR-UMBRAL-MES          PIC 9(05)V99.
011100     05  EXR-UMBRAL-ANIO         PIC 9(05)V99.
011200*
011300 01  EXR-VARIABLES.
011400     05  EXR-PERIODO             PIC 9(06) VALUE ZERO.
011500     05  EXR-PERIODO-R REDEFINES EXR-PERIODO.
011600         10  EXR-PER-ANIO        PIC 9(04).
011700         10  EXR-PER-MES         PIC 9(02).
011800     05  EXR-PERIODO-ANT         PIC 9(06).
011900     05  EXR-FECHA-HOY           PIC 9(08).
012000     05  EXR-PARM-CLAVE          PIC X(12).
012100     05  EXR-PARM-VALOR          PIC X(20).
012200     05  EXR-PARM-HALLADO        PIC X(01).
012300         88  EXR-ES-PARM-HALLADO VALUE 'Y'.
012400     05  EXR-DEPTO-ACTUAL        PIC X(10).
012500     05  EXR-OBSERVACION         PIC X(20).
012600     05  EXR-MIN-FIN             PIC S9(05).
012700     05  EXR-MIN-INICIO          PIC S9(05).
012800     05  EXR-DESCANSO            PIC S9(05).
012900     05  EXR-DESCANSO-HS         PIC 9(02).
013000     05  EXR-DESCANSO-MM         PIC 9(02).
013100     05  EXR-HHMM                PIC 9(04).
013200     05  EXR-HHMM-R REDEFINES EXR-HHMM.
013300         10  EXR-HH              PIC 9(02).
013400         10  EXR-MM              PIC 9(02).
013500     05  EXR-MES-ED              PIC ZZZZ9.
013600     05  EXR-ANIO-ED             PIC ZZZZ9.
013700     05  EXR-DIAS-ED             PIC ZZZ9.
013800     05  EXR-DESC-ED             PIC ZZZ9.
013900     05  EXR-EXC-ED              PIC ZZZ9.
014000*
014100 01  EXR-CONTADORES.
014200     05  EXR-CANT-INCUMPLIM      PIC 9(05) VALUE ZERO.
014300     05  EXR-CANT-LISTADOS       PIC 9(05) VALUE ZERO.
014400     05  EXR-DEP-EMPLEADOS       PIC 9(05).
014500     05  EXR-DEP-HORAS           PIC 9(07).
014600     05  EXR-DEP-OBSERVADOS      PIC 9(05).
014700     05  EXR-TOT-HORAS           PIC 9(07) VALUE ZERO.
014800*
014900 01  EXR-CANT-EMPL               PIC 9(04) VALUE ZERO.
015000 01  EXR-TABLA-EMPL.
015100     05  EXR-EMPL-FILA OCCURS 500 TIMES
015200                       INDEXED BY EXR-X-EMPL.
015300         10 EXR-EMPL-ID          PIC 9(05).
015400         10 EXR-EMPL-NOMBRE      PIC X(05).
015500         10 EXR-EMPL-DEPTO       PIC X(10).
015600         10 EXR-EMPL-MES         PIC 9(05).
015700         10 EXR-EMPL-ANIO        PIC 9(05).
015800         10 EXR-EMPL-DIAS-TOPE   PIC 9(03).
015900         10 EXR-EMPL-DESCANSOS   PIC 9(03).
016000         10 EXR-EMPL-EXCEP       PIC 9(03).
016100*
016200*    DEPARTAMENTOS EN ORDEN DE CODIGO.
016300 01  EXR-CANT-DEPTOS             PIC 9(03) VALUE ZERO.
016400 01  EXR-TABLA-DEPTOS.
016500     05  EXR-DEPTO-FILA OCCURS 100 TIMES
016600                        INDEXED BY EXR-X-DEP EXR-X-DEP2.
016700         10 EXR-DEPTO            PIC X(10).
016800*
016900*    DIAS DEL PERIODO, Y DIAS MARCADOS DEL MES ANTERIOR PARA EL
017000*    DESCANSO DEL PRIMER DIA DEL PERIODO.
017100 01  EXR-CANT-DIAS               PIC 9(04) VALUE ZERO.
017200 01  EXR-TABLA-DIAS.
017300     05  EXR-DIA-FILA OCCURS 2000 TIMES
017400                      INDEXED BY EXR-X-DIA EXR-X-OTR.
017500         10 EXR-DIA-ID           PIC 9(05).
017600         10 EXR-DIA-FECHA        PIC 9(08).
017700         10 EXR-DIA-ENTERO       PIC 9(08).
017800         10 EXR-DIA-EXTRA        PIC 9(02).
017900         10 EXR-DIA-ENTRADA      PIC X(04).
018000         10 EXR-DIA-SALIDA       PIC X(04).
018100*
018200 01  EXR-CANT-EXCEP              PIC 9(04) VALUE ZERO.
018300 01  EXR-TABLA-EXCEP.
018400     05  EXR-EXC-FILA OCCURS 500 TIMES
018500                      INDEXED BY EXR-X-EXC.
018600         10 EXR-EXC-ID           PIC 9(05).
018700         10 EXR-EXC-FECHA        PIC 9(08).
018800         10 EXR-EXC-HORAS        PIC 9(02).
018900         10 EXR-EXC-ACUM         PIC 9(05).
019000         10 EXR-EXC-OPERADOR     PIC X(08).
019100         10 EXR-EXC-MOTIVO       PIC X(30).
019200*
019300 PROCEDURE DIVISION.
019400******************************************************************
019500* 0000-MAINLINE - LOAD THE PERIOD, PRINT BY DEPARTMENT, THEN THE
019600*                 DETAIL OF BREACHES AND OVERRIDES
019700******************************************************************
019800 0000-MAINLINE.
019900     PERFORM 0500-FIJAR-PERIODO THRU 0500-FIJAR-PERIODO-EXIT.
020000     PERFORM 0600-CARGAR-TOPES THRU 0600-CARGAR-TOPES-EXIT.
020100     PERFORM 1000-CARGAR-EMPLEADOS
020200         THRU 1000-CARGAR-EMPLEADOS-EXIT.
020300     PERFORM 2000-CARGAR-DIARIO THRU 2000-CARGAR-DIARIO-EXIT.
020400     PERFORM 2500-CARGAR-EXCEPCIONES
020500         THRU 2500-CARGAR-EXCEPCIONES-EXIT.
020600     PERFORM 3000-CONTROLAR-DESCANSOS
020700         THRU 3000-CONTROLAR-DESCANSOS-EXIT.
020800     OPEN OUTPUT REPORTE-FILE.
020900     MOVE 'EXTRAREPT - CUMPLIMIENTO DE HORAS EXTRA Y DESCANSOS'
021000         TO RPT-LINEA.
021100     WRITE RPT-LINEA.
021200     MOVE SPACES TO RPT-LINEA.
021300     STRING 'PERIODO ' EXR-PERIODO
021400         '   EMITIDO ' EXR-FECHA-HOY
021500         DELIMITED BY SIZE INTO RPT-LINEA.
021600     WRITE RPT-LINEA.
021700     MOVE SPACES TO RPT-LINEA.
021800     STRING 'TOPES (HS): DIA ' EXR-TOPE-DIA
021900         '  MES ' EXR-TOPE-MES
022000         '  ANIO ' EXR-TOPE-ANIO
022100         '  AVISO AL ' EXR-PORC-AVISO
022200         '%  DESCANSO MINIMO ' EXR-DESCANSO-MIN
022300         DELIMITED BY SIZE INTO RPT-LINEA.
022400     WRITE RPT-LINEA.
022500     PERFORM 4000-LISTAR-DEPTO THRU 4000-LISTAR-DEPTO-EXIT
022600         VARYING EXR-X-DEP FROM 1 BY 1
022700         UNTIL EXR-X-DEP > EXR-CANT-DEPTOS.
022800     IF EXR-CANT-LISTADOS = ZERO
022900         MOVE SPACES TO RPT-LINEA
023000         WRITE RPT-LINEA
023100         MOVE '  SIN HORAS EXTRA EN EL PERIODO' TO RPT-LINEA
023200         WRITE RPT-LINEA
023300     END-IF.
023400     PERFORM 5000-DETALLE-INCUMPLIM
023500         THRU 5000-DETALLE-INCUMPLIM-EXIT.
023600     PERFORM 6000-DETALLE-EXCEPCIONES
023700         THRU 6000-DETALLE-EXCEPCIONES-EXIT.
023800     MOVE SPACES TO RPT-LINEA.
023900     WRITE RPT-LINEA.
024000     MOVE EXR-TOT-HORAS TO EXR-MES-ED.
024100     MOVE SPACES TO RPT-LINEA.
024200     STRING 'TOTAL GENERAL: ' EXR-CANT-LISTADOS ' EMPLEADOS, '
024300         EXR-MES-ED ' HS EXTRA EN EL MES, '
024400         EXR-CANT-INCUMPLIM ' INCUMPLIMIENTOS'
024500         DELIMITED BY SIZE INTO RPT-LINEA.
024600     WRITE RPT-LINEA.
024700     CLOSE REPORTE-FILE.
024800     DISPLAY 'EXTRAREPT: PERIODO ' EXR-PERIODO ', '
024900         EXR-CANT-LISTADOS ' EMPLEADOS CON HORAS EXTRA, '
025000         EXR-CANT-INCUMPLIM ' INCUMPLIMIENTOS'.
025100     IF EXR-CANT-INCUMPLIM > ZERO
025200         MOVE 4 TO RETURN-CODE
025300     ELSE
025400         MOVE ZERO TO RETURN-CODE
025500     END-IF.
025600     GOBACK.
025700 0000-MAINLINE-EXIT.
025800     EXIT.
025900*
026000******************************************************************
026100* 0500-FIJAR-PERIODO - THE OPEN MONTHLY PERIOD (RUN DATE WHEN
026200*                      ABSENT) AND THE MONTH BEFORE IT
026300******************************************************************
026400 0500-FIJAR-PERIODO.
026500     ACCEPT EXR-FECHA-HOY FROM DATE YYYYMMDD.
026600     MOVE EXR-FECHA-HOY(1:6) TO EXR-PERIODO.
026700     MOVE 'N' TO EXR-FIN-ARCHIVO.
026800     OPEN INPUT PERIODCTL-FILE.
026900     IF EXR-STATUS-PERIODO = '00'
027000         PERFORM 0510-LEER-PERIODO THRU 0510-LEER-PERIODO-EXIT
027100             UNTIL EXR-ES-FIN-ARCHIVO
027200     END-IF.
027300     CLOSE PERIODCTL-FILE.
027400     IF EXR-PER-MES = 1
027500         COMPUTE EXR-PERIODO-ANT = (EXR-PER-ANIO - 1) * 100 + 12
027600     ELSE
027700         COMPUTE EXR-PERIODO-ANT = EXR-PERIODO - 1
027800     END-IF.
027900 0500-FIJAR-PERIODO-EXIT.
028000     EXIT.
028100*
028200******************************************************************
028300* 0510-LEER-PERIODO - THE OPEN MONTHLY ROW OF PERIODCTL
028400******************************************************************
028500 0510-LEER-PERIODO.
028600     READ PERIODCTL-FILE
028700         AT END
028800             SET EXR-ES-FIN-ARCHIVO TO TRUE
028900         NOT AT END
029000             IF (PC-FRECUENCIA = 'M'
029100                 OR PC-FRECUENCIA = SPACE)
029200                 AND PC-ESTADO NOT = 'C'
029300                 MOVE PC-PERIODO TO EXR-PERIODO
029400             END-IF
029500     END-READ.
029600 0510-LEER-PERIODO-EXIT.
029700     EXIT.
029800*
029900******************************************************************
030000* 0600-CARGAR-TOPES - LEGAL OVERTIME CAPS AND MINIMUM REST FROM
030100*                     PARMS, AS TIMECAP READS THEM
030200******************************************************************
030300 0600-CARGAR-TOPES.
030400     MOVE 'HEXTRADIA' TO EXR-PARM-CLAVE.
030500     CALL 'LEERPARM' USING EXR-PARM-CLAVE
030600         EXR-PARM-VALOR EXR-PARM-HALLADO.
030700     IF EXR-ES-PARM-HALLADO
030800         AND EXR-PARM-VALOR(1:2) IS NUMERIC
030900         AND EXR-PARM-VALOR(1:2) > '00'
031000         MOVE EXR-PARM-VALOR(1:2) TO EXR-TOPE-DIA
031100     END-IF.
031200     MOVE 'HEXTRAMES' TO EXR-PARM-CLAVE.
031300     CALL 'LEERPARM' USING EXR-PARM-CLAVE
031400         EXR-PARM-VALOR EXR-PARM-HALLADO.
031500     IF EXR-ES-PARM-HALLADO
031600         AND EXR-PARM-VALOR(1:3) IS NUMERIC
031700         AND EXR-PARM-VALOR(1:3) > '000'
031800         MOVE EXR-PARM-VALOR(1:3) TO EXR-TOPE-MES
031900     END-IF.
032000     MOVE 'HEXTRAANIO' TO EXR-PARM-CLAVE.
032100     CALL 'LEERPARM' USING EXR-PARM-CLAVE
032200         EXR-PARM-VALOR EXR-PARM-HALLADO.
032300     IF EXR-ES-PARM-HALLADO
032400         AND EXR-PARM-VALOR(1:4) IS NUMERIC
032500         AND EXR-PARM-VALOR(1:4) > '0000'
032600         MOVE EXR-PARM-VALOR(1:4) TO EXR-TOPE-ANIO
032700     END-IF.
032800     MOVE 'HEXTRAAVISO' TO EXR-PARM-CLAVE.
032900     CALL 'LEERPARM' USING EXR-PARM-CLAVE
033000         EXR-PARM-VALOR EXR-PARM-HALLADO.
033100     IF EXR-ES-PARM-HALLADO
033200         AND EXR-PARM-VALOR(1:3) IS NUMERIC
033300         AND EXR-PARM-VALOR(1:3) > '000'
033400         AND EXR-PARM-VALOR(1:3) NOT > '100'
033500         MOVE EXR-PARM-VALOR(1:3) TO EXR-PORC-AVISO
033600     END-IF.
033700     MOVE 'DESCANSOMIN' TO EXR-PARM-CLAVE.
033800     CALL 'LEERPARM' USING EXR-PARM-CLAVE
033900         EXR-PARM-VALOR EXR-PARM-HALLADO.
034000     IF EXR-ES-PARM-HALLADO
034100         AND EXR-PARM-VALOR(1:2) IS NUMERIC
034200         AND EXR-PARM-VALOR(1:2) NOT > '24'
034300         MOVE EXR-PARM-VALOR(1:2) TO EXR-DESCANSO-MIN
034400     END-IF.
034500     COMPUTE EXR-UMBRAL-MES = EXR-TOPE-MES * EXR-PORC-AVISO / 100.
034600     COMPUTE EXR-UMBRAL-ANIO =
034700         EXR-TOPE-ANIO * EXR-PORC-AVISO / 100.
034800 0600-CARGAR-TOPES-EXIT.
034900     EXIT.
035000*
035100******************************************************************
035200* 1000-CARGAR-EMPLEADOS - THE MASTER, FOR NAME AND DEPARTMENT
035300******************************************************************
035400 1000-CARGAR-EMPLEADOS.
035500     MOVE 'N' TO EXR-FIN-ARCHIVO.
035600     OPEN INPUT EMPLOYEES-FILE.
035700     IF EXR-STATUS-EMPL NOT = '00'
035800         CLOSE EMPLOYEES-FILE
035900         GO TO 1000-CARGAR-EMPLEADOS-EXIT
036000     END-IF.
036100     PERFORM 1010-LEER-EMPLEADO THRU 1010-LEER-EMPLEADO-EXIT
036200         UNTIL EXR-ES-FIN-ARCHIVO.
036300     CLOSE EMPLOYEES-FILE.
036400 1000-CARGAR-EMPLEADOS-EXIT.
036500     EXIT.
036600*
036700******************************************************************
036800* 1010-LEER-EMPLEADO - ONE MASTER ROW INTO THE TABLE
036900******************************************************************
037000 1010-LEER-EMPLEADO.
037100     READ EMPLOYEES-FILE
037200         AT END
037300             SET EXR-ES-FIN-ARCHIVO TO TRUE
037400         NOT AT END
037500             IF EXR-CANT-EMPL < 500
037600                 ADD 1 TO EXR-CANT-EMPL
037700                 SET EXR-X-EMPL TO EXR-CANT-EMPL
037800                 MOVE EM-ID TO EXR-EMPL-ID(EXR-X-EMPL)
037900                 MOVE EM-NOMBRE TO EXR-EMPL-NOMBRE(EXR-X-EMPL)
038000                 MOVE EM-DEPARTAMENTO
038100                     TO EXR-EMPL-DEPTO(EXR-X-EMPL)
038200                 MOVE ZERO TO EXR-EMPL-MES(EXR-X-EMPL)
038300                 MOVE ZERO TO EXR-EMPL-ANIO(EXR-X-EMPL)
038400                 MOVE ZERO TO EXR-EMPL-DIAS-TOPE(EXR-X-EMPL)
038500                 MOVE ZERO TO EXR-EMPL-DESCANSOS(EXR-X-EMPL)
038600                 MOVE ZERO TO EXR-EMPL-EXCEP(EXR-X-EMPL)
038700             END-IF
038800     END-READ.
038900 1010-LEER-EMPLEADO-EXIT.
039000     EXIT.
039100*
039200******************************************************************
039300* 1100-UBICAR-EMPLEADO - THE EMPLOYEE ROW OF TR-ID; AN ID NOT IN
039400*                        THE MASTER GETS A ROW WITH NO DEPARTMENT
039500******************************************************************
039600 1100-UBICAR-EMPLEADO.
039700     MOVE 'N' TO EXR-HALLADO.
039800     SET EXR-X-EMPL TO 1.
039900     SEARCH EXR-EMPL-FILA
040000         AT END
040100             CONTINUE
040200         WHEN EXR-X-EMPL > EXR-CANT-EMPL
040300             CONTINUE
040400         WHEN EXR-EMPL-ID(EXR-X-EMPL) = TR-ID
040500             SET EXR-ES-HALLADO TO TRUE
040600     END-SEARCH.
040700     IF EXR-ES-HALLADO
040800         GO TO 1100-UBICAR-EMPLEADO-EXIT
040900     END-IF.
041000     IF EXR-CANT-EMPL NOT < 500
041100         GO TO 1100-UBICAR-EMPLEADO-EXIT
041200     END-IF.
041300     ADD 1 TO EXR-CANT-EMPL.
041400     SET EXR-X-EMPL TO EXR-CANT-EMPL.
041500     MOVE TR-ID TO EXR-EMPL-ID(EXR-X-EMPL).
041600     MOVE TR-NOMBRE TO EXR-EMPL-NOMBRE(EXR-X-EMPL).
041700     MOVE SPACES TO EXR-EMPL-DEPTO(EXR-X-EMPL).
041800     MOVE ZERO TO EXR-EMPL-MES(EXR-X-EMPL).
041900     MOVE ZERO TO EXR-EMPL-ANIO(EXR-X-EMPL).
042000     MOVE ZERO TO EXR-EMPL-DIAS-TOPE(EXR-X-EMPL).
042100     MOVE ZERO TO EXR-EMPL-DESCANSOS(EXR-X-EMPL).
042200     MOVE ZERO TO EXR-EMPL-EXCEP(EXR-X-EMPL).
042300     SET EXR-ES-HALLADO TO TRUE.
042400 1100-UBICAR-EMPLEADO-EXIT.
042500     EXIT.
042600*
042700******************************************************************
042800* 2000-CARGAR-DIARIO - OVERTIME OF THE MONTH AND OF THE YEAR UP TO
042900*                      THE PERIOD, AND THE DAYS NEEDED FOR THE
043000*                      REST CHECK
043100******************************************************************
043200 2000-CARGAR-DIARIO.
043300     MOVE 'N' TO EXR-FIN-ARCHIVO.
043400     OPEN INPUT TIMEREG-FILE.
043500     IF EXR-STATUS-DIARIO NOT = '00'
043600         CLOSE TIMEREG-FILE
043700         GO TO 2000-CARGAR-DIARIO-EXIT
043800     END-IF.
043900     PERFORM 2010-LEER-ENTRADA THRU 2010-LEER-ENTRADA-EXIT
044000         UNTIL EXR-ES-FIN-ARCHIVO.
044100     CLOSE TIMEREG-FILE.
044200 2000-CARGAR-DIARIO-EXIT.
044300     EXIT.
044400*
044500******************************************************************
044600* 2010-LEER-ENTRADA - ONE DIARY DAY; EVERY DAY ON FILE COUNTS,
044700*                     APPROVED OR NOT, AS HOURS ACTUALLY WORKED
044800******************************************************************
044900 2010-LEER-ENTRADA.
045000     READ TIMEREG-FILE
045100         AT END
045200             SET EXR-ES-FIN-ARCHIVO TO TRUE
045300             GO TO 2010-LEER-ENTRADA-EXIT
045400     END-READ.
045500     IF TR-FECHA IS NOT NUMERIC
045600         OR TR-ID IS NOT NUMERIC
045700         GO TO 2010-LEER-ENTRADA-EXIT
045800     END-IF.
045900     IF TR-HORAS-EXTRA IS NOT NUMERIC
046000         MOVE ZERO TO TR-HORAS-EXTRA
046100     END-IF.
046200     IF TR-FECHA(1:6) NOT = EXR-PERIODO
046300         AND TR-FECHA(1:6) NOT = EXR-PERIODO-ANT
046400         AND (TR-FECHA(1:4) NOT = EXR-PERIODO(1:4)
046500             OR TR-FECHA(1:6) > EXR-PERIODO)
046600         GO TO 2010-LEER-ENTRADA-EXIT
046700     END-IF.
046800     PERFORM 1100-UBICAR-EMPLEADO THRU 1100-UBICAR-EMPLEADO-EXIT.
046900     IF NOT EXR-ES-HALLADO
047000         GO TO 2010-LEER-ENTRADA-EXIT
047100     END-IF.
047200     IF TR-FECHA(1:4) = EXR-PERIODO(1:4)
047300         AND TR-FECHA(1:6) NOT > EXR-PERIODO
047400         ADD TR-HORAS-EXTRA TO EXR-EMPL-ANIO(EXR-X-EMPL)
047500     END-IF.
047600     IF TR-FECHA(1:6) = EXR-PERIODO
047700         ADD TR-HORAS-EXTRA TO EXR-EMPL-MES(EXR-X-EMPL)
047800         IF TR-HORAS-EXTRA > EXR-TOPE-DIA
047900             ADD 1 TO EXR-EMPL-DIAS-TOPE(EXR-X-EMPL)
048000             ADD 1 TO EXR-CANT-INCUMPLIM
048100         END-IF
048200     END-IF.
048300     IF TR-FECHA(1:6) = EXR-PERIODO
048400         OR (TR-FECHA(1:6) = EXR-PERIODO-ANT
048500             AND TR-HORA-ENTRADA IS NUMERIC)
048600         PERFORM 2020-GUARDAR-DIA THRU 2020-GUARDAR-DIA-EXIT
048700     END-IF.
048800 2010-LEER-ENTRADA-EXIT.
048900     EXIT.
049000*
049100******************************************************************
049200* 2020-GUARDAR-DIA - KEEP THE DAY FOR THE DETAIL AND REST CHECK
049300******************************************************************
049400 2020-GUARDAR-DIA.
049500     IF EXR-CANT-DIAS NOT < 2000
049600         GO TO 2020-GUARDAR-DIA-EXIT
049700     END-IF.
049800     ADD 1 TO EXR-CANT-DIAS.
049900     SET EXR-X-DIA TO EXR-CANT-DIAS.
050000     MOVE TR-ID TO EXR-DIA-ID(EXR-X-DIA).
050100     MOVE TR-FECHA TO EXR-DIA-FECHA(EXR-X-DIA).
050200     COMPUTE EXR-DIA-ENTERO(EXR-X-DIA) =
050300         FUNCTION INTEGER-OF-DATE(TR-FECHA).
050400     MOVE TR-HORAS-EXTRA TO EXR-DIA-EXTRA(EXR-X-DIA).
050500     MOVE SPACES TO EXR-DIA-ENTRADA(EXR-X-DIA).
050600     MOVE SPACES TO EXR-DIA-SALIDA(EXR-X-DIA).
050700     IF TR-HORA-ENTRADA IS NUMERIC
050800         AND TR-HORA-SALIDA IS NUMERIC
050900         MOVE TR-HORA-ENTRADA TO EXR-DIA-ENTRADA(EXR-X-DIA)
051000         MOVE TR-HORA-SALIDA TO EXR-DIA-SALIDA(EXR-X-DIA)
051100     END-IF.
051200 2020-GUARDAR-DIA-EXIT.
051300     EXIT.
051400*
051500******************************************************************
051600* 2500-CARGAR-EXCEPCIONES - OVERRIDES OF THE ANNUAL CAP FOR DAYS
051700*                           OF THE PERIOD
051800******************************************************************
051900 2500-CARGAR-EXCEPCIONES.
052000     MOVE 'N' TO EXR-FIN-ARCHIVO.
052100     OPEN INPUT OTEXCEP-FILE.
052200     IF EXR-STATUS-EXCEP NOT = '00'
052300         CLOSE OTEXCEP-FILE
052400         GO TO 2500-CARGAR-EXCEPCIONES-EXIT
052500     END-IF.
052600     PERFORM 2510-LEER-EXCEPCION THRU 2510-LEER-EXCEPCION-EXIT
052700         UNTIL EXR-ES-FIN-ARCHIVO.
052800     CLOSE OTEXCEP-FILE.
052900 2500-CARGAR-EXCEPCIONES-EXIT.
053000     EXIT.
053100*
053200******************************************************************
053300* 2510-LEER-EXCEPCION - ONE OVERRIDE ROW
053400******************************************************************
053500 2510-LEER-EXCEPCION.
053600     READ OTEXCEP-FILE
053700         AT END
053800             SET EXR-ES-FIN-ARCHIVO TO TRUE
053900             GO TO 2510-LEER-EXCEPCION-EXIT
054000     END-READ.
054100     IF OX-FECHA IS NOT NUMERIC
054200         OR OX-FECHA(1:6) NOT = EXR-PERIODO
054300         OR EXR-CANT-EXCEP NOT < 500
054400         GO TO 2510-LEER-EXCEPCION-EXIT
054500     END-IF.
054600     ADD 1 TO EXR-CANT-EXCEP.
054700     SET EXR-X-EXC TO EXR-CANT-EXCEP.
054800     MOVE OX-ID TO EXR-EXC-ID(EXR-X-EXC).
054900     MOVE OX-FECHA TO EXR-EXC-FECHA(EXR-X-EXC).
055000     MOVE OX-HORAS-EXTRA TO EXR-EXC-HORAS(EXR-X-EXC).
055100     MOVE OX-ACUM-ANIO TO EXR-EXC-ACUM(EXR-X-EXC).
055200     MOVE OX-OPERADOR TO EXR-EXC-OPERADOR(EXR-X-EXC).
055300     MOVE OX-MOTIVO TO EXR-EXC-MOTIVO(EXR-X-EXC).
055400     MOVE OX-ID TO TR-ID.
055500     MOVE SPACES TO TR-NOMBRE.
055600     PERFORM 1100-UBICAR-EMPLEADO THRU 1100-UBICAR-EMPLEADO-EXIT.
055700     IF EXR-ES-HALLADO
055800         ADD 1 TO EXR-EMPL-EXCEP(EXR-X-EMPL)
055900     END-IF.
056000 2510-LEER-EXCEPCION-EXIT.
056100     EXIT.
056200*
056300******************************************************************
056400* 3000-CONTROLAR-DESCANSOS - EACH CLOCKED DAY OF THE PERIOD
056500*                            AGAINST THE CLOCKED DAY BEFORE IT;
056600*                            ALSO BUILDS THE DEPARTMENT LIST
056700******************************************************************
056800 3000-CONTROLAR-DESCANSOS.
056900     PERFORM 3100-DESCANSO-DIA THRU 3100-DESCANSO-DIA-EXIT
057000         VARYING EXR-X-DIA FROM 1 BY 1
057100         UNTIL EXR-X-DIA > EXR-CANT-DIAS.
057200     PERFORM 3300-EVALUAR-EMPLEADO THRU 3300-EVALUAR-EMPLEADO-EXIT
057300         VARYING EXR-X-EMPL FROM 1 BY 1
057400         UNTIL EXR-X-EMPL > EXR-CANT-EMPL.
057500 3000-CONTROLAR-DESCANSOS-EXIT.
057600     EXIT.
057700*
057800******************************************************************
057900* 3100-DESCANSO-DIA - ONE DAY OF THE PERIOD WITH ITS TIMES
058000******************************************************************
058100 3100-DESCANSO-DIA.
058200     IF EXR-DIA-FECHA(EXR-X-DIA) (1:6) NOT = EXR-PERIODO
058300         OR EXR-DIA-ENTRADA(EXR-X-DIA) = SPACES
058400         OR EXR-DIA-ENTERO(EXR-X-DIA) = ZERO
058500         GO TO 3100-DESCANSO-DIA-EXIT
058600     END-IF.
058700     PERFORM 3110-DIA-ANTERIOR THRU 3110-DIA-ANTERIOR-EXIT
058800         VARYING EXR-X-OTR FROM 1 BY 1
058900         UNTIL EXR-X-OTR > EXR-CANT-DIAS.
059000 3100-DESCANSO-DIA-EXIT.
059100     EXIT.
059200*
059300******************************************************************
059400* 3110-DIA-ANTERIOR - THE CLOCKED DAY BEFORE, SAME EMPLOYEE
059500******************************************************************
059600 3110-DIA-ANTERIOR.
059700     IF EXR-DIA-ID(EXR-X-OTR) NOT = EXR-DIA-ID(EXR-X-DIA)
059800         OR EXR-DIA-ENTRADA(EXR-X-OTR) = SPACES
059900         OR EXR-DIA-ENTERO(EXR-X-OTR)
060000             NOT = EXR-DIA-ENTERO(EXR-X-DIA) - 1
060100         GO TO 3110-DIA-ANTERIOR-EXIT
060200     END-IF.
060300     PERFORM 3200-CALCULAR-DESCANSO
060400         THRU 3200-CALCULAR-DESCANSO-EXIT.
060500     IF EXR-DESCANSO < EXR-DESCANSO-MIN * 60
060600         MOVE EXR-DIA-ID(EXR-X-DIA) TO TR-ID
060700         MOVE SPACES TO TR-NOMBRE
060800         PERFORM 1100-UBICAR-EMPLEADO
060900             THRU 1100-UBICAR-EMPLEADO-EXIT
061000         IF EXR-ES-HALLADO
061100             ADD 1 TO EXR-EMPL-DESCANSOS(EXR-X-EMPL)
061200         END-IF
061300         ADD 1 TO EXR-CANT-INCUMPLIM
061400     END-IF.
061500 3110-DIA-ANTERIOR-EXIT.
061600     EXIT.
061700*
061800******************************************************************
061900* 3200-CALCULAR-DESCANSO - MINUTES FROM THE END OF THE DAY BEFORE
062000*                          (EXR-X-OTR) TO THE START OF THE DAY
062100*                          (EXR-X-DIA); AN END EARLIER THAN THE
062200*                          START IS A SHIFT PAST MIDNIGHT
062300******************************************************************
062400 3200-CALCULAR-DESCANSO.
062500     MOVE EXR-DIA-SALIDA(EXR-X-OTR) TO EXR-HHMM.
062600     COMPUTE EXR-MIN-FIN = EXR-HH * 60 + EXR-MM.
062700     IF EXR-DIA-SALIDA(EXR-X-OTR) < EXR-DIA-ENTRADA(EXR-X-OTR)
062800         ADD 1440 TO EXR-MIN-FIN
062900     END-IF.
063000     MOVE EXR-DIA-ENTRADA(EXR-X-DIA) TO EXR-HHMM.
063100     COMPUTE EXR-MIN-INICIO = 1440 + EXR-HH * 60 + EXR-MM.
063200     COMPUTE EXR-DESCANSO = EXR-MIN-INICIO - EXR-MIN-FIN.
063300     IF EXR-DESCANSO < ZERO
063400         MOVE ZERO TO EXR-DESCANSO
063500     END-IF.
063600     DIVIDE EXR-DESCANSO BY 60 GIVING EXR-DESCANSO-HS
063700         REMAINDER EXR-DESCANSO-MM.
063800 3200-CALCULAR-DESCANSO-EXIT.
063900     EXIT.
064000*
064100******************************************************************
064200* 3300-EVALUAR-EMPLEADO - CAP BREACHES OF THE MONTH AND YEAR, AND
064300*                         THE EMPLOYEE'S DEPARTMENT INTO THE LIST
064400******************************************************************
064500 3300-EVALUAR-EMPLEADO.
064600     IF EXR-EMPL-MES(EXR-X-EMPL) = ZERO
064700         AND EXR-EMPL-ANIO(EXR-X-EMPL) = ZERO
064800         AND EXR-EMPL-DESCANSOS(EXR-X-EMPL) = ZERO
064900         AND EXR-EMPL-EXCEP(EXR-X-EMPL) = ZERO
065000         GO TO 3300-EVALUAR-EMPLEADO-EXIT
065100     END-IF.
065200     IF EXR-EMPL-MES(EXR-X-EMPL) > EXR-TOPE-MES
065300         ADD 1 TO EXR-CANT-INCUMPLIM
065400     END-IF.
065500     IF EXR-EMPL-ANIO(EXR-X-EMPL) > EXR-TOPE-ANIO
065600         ADD 1 TO EXR-CANT-INCUMPLIM
065700     END-IF.
065800     MOVE EXR-EMPL-DEPTO(EXR-X-EMPL) TO EXR-DEPTO-ACTUAL.
065900     PERFORM 3400-AGREGAR-DEPTO THRU 3400-AGREGAR-DEPTO-EXIT.
066000 3300-EVALUAR-EMPLEADO-EXIT.
066100     EXIT.
066200*
066300******************************************************************
066400* 3400-AGREGAR-DEPTO - INSERT THE DEPARTMENT IN CODE ORDER
066500******************************************************************
066600 3400-AGREGAR-DEPTO.
066700     SET EXR-X-DEP TO 1.
066800     SEARCH EXR-DEPTO-FILA
066900         AT END
067000             CONTINUE
067100         WHEN EXR-X-DEP > EXR-CANT-DEPTOS
067200             CONTINUE
067300         WHEN EXR-DEPTO(EXR-X-DEP) NOT < EXR-DEPTO-ACTUAL
067400             CONTINUE
067500     END-SEARCH.
067600     IF EXR-X-DEP NOT > EXR-CANT-DEPTOS
067700         AND EXR-DEPTO(EXR-X-DEP) = EXR-DEPTO-ACTUAL
067800         GO TO 3400-AGREGAR-DEPTO-EXIT
067900     END-IF.
068000     IF EXR-CANT-DEPTOS NOT < 100
068100         GO TO 3400-AGREGAR-DEPTO-EXIT
068200     END-IF.
068300     ADD 1 TO EXR-CANT-DEPTOS.
068400     PERFORM 3410-CORRER-DEPTO THRU 3410-CORRER-DEPTO-EXIT
068500         VARYING EXR-X-DEP2 FROM EXR-CANT-DEPTOS BY -1
068600         UNTIL EXR-X-DEP2 NOT > EXR-X-DEP.
068700     MOVE EXR-DEPTO-ACTUAL TO EXR-DEPTO(EXR-X-DEP).
068800 3400-AGREGAR-DEPTO-EXIT.
068900     EXIT.
069000*
069100******************************************************************
069200* 3410-CORRER-DEPTO - ONE ROW DOWN TO MAKE ROOM
069300******************************************************************
069400 3410-CORRER-DEPTO.
069500     MOVE EXR-DEPTO(EXR-X-DEP2 - 1) TO EXR-DEPTO(EXR-X-DEP2).
069600 3410-CORRER-DEPTO-EXIT.
069700     EXIT.
069800*
069900******************************************************************
070000* 4000-LISTAR-DEPTO - ONE DEPARTMENT: TITLE, EMPLOYEES, TOTAL
070100******************************************************************
070200 4000-LISTAR-DEPTO.
070300     MOVE EXR-DEPTO(EXR-X-DEP) TO EXR-DEPTO-ACTUAL.
070400     MOVE ZERO TO EXR-DEP-EMPLEADOS.
070500     MOVE ZERO TO EXR-DEP-HORAS.
070600     MOVE ZERO TO EXR-DEP-OBSERVADOS.
070700     MOVE SPACES TO RPT-LINEA.
070800     WRITE RPT-LINEA.
070900     MOVE SPACES TO RPT-LINEA.
071000     IF EXR-DEPTO-ACTUAL = SPACES
071100         MOVE 'DEPARTAMENTO: (SIN MAESTRO)' TO RPT-LINEA
071200     ELSE
071300         STRING 'DEPARTAMENTO: ' EXR-DEPTO-ACTUAL
071400             DELIMITED BY SIZE INTO RPT-LINEA
071500     END-IF.
071600     WRITE RPT-LINEA.
071700     MOVE 'LEGAJO NOMBRE  EXT.MES EXT.ANIO DIAS>TOPE DESC<MIN'
071800         TO RPT-LINEA.
071900     MOVE 'EXCEP' TO RPT-LINEA(52:5).
072000     MOVE 'OBSERVACION' TO RPT-LINEA(58:11).
072100     WRITE RPT-LINEA.
072200     PERFORM 4100-LISTAR-EMPLEADO THRU 4100-LISTAR-EMPLEADO-EXIT
072300         VARYING EXR-X-EMPL FROM 1 BY 1
072400         UNTIL EXR-X-EMPL > EXR-CANT-EMPL.
072500     MOVE EXR-DEP-HORAS TO EXR-MES-ED.
072600     MOVE SPACES TO RPT-LINEA.
072700     STRING '  TOTAL DEPTO: ' EXR-DEP-EMPLEADOS ' EMPLEADOS, '
072800         EXR-MES-ED ' HS EXTRA EN EL MES, '
072900         EXR-DEP-OBSERVADOS ' OBSERVADOS'
073000         DELIMITED BY SIZE INTO RPT-LINEA.
073100     WRITE RPT-LINEA.
073200 4000-LISTAR-DEPTO-EXIT.
073300     EXIT.
073400*
073500******************************************************************
073600* 4100-LISTAR-EMPLEADO - ONE EMPLOYEE OF THE DEPARTMENT
073700******************************************************************
073800 4100-LISTAR-EMPLEADO.
073900     IF EXR-EMPL-DEPTO(EXR-X-EMPL) NOT = EXR-DEPTO-ACTUAL
074000         GO TO 4100-LISTAR-EMPLEADO-EXIT
074100     END-IF.
074200     IF EXR-EMPL-MES(EXR-X-EMPL) = ZERO
074300         AND EXR-EMPL-ANIO(EXR-X-EMPL) = ZERO
074400         AND EXR-EMPL-DESCANSOS(EXR-X-EMPL) = ZERO
074500         AND EXR-EMPL-EXCEP(EXR-X-EMPL) = ZERO
074600         GO TO 4100-LISTAR-EMPLEADO-EXIT
074700     END-IF.
074800     PERFORM 4200-OBSERVACION THRU 4200-OBSERVACION-EXIT.
074900     ADD 1 TO EXR-DEP-EMPLEADOS.
075000     ADD 1 TO EXR-CANT-LISTADOS.
075100     ADD EXR-EMPL-MES(EXR-X-EMPL) TO EXR-DEP-HORAS.
075200     ADD EXR-EMPL-MES(EXR-X-EMPL) TO EXR-TOT-HORAS.
075300     IF EXR-OBSERVACION NOT = SPACES
075400         ADD 1 TO EXR-DEP-OBSERVADOS
075500     END-IF.
075600     MOVE EXR-EMPL-MES(EXR-X-EMPL) TO EXR-MES-ED.
075700     MOVE EXR-EMPL-ANIO(EXR-X-EMPL) TO EXR-ANIO-ED.
075800     MOVE EXR-EMPL-DIAS-TOPE(EXR-X-EMPL) TO EXR-DIAS-ED.
075900     MOVE EXR-EMPL-DESCANSOS(EXR-X-EMPL) TO EXR-DESC-ED.
076000     MOVE EXR-EMPL-EXCEP(EXR-X-EMPL) TO EXR-EXC-ED.
076100     MOVE SPACES TO RPT-LINEA.
076200     STRING EXR-EMPL-ID(EXR-X-EMPL) '  '
076300         EXR-EMPL-NOMBRE(EXR-X-EMPL) '    '
076400         EXR-MES-ED '    ' EXR-ANIO-ED '      '
076500         EXR-DIAS-ED '     ' EXR-DESC-ED '  '
076600         EXR-EXC-ED '  ' EXR-OBSERVACION
076700         DELIMITED BY SIZE INTO RPT-LINEA.
076800     WRITE RPT-LINEA.
076900 4100-LISTAR-EMPLEADO-EXIT.
077000     EXIT.
077100*
077200******************************************************************
077300* 4200-OBSERVACION - THE MOST SERIOUS CONDITION OF THE EMPLOYEE
077400******************************************************************
077500 4200-OBSERVACION.
077600     EVALUATE TRUE
077700         WHEN EXR-EMPL-ANIO(EXR-X-EMPL) > EXR-TOPE-ANIO
077800             MOVE 'SUPERA TOPE ANUAL' TO EXR-OBSERVACION
077900         WHEN EXR-EMPL-MES(EXR-X-EMPL) > EXR-TOPE-MES
078000             MOVE 'SUPERA TOPE MENSUAL' TO EXR-OBSERVACION
078100         WHEN EXR-EMPL-DIAS-TOPE(EXR-X-EMPL) > ZERO
078200             MOVE 'SUPERA TOPE DIARIO' TO EXR-OBSERVACION
078300         WHEN EXR-EMPL-DESCANSOS(EXR-X-EMPL) > ZERO
078400             MOVE 'DESCANSO INSUFIC.' TO EXR-OBSERVACION
078500         WHEN EXR-EMPL-ANIO(EXR-X-EMPL) NOT < EXR-UMBRAL-ANIO
078600             MOVE 'CERCA TOPE ANUAL' TO EXR-OBSERVACION
078700         WHEN EXR-EMPL-MES(EXR-X-EMPL) NOT < EXR-UMBRAL-MES
078800             MOVE 'CERCA TOPE MENSUAL' TO EXR-OBSERVACION
078900         WHEN OTHER
079000             MOVE SPACES TO EXR-OBSERVACION
079100     END-EVALUATE.
079200 4200-OBSERVACION-EXIT.
079300     EXIT.
079400*
079500******************************************************************
079600* 5000-DETALLE-INCUMPLIM - EVERY DAY OVER THE DAILY CAP AND EVERY
079700*                          SHORT REST OF THE PERIOD
079800******************************************************************
079900 5000-DETALLE-INCUMPLIM.
080000     MOVE SPACES TO RPT-LINEA.
080100     WRITE RPT-LINEA.
080200     MOVE 'DETALLE DE INCUMPLIMIENTOS DEL PERIODO' TO RPT-LINEA.
080300     WRITE RPT-LINEA.
080400     MOVE ZERO TO EXR-DEP-EMPLEADOS.
080500     PERFORM 5100-DETALLE-DIA THRU 5100-DETALLE-DIA-EXIT
080600         VARYING EXR-X-DIA FROM 1 BY 1
080700         UNTIL EXR-X-DIA > EXR-CANT-DIAS.
080800     IF EXR-DEP-EMPLEADOS = ZERO
080900         MOVE '  SIN INCUMPLIMIENTOS DIARIOS NI DE DESCANSO'
081000             TO RPT-LINEA
081100         WRITE RPT-LINEA
081200     END-IF.
081300 5000-DETALLE-INCUMPLIM-EXIT.
081400     EXIT.
081500*
081600******************************************************************
081700* 5100-DETALLE-DIA - ONE DAY OF THE PERIOD
081800******************************************************************
081900 5100-DETALLE-DIA.
082000     IF EXR-DIA-FECHA(EXR-X-DIA) (1:6) NOT = EXR-PERIODO
082100         GO TO 5100-DETALLE-DIA-EXIT
082200     END-IF.
082300     IF EXR-DIA-EXTRA(EXR-X-DIA) > EXR-TOPE-DIA
082400         MOVE SPACES TO RPT-LINEA
082500         STRING EXR-DIA-ID(EXR-X-DIA) '  '
082600             EXR-DIA-FECHA(EXR-X-DIA) '  '
082700             EXR-DIA-EXTRA(EXR-X-DIA)
082800             ' HS EXTRA, TOPE DIARIO ' EXR-TOPE-DIA
082900             DELIMITED BY SIZE INTO RPT-LINEA
083000         WRITE RPT-LINEA
083100         ADD 1 TO EXR-DEP-EMPLEADOS
083200     END-IF.
083300     IF EXR-DIA-ENTRADA(EXR-X-DIA) = SPACES
083400         OR EXR-DIA-ENTERO(EXR-X-DIA) = ZERO
083500         GO TO 5100-DETALLE-DIA-EXIT
083600     END-IF.
083700     PERFORM 5110-DETALLE-DESCANSO THRU 5110-DETALLE-DESCANSO-EXIT
083800         VARYING EXR-X-OTR FROM 1 BY 1
083900         UNTIL EXR-X-OTR > EXR-CANT-DIAS.
084000 5100-DETALLE-DIA-EXIT.
084100     EXIT.
084200*
084300******************************************************************
084400* 5110-DETALLE-DESCANSO - THE SHORT REST BEFORE THE DAY, IF ANY
084500******************************************************************
084600 5110-DETALLE-DESCANSO.
084700     IF EXR-DIA-ID(EXR-X-OTR) NOT = EXR-DIA-ID(EXR-X-DIA)
084800         OR EXR-DIA-ENTRADA(EXR-X-OTR) = SPACES
084900         OR EXR-DIA-ENTERO(EXR-X-OTR)
085000             NOT = EXR-DIA-ENTERO(EXR-X-DIA) - 1
085100         GO TO 5110-DETALLE-DESCANSO-EXIT
085200     END-IF.
085300     PERFORM 3200-CALCULAR-DESCANSO
085400         THRU 3200-CALCULAR-DESCANSO-EXIT.
085500     IF EXR-DESCANSO NOT < EXR-DESCANSO-MIN * 60
085600         GO TO 5110-DETALLE-DESCANSO-EXIT
085700     END-IF.
085800     MOVE SPACES TO RPT-LINEA.
085900     STRING EXR-DIA-ID(EXR-X-DIA) '  '
086000         EXR-DIA-FECHA(EXR-X-DIA) '  DESCANSO DE '
086100         EXR-DESCANSO-HS ':' EXR-DESCANSO-MM
086200         ' HS DESDE LA JORNADA DEL ' EXR-DIA-FECHA(EXR-X-OTR)
086300         ', MINIMO ' EXR-DESCANSO-MIN
086400         DELIMITED BY SIZE INTO RPT-LINEA.
086500     WRITE RPT-LINEA.
086600     ADD 1 TO EXR-DEP-EMPLEADOS.
086700 5110-DETALLE-DESCANSO-EXIT.
086800     EXIT.
086900*
087000******************************************************************
087100* 6000-DETALLE-EXCEPCIONES - OVERRIDES OF THE ANNUAL CAP APPROVED
087200*                            FOR DAYS OF THE PERIOD
087300******************************************************************
087400 6000-DETALLE-EXCEPCIONES.
087500     MOVE SPACES TO RPT-LINEA.
087600     WRITE RPT-LINEA.
087700     MOVE 'EXCEPCIONES AL TOPE ANUAL AUTORIZADAS' TO RPT-LINEA.
087800     WRITE RPT-LINEA.
087900     IF EXR-CANT-EXCEP = ZERO
088000         MOVE '  SIN EXCEPCIONES' TO RPT-LINEA
088100         WRITE RPT-LINEA
088200         GO TO 6000-DETALLE-EXCEPCIONES-EXIT
088300     END-IF.
088400     PERFORM 6100-DETALLE-EXCEPCION
088500         THRU 6100-DETALLE-EXCEPCION-EXIT
088600         VARYING EXR-X-EXC FROM 1 BY 1
088700         UNTIL EXR-X-EXC > EXR-CANT-EXCEP.
088800 6000-DETALLE-EXCEPCIONES-EXIT.
088900     EXIT.
089000*
089100******************************************************************
089200* 6100-DETALLE-EXCEPCION - ONE OVERRIDE
089300******************************************************************
089400 6100-DETALLE-EXCEPCION.
089500     MOVE SPACES TO RPT-LINEA.
089600     STRING EXR-EXC-ID(EXR-X-EXC) '  '
089700         EXR-EXC-FECHA(EXR-X-EXC) '  '
089800         EXR-EXC-HORAS(EXR-X-EXC) ' HS  ACUM '
089900         EXR-EXC-ACUM(EXR-X-EXC) '  '
090000         EXR-EXC-OPERADOR(EXR-X-EXC) '  '
090100         EXR-EXC-MOTIVO(EXR-X-EXC)
090200         DELIMITED BY SIZE INTO RPT-LINEA.
090300     WRITE RPT-LINEA.
090400 6100-DETALLE-EXCEPCION-EXIT.
090500     EXIT.
090600 END PROGRAM EXTRAREPT.
