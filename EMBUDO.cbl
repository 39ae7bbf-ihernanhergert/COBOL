000100******************************************************************
000200* AUTHOR:      HERNAN HERGERT
000300* INSTALLATION: DATA PROCESSING
000400* DATE-WRITTEN:
000500* DATE-COMPILED:
000600* PURPOSE:     RECRUITING FUNNEL METRICS. PIPEREPT SHOWS WHERE
000700*              EACH CANDIDATE IS NOW BUT NOT HOW LONG THEY TOOK
000800*              TO GET THERE NOR WHERE THEY ARE LOST. THIS REPORT
000900*              REBUILDS EVERY NUMBERED CANDIDATE'S JOURNEY AND
001000*              PRINTS TO EMBRPT:
001100*                THE FUNNEL - CANDIDATES REACHING EACH STAGE,
001200*                       THE CONVERSION FROM THE STAGE BEFORE,
001300*                       AND THE AVERAGE AND MAXIMUM DAYS SPENT IN
001400*                       THE STAGE UNTIL THE NEXT ONE. THE STAGES,
001500*                       IN THE ORDER THE SUITE RUNS THEM: APPLIED
001600*                       (THE APPLICANTS INTAKE DATE), INTERVIEWED
001700*                       (CITAS WITH A RESULT), CLASSIFIED
001800*                       (EJERCICIO01: HIRED OR STANDBY), OFFERED
001900*                       (OFERTAS),
002000*                       ACCEPTED AND ON PAYROLL (EMPLOYEES). THE
002100*                       PIPEHIST STAGE LOG FILLS IN THE DATES THE
002200*                       FILES DO NOT KEEP; THE EARLIEST DATE OF
002300*                       EACH STAGE COUNTS, AND A CANDIDATE WHO
002400*                       REACHED A STAGE IS COUNTED IN ALL BEFORE;
002500*                TIME TO FILL - PER COVERED REQUISITION, DAYS FROM
002600*                       RQ-FECHA-ALTA TO THE HIRE THAT FILLED IT
002700*                       AND TO ITS FIRST DAY ON PAYROLL;
002800*                OFFER ACCEPTANCE PER LEVEL - ACCEPTED OVER
002900*                       ANSWERED (ACCEPTED, DECLINED, EXPIRED);
003000*                SOURCE OF HIRE - PER FUENTE RECRUITMENT SOURCE,
003100*                       CANDIDATES, INTERVIEWS, OFFERS, HIRES, AND
003200*                       HOW MANY OF THE HIRES PASSED PROBATION OR
003300*                       LEFT DURING IT (SAME RULE AS ROTACION).
003400*              THE OPERATOR MAY LIMIT THE RUN TO A DATE RANGE: A
003500*              CANDIDATE FALLS IN IT BY THE FIRST DATE OF THE
003600*              JOURNEY, A REQUISITION BY ITS DATE RAISED AND AN
003700*              OFFER BY ITS DATE. A FULL TABLE ENDS WITH RC 4.
003800* TECTONICS:   COBC
003900*
004000* MODIFICATION HISTORY:
004100*   - NEW FUNNEL REPORT, OFFERED FROM THE MENUUTIL MENU.
004101*   - APPLICANTS CARRIES THE REFERRING EMPLOYEE AT THE END
004102*     OF THE RECORD.
004103*   - REQUISICIONES CARRIES THE CONTRACT TYPE AND MONTHS AT THE
004104*     END OF THE RECORD.
004200******************************************************************
004300 IDENTIFICATION DIVISION.
004400 PROGRAM-ID. EMBUDO.
004500 ENVIRONMENT DIVISION.
004600 INPUT-OUTPUT SECTION.
004700 FILE-CONTROL.
004800     SELECT OPTIONAL APPLICANTS-FILE ASSIGN TO 'APPLICANTS'
004900         ORGANIZATION IS LINE SEQUENTIAL
005000         FILE STATUS IS EMB-STATUS-APPL.
005100     SELECT OPTIONAL CITAS-FILE ASSIGN TO 'CITAS'
005200         ORGANIZATION IS LINE SEQUENTIAL
005300         FILE STATUS IS EMB-STATUS-CITAS.
005400     SELECT OPTIONAL HIRED-FILE ASSIGN TO 'HIRED'
005500         ORGANIZATION IS LINE SEQUENTIAL
005600         FILE STATUS IS EMB-STATUS-HIRED.
005700     SELECT OPTIONAL STANDBY-FILE ASSIGN TO 'STANDBY'
005800         ORGANIZATION IS LINE SEQUENTIAL
005900         FILE STATUS IS EMB-STATUS-STANDBY.
006000     SELECT OPTIONAL OFERTAS-FILE ASSIGN TO 'OFERTAS'
006100         ORGANIZATION IS LINE SEQUENTIAL
006200         FILE STATUS IS EMB-STATUS-OFERTAS.
006300     SELECT OPTIONAL PIPEHIST-FILE ASSIGN TO 'PIPEHIST'
006400         ORGANIZATION IS LINE SEQUENTIAL
006500         FILE STATUS IS EMB-STATUS-HIST.
006600     SELECT OPTIONAL EMPLOYEES-FILE ASSIGN TO 'EMPLOYEES'
006700         ORGANIZATION IS LINE SEQUENTIAL
006800         FILE STATUS IS EMB-STATUS-EMPL.
006900     SELECT OPTIONAL PROBATION-FILE ASSIGN TO 'PROBATION'
007000         ORGANIZATION IS LINE SEQUENTIAL
007100         FILE STATUS IS EMB-STATUS-PROBATION.
007200     SELECT OPTIONAL REQUIS-FILE ASSIGN TO 'REQUISICIONES'
007300         ORGANIZATION IS LINE SEQUENTIAL
007400         FILE STATUS IS EMB-STATUS-REQUIS.
007500     SELECT REPORTE-FILE ASSIGN TO 'EMBRPT'
007600         ORGANIZATION IS LINE SEQUENTIAL.
007700 DATA DIVISION.
007800 FILE SECTION.
007900 FD  APPLICANTS-FILE
008000     LABEL RECORDS ARE STANDARD.
008100 01  AP-RECORD.
008200     05 AP-NOMBRE                PIC X(05).
008300     05 AP-EXPERIENCIA           PIC 9(02).
008400     05 AP-ID                    PIC 9(05).
008500     05 AP-FUENTE                PIC X(02).
008600     05 AP-FECHA-INGRESO         PIC 9(08).
008601     05 AP-REFERENTE             PIC 9(05).
008700 FD  CITAS-FILE
008800     LABEL RECORDS ARE STANDARD.
008900 01  CT-RECORD.
009000     05 CT-ID                    PIC 9(05).
009100     05 CT-NOMBRE                PIC X(05).
009200     05 CT-FECHA                 PIC 9(08).
009300     05 CT-ENTREVISTADOR         PIC X(08).
009400     05 CT-RESULTADO             PIC X(01).
009500 FD  HIRED-FILE
009600     LABEL RECORDS ARE STANDARD.
009700 01  HI-RECORD.
009800     COPY HIRED.
009900 FD  STANDBY-FILE
010000     LABEL RECORDS ARE STANDARD.
010100 01  SB-RECORD.
010200     05 SB-ORDEN                 PIC 9(03).
010300     05 SB-NOMBRE                PIC X(05).
010400     05 SB-CLASIFICACION         PIC X(06).
010500     05 SB-SUELDO                PIC 9(06).
010600     05 SB-FECHA-ALTA            PIC 9(08).
010700     05 SB-ID                    PIC 9(05).
010800 FD  OFERTAS-FILE
010900     LABEL RECORDS ARE STANDARD.
011000 01  OF-RECORD.
011100     05 OF-ID                    PIC 9(05).
011200     05 OF-NOMBRE                PIC X(05).
011300     05 OF-CLASIFICACION         PIC X(06).
011400     05 OF-FECHA-OFERTA          PIC 9(08).
011500     05 OF-ESTADO                PIC X(01).
011600 FD  PIPEHIST-FILE
011700     LABEL RECORDS ARE STANDARD.
011800 01  PH-RECORD.
011900     COPY PIPEHIST.
012000 FD  EMPLOYEES-FILE
012100     LABEL RECORDS ARE STANDARD.
012200 01  EM-RECORD.
012300     COPY EMPLEADO.
012400 FD  PROBATION-FILE
012500     LABEL RECORDS ARE STANDARD.
012600 01  PB-RECORD.
012700     05 PB-ID                    PIC 9(05).
012800     05 PB-NOMBRE                PIC X(05).
012900     05 PB-FECHA-INICIO          PIC 9(08).
013000     05 PB-FECHA-FIN             PIC 9(08).
013100     05 PB-ESTADO                PIC X(01).
013200 FD  REQUIS-FILE
013300     LABEL RECORDS ARE STANDARD.
013400 01  RQ-RECORD.
013500     05 RQ-NUMERO                PIC 9(05).
013600     05 RQ-SOLICITANTE           PIC X(08).
013700     05 RQ-DEPARTAMENTO          PIC X(10).
013800     05 RQ-NIVEL                 PIC X(06).
013900     05 RQ-COMPANIA              PIC X(03).
014000     05 RQ-APROBACION            PIC X(01).
014100     05 RQ-ESTADO                PIC X(01).
014200     05 RQ-FECHA-ALTA            PIC 9(08).
014300     05 RQ-ID-CUBIERTO           PIC 9(05).
014301     05 RQ-TIPO-CONTRATO         PIC X(01).
014302     05 RQ-MESES-CONTRATO        PIC 9(02).
014400 FD  REPORTE-FILE
014500     LABEL RECORDS ARE STANDARD
014600     RECORD CONTAINS 80 CHARACTERS.
014700 01  RPT-LINEA                   PIC X(80).
014800 WORKING-STORAGE SECTION.
014900*
015000 01  EMB-STATUS-APPL             PIC XX.
015100 01  EMB-STATUS-CITAS            PIC XX.
015200 01  EMB-STATUS-HIRED            PIC XX.
015300 01  EMB-STATUS-STANDBY          PIC XX.
015400 01  EMB-STATUS-OFERTAS          PIC XX.
015500 01  EMB-STATUS-HIST             PIC XX.
015600 01  EMB-STATUS-EMPL             PIC XX.
015700 01  EMB-STATUS-PROBATION        PIC XX.
015800 01  EMB-STATUS-REQUIS           PIC XX.
015900*
016000 01  EMB-INDICADORES.
016100     05  EMB-FIN-ARCHIVO         PIC X VALUE 'N'.
016200         88  EMB-ES-FIN-ARCHIVO  VALUE 'Y'.
016300     05  EMB-HALLADO             PIC X VALUE 'N'.
016400         88  EMB-ES-HALLADO      VALUE 'Y'.
016500     05  EMB-ERROR               PIC X VALUE 'N'.
016600         88  EMB-ES-ERROR        VALUE 'Y'.
016700     05  EMB-DESBORDE            PIC X VALUE 'N'.
016800         88  EMB-HUBO-DESBORDE   VALUE 'Y'.
016900     05  EMB-CON-RANGO           PIC X VALUE 'N'.
017000         88  EMB-ES-CON-RANGO    VALUE 'Y'.
017100     05  EMB-DIAS-VALIDOS        PIC X VALUE 'N'.
017200         88  EMB-ES-DIAS-VALIDOS VALUE 'Y'.
017300     05  EMB-RESULTADO-PRUEBA    PIC X(01).
017400         88  EMB-PRUEBA-SUPERADA VALUE 'S'.
017500         88  EMB-PRUEBA-FALLIDA  VALUE 'N'.
017600         88  EMB-PRUEBA-SIN-FIN  VALUE 'P'.
017700*
017800 01  EMB-VARIABLES.
017900     05  EMB-FECHA-DESDE         PIC 9(08).
018000     05  EMB-FECHA-HASTA         PIC 9(08).
018100     05  EMB-FECHA-TOPE          PIC 9(08).
018200     05  EMB-FECHA-AUX           PIC 9(08).
018300     05  EMB-FECHA-COHORTE       PIC 9(08).
018400     05  EMB-FECHA-INI           PIC 9(08).
018500     05  EMB-FECHA-FIN           PIC 9(08).
018600     05  EMB-ID-BUSCADO          PIC 9(05).
018700     05  EMB-NOMBRE-AUX          PIC X(05).
018800     05  EMB-POS-HALLADA         PIC 9(04).
018900     05  EMB-ETAPA               PIC 9(01).
019000     05  EMB-ETAPA-SIG           PIC 9(01).
019100     05  EMB-ETAPA-MAX           PIC 9(01).
019200     05  EMB-DIA-DESDE           PIC 9(07).
019300     05  EMB-DIA-HASTA           PIC 9(07).
019400     05  EMB-DIAS                PIC 9(05).
019500     05  EMB-DIAS-NOMINA         PIC 9(05).
019600     05  EMB-PROMEDIO            PIC 9(05)V9.
019700     05  EMB-PORCENTAJE          PIC 9(03)V9.
019800     05  EMB-RESPONDIDAS         PIC 9(05).
019900     05  EMB-SALIDAS             PIC 9(05).
020000*
020100 01  EMB-EDITADOS.
020200     05  EMB-CANT-ED             PIC ZZZZ9.
020300     05  EMB-CANT2-ED            PIC ZZZZ9.
020400     05  EMB-CANT3-ED            PIC ZZZZ9.
020500     05  EMB-CANT4-ED            PIC ZZZZ9.
020600     05  EMB-CANT5-ED            PIC ZZZZ9.
020700     05  EMB-CANT6-ED            PIC ZZZZ9.
020800     05  EMB-CANT7-ED            PIC ZZZZ9.
020900     05  EMB-PORC-ED             PIC ZZ9.9.
021000     05  EMB-PORC2-ED            PIC ZZ9.9.
021100     05  EMB-PROM-ED             PIC ZZZZ9.9.
021200     05  EMB-MAX-ED              PIC ZZZZ9.
021300     05  EMB-FECHA-ED            PIC 9999/99/99.
021400     05  EMB-FECHA2-ED           PIC 9999/99/99.
021500     05  EMB-DIAS-ED             PIC X(05).
021600     05  EMB-DIAS2-ED            PIC X(08).
021700     05  EMB-FECHA2-TXT          PIC X(10).
021800     05  EMB-NUM-ED              PIC ZZZZ9.
021900     05  EMB-PORC-TXT            PIC X(05).
022000     05  EMB-PORC2-TXT           PIC X(05).
022100     05  EMB-PROM-TXT            PIC X(07).
022200     05  EMB-MAX-TXT             PIC X(05).
022300*
022400 01  EMB-CONTADORES.
022500     05  EMB-CANT-SIN-NUMERO     PIC 9(05) VALUE ZERO.
022600     05  EMB-CANT-SIN-FECHA      PIC 9(05) VALUE ZERO.
022700     05  EMB-CANT-FUERA          PIC 9(05) VALUE ZERO.
022800     05  EMB-CANT-EVALUADOS      PIC 9(05) VALUE ZERO.
022900     05  EMB-REQ-CUBIERTAS       PIC 9(04) VALUE ZERO.
023000     05  EMB-REQ-MEDIDAS         PIC 9(04) VALUE ZERO.
023100     05  EMB-REQ-DIAS-TOT        PIC 9(08) VALUE ZERO.
023200     05  EMB-REQ-DIAS-MAX        PIC 9(05) VALUE ZERO.
023300     05  EMB-REQ-ABIERTAS        PIC 9(04) VALUE ZERO.
023400*
023500* THE SIX STAGES OF THE FUNNEL, IN THE ORDER THE SUITE RUNS THEM
023600 01  EMB-ETAPAS-VALORES.
023700     05 FILLER PIC X(14) VALUE 'APLICADO'.
023800     05 FILLER PIC X(14) VALUE 'ENTREVISTADO'.
023900     05 FILLER PIC X(14) VALUE 'CLASIFICADO'.
024000     05 FILLER PIC X(14) VALUE 'OFERTADO'.
024100     05 FILLER PIC X(14) VALUE 'OFERTA ACEPT.'.
024200     05 FILLER PIC X(14) VALUE 'EN NOMINA'.
024300 01  EMB-ETAPAS-TABLA REDEFINES EMB-ETAPAS-VALORES.
024400     05 EMB-ETAPA-NOMBRE         PIC X(14) OCCURS 6 TIMES.
024500*
024600 01  EMB-TABLA-EMBUDO.
024700     05  EMB-ETA-FILA OCCURS 6 TIMES.
024800         10 EMB-ETA-CANT         PIC 9(05).
024900         10 EMB-ETA-MEDIDOS      PIC 9(05).
025000         10 EMB-ETA-DIAS-TOT     PIC 9(08).
025100         10 EMB-ETA-DIAS-MAX     PIC 9(05).
025200*
025300 01  EMB-CANT-CAND               PIC 9(04) VALUE ZERO.
025400 01  EMB-TABLA-CAND.
025500     05  EMB-CAND-FILA OCCURS 900 TIMES
025600                       INDEXED BY EMB-X-CAN.
025700         10 EMB-CAN-ID           PIC 9(05).
025800         10 EMB-CAN-NOMBRE       PIC X(05).
025900         10 EMB-CAN-FUENTE       PIC X(02).
026000         10 EMB-CAN-ETAPA-FILA OCCURS 6 TIMES.
026100            15 EMB-CAN-LLEGO     PIC X(01).
026200            15 EMB-CAN-FECHA     PIC 9(08).
026300         10 EMB-CAN-EMPLEADO     PIC X(01).
026400         10 EMB-CAN-BAJA         PIC 9(08).
026500         10 EMB-CAN-MOTIVO       PIC X(02).
026600         10 EMB-CAN-PRUEBA-FIN   PIC 9(08).
026700         10 EMB-CAN-PRUEBA-EST   PIC X(01).
026800*
026900 01  EMB-CANT-NIVELES            PIC 9(02) VALUE ZERO.
027000 01  EMB-TABLA-NIVELES.
027100     05  EMB-NIVEL-FILA OCCURS 10 TIMES
027200                        INDEXED BY EMB-X-NIV.
027300         10 EMB-NIV-NOMBRE       PIC X(06).
027400         10 EMB-NIV-VALORES.
027500            15 EMB-NIV-OFERTAS   PIC 9(05).
027600            15 EMB-NIV-ACEPTADAS PIC 9(05).
027700            15 EMB-NIV-RECHAZADAS PIC 9(05).
027800            15 EMB-NIV-VENCIDAS  PIC 9(05).
027900            15 EMB-NIV-PENDIENTES PIC 9(05).
028000 01  EMB-NIVEL-ACTUAL.
028100     05  EMB-ACT-NOMBRE          PIC X(06).
028200     05  EMB-ACT-VALORES.
028300         10 EMB-ACT-OFERTAS      PIC 9(05).
028400         10 EMB-ACT-ACEPTADAS    PIC 9(05).
028500         10 EMB-ACT-RECHAZADAS   PIC 9(05).
028600         10 EMB-ACT-VENCIDAS     PIC 9(05).
028700         10 EMB-ACT-PENDIENTES   PIC 9(05).
028800 01  EMB-NIVEL-TOTAL.
028900     05  EMB-TOT-OFERTAS         PIC 9(05) VALUE ZERO.
029000     05  EMB-TOT-ACEPTADAS       PIC 9(05) VALUE ZERO.
029100     05  EMB-TOT-RECHAZADAS      PIC 9(05) VALUE ZERO.
029200     05  EMB-TOT-VENCIDAS        PIC 9(05) VALUE ZERO.
029300     05  EMB-TOT-PENDIENTES      PIC 9(05) VALUE ZERO.
029400*
029500* ONE ROW PER FUENTE CODE AND A LAST ROW FOR NO SOURCE RECORDED
029600 01  EMB-TABLA-FUENTES.
029700     05  EMB-FUENTE-FILA OCCURS 6 TIMES
029800                         INDEXED BY EMB-X-FUE.
029900         10 EMB-FUE-CODIGO       PIC X(02).
030000         10 EMB-FUE-DESCRIPCION  PIC X(20).
030100         10 EMB-FUE-CANDIDATOS   PIC 9(05).
030200         10 EMB-FUE-ENTREVISTAS  PIC 9(05).
030300         10 EMB-FUE-OFERTAS      PIC 9(05).
030400         10 EMB-FUE-NOMINA       PIC 9(05).
030500         10 EMB-FUE-SUPERARON    PIC 9(05).
030600         10 EMB-FUE-NO-SUPERARON PIC 9(05).
030700         10 EMB-FUE-SIN-REVISION PIC 9(05).
030800*
030900     COPY FUENTE.
031000*
031100 PROCEDURE DIVISION.
031200******************************************************************
031300* 0000-MAINLINE - ASK THE RANGE, REBUILD THE JOURNEYS AND PRINT
031400*                 THE FOUR SECTIONS OF THE REPORT
031500******************************************************************
031600 0000-MAINLINE.
031700     PERFORM 0100-PREPARAR-TABLAS THRU 0100-PREPARAR-TABLAS-EXIT.
031800     PERFORM 1000-PEDIR-FECHAS THRU 1000-PEDIR-FECHAS-EXIT.
031900     IF EMB-ES-ERROR
032000         MOVE 8 TO RETURN-CODE
032100         GOBACK
032200     END-IF.
032300     PERFORM 2000-CARGAR-POSTULANTES
032400         THRU 2000-CARGAR-POSTULANTES-EXIT.
032500     PERFORM 2100-CARGAR-CITAS THRU 2100-CARGAR-CITAS-EXIT.
032600     PERFORM 2200-CARGAR-CONTRATADOS
032700         THRU 2200-CARGAR-CONTRATADOS-EXIT.
032800     PERFORM 2300-CARGAR-STANDBY THRU 2300-CARGAR-STANDBY-EXIT.
032900     PERFORM 2400-CARGAR-OFERTAS THRU 2400-CARGAR-OFERTAS-EXIT.
033000     PERFORM 2500-CARGAR-HISTORIA THRU 2500-CARGAR-HISTORIA-EXIT.
033100     PERFORM 2600-CARGAR-EMPLEADOS
033200         THRU 2600-CARGAR-EMPLEADOS-EXIT.
033300     PERFORM 2700-CARGAR-PRUEBAS THRU 2700-CARGAR-PRUEBAS-EXIT.
033400     PERFORM 3000-EVALUAR-CANDIDATO
033500         THRU 3000-EVALUAR-CANDIDATO-EXIT
033600         VARYING EMB-X-CAN FROM 1 BY 1
033700         UNTIL EMB-X-CAN > EMB-CANT-CAND.
033800     OPEN OUTPUT REPORTE-FILE.
033900     MOVE SPACES TO RPT-LINEA.
034000     IF EMB-ES-CON-RANGO
034100         MOVE EMB-FECHA-DESDE TO EMB-FECHA-ED
034200         MOVE EMB-FECHA-TOPE TO EMB-FECHA2-ED
034300         STRING 'EMBUDO DE RECLUTAMIENTO DEL ' EMB-FECHA-ED
034400             ' AL ' EMB-FECHA2-ED
034500             DELIMITED BY SIZE INTO RPT-LINEA
034600     ELSE
034700         MOVE 'EMBUDO DE RECLUTAMIENTO - TODA LA HISTORIA'
034800             TO RPT-LINEA
034900     END-IF.
035000     WRITE RPT-LINEA.
035100     PERFORM 4000-REPORTAR-EMBUDO THRU 4000-REPORTAR-EMBUDO-EXIT.
035200     PERFORM 5000-REPORTAR-COBERTURA
035300         THRU 5000-REPORTAR-COBERTURA-EXIT.
035400     PERFORM 6000-REPORTAR-NIVELES
035500         THRU 6000-REPORTAR-NIVELES-EXIT.
035600     PERFORM 7000-REPORTAR-FUENTES
035700         THRU 7000-REPORTAR-FUENTES-EXIT.
035800     MOVE SPACES TO RPT-LINEA.
035900     WRITE RPT-LINEA.
036000     IF EMB-CANT-SIN-NUMERO > ZERO
036100         MOVE EMB-CANT-SIN-NUMERO TO EMB-CANT-ED
036200         MOVE SPACES TO RPT-LINEA
036300         STRING 'POSTULANTES SIN NUMERO (FALTA ASIGNAID), NO '
036400             'CONSIDERADOS: ' EMB-CANT-ED
036500             DELIMITED BY SIZE INTO RPT-LINEA
036600         WRITE RPT-LINEA
036700     END-IF.
036800     IF EMB-CANT-SIN-FECHA > ZERO
036900         MOVE EMB-CANT-SIN-FECHA TO EMB-CANT-ED
037000         MOVE SPACES TO RPT-LINEA
037100         STRING 'CANDIDATOS SIN NINGUNA FECHA, FUERA DEL RANGO: '
037200             EMB-CANT-ED
037300             DELIMITED BY SIZE INTO RPT-LINEA
037400         WRITE RPT-LINEA
037500     END-IF.
037600     IF EMB-HUBO-DESBORDE
037700         MOVE 'ATENCION: TABLA LLENA, EL REPORTE ESTA INCOMPLETO'
037800             TO RPT-LINEA
037900         WRITE RPT-LINEA
038000         MOVE 4 TO RETURN-CODE
038100     END-IF.
038200     CLOSE REPORTE-FILE.
038300     DISPLAY 'EMBUDO: CANDIDATOS ' EMB-CANT-EVALUADOS
038400         ' FUERA DE RANGO ' EMB-CANT-FUERA
038500         ' REQUISICIONES CUBIERTAS ' EMB-REQ-CUBIERTAS.
038600     GOBACK.
038700 0000-MAINLINE-EXIT.
038800     EXIT.
038900*
039000******************************************************************
039100* 0100-PREPARAR-TABLAS - CLEAR THE COUNTERS AND LAY OUT ONE
039200*                        SOURCE ROW PER FUENTE CODE
039300******************************************************************
039400 0100-PREPARAR-TABLAS.
039500     INITIALIZE EMB-TABLA-EMBUDO.
039600     INITIALIZE EMB-TABLA-FUENTES.
039700     PERFORM 0110-COPIAR-FUENTE THRU 0110-COPIAR-FUENTE-EXIT
039800         VARYING FTE-X FROM 1 BY 1
039900         UNTIL FTE-X > 5.
040000     SET EMB-X-FUE TO 6.
040100     MOVE '--' TO EMB-FUE-CODIGO(EMB-X-FUE).
040200     MOVE 'SIN DATO' TO EMB-FUE-DESCRIPCION(EMB-X-FUE).
040300 0100-PREPARAR-TABLAS-EXIT.
040400     EXIT.
040500*
040600******************************************************************
040700* 0110-COPIAR-FUENTE - ONE FUENTE CODE INTO THE SOURCE TABLE
040800******************************************************************
040900 0110-COPIAR-FUENTE.
041000     SET EMB-X-FUE TO FTE-X.
041100     MOVE FTE-CODIGO(FTE-X) TO EMB-FUE-CODIGO(EMB-X-FUE).
041200     MOVE FTE-DESCRIPCION(FTE-X)
041300         TO EMB-FUE-DESCRIPCION(EMB-X-FUE).
041400 0110-COPIAR-FUENTE-EXIT.
041500     EXIT.
041600*
041700******************************************************************
041800* 1000-PEDIR-FECHAS - THE OPTIONAL DATE RANGE OF THE RUN
041900******************************************************************
042000 1000-PEDIR-FECHAS.
042100     DISPLAY 'FECHA DESDE (AAAAMMDD, 0 = SIN LIMITE): '
042200         WITH NO ADVANCING.
042300     ACCEPT EMB-FECHA-DESDE.
042400     DISPLAY 'FECHA HASTA (AAAAMMDD, 0 = SIN LIMITE): '
042500         WITH NO ADVANCING.
042600     ACCEPT EMB-FECHA-HASTA.
042700     IF EMB-FECHA-DESDE NOT NUMERIC
042800         DISPLAY 'FECHA DESDE INVALIDA: ' EMB-FECHA-DESDE
042900         SET EMB-ES-ERROR TO TRUE
043000         GO TO 1000-PEDIR-FECHAS-EXIT
043100     END-IF.
043200     IF EMB-FECHA-HASTA NOT NUMERIC
043300         DISPLAY 'FECHA HASTA INVALIDA: ' EMB-FECHA-HASTA
043400         SET EMB-ES-ERROR TO TRUE
043500         GO TO 1000-PEDIR-FECHAS-EXIT
043600     END-IF.
043700     IF EMB-FECHA-HASTA = ZERO
043800         MOVE 99999999 TO EMB-FECHA-TOPE
043900     ELSE
044000         MOVE EMB-FECHA-HASTA TO EMB-FECHA-TOPE
044100     END-IF.
044200     IF EMB-FECHA-TOPE < EMB-FECHA-DESDE
044300         DISPLAY 'LA FECHA HASTA ES ANTERIOR A LA DESDE'
044400         SET EMB-ES-ERROR TO TRUE
044500         GO TO 1000-PEDIR-FECHAS-EXIT
044600     END-IF.
044700     IF EMB-FECHA-DESDE > ZERO OR EMB-FECHA-HASTA > ZERO
044800         SET EMB-ES-CON-RANGO TO TRUE
044900     END-IF.
045000 1000-PEDIR-FECHAS-EXIT.
045100     EXIT.
045200*
045300******************************************************************
045400* 2000-CARGAR-POSTULANTES - APPLICANTS: THE APPLIED STAGE AND THE
045500*                           RECRUITMENT SOURCE
045600******************************************************************
045700 2000-CARGAR-POSTULANTES.
045800     MOVE 'N' TO EMB-FIN-ARCHIVO.
045900     OPEN INPUT APPLICANTS-FILE.
046000     IF EMB-STATUS-APPL = '00'
046100         PERFORM 2010-LEER-POSTULANTE
046200             THRU 2010-LEER-POSTULANTE-EXIT
046300             UNTIL EMB-ES-FIN-ARCHIVO
046400     END-IF.
046500     CLOSE APPLICANTS-FILE.
046600 2000-CARGAR-POSTULANTES-EXIT.
046700     EXIT.
046800*
046900******************************************************************
047000* 2010-LEER-POSTULANTE - ONE APPLICANT; A ROW WRITTEN BEFORE
047100*                        THE SOURCE AND INTAKE DATE EXISTED HAS
047200*                        NEITHER
047300******************************************************************
047400 2010-LEER-POSTULANTE.
047500     READ APPLICANTS-FILE
047600         AT END
047700             SET EMB-ES-FIN-ARCHIVO TO TRUE
047800             GO TO 2010-LEER-POSTULANTE-EXIT
047900     END-READ.
048000     IF AP-ID NOT NUMERIC OR AP-ID = ZERO
048100         ADD 1 TO EMB-CANT-SIN-NUMERO
048200         GO TO 2010-LEER-POSTULANTE-EXIT
048300     END-IF.
048400     MOVE AP-ID TO EMB-ID-BUSCADO.
048500     MOVE AP-NOMBRE TO EMB-NOMBRE-AUX.
048600     PERFORM 8200-ALTA-CANDIDATO THRU 8200-ALTA-CANDIDATO-EXIT.
048700     IF NOT EMB-ES-HALLADO
048800         GO TO 2010-LEER-POSTULANTE-EXIT
048900     END-IF.
049000     IF EMB-CAN-FUENTE(EMB-X-CAN) = SPACES
049100         SET FTE-X TO 1
049200         SEARCH FTE-FILA
049300             WHEN FTE-CODIGO(FTE-X) = AP-FUENTE
049400                 MOVE AP-FUENTE TO EMB-CAN-FUENTE(EMB-X-CAN)
049500         END-SEARCH
049600     END-IF.
049700     MOVE 1 TO EMB-ETAPA.
049800     IF AP-FECHA-INGRESO NUMERIC
049900         MOVE AP-FECHA-INGRESO TO EMB-FECHA-AUX
050000     ELSE
050100         MOVE ZERO TO EMB-FECHA-AUX
050200     END-IF.
050300     PERFORM 8300-MARCAR-ETAPA THRU 8300-MARCAR-ETAPA-EXIT.
050400 2010-LEER-POSTULANTE-EXIT.
050500     EXIT.
050600*
050700******************************************************************
050800* 2100-CARGAR-CITAS - CITAS: THE INTERVIEWED STAGE
050900******************************************************************
051000 2100-CARGAR-CITAS.
051100     MOVE 'N' TO EMB-FIN-ARCHIVO.
051200     OPEN INPUT CITAS-FILE.
051300     IF EMB-STATUS-CITAS = '00'
051400         PERFORM 2110-LEER-CITA THRU 2110-LEER-CITA-EXIT
051500             UNTIL EMB-ES-FIN-ARCHIVO
051600     END-IF.
051700     CLOSE CITAS-FILE.
051800 2100-CARGAR-CITAS-EXIT.
051900     EXIT.
052000*
052100******************************************************************
052200* 2110-LEER-CITA - AN INTERVIEW THAT TOOK PLACE (APPROVED OR
052300*                  REJECTED); A NO-SHOW OR A PENDING ONE DOES NOT
052400******************************************************************
052500 2110-LEER-CITA.
052600     READ CITAS-FILE
052700         AT END
052800             SET EMB-ES-FIN-ARCHIVO TO TRUE
052900             GO TO 2110-LEER-CITA-EXIT
053000     END-READ.
053100     IF CT-ID = ZERO
053200         OR (CT-RESULTADO NOT = 'A' AND CT-RESULTADO NOT = 'R')
053300         GO TO 2110-LEER-CITA-EXIT
053400     END-IF.
053500     MOVE CT-ID TO EMB-ID-BUSCADO.
053600     MOVE CT-NOMBRE TO EMB-NOMBRE-AUX.
053700     MOVE 2 TO EMB-ETAPA.
053800     MOVE CT-FECHA TO EMB-FECHA-AUX.
053900     PERFORM 8000-REGISTRAR-ETAPA THRU 8000-REGISTRAR-ETAPA-EXIT.
054000 2110-LEER-CITA-EXIT.
054100     EXIT.
054200*
054300******************************************************************
054400* 2200-CARGAR-CONTRATADOS - HIRED: THE CLASSIFIED STAGE
054500******************************************************************
054600 2200-CARGAR-CONTRATADOS.
054700     MOVE 'N' TO EMB-FIN-ARCHIVO.
054800     OPEN INPUT HIRED-FILE.
054900     IF EMB-STATUS-HIRED = '00'
055000         PERFORM 2210-LEER-CONTRATADO
055100             THRU 2210-LEER-CONTRATADO-EXIT
055200             UNTIL EMB-ES-FIN-ARCHIVO
055300     END-IF.
055400     CLOSE HIRED-FILE.
055500 2200-CARGAR-CONTRATADOS-EXIT.
055600     EXIT.
055700*
055800******************************************************************
055900* 2210-LEER-CONTRATADO - ONE HIRED CANDIDATE
056000******************************************************************
056100 2210-LEER-CONTRATADO.
056200     READ HIRED-FILE
056300         AT END
056400             SET EMB-ES-FIN-ARCHIVO TO TRUE
056500             GO TO 2210-LEER-CONTRATADO-EXIT
056600     END-READ.
056700     IF HI-ID NOT NUMERIC OR HI-ID = ZERO
056800         GO TO 2210-LEER-CONTRATADO-EXIT
056900     END-IF.
057000     MOVE HI-ID TO EMB-ID-BUSCADO.
057100     MOVE HI-NOMBRE TO EMB-NOMBRE-AUX.
057200     MOVE 3 TO EMB-ETAPA.
057300     MOVE HI-FECHA-ALTA TO EMB-FECHA-AUX.
057400     PERFORM 8000-REGISTRAR-ETAPA THRU 8000-REGISTRAR-ETAPA-EXIT.
057500 2210-LEER-CONTRATADO-EXIT.
057600     EXIT.
057700*
057800******************************************************************
057900* 2300-CARGAR-STANDBY - STANDBY: ALSO THE CLASSIFIED STAGE
058000******************************************************************
058100 2300-CARGAR-STANDBY.
058200     MOVE 'N' TO EMB-FIN-ARCHIVO.
058300     OPEN INPUT STANDBY-FILE.
058400     IF EMB-STATUS-STANDBY = '00'
058500         PERFORM 2310-LEER-STANDBY THRU 2310-LEER-STANDBY-EXIT
058600             UNTIL EMB-ES-FIN-ARCHIVO
058700     END-IF.
058800     CLOSE STANDBY-FILE.
058900 2300-CARGAR-STANDBY-EXIT.
059000     EXIT.
059100*
059200******************************************************************
059300* 2310-LEER-STANDBY - ONE CANDIDATE WAITING FOR A SEAT
059400******************************************************************
059500 2310-LEER-STANDBY.
059600     READ STANDBY-FILE
059700         AT END
059800             SET EMB-ES-FIN-ARCHIVO TO TRUE
059900             GO TO 2310-LEER-STANDBY-EXIT
060000     END-READ.
060100     IF SB-ID NOT NUMERIC OR SB-ID = ZERO
060200         GO TO 2310-LEER-STANDBY-EXIT
060300     END-IF.
060400     MOVE SB-ID TO EMB-ID-BUSCADO.
060500     MOVE SB-NOMBRE TO EMB-NOMBRE-AUX.
060600     MOVE 3 TO EMB-ETAPA.
060700     MOVE SB-FECHA-ALTA TO EMB-FECHA-AUX.
060800     PERFORM 8000-REGISTRAR-ETAPA THRU 8000-REGISTRAR-ETAPA-EXIT.
060900 2310-LEER-STANDBY-EXIT.
061000     EXIT.
061100*
061200******************************************************************
061300* 2400-CARGAR-OFERTAS - OFERTAS: THE OFFERED AND ACCEPTED STAGES
061400*                       AND THE ANSWERS PER LEVEL
061500******************************************************************
061600 2400-CARGAR-OFERTAS.
061700     MOVE 'N' TO EMB-FIN-ARCHIVO.
061800     OPEN INPUT OFERTAS-FILE.
061900     IF EMB-STATUS-OFERTAS = '00'
062000         PERFORM 2410-LEER-OFERTA THRU 2410-LEER-OFERTA-EXIT
062100             UNTIL EMB-ES-FIN-ARCHIVO
062200     END-IF.
062300     CLOSE OFERTAS-FILE.
062400 2400-CARGAR-OFERTAS-EXIT.
062500     EXIT.
062600*
062700******************************************************************
062800* 2410-LEER-OFERTA - ONE OFFER; OFERTAS KEEPS NO ANSWER DATE, SO
062900*                    AN ACCEPTANCE ONLY GETS ONE FROM PIPEHIST
063000******************************************************************
063100 2410-LEER-OFERTA.
063200     READ OFERTAS-FILE
063300         AT END
063400             SET EMB-ES-FIN-ARCHIVO TO TRUE
063500             GO TO 2410-LEER-OFERTA-EXIT
063600     END-READ.
063700     IF OF-FECHA-OFERTA NOT < EMB-FECHA-DESDE
063800         AND OF-FECHA-OFERTA NOT > EMB-FECHA-TOPE
063900         PERFORM 2420-SUMAR-NIVEL THRU 2420-SUMAR-NIVEL-EXIT
064000     END-IF.
064100     IF OF-ID = ZERO
064200         GO TO 2410-LEER-OFERTA-EXIT
064300     END-IF.
064400     MOVE OF-ID TO EMB-ID-BUSCADO.
064500     MOVE OF-NOMBRE TO EMB-NOMBRE-AUX.
064600     MOVE 4 TO EMB-ETAPA.
064700     MOVE OF-FECHA-OFERTA TO EMB-FECHA-AUX.
064800     PERFORM 8000-REGISTRAR-ETAPA THRU 8000-REGISTRAR-ETAPA-EXIT.
064900     IF OF-ESTADO = 'A' AND EMB-ES-HALLADO
065000         MOVE 5 TO EMB-ETAPA
065100         MOVE ZERO TO EMB-FECHA-AUX
065200         PERFORM 8300-MARCAR-ETAPA THRU 8300-MARCAR-ETAPA-EXIT
065300     END-IF.
065400 2410-LEER-OFERTA-EXIT.
065500     EXIT.
065600*
065700******************************************************************
065800* 2420-SUMAR-NIVEL - COUNT THE OFFER AND ITS ANSWER UNDER ITS
065900*                    LEVEL
066000******************************************************************
066100 2420-SUMAR-NIVEL.
066200     MOVE 'N' TO EMB-HALLADO.
066300     PERFORM 2430-COMPARAR-NIVEL THRU 2430-COMPARAR-NIVEL-EXIT
066400         VARYING EMB-X-NIV FROM 1 BY 1
066500         UNTIL EMB-X-NIV > EMB-CANT-NIVELES
066600         OR EMB-ES-HALLADO.
066700     IF EMB-ES-HALLADO
066800         SET EMB-X-NIV DOWN BY 1
066900     ELSE
067000         IF EMB-CANT-NIVELES NOT < 10
067100             SET EMB-HUBO-DESBORDE TO TRUE
067200             GO TO 2420-SUMAR-NIVEL-EXIT
067300         END-IF
067400         ADD 1 TO EMB-CANT-NIVELES
067500         SET EMB-X-NIV TO EMB-CANT-NIVELES
067600         INITIALIZE EMB-NIVEL-FILA(EMB-X-NIV)
067700         MOVE OF-CLASIFICACION TO EMB-NIV-NOMBRE(EMB-X-NIV)
067800     END-IF.
067900     ADD 1 TO EMB-NIV-OFERTAS(EMB-X-NIV).
068000     EVALUATE OF-ESTADO
068100         WHEN 'A'
068200             ADD 1 TO EMB-NIV-ACEPTADAS(EMB-X-NIV)
068300         WHEN 'R'
068400             ADD 1 TO EMB-NIV-RECHAZADAS(EMB-X-NIV)
068500         WHEN 'E'
068600             ADD 1 TO EMB-NIV-VENCIDAS(EMB-X-NIV)
068700         WHEN OTHER
068800             ADD 1 TO EMB-NIV-PENDIENTES(EMB-X-NIV)
068900     END-EVALUATE.
069000 2420-SUMAR-NIVEL-EXIT.
069100     EXIT.
069200*
069300******************************************************************
069400* 2430-COMPARAR-NIVEL - ONE LEVEL ROW AGAINST THE OFFER'S LEVEL
069500******************************************************************
069600 2430-COMPARAR-NIVEL.
069700     IF EMB-NIV-NOMBRE(EMB-X-NIV) = OF-CLASIFICACION
069800         SET EMB-ES-HALLADO TO TRUE
069900     END-IF.
070000 2430-COMPARAR-NIVEL-EXIT.
070100     EXIT.
070200*
070300******************************************************************
070400* 2500-CARGAR-HISTORIA - PIPEHIST: THE STAGE DATES THE FILES DO
070500*                        NOT KEEP
070600******************************************************************
070700 2500-CARGAR-HISTORIA.
070800     MOVE 'N' TO EMB-FIN-ARCHIVO.
070900     OPEN INPUT PIPEHIST-FILE.
071000     IF EMB-STATUS-HIST = '00'
071100         PERFORM 2510-LEER-HISTORIA THRU 2510-LEER-HISTORIA-EXIT
071200             UNTIL EMB-ES-FIN-ARCHIVO
071300     END-IF.
071400     CLOSE PIPEHIST-FILE.
071500 2500-CARGAR-HISTORIA-EXIT.
071600     EXIT.
071700*
071800******************************************************************
071900* 2510-LEER-HISTORIA - ONE STAGE CHANGE; BOOKINGS AND THE COURSE
072000*                      PIPELINE STAGES ARE NOT PART OF THE FUNNEL
072100******************************************************************
072200 2510-LEER-HISTORIA.
072300     READ PIPEHIST-FILE
072400         AT END
072500             SET EMB-ES-FIN-ARCHIVO TO TRUE
072600             GO TO 2510-LEER-HISTORIA-EXIT
072700     END-READ.
072800     IF PH-ID = ZERO
072900         GO TO 2510-LEER-HISTORIA-EXIT
073000     END-IF.
073100     EVALUATE PH-ETAPA
073200         WHEN 'ENTREV-APROB'
073300         WHEN 'ENTREV-RECH'
073400             MOVE 2 TO EMB-ETAPA
073500         WHEN 'CONTRATADO'
073600         WHEN 'STANDBY'
073700             MOVE 3 TO EMB-ETAPA
073800         WHEN 'OFERTADO'
073900             MOVE 4 TO EMB-ETAPA
074000         WHEN 'OFERTA-ACEPT'
074100             MOVE 5 TO EMB-ETAPA
074200         WHEN 'EN-NOMINA'
074300             MOVE 6 TO EMB-ETAPA
074400         WHEN OTHER
074500             GO TO 2510-LEER-HISTORIA-EXIT
074600     END-EVALUATE.
074700     MOVE PH-ID TO EMB-ID-BUSCADO.
074800     MOVE PH-NOMBRE TO EMB-NOMBRE-AUX.
074900     MOVE PH-FECHA TO EMB-FECHA-AUX.
075000     PERFORM 8000-REGISTRAR-ETAPA THRU 8000-REGISTRAR-ETAPA-EXIT.
075100 2510-LEER-HISTORIA-EXIT.
075200     EXIT.
075300*
075400******************************************************************
075500* 2600-CARGAR-EMPLEADOS - EMPLOYEES: THE ON-PAYROLL STAGE OF THE
075600*                         CANDIDATES ALREADY KNOWN
075700******************************************************************
075800 2600-CARGAR-EMPLEADOS.
075900     MOVE 'N' TO EMB-FIN-ARCHIVO.
076000     OPEN INPUT EMPLOYEES-FILE.
076100     IF EMB-STATUS-EMPL = '00'
076200         PERFORM 2610-LEER-EMPLEADO THRU 2610-LEER-EMPLEADO-EXIT
076300             UNTIL EMB-ES-FIN-ARCHIVO
076400     END-IF.
076500     CLOSE EMPLOYEES-FILE.
076600 2600-CARGAR-EMPLEADOS-EXIT.
076700     EXIT.
076800*
076900******************************************************************
077000* 2610-LEER-EMPLEADO - ONE EMPLOYEE; STAFF LOADED WITHOUT GOING
077100*                      THROUGH THE PIPELINE IS LEFT OUT
077200******************************************************************
077300 2610-LEER-EMPLEADO.
077400     READ EMPLOYEES-FILE
077500         AT END
077600             SET EMB-ES-FIN-ARCHIVO TO TRUE
077700             GO TO 2610-LEER-EMPLEADO-EXIT
077800     END-READ.
077900     IF EM-ID = ZERO
078000         GO TO 2610-LEER-EMPLEADO-EXIT
078100     END-IF.
078200     MOVE EM-ID TO EMB-ID-BUSCADO.
078300     PERFORM 8100-UBICAR-CANDIDATO
078400         THRU 8100-UBICAR-CANDIDATO-EXIT.
078500     IF NOT EMB-ES-HALLADO
078600         GO TO 2610-LEER-EMPLEADO-EXIT
078700     END-IF.
078800     MOVE 6 TO EMB-ETAPA.
078900     MOVE EM-FECHA-INGRESO TO EMB-FECHA-AUX.
079000     PERFORM 8300-MARCAR-ETAPA THRU 8300-MARCAR-ETAPA-EXIT.
079100     MOVE 'S' TO EMB-CAN-EMPLEADO(EMB-X-CAN).
079200     IF EM-DADO-DE-BAJA
079300         MOVE EM-FECHA-BAJA TO EMB-CAN-BAJA(EMB-X-CAN)
079400     ELSE
079500         MOVE ZERO TO EMB-CAN-BAJA(EMB-X-CAN)
079600     END-IF.
079700     MOVE EM-MOTIVO-BAJA TO EMB-CAN-MOTIVO(EMB-X-CAN).
079800 2610-LEER-EMPLEADO-EXIT.
079900     EXIT.
080000*
080100******************************************************************
080200* 2700-CARGAR-PRUEBAS - PROBATION: HOW EACH HIRE'S PROBATION ENDED
080300******************************************************************
080400 2700-CARGAR-PRUEBAS.
080500     MOVE 'N' TO EMB-FIN-ARCHIVO.
080600     OPEN INPUT PROBATION-FILE.
080700     IF EMB-STATUS-PROBATION = '00'
080800         PERFORM 2710-LEER-PRUEBA THRU 2710-LEER-PRUEBA-EXIT
080900             UNTIL EMB-ES-FIN-ARCHIVO
081000     END-IF.
081100     CLOSE PROBATION-FILE.
081200 2700-CARGAR-PRUEBAS-EXIT.
081300     EXIT.
081400*
081500******************************************************************
081600* 2710-LEER-PRUEBA - THE LATEST PROBATION OF EACH CANDIDATE
081700******************************************************************
081800 2710-LEER-PRUEBA.
081900     READ PROBATION-FILE
082000         AT END
082100             SET EMB-ES-FIN-ARCHIVO TO TRUE
082200             GO TO 2710-LEER-PRUEBA-EXIT
082300     END-READ.
082400     IF PB-ID = ZERO
082500         GO TO 2710-LEER-PRUEBA-EXIT
082600     END-IF.
082700     MOVE PB-ID TO EMB-ID-BUSCADO.
082800     PERFORM 8100-UBICAR-CANDIDATO
082900         THRU 8100-UBICAR-CANDIDATO-EXIT.
083000     IF NOT EMB-ES-HALLADO
083100         GO TO 2710-LEER-PRUEBA-EXIT
083200     END-IF.
083300     IF PB-FECHA-FIN NOT < EMB-CAN-PRUEBA-FIN(EMB-X-CAN)
083400         MOVE PB-FECHA-FIN TO EMB-CAN-PRUEBA-FIN(EMB-X-CAN)
083500         MOVE PB-ESTADO TO EMB-CAN-PRUEBA-EST(EMB-X-CAN)
083600     END-IF.
083700 2710-LEER-PRUEBA-EXIT.
083800     EXIT.
083900*
084000******************************************************************
084100* 3000-EVALUAR-CANDIDATO - PLACE ONE JOURNEY IN THE FUNNEL AND IN
084200*                          ITS SOURCE ROW
084300******************************************************************
084400 3000-EVALUAR-CANDIDATO.
084500     MOVE ZERO TO EMB-ETAPA-MAX.
084600     MOVE ZERO TO EMB-FECHA-COHORTE.
084700     PERFORM 3010-REVISAR-ETAPA THRU 3010-REVISAR-ETAPA-EXIT
084800         VARYING EMB-ETAPA FROM 1 BY 1
084900         UNTIL EMB-ETAPA > 6.
085000     IF EMB-ES-CON-RANGO
085100         IF EMB-FECHA-COHORTE = ZERO
085200             ADD 1 TO EMB-CANT-SIN-FECHA
085300             GO TO 3000-EVALUAR-CANDIDATO-EXIT
085400         END-IF
085500         IF EMB-FECHA-COHORTE < EMB-FECHA-DESDE
085600             OR EMB-FECHA-COHORTE > EMB-FECHA-TOPE
085700             ADD 1 TO EMB-CANT-FUERA
085800             GO TO 3000-EVALUAR-CANDIDATO-EXIT
085900         END-IF
086000     END-IF.
086100     ADD 1 TO EMB-CANT-EVALUADOS.
086200     PERFORM 3020-SUMAR-ETAPA THRU 3020-SUMAR-ETAPA-EXIT
086300         VARYING EMB-ETAPA FROM 1 BY 1
086400         UNTIL EMB-ETAPA > EMB-ETAPA-MAX.
086500     PERFORM 3030-SUMAR-FUENTE THRU 3030-SUMAR-FUENTE-EXIT.
086600 3000-EVALUAR-CANDIDATO-EXIT.
086700     EXIT.
086800*
086900******************************************************************
087000* 3010-REVISAR-ETAPA - THE FURTHEST STAGE REACHED AND THE FIRST
087100*                      DATE OF THE JOURNEY
087200******************************************************************
087300 3010-REVISAR-ETAPA.
087400     IF EMB-CAN-LLEGO(EMB-X-CAN, EMB-ETAPA) = 'S'
087500         MOVE EMB-ETAPA TO EMB-ETAPA-MAX
087600     END-IF.
087700     IF EMB-CAN-FECHA(EMB-X-CAN, EMB-ETAPA) > ZERO
087800         IF EMB-FECHA-COHORTE = ZERO
087900             OR EMB-CAN-FECHA(EMB-X-CAN, EMB-ETAPA)
088000                 < EMB-FECHA-COHORTE
088100             MOVE EMB-CAN-FECHA(EMB-X-CAN, EMB-ETAPA)
088200                 TO EMB-FECHA-COHORTE
088300         END-IF
088400     END-IF.
088500 3010-REVISAR-ETAPA-EXIT.
088600     EXIT.
088700*
088800******************************************************************
088900* 3020-SUMAR-ETAPA - COUNT THE STAGE AND, WITH BOTH DATES, THE
089000*                    DAYS SPENT IN IT BEFORE THE NEXT ONE
089100******************************************************************
089200 3020-SUMAR-ETAPA.
089300     ADD 1 TO EMB-ETA-CANT(EMB-ETAPA).
089400     IF EMB-ETAPA = 6
089500         GO TO 3020-SUMAR-ETAPA-EXIT
089600     END-IF.
089700     COMPUTE EMB-ETAPA-SIG = EMB-ETAPA + 1.
089800     MOVE EMB-CAN-FECHA(EMB-X-CAN, EMB-ETAPA) TO EMB-FECHA-INI.
089900     MOVE EMB-CAN-FECHA(EMB-X-CAN, EMB-ETAPA-SIG)
090000         TO EMB-FECHA-FIN.
090100     PERFORM 8400-CALCULAR-DIAS THRU 8400-CALCULAR-DIAS-EXIT.
090200     IF EMB-ES-DIAS-VALIDOS
090300         ADD 1 TO EMB-ETA-MEDIDOS(EMB-ETAPA)
090400         ADD EMB-DIAS TO EMB-ETA-DIAS-TOT(EMB-ETAPA)
090500         IF EMB-DIAS > EMB-ETA-DIAS-MAX(EMB-ETAPA)
090600             MOVE EMB-DIAS TO EMB-ETA-DIAS-MAX(EMB-ETAPA)
090700         END-IF
090800     END-IF.
090900 3020-SUMAR-ETAPA-EXIT.
091000     EXIT.
091100*
091200******************************************************************
091300* 3030-SUMAR-FUENTE - THE CANDIDATE IN ITS RECRUITMENT SOURCE ROW
091400******************************************************************
091500 3030-SUMAR-FUENTE.
091600     SET EMB-X-FUE TO 1.
091700     SEARCH EMB-FUENTE-FILA
091800         AT END
091900             SET EMB-X-FUE TO 6
092000         WHEN EMB-FUE-CODIGO(EMB-X-FUE)
092100             = EMB-CAN-FUENTE(EMB-X-CAN)
092200             CONTINUE
092300     END-SEARCH.
092400     ADD 1 TO EMB-FUE-CANDIDATOS(EMB-X-FUE).
092500     IF EMB-ETAPA-MAX NOT < 2
092600         ADD 1 TO EMB-FUE-ENTREVISTAS(EMB-X-FUE)
092700     END-IF.
092800     IF EMB-ETAPA-MAX NOT < 4
092900         ADD 1 TO EMB-FUE-OFERTAS(EMB-X-FUE)
093000     END-IF.
093100     IF EMB-ETAPA-MAX < 6
093200         GO TO 3030-SUMAR-FUENTE-EXIT
093300     END-IF.
093400     ADD 1 TO EMB-FUE-NOMINA(EMB-X-FUE).
093500     PERFORM 3040-RESULTADO-PRUEBA
093600         THRU 3040-RESULTADO-PRUEBA-EXIT.
093700     EVALUATE TRUE
093800         WHEN EMB-PRUEBA-SUPERADA
093900             ADD 1 TO EMB-FUE-SUPERARON(EMB-X-FUE)
094000         WHEN EMB-PRUEBA-FALLIDA
094100             ADD 1 TO EMB-FUE-NO-SUPERARON(EMB-X-FUE)
094200         WHEN OTHER
094300             ADD 1 TO EMB-FUE-SIN-REVISION(EMB-X-FUE)
094400     END-EVALUATE.
094500 3030-SUMAR-FUENTE-EXIT.
094600     EXIT.
094700*
094800******************************************************************
094900* 3040-RESULTADO-PRUEBA - PASSED (CONFIRMED BY PROBREV), FAILED
095000*                         (PROBREV TERMINATION, REASON PP, OR AN
095100*                         EXIT ON OR BEFORE THE END OF PROBATION)
095200*                         OR STILL OPEN / NEVER REVIEWED
095300******************************************************************
095400 3040-RESULTADO-PRUEBA.
095500     SET EMB-PRUEBA-SIN-FIN TO TRUE.
095600     IF EMB-CAN-PRUEBA-EST(EMB-X-CAN) = 'B'
095700         OR EMB-CAN-MOTIVO(EMB-X-CAN) = 'PP'
095800         SET EMB-PRUEBA-FALLIDA TO TRUE
095900         GO TO 3040-RESULTADO-PRUEBA-EXIT
096000     END-IF.
096100     IF EMB-CAN-BAJA(EMB-X-CAN) > ZERO
096200         AND EMB-CAN-PRUEBA-FIN(EMB-X-CAN) > ZERO
096300         AND EMB-CAN-BAJA(EMB-X-CAN)
096400             NOT > EMB-CAN-PRUEBA-FIN(EMB-X-CAN)
096500         SET EMB-PRUEBA-FALLIDA TO TRUE
096600         GO TO 3040-RESULTADO-PRUEBA-EXIT
096700     END-IF.
096800     IF EMB-CAN-PRUEBA-EST(EMB-X-CAN) = 'C'
096900         SET EMB-PRUEBA-SUPERADA TO TRUE
097000     END-IF.
097100 3040-RESULTADO-PRUEBA-EXIT.
097200     EXIT.
097300*
097400******************************************************************
097500* 4000-REPORTAR-EMBUDO - THE FUNNEL: ONE LINE PER STAGE
097600******************************************************************
097700 4000-REPORTAR-EMBUDO.
097800     MOVE SPACES TO RPT-LINEA.
097900     WRITE RPT-LINEA.
098000     MOVE SPACES TO RPT-LINEA.
098100     STRING 'ETAPA          ' '  CANT' '  CONV%' '  MEDID'
098200         '  PROMED.' '  MAXIM'
098300         DELIMITED BY SIZE INTO RPT-LINEA.
098400     WRITE RPT-LINEA.
098500     PERFORM 4100-LINEA-ETAPA THRU 4100-LINEA-ETAPA-EXIT
098600         VARYING EMB-ETAPA FROM 1 BY 1
098700         UNTIL EMB-ETAPA > 6.
098800     MOVE SPACES TO RPT-LINEA.
098900     STRING 'CONV% SOBRE LA ETAPA ANTERIOR. MEDID, PROMED. Y '
099000         'MAXIM: DIAS' DELIMITED BY SIZE INTO RPT-LINEA.
099100     WRITE RPT-LINEA.
099200     MOVE SPACES TO RPT-LINEA.
099300     STRING 'EN LA ETAPA HASTA LA SIGUIENTE, EN LOS CASOS CON '
099400         'AMBAS FECHAS' DELIMITED BY SIZE INTO RPT-LINEA.
099500     WRITE RPT-LINEA.
099600     IF EMB-ETA-CANT(1) > ZERO
099700         COMPUTE EMB-PORCENTAJE ROUNDED =
099800             EMB-ETA-CANT(6) * 100 / EMB-ETA-CANT(1)
099900         MOVE EMB-PORCENTAJE TO EMB-PORC-ED
100000         MOVE SPACES TO RPT-LINEA
100100         STRING 'CONVERSION DE APLICADO A EN NOMINA: ' EMB-PORC-ED
100200             '%'
100300             DELIMITED BY SIZE INTO RPT-LINEA
100400         WRITE RPT-LINEA
100500     END-IF.
100600 4000-REPORTAR-EMBUDO-EXIT.
100700     EXIT.
100800*
100900******************************************************************
101000* 4100-LINEA-ETAPA - ONE STAGE OF THE FUNNEL
101100******************************************************************
101200 4100-LINEA-ETAPA.
101300     MOVE EMB-ETA-CANT(EMB-ETAPA) TO EMB-CANT-ED.
101400     MOVE SPACES TO EMB-PORC-TXT.
101500     IF EMB-ETAPA > 1
101600         COMPUTE EMB-ETAPA-SIG = EMB-ETAPA - 1
101700         IF EMB-ETA-CANT(EMB-ETAPA-SIG) > ZERO
101800             COMPUTE EMB-PORCENTAJE ROUNDED =
101900                 EMB-ETA-CANT(EMB-ETAPA) * 100
102000                 / EMB-ETA-CANT(EMB-ETAPA-SIG)
102100             MOVE EMB-PORCENTAJE TO EMB-PORC-ED
102200             MOVE EMB-PORC-ED TO EMB-PORC-TXT
102300         END-IF
102400     END-IF.
102500     MOVE SPACES TO EMB-DIAS-ED.
102600     MOVE SPACES TO EMB-PROM-TXT.
102700     MOVE SPACES TO EMB-MAX-TXT.
102800     IF EMB-ETAPA < 6
102900         MOVE EMB-ETA-MEDIDOS(EMB-ETAPA) TO EMB-NUM-ED
103000         MOVE EMB-NUM-ED TO EMB-DIAS-ED
103100         IF EMB-ETA-MEDIDOS(EMB-ETAPA) > ZERO
103200             COMPUTE EMB-PROMEDIO ROUNDED =
103300                 EMB-ETA-DIAS-TOT(EMB-ETAPA)
103400                 / EMB-ETA-MEDIDOS(EMB-ETAPA)
103500             MOVE EMB-PROMEDIO TO EMB-PROM-ED
103600             MOVE EMB-PROM-ED TO EMB-PROM-TXT
103700             MOVE EMB-ETA-DIAS-MAX(EMB-ETAPA) TO EMB-MAX-ED
103800             MOVE EMB-MAX-ED TO EMB-MAX-TXT
103900         END-IF
104000     END-IF.
104100     MOVE SPACES TO RPT-LINEA.
104200     STRING EMB-ETAPA-NOMBRE(EMB-ETAPA) ' ' EMB-CANT-ED
104300         '  ' EMB-PORC-TXT '  ' EMB-DIAS-ED '  ' EMB-PROM-TXT
104400         '  ' EMB-MAX-TXT
104500         DELIMITED BY SIZE INTO RPT-LINEA.
104600     WRITE RPT-LINEA.
104700 4100-LINEA-ETAPA-EXIT.
104800     EXIT.
104900*
105000******************************************************************
105100* 5000-REPORTAR-COBERTURA - TIME TO FILL, ONE LINE PER COVERED
105200*                           REQUISITION
105300******************************************************************
105400 5000-REPORTAR-COBERTURA.
105500     MOVE SPACES TO RPT-LINEA.
105600     WRITE RPT-LINEA.
105700     MOVE SPACES TO RPT-LINEA.
105800     STRING 'TIEMPO DE COBERTURA POR REQUISICION '
105900         '(DIAS DESDE EL ALTA)' DELIMITED BY SIZE INTO RPT-LINEA.
106000     WRITE RPT-LINEA.
106100     MOVE SPACES TO RPT-LINEA.
106200     STRING 'REQ. ' ' DEPARTAMEN' ' NIVEL ' ' ALTA REQ. '
106300         ' CUBIERTA  ' '  DIAS' ' A NOMINA'
106400         DELIMITED BY SIZE INTO RPT-LINEA.
106500     WRITE RPT-LINEA.
106600     MOVE 'N' TO EMB-FIN-ARCHIVO.
106700     OPEN INPUT REQUIS-FILE.
106800     IF EMB-STATUS-REQUIS = '00'
106900         PERFORM 5010-LEER-REQUISICION
107000             THRU 5010-LEER-REQUISICION-EXIT
107100             UNTIL EMB-ES-FIN-ARCHIVO
107200     ELSE
107300         MOVE 'SIN ARCHIVO REQUISICIONES' TO RPT-LINEA
107400         WRITE RPT-LINEA
107500     END-IF.
107600     CLOSE REQUIS-FILE.
107700     MOVE EMB-REQ-CUBIERTAS TO EMB-CANT-ED.
107800     MOVE EMB-REQ-MEDIDAS TO EMB-CANT2-ED.
107900     MOVE SPACES TO EMB-PROM-TXT.
108000     MOVE SPACES TO EMB-MAX-TXT.
108100     IF EMB-REQ-MEDIDAS > ZERO
108200         COMPUTE EMB-PROMEDIO ROUNDED =
108300             EMB-REQ-DIAS-TOT / EMB-REQ-MEDIDAS
108400         MOVE EMB-PROMEDIO TO EMB-PROM-ED
108500         MOVE EMB-PROM-ED TO EMB-PROM-TXT
108600         MOVE EMB-REQ-DIAS-MAX TO EMB-MAX-ED
108700         MOVE EMB-MAX-ED TO EMB-MAX-TXT
108800     END-IF.
108900     MOVE SPACES TO RPT-LINEA.
109000     STRING 'CUBIERTAS ' EMB-CANT-ED '  CON FECHA ' EMB-CANT2-ED
109100         '  PROMEDIO ' EMB-PROM-TXT '  MAXIMO ' EMB-MAX-TXT
109200         DELIMITED BY SIZE INTO RPT-LINEA.
109300     WRITE RPT-LINEA.
109400     MOVE EMB-REQ-ABIERTAS TO EMB-CANT-ED.
109500     MOVE SPACES TO RPT-LINEA.
109600     STRING 'REQUISICIONES APROBADAS TODAVIA ABIERTAS: '
109700         EMB-CANT-ED
109800         DELIMITED BY SIZE INTO RPT-LINEA.
109900     WRITE RPT-LINEA.
110000 5000-REPORTAR-COBERTURA-EXIT.
110100     EXIT.
110200*
110300******************************************************************
110400* 5010-LEER-REQUISICION - ONE REQUISITION RAISED IN THE RANGE; THE
110500*                         HIRE DATE IS THE CLASSIFIED STAGE OF THE
110600*                         CANDIDATE THAT FILLED IT
110700******************************************************************
110800 5010-LEER-REQUISICION.
110900     READ REQUIS-FILE
111000         AT END
111100             SET EMB-ES-FIN-ARCHIVO TO TRUE
111200             GO TO 5010-LEER-REQUISICION-EXIT
111300     END-READ.
111400     IF RQ-FECHA-ALTA < EMB-FECHA-DESDE
111500         OR RQ-FECHA-ALTA > EMB-FECHA-TOPE
111600         GO TO 5010-LEER-REQUISICION-EXIT
111700     END-IF.
111800     IF RQ-ESTADO = 'A' AND RQ-APROBACION = 'A'
111900         ADD 1 TO EMB-REQ-ABIERTAS
112000         GO TO 5010-LEER-REQUISICION-EXIT
112100     END-IF.
112200     IF RQ-ESTADO NOT = 'C' OR RQ-ID-CUBIERTO = ZERO
112300         GO TO 5010-LEER-REQUISICION-EXIT
112400     END-IF.
112500     ADD 1 TO EMB-REQ-CUBIERTAS.
112600     MOVE SPACES TO EMB-FECHA2-TXT.
112700     MOVE SPACES TO EMB-DIAS-ED.
112800     MOVE SPACES TO EMB-DIAS2-ED.
112900     MOVE RQ-ID-CUBIERTO TO EMB-ID-BUSCADO.
113000     PERFORM 8100-UBICAR-CANDIDATO
113100         THRU 8100-UBICAR-CANDIDATO-EXIT.
113200     IF EMB-ES-HALLADO
113300         MOVE RQ-FECHA-ALTA TO EMB-FECHA-INI
113400         MOVE EMB-CAN-FECHA(EMB-X-CAN, 3) TO EMB-FECHA-FIN
113500         IF EMB-FECHA-FIN > ZERO
113600             MOVE EMB-FECHA-FIN TO EMB-FECHA2-ED
113700             MOVE EMB-FECHA2-ED TO EMB-FECHA2-TXT
113800         END-IF
113900         PERFORM 8400-CALCULAR-DIAS THRU 8400-CALCULAR-DIAS-EXIT
114000         IF EMB-ES-DIAS-VALIDOS
114100             ADD 1 TO EMB-REQ-MEDIDAS
114200             ADD EMB-DIAS TO EMB-REQ-DIAS-TOT
114300             IF EMB-DIAS > EMB-REQ-DIAS-MAX
114400                 MOVE EMB-DIAS TO EMB-REQ-DIAS-MAX
114500             END-IF
114600             MOVE EMB-DIAS TO EMB-NUM-ED
114700             MOVE EMB-NUM-ED TO EMB-DIAS-ED
114800         END-IF
114900         MOVE EMB-CAN-FECHA(EMB-X-CAN, 6) TO EMB-FECHA-FIN
115000         PERFORM 8400-CALCULAR-DIAS THRU 8400-CALCULAR-DIAS-EXIT
115100         IF EMB-ES-DIAS-VALIDOS
115200             MOVE EMB-DIAS TO EMB-NUM-ED
115300             MOVE EMB-NUM-ED TO EMB-DIAS2-ED(4:5)
115400         END-IF
115500     END-IF.
115600     MOVE RQ-FECHA-ALTA TO EMB-FECHA-ED.
115700     MOVE SPACES TO RPT-LINEA.
115800     STRING RQ-NUMERO ' ' RQ-DEPARTAMENTO ' ' RQ-NIVEL ' '
115900         EMB-FECHA-ED ' ' EMB-FECHA2-TXT ' ' EMB-DIAS-ED
116000         ' ' EMB-DIAS2-ED
116100         DELIMITED BY SIZE INTO RPT-LINEA.
116200     WRITE RPT-LINEA.
116300 5010-LEER-REQUISICION-EXIT.
116400     EXIT.
116500*
116600******************************************************************
116700* 6000-REPORTAR-NIVELES - OFFER ACCEPTANCE PER LEVEL AND IN TOTAL
116800******************************************************************
116900 6000-REPORTAR-NIVELES.
117000     MOVE SPACES TO RPT-LINEA.
117100     WRITE RPT-LINEA.
117200     MOVE SPACES TO RPT-LINEA.
117300     STRING 'ACEPTACION DE OFERTAS POR NIVEL '
117400         '(SOBRE LAS RESPONDIDAS)'
117500         DELIMITED BY SIZE INTO RPT-LINEA.
117600     WRITE RPT-LINEA.
117700     MOVE SPACES TO RPT-LINEA.
117800     STRING 'NIVEL ' '  OFERT' '  ACEPT' '  RECH.' '  VENC.'
117900         '  PEND.' '  %ACEP'
118000         DELIMITED BY SIZE INTO RPT-LINEA.
118100     WRITE RPT-LINEA.
118200     IF EMB-CANT-NIVELES = ZERO
118300         MOVE 'SIN OFERTAS EN EL RANGO' TO RPT-LINEA
118400         WRITE RPT-LINEA
118500         GO TO 6000-REPORTAR-NIVELES-EXIT
118600     END-IF.
118700     PERFORM 6100-SUMAR-NIVEL THRU 6100-SUMAR-NIVEL-EXIT
118800         VARYING EMB-X-NIV FROM 1 BY 1
118900         UNTIL EMB-X-NIV > EMB-CANT-NIVELES.
119000     MOVE 'TOTAL' TO EMB-ACT-NOMBRE.
119100     MOVE EMB-NIVEL-TOTAL TO EMB-ACT-VALORES.
119200     PERFORM 6200-LINEA-NIVEL THRU 6200-LINEA-NIVEL-EXIT.
119300 6000-REPORTAR-NIVELES-EXIT.
119400     EXIT.
119500*
119600******************************************************************
119700* 6100-SUMAR-NIVEL - PRINT ONE LEVEL AND ADD IT TO THE TOTAL
119800******************************************************************
119900 6100-SUMAR-NIVEL.
120000     ADD EMB-NIV-OFERTAS(EMB-X-NIV) TO EMB-TOT-OFERTAS.
120100     ADD EMB-NIV-ACEPTADAS(EMB-X-NIV) TO EMB-TOT-ACEPTADAS.
120200     ADD EMB-NIV-RECHAZADAS(EMB-X-NIV) TO EMB-TOT-RECHAZADAS.
120300     ADD EMB-NIV-VENCIDAS(EMB-X-NIV) TO EMB-TOT-VENCIDAS.
120400     ADD EMB-NIV-PENDIENTES(EMB-X-NIV) TO EMB-TOT-PENDIENTES.
120500     MOVE EMB-NIV-NOMBRE(EMB-X-NIV) TO EMB-ACT-NOMBRE.
120600     MOVE EMB-NIV-VALORES(EMB-X-NIV) TO EMB-ACT-VALORES.
120700     PERFORM 6200-LINEA-NIVEL THRU 6200-LINEA-NIVEL-EXIT.
120800 6100-SUMAR-NIVEL-EXIT.
120900     EXIT.
121000*
121100******************************************************************
121200* 6200-LINEA-NIVEL - ONE LINE OF THE ACCEPTANCE TABLE
121300******************************************************************
121400 6200-LINEA-NIVEL.
121500     MOVE EMB-ACT-OFERTAS TO EMB-CANT-ED.
121600     MOVE EMB-ACT-ACEPTADAS TO EMB-CANT2-ED.
121700     MOVE EMB-ACT-RECHAZADAS TO EMB-CANT3-ED.
121800     MOVE EMB-ACT-VENCIDAS TO EMB-CANT4-ED.
121900     MOVE EMB-ACT-PENDIENTES TO EMB-CANT5-ED.
122000     COMPUTE EMB-RESPONDIDAS = EMB-ACT-ACEPTADAS
122100         + EMB-ACT-RECHAZADAS + EMB-ACT-VENCIDAS.
122200     MOVE SPACES TO EMB-PORC-TXT.
122300     IF EMB-RESPONDIDAS > ZERO
122400         COMPUTE EMB-PORCENTAJE ROUNDED =
122500             EMB-ACT-ACEPTADAS * 100 / EMB-RESPONDIDAS
122600         MOVE EMB-PORCENTAJE TO EMB-PORC-ED
122700         MOVE EMB-PORC-ED TO EMB-PORC-TXT
122800     END-IF.
122900     MOVE SPACES TO RPT-LINEA.
123000     STRING EMB-ACT-NOMBRE '  ' EMB-CANT-ED '  ' EMB-CANT2-ED
123100         '  ' EMB-CANT3-ED '  ' EMB-CANT4-ED '  ' EMB-CANT5-ED
123200         '  ' EMB-PORC-TXT
123300         DELIMITED BY SIZE INTO RPT-LINEA.
123400     WRITE RPT-LINEA.
123500 6200-LINEA-NIVEL-EXIT.
123600     EXIT.
123700*
123800******************************************************************
123900* 7000-REPORTAR-FUENTES - SOURCE OF HIRE AND PROBATION SURVIVAL
124000******************************************************************
124100 7000-REPORTAR-FUENTES.
124200     MOVE SPACES TO RPT-LINEA.
124300     WRITE RPT-LINEA.
124400     MOVE SPACES TO RPT-LINEA.
124500     STRING 'FUENTE DE RECLUTAMIENTO Y PERMANENCIA EN EL '
124600         'PERIODO DE PRUEBA' DELIMITED BY SIZE INTO RPT-LINEA.
124700     WRITE RPT-LINEA.
124800     MOVE SPACES TO RPT-LINEA.
124900     STRING 'FUENTE              ' ' CAND.' ' ENTR.' ' OFER.'
125000         ' NOMI.' ' SUPE.' ' NOSU.' ' S/RV.' ' %NOMI' ' %PERM'
125100         DELIMITED BY SIZE INTO RPT-LINEA.
125200     WRITE RPT-LINEA.
125300     PERFORM 7100-LINEA-FUENTE THRU 7100-LINEA-FUENTE-EXIT
125400         VARYING EMB-X-FUE FROM 1 BY 1
125500         UNTIL EMB-X-FUE > 6.
125600     MOVE SPACES TO RPT-LINEA.
125700     STRING '%NOMI: EN NOMINA SOBRE CANDIDATOS. %PERM: '
125800         'SUPERARON LA PRUEBA' DELIMITED BY SIZE INTO RPT-LINEA.
125900     WRITE RPT-LINEA.
126000     MOVE SPACES TO RPT-LINEA.
126100     STRING 'SOBRE LOS QUE LA TERMINARON. S/RV: PRUEBA EN CURSO '
126200         'O SIN REVISAR' DELIMITED BY SIZE INTO RPT-LINEA.
126300     WRITE RPT-LINEA.
126400 7000-REPORTAR-FUENTES-EXIT.
126500     EXIT.
126600*
126700******************************************************************
126800* 7100-LINEA-FUENTE - ONE RECRUITMENT SOURCE
126900******************************************************************
127000 7100-LINEA-FUENTE.
127100     MOVE EMB-FUE-CANDIDATOS(EMB-X-FUE) TO EMB-CANT-ED.
127200     MOVE EMB-FUE-ENTREVISTAS(EMB-X-FUE) TO EMB-CANT2-ED.
127300     MOVE EMB-FUE-OFERTAS(EMB-X-FUE) TO EMB-CANT3-ED.
127400     MOVE EMB-FUE-NOMINA(EMB-X-FUE) TO EMB-CANT4-ED.
127500     MOVE EMB-FUE-SUPERARON(EMB-X-FUE) TO EMB-CANT5-ED.
127600     MOVE EMB-FUE-NO-SUPERARON(EMB-X-FUE) TO EMB-CANT6-ED.
127700     MOVE EMB-FUE-SIN-REVISION(EMB-X-FUE) TO EMB-CANT7-ED.
127800     MOVE SPACES TO EMB-PORC-TXT.
127900     IF EMB-FUE-CANDIDATOS(EMB-X-FUE) > ZERO
128000         COMPUTE EMB-PORCENTAJE ROUNDED =
128100             EMB-FUE-NOMINA(EMB-X-FUE) * 100
128200             / EMB-FUE-CANDIDATOS(EMB-X-FUE)
128300         MOVE EMB-PORCENTAJE TO EMB-PORC-ED
128400         MOVE EMB-PORC-ED TO EMB-PORC-TXT
128500     END-IF.
128600     COMPUTE EMB-SALIDAS = EMB-FUE-SUPERARON(EMB-X-FUE)
128700         + EMB-FUE-NO-SUPERARON(EMB-X-FUE).
128800     MOVE SPACES TO EMB-PORC2-TXT.
128900     IF EMB-SALIDAS > ZERO
129000         COMPUTE EMB-PORCENTAJE ROUNDED =
129100             EMB-FUE-SUPERARON(EMB-X-FUE) * 100 / EMB-SALIDAS
129200         MOVE EMB-PORCENTAJE TO EMB-PORC2-ED
129300         MOVE EMB-PORC2-ED TO EMB-PORC2-TXT
129400     END-IF.
129500     MOVE SPACES TO RPT-LINEA.
129600     STRING EMB-FUE-DESCRIPCION(EMB-X-FUE) ' ' EMB-CANT-ED
129700         ' ' EMB-CANT2-ED ' ' EMB-CANT3-ED ' ' EMB-CANT4-ED
129800         ' ' EMB-CANT5-ED ' ' EMB-CANT6-ED ' ' EMB-CANT7-ED
129900         ' ' EMB-PORC-TXT ' ' EMB-PORC2-TXT
130000         DELIMITED BY SIZE INTO RPT-LINEA.
130100     WRITE RPT-LINEA.
130200 7100-LINEA-FUENTE-EXIT.
130300     EXIT.
130400*
130500******************************************************************
130600* 8000-REGISTRAR-ETAPA - FIND OR ADD THE CANDIDATE AND MARK THE
130700*                        STAGE WITH ITS DATE
130800******************************************************************
130900 8000-REGISTRAR-ETAPA.
131000     PERFORM 8200-ALTA-CANDIDATO THRU 8200-ALTA-CANDIDATO-EXIT.
131100     IF EMB-ES-HALLADO
131200         PERFORM 8300-MARCAR-ETAPA THRU 8300-MARCAR-ETAPA-EXIT
131300     END-IF.
131400 8000-REGISTRAR-ETAPA-EXIT.
131500     EXIT.
131600*
131700******************************************************************
131800* 8100-UBICAR-CANDIDATO - THE TABLE ROW OF EMB-ID-BUSCADO
131900******************************************************************
132000 8100-UBICAR-CANDIDATO.
132100     MOVE 'N' TO EMB-HALLADO.
132200     MOVE ZERO TO EMB-POS-HALLADA.
132300     PERFORM 8110-COMPARAR-ID THRU 8110-COMPARAR-ID-EXIT
132400         VARYING EMB-X-CAN FROM 1 BY 1
132500         UNTIL EMB-X-CAN > EMB-CANT-CAND
132600         OR EMB-ES-HALLADO.
132700     IF EMB-ES-HALLADO
132800         SET EMB-X-CAN TO EMB-POS-HALLADA
132900     END-IF.
133000 8100-UBICAR-CANDIDATO-EXIT.
133100     EXIT.
133200*
133300******************************************************************
133400* 8110-COMPARAR-ID - ONE TABLE ROW AGAINST THE ID
133500******************************************************************
133600 8110-COMPARAR-ID.
133700     IF EMB-CAN-ID(EMB-X-CAN) = EMB-ID-BUSCADO
133800         SET EMB-ES-HALLADO TO TRUE
133900         SET EMB-POS-HALLADA TO EMB-X-CAN
134000     END-IF.
134100 8110-COMPARAR-ID-EXIT.
134200     EXIT.
134300*
134400******************************************************************
134500* 8200-ALTA-CANDIDATO - THE CANDIDATE'S ROW, ADDED WHEN NEW
134600******************************************************************
134700 8200-ALTA-CANDIDATO.
134800     PERFORM 8100-UBICAR-CANDIDATO
134900         THRU 8100-UBICAR-CANDIDATO-EXIT.
135000     IF EMB-ES-HALLADO
135100         IF EMB-CAN-NOMBRE(EMB-X-CAN) = SPACES
135200             MOVE EMB-NOMBRE-AUX TO EMB-CAN-NOMBRE(EMB-X-CAN)
135300         END-IF
135400         GO TO 8200-ALTA-CANDIDATO-EXIT
135500     END-IF.
135600     IF EMB-CANT-CAND NOT < 900
135700         SET EMB-HUBO-DESBORDE TO TRUE
135800         GO TO 8200-ALTA-CANDIDATO-EXIT
135900     END-IF.
136000     ADD 1 TO EMB-CANT-CAND.
136100     SET EMB-X-CAN TO EMB-CANT-CAND.
136200     INITIALIZE EMB-CAND-FILA(EMB-X-CAN).
136300     MOVE EMB-ID-BUSCADO TO EMB-CAN-ID(EMB-X-CAN).
136400     MOVE EMB-NOMBRE-AUX TO EMB-CAN-NOMBRE(EMB-X-CAN).
136500     SET EMB-ES-HALLADO TO TRUE.
136600 8200-ALTA-CANDIDATO-EXIT.
136700     EXIT.
136800*
136900******************************************************************
137000* 8300-MARCAR-ETAPA - THE STAGE IS REACHED; THE EARLIEST DATE
137100*                     SEEN FOR IT IS KEPT
137200******************************************************************
137300 8300-MARCAR-ETAPA.
137400     MOVE 'S' TO EMB-CAN-LLEGO(EMB-X-CAN, EMB-ETAPA).
137500     IF EMB-FECHA-AUX NOT NUMERIC OR EMB-FECHA-AUX = ZERO
137600         GO TO 8300-MARCAR-ETAPA-EXIT
137700     END-IF.
137800     IF EMB-CAN-FECHA(EMB-X-CAN, EMB-ETAPA) = ZERO
137900         OR EMB-FECHA-AUX < EMB-CAN-FECHA(EMB-X-CAN, EMB-ETAPA)
138000         MOVE EMB-FECHA-AUX TO EMB-CAN-FECHA(EMB-X-CAN, EMB-ETAPA)
138100     END-IF.
138200 8300-MARCAR-ETAPA-EXIT.
138300     EXIT.
138400*
138500******************************************************************
138600* 8400-CALCULAR-DIAS - DAYS FROM EMB-FECHA-INI TO EMB-FECHA-FIN,
138700*                      WHEN BOTH ARE VALID DATES IN THAT ORDER
138800******************************************************************
138900 8400-CALCULAR-DIAS.
139000     MOVE 'N' TO EMB-DIAS-VALIDOS.
139100     MOVE ZERO TO EMB-DIAS.
139200     IF EMB-FECHA-INI = ZERO OR EMB-FECHA-FIN = ZERO
139300         OR EMB-FECHA-FIN < EMB-FECHA-INI
139400         GO TO 8400-CALCULAR-DIAS-EXIT
139500     END-IF.
139600     COMPUTE EMB-DIA-DESDE =
139700         FUNCTION INTEGER-OF-DATE(EMB-FECHA-INI).
139800     COMPUTE EMB-DIA-HASTA =
139900         FUNCTION INTEGER-OF-DATE(EMB-FECHA-FIN).
140000     IF EMB-DIA-DESDE = ZERO OR EMB-DIA-HASTA = ZERO
140100         GO TO 8400-CALCULAR-DIAS-EXIT
140200     END-IF.
140300     COMPUTE EMB-DIAS = EMB-DIA-HASTA - EMB-DIA-DESDE.
140400     SET EMB-ES-DIAS-VALIDOS TO TRUE.
140500 8400-CALCULAR-DIAS-EXIT.
140600     EXIT.
140700 END PROGRAM EMBUDO.
