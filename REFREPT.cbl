000100******************************************************************
000200* AUTHOR:      HERNAN HERGERT
000300* INSTALLATION: DATA PROCESSING
000400* DATE-WRITTEN:
000500* DATE-COMPILED:
000600* PURPOSE:     EMPLOYEE REFERRAL REPORT. LISTS EVERY EMPLOYEE WHO
000700*              REFERRED A CANDIDATE (APPLICANTS ROWS WITH A
000800*              REFERRING EMPLOYEE), AND UNDER EACH ONE THE
000900*              CANDIDATES THEY REFERRED WITH THE STAGE REACHED
001000*              (FROM THE PIPELINE MASTER, APLICADO WHEN THE
001100*              CANDIDATE IS NOT ON IT YET) AND THE STATE OF THE
001200*              REFERRAL BONUS FROM THE REFERIDOS FILE: IN
001300*              PROBATION, PENDING PAYMENT, PAID WITH THE AMOUNT
001400*              AND PERIOD, OR CANCELLED WITH THE REASON. ENDS
001500*              WITH THE TOTALS PER REFERRER AND FOR THE RUN, TO
001600*              THE REFRPT PRINT FILE. A FULL TABLE ENDS WITH
001700*              RC 4.
001800* TECTONICS:   COBC
001900*
002000* MODIFICATION HISTORY:
002100*   - NEW REPORT PROGRAM, OFFERED FROM THE MENUUTIL MENU.
002101*   - THE PIPELINE RECORD CARRIES THE DECISION-LETTER STAGE AND
002102*     DATE (CARTARECH) AT THE END.
002200******************************************************************
002300 IDENTIFICATION DIVISION.
002400 PROGRAM-ID. REFREPT.
002500 ENVIRONMENT DIVISION.
002600 INPUT-OUTPUT SECTION.
002700 FILE-CONTROL.
002800     SELECT OPTIONAL APPLICANTS-FILE ASSIGN TO 'APPLICANTS'
002900         ORGANIZATION IS LINE SEQUENTIAL
003000         FILE STATUS IS REF-STATUS-APPL.
003100     SELECT OPTIONAL REFERIDOS-FILE ASSIGN TO 'REFERIDOS'
003200         ORGANIZATION IS LINE SEQUENTIAL
003300         FILE STATUS IS REF-STATUS-REFERIDOS.
003400     SELECT OPTIONAL EMPLOYEES-FILE ASSIGN TO 'EMPLOYEES'
003500         ORGANIZATION IS LINE SEQUENTIAL
003600         FILE STATUS IS REF-STATUS-EMPL.
003700     SELECT OPTIONAL PIPELINE-FILE ASSIGN TO 'PIPELINE'
003800         ORGANIZATION IS INDEXED
003900         ACCESS MODE IS DYNAMIC
004000         RECORD KEY IS PL-ID
004100         FILE STATUS IS REF-STATUS-PIPE.
004200     SELECT REPORTE-FILE ASSIGN TO 'REFRPT'
004300         ORGANIZATION IS LINE SEQUENTIAL.
004400 DATA DIVISION.
004500 FILE SECTION.
004600 FD  APPLICANTS-FILE
004700     LABEL RECORDS ARE STANDARD.
004800 01  AP-RECORD.
004900     05 AP-NOMBRE                PIC X(05).
005000     05 AP-EXPERIENCIA           PIC 9(02).
005100     05 AP-ID                    PIC 9(05).
005200     05 AP-FUENTE                PIC X(02).
005300     05 AP-FECHA-INGRESO         PIC 9(08).
005400     05 AP-REFERENTE             PIC 9(05).
005500 FD  REFERIDOS-FILE
005600     LABEL RECORDS ARE STANDARD.
005700 01  RF-RECORD.
005800     COPY REFERIDO.
005900 FD  EMPLOYEES-FILE
006000     LABEL RECORDS ARE STANDARD.
006100 01  EM-RECORD.
006200     COPY EMPLEADO.
006300 FD  PIPELINE-FILE
006400     LABEL RECORDS ARE STANDARD.
006500 01  PL-RECORD.
006600     05 PL-ID                    PIC 9(05).
006700     05 PL-NOMBRE                PIC X(05).
006800     05 PL-ETAPA                 PIC X(12).
006900     05 PL-FECHA-ETAPA           PIC 9(08).
007000     05 PL-PERIODO-NOMINA        PIC 9(06).
007001     05 PL-CARTA-ETAPA           PIC X(12).
007002     05 PL-CARTA-FECHA           PIC 9(08).
007100 FD  REPORTE-FILE
007200     LABEL RECORDS ARE STANDARD
007300     RECORD CONTAINS 80 CHARACTERS.
007400 01  RPT-LINEA                   PIC X(80).
007500 WORKING-STORAGE SECTION.
007600*
007700 01  REF-STATUS-APPL             PIC XX.
007800 01  REF-STATUS-REFERIDOS        PIC XX.
007900 01  REF-STATUS-EMPL             PIC XX.
008000 01  REF-STATUS-PIPE             PIC XX.
008100 01  REF-FIN-ARCHIVO             PIC X VALUE 'N'.
008200     88  REF-ES-FIN-ARCHIVO      VALUE 'Y'.
008300 01  REF-HALLADO                 PIC X VALUE 'N'.
008400     88  REF-ES-HALLADO          VALUE 'Y'.
008500 01  REF-PIPE-ABIERTO            PIC X VALUE 'N'.
008600     88  REF-ES-PIPE-ABIERTO     VALUE 'Y'.
008700 01  REF-DESBORDE                PIC X VALUE 'N'.
008800     88  REF-HUBO-DESBORDE       VALUE 'Y'.
008900*
009000 01  REF-VARIABLES.
009100     05  REF-ID-BUSCADO          PIC 9(05).
009200     05  REF-ETAPA               PIC X(12).
009300     05  REF-PREMIO              PIC X(10).
009400     05  REF-PERIODO             PIC 9(06).
009500     05  REF-IMPORTE             PIC 9(06)V99.
009600     05  REF-NOMBRE-REFERENTE    PIC X(05).
009700     05  REF-ESTADO-REFERENTE    PIC X(08).
009800*
009900* TOTALES DEL REFERENTE EN CURSO Y DE LA CORRIDA
010000 01  REF-TOTALES.
010100     05  REF-CANT-REFERENTE      PIC 9(05).
010200     05  REF-CONTR-REFERENTE     PIC 9(05).
010300     05  REF-PAGO-REFERENTE      PIC 9(07)V99.
010400     05  REF-CANT-TOTAL          PIC 9(05) VALUE ZERO.
010500     05  REF-CONTR-TOTAL         PIC 9(05) VALUE ZERO.
010600     05  REF-PEND-TOTAL          PIC 9(05) VALUE ZERO.
010700     05  REF-ANUL-TOTAL          PIC 9(05) VALUE ZERO.
010800     05  REF-PAGO-TOTAL          PIC 9(08)V99 VALUE ZERO.
010900*
011000 01  REF-EDICION.
011100     05  REF-CANT-ED             PIC ZZZZ9.
011200     05  REF-CANT2-ED            PIC ZZZZ9.
011300     05  REF-IMPORTE-ED          PIC ZZZ,ZZ9.99.
011400     05  REF-TOTAL-ED            PIC ZZ,ZZZ,ZZ9.99.
011500*
011600* EMPLEADOS, PARA EL NOMBRE Y EL ESTADO DEL REFERENTE
011700 01  REF-CANT-EMPL               PIC 9(04) VALUE ZERO.
011800 01  REF-TABLA-EMPLEADOS.
011900     05  REF-EMP-FILA OCCURS 500 TIMES
012000                      INDEXED BY REF-X-EMP.
012100         10 REF-EMP-ID           PIC 9(05).
012200         10 REF-EMP-NOMBRE       PIC X(05).
012300         10 REF-EMP-ESTADO       PIC X(01).
012400*
012500* REFERIDOS CONTRATADOS, CON EL ESTADO DEL PREMIO
012600 01  REF-CANT-REF                PIC 9(04) VALUE ZERO.
012700 01  REF-TABLA-REFERIDOS.
012800     05  REF-REF-FILA OCCURS 500 TIMES
012900                      INDEXED BY REF-X-REF.
013000         10 REF-REF-ID           PIC 9(05).
013100         10 REF-REF-ESTADO       PIC X(01).
013200         10 REF-REF-IMPORTE      PIC 9(06)V99.
013300         10 REF-REF-PERIODO      PIC 9(06).
013400         10 REF-REF-MOTIVO       PIC X(02).
013500*
013600* POSTULANTES REFERIDOS, EN EL ORDEN DE APPLICANTS
013700 01  REF-CANT-CAND               PIC 9(04) VALUE ZERO.
013800 01  REF-TABLA-CANDIDATOS.
013900     05  REF-CAN-FILA OCCURS 500 TIMES
014000                      INDEXED BY REF-X-CAN.
014100         10 REF-CAN-REFERENTE    PIC 9(05).
014200         10 REF-CAN-ID           PIC 9(05).
014300         10 REF-CAN-NOMBRE       PIC X(05).
014400         10 REF-CAN-FUENTE       PIC X(02).
014500*
014600* REFERENTES DISTINTOS, EN EL ORDEN EN QUE APARECEN
014700 01  REF-CANT-RFTE               PIC 9(04) VALUE ZERO.
014800 01  REF-TABLA-REFERENTES.
014900     05  REF-RFTE-FILA OCCURS 500 TIMES
015000                       INDEXED BY REF-X-RFTE.
015100         10 REF-RFTE-ID          PIC 9(05).
015200*
015300 PROCEDURE DIVISION.
015400******************************************************************
015500* 0000-MAINLINE - LOAD THE FILES, ONE BLOCK PER REFERRER, TOTALS
015600******************************************************************
015700 0000-MAINLINE.
015800     PERFORM 1000-CARGAR-EMPLEADOS
015900         THRU 1000-CARGAR-EMPLEADOS-EXIT.
016000     PERFORM 1100-CARGAR-REFERIDOS
016100         THRU 1100-CARGAR-REFERIDOS-EXIT.
016200     PERFORM 1200-CARGAR-POSTULANTES
016300         THRU 1200-CARGAR-POSTULANTES-EXIT.
016400     OPEN INPUT PIPELINE-FILE.
016500     IF REF-STATUS-PIPE = '00'
016600         SET REF-ES-PIPE-ABIERTO TO TRUE
016700     END-IF.
016800     OPEN OUTPUT REPORTE-FILE.
016900     MOVE 'REFREPT - PROGRAMA DE REFERIDOS DE EMPLEADOS'
017000         TO RPT-LINEA.
017100     WRITE RPT-LINEA.
017200     IF REF-CANT-RFTE = ZERO
017300         MOVE SPACES TO RPT-LINEA
017400         WRITE RPT-LINEA
017500         MOVE 'NO HAY POSTULANTES REFERIDOS POR EMPLEADOS'
017600             TO RPT-LINEA
017700         WRITE RPT-LINEA
017800     END-IF.
017900     PERFORM 2000-REPORTAR-REFERENTE
018000         THRU 2000-REPORTAR-REFERENTE-EXIT
018100         VARYING REF-X-RFTE FROM 1 BY 1
018200         UNTIL REF-X-RFTE > REF-CANT-RFTE.
018300     PERFORM 3000-REPORTAR-TOTALES
018400         THRU 3000-REPORTAR-TOTALES-EXIT.
018500     IF REF-HUBO-DESBORDE
018600         MOVE 'ATENCION: TABLA LLENA, EL REPORTE ESTA INCOMPLETO'
018700             TO RPT-LINEA
018800         WRITE RPT-LINEA
018900         MOVE 4 TO RETURN-CODE
019000     END-IF.
019100     CLOSE REPORTE-FILE.
019200     CLOSE PIPELINE-FILE.
019300     DISPLAY 'REFREPT: REFERENTES ' REF-CANT-RFTE
019400         ' REFERIDOS ' REF-CANT-TOTAL
019500         ' CONTRATADOS ' REF-CONTR-TOTAL.
019600     GOBACK.
019700 0000-MAINLINE-EXIT.
019800     EXIT.
019900*
020000******************************************************************
020100* 1000-CARGAR-EMPLEADOS - ID, NAME AND STATE OF EVERY EMPLOYEE
020200******************************************************************
020300 1000-CARGAR-EMPLEADOS.
020400     MOVE 'N' TO REF-FIN-ARCHIVO.
020500     OPEN INPUT EMPLOYEES-FILE.
020600     IF REF-STATUS-EMPL = '00'
020700         PERFORM 1010-LEER-EMPLEADO THRU 1010-LEER-EMPLEADO-EXIT
020800             UNTIL REF-ES-FIN-ARCHIVO
020900     END-IF.
021000     CLOSE EMPLOYEES-FILE.
021100 1000-CARGAR-EMPLEADOS-EXIT.
021200     EXIT.
021300*
021400******************************************************************
021500* 1010-LEER-EMPLEADO - ONE EMPLOYEE INTO THE TABLE
021600******************************************************************
021700 1010-LEER-EMPLEADO.
021800     READ EMPLOYEES-FILE
021900         AT END
022000             SET REF-ES-FIN-ARCHIVO TO TRUE
022100             GO TO 1010-LEER-EMPLEADO-EXIT
022200     END-READ.
022300     IF REF-CANT-EMPL NOT < 500
022400         SET REF-HUBO-DESBORDE TO TRUE
022500         GO TO 1010-LEER-EMPLEADO-EXIT
022600     END-IF.
022700     ADD 1 TO REF-CANT-EMPL.
022800     SET REF-X-EMP TO REF-CANT-EMPL.
022900     MOVE EM-ID TO REF-EMP-ID(REF-X-EMP).
023000     MOVE EM-NOMBRE TO REF-EMP-NOMBRE(REF-X-EMP).
023100     MOVE EM-ESTADO TO REF-EMP-ESTADO(REF-X-EMP).
023200 1010-LEER-EMPLEADO-EXIT.
023300     EXIT.
023400*
023500******************************************************************
023600* 1100-CARGAR-REFERIDOS - BONUS STATE OF EVERY REFERRED HIRE
023700******************************************************************
023800 1100-CARGAR-REFERIDOS.
023900     MOVE 'N' TO REF-FIN-ARCHIVO.
024000     OPEN INPUT REFERIDOS-FILE.
024100     IF REF-STATUS-REFERIDOS = '00'
024200         PERFORM 1110-LEER-REFERIDO THRU 1110-LEER-REFERIDO-EXIT
024300             UNTIL REF-ES-FIN-ARCHIVO
024400     END-IF.
024500     CLOSE REFERIDOS-FILE.
024600 1100-CARGAR-REFERIDOS-EXIT.
024700     EXIT.
024800*
024900******************************************************************
025000* 1110-LEER-REFERIDO - ONE REFERIDOS ROW INTO THE TABLE
025100******************************************************************
025200 1110-LEER-REFERIDO.
025300     READ REFERIDOS-FILE
025400         AT END
025500             SET REF-ES-FIN-ARCHIVO TO TRUE
025600             GO TO 1110-LEER-REFERIDO-EXIT
025700     END-READ.
025800     IF REF-CANT-REF NOT < 500
025900         SET REF-HUBO-DESBORDE TO TRUE
026000         GO TO 1110-LEER-REFERIDO-EXIT
026100     END-IF.
026200     ADD 1 TO REF-CANT-REF.
026300     SET REF-X-REF TO REF-CANT-REF.
026400     MOVE RF-ID-REFERIDO TO REF-REF-ID(REF-X-REF).
026500     MOVE RF-ESTADO TO REF-REF-ESTADO(REF-X-REF).
026600     MOVE RF-IMPORTE TO REF-REF-IMPORTE(REF-X-REF).
026700     MOVE RF-PERIODO-PAGO TO REF-REF-PERIODO(REF-X-REF).
026800     MOVE RF-MOTIVO TO REF-REF-MOTIVO(REF-X-REF).
026900 1110-LEER-REFERIDO-EXIT.
027000     EXIT.
027100*
027200******************************************************************
027300* 1200-CARGAR-POSTULANTES - REFERRED APPLICANTS AND THE DISTINCT
027400*                           REFERRERS
027500******************************************************************
027600 1200-CARGAR-POSTULANTES.
027700     MOVE 'N' TO REF-FIN-ARCHIVO.
027800     OPEN INPUT APPLICANTS-FILE.
027900     IF REF-STATUS-APPL = '00'
028000         PERFORM 1210-LEER-POSTULANTE
028100             THRU 1210-LEER-POSTULANTE-EXIT
028200             UNTIL REF-ES-FIN-ARCHIVO
028300     END-IF.
028400     CLOSE APPLICANTS-FILE.
028500 1200-CARGAR-POSTULANTES-EXIT.
028600     EXIT.
028700*
028800******************************************************************
028900* 1210-LEER-POSTULANTE - KEEP THE APPLICANT WHEN AN EMPLOYEE
029000*                        REFERRED THEM
029100******************************************************************
029200 1210-LEER-POSTULANTE.
029300     READ APPLICANTS-FILE
029400         AT END
029500             SET REF-ES-FIN-ARCHIVO TO TRUE
029600             GO TO 1210-LEER-POSTULANTE-EXIT
029700     END-READ.
029800     IF AP-REFERENTE NOT NUMERIC OR AP-REFERENTE = ZERO
029900         GO TO 1210-LEER-POSTULANTE-EXIT
030000     END-IF.
030100     IF REF-CANT-CAND NOT < 500
030200         SET REF-HUBO-DESBORDE TO TRUE
030300         GO TO 1210-LEER-POSTULANTE-EXIT
030400     END-IF.
030500     ADD 1 TO REF-CANT-CAND.
030600     SET REF-X-CAN TO REF-CANT-CAND.
030700     MOVE AP-REFERENTE TO REF-CAN-REFERENTE(REF-X-CAN).
030800     IF AP-ID NUMERIC
030900         MOVE AP-ID TO REF-CAN-ID(REF-X-CAN)
031000     ELSE
031100         MOVE ZERO TO REF-CAN-ID(REF-X-CAN)
031200     END-IF.
031300     MOVE AP-NOMBRE TO REF-CAN-NOMBRE(REF-X-CAN).
031400     MOVE AP-FUENTE TO REF-CAN-FUENTE(REF-X-CAN).
031500     MOVE 'N' TO REF-HALLADO.
031600     PERFORM 1220-BUSCAR-REFERENTE
031700         THRU 1220-BUSCAR-REFERENTE-EXIT
031800         VARYING REF-X-RFTE FROM 1 BY 1
031900         UNTIL REF-X-RFTE > REF-CANT-RFTE
032000         OR REF-ES-HALLADO.
032100     IF NOT REF-ES-HALLADO
032200         ADD 1 TO REF-CANT-RFTE
032300         SET REF-X-RFTE TO REF-CANT-RFTE
032400         MOVE AP-REFERENTE TO REF-RFTE-ID(REF-X-RFTE)
032500     END-IF.
032600 1210-LEER-POSTULANTE-EXIT.
032700     EXIT.
032800*
032900******************************************************************
033000* 1220-BUSCAR-REFERENTE - REFERRER ALREADY IN THE TABLE
033100******************************************************************
033200 1220-BUSCAR-REFERENTE.
033300     IF REF-RFTE-ID(REF-X-RFTE) = AP-REFERENTE
033400         SET REF-ES-HALLADO TO TRUE
033500     END-IF.
033600 1220-BUSCAR-REFERENTE-EXIT.
033700     EXIT.
033800*
033900******************************************************************
034000* 2000-REPORTAR-REFERENTE - HEADER, ONE LINE PER REFERRED
034100*                           CANDIDATE AND THE REFERRER TOTAL
034200******************************************************************
034300 2000-REPORTAR-REFERENTE.
034400     MOVE REF-RFTE-ID(REF-X-RFTE) TO REF-ID-BUSCADO.
034500     MOVE '?????' TO REF-NOMBRE-REFERENTE.
034600     MOVE 'DESCONOC' TO REF-ESTADO-REFERENTE.
034700     MOVE 'N' TO REF-HALLADO.
034800     PERFORM 2100-BUSCAR-EMPLEADO THRU 2100-BUSCAR-EMPLEADO-EXIT
034900         VARYING REF-X-EMP FROM 1 BY 1
035000         UNTIL REF-X-EMP > REF-CANT-EMPL
035100         OR REF-ES-HALLADO.
035200     MOVE ZERO TO REF-CANT-REFERENTE.
035300     MOVE ZERO TO REF-CONTR-REFERENTE.
035400     MOVE ZERO TO REF-PAGO-REFERENTE.
035500     MOVE SPACES TO RPT-LINEA.
035600     WRITE RPT-LINEA.
035700     MOVE SPACES TO RPT-LINEA.
035800     STRING 'REFERENTE ' REF-ID-BUSCADO ' '
035900         REF-NOMBRE-REFERENTE ' (' DELIMITED BY SIZE
036000         REF-ESTADO-REFERENTE DELIMITED BY SPACE
036100         ')' DELIMITED BY SIZE INTO RPT-LINEA.
036200     WRITE RPT-LINEA.
036300     MOVE '   ID    NOMBRE FTE ETAPA        PREMIO      IMPORTE'
036400         TO RPT-LINEA.
036500     WRITE RPT-LINEA.
036600     PERFORM 2200-LINEA-REFERIDO THRU 2200-LINEA-REFERIDO-EXIT
036700         VARYING REF-X-CAN FROM 1 BY 1
036800         UNTIL REF-X-CAN > REF-CANT-CAND.
036900     MOVE REF-CANT-REFERENTE TO REF-CANT-ED.
037000     MOVE REF-CONTR-REFERENTE TO REF-CANT2-ED.
037100     MOVE REF-PAGO-REFERENTE TO REF-TOTAL-ED.
037200     MOVE SPACES TO RPT-LINEA.
037300     STRING '   REFERIDOS ' REF-CANT-ED
037400         '  CONTRATADOS ' REF-CANT2-ED
037500         '  PREMIOS PAGADOS ' REF-TOTAL-ED
037600         DELIMITED BY SIZE INTO RPT-LINEA.
037700     WRITE RPT-LINEA.
037800 2000-REPORTAR-REFERENTE-EXIT.
037900     EXIT.
038000*
038100******************************************************************
038200* 2100-BUSCAR-EMPLEADO - NAME AND STATE OF THE REFERRER
038300******************************************************************
038400 2100-BUSCAR-EMPLEADO.
038500     IF REF-EMP-ID(REF-X-EMP) = REF-ID-BUSCADO
038600         SET REF-ES-HALLADO TO TRUE
038700         MOVE REF-EMP-NOMBRE(REF-X-EMP) TO REF-NOMBRE-REFERENTE
038800         IF REF-EMP-ESTADO(REF-X-EMP) = 'B'
038900             MOVE 'BAJA' TO REF-ESTADO-REFERENTE
039000         ELSE
039100             MOVE 'ACTIVO' TO REF-ESTADO-REFERENTE
039200         END-IF
039300     END-IF.
039400 2100-BUSCAR-EMPLEADO-EXIT.
039500     EXIT.
039600*
039700******************************************************************
039800* 2200-LINEA-REFERIDO - ONE CANDIDATE OF THE CURRENT REFERRER:
039900*                       STAGE FROM THE PIPELINE, BONUS FROM
040000*                       REFERIDOS
040100******************************************************************
040200 2200-LINEA-REFERIDO.
040300     IF REF-CAN-REFERENTE(REF-X-CAN) NOT = REF-ID-BUSCADO
040400         GO TO 2200-LINEA-REFERIDO-EXIT
040500     END-IF.
040600     ADD 1 TO REF-CANT-REFERENTE.
040700     ADD 1 TO REF-CANT-TOTAL.
040800     MOVE 'APLICADO' TO REF-ETAPA.
040900     IF REF-ES-PIPE-ABIERTO
041000         AND REF-CAN-ID(REF-X-CAN) NOT = ZERO
041100         MOVE REF-CAN-ID(REF-X-CAN) TO PL-ID
041200         READ PIPELINE-FILE
041300             KEY IS PL-ID
041400             INVALID KEY
041500                 CONTINUE
041600             NOT INVALID KEY
041700                 MOVE PL-ETAPA TO REF-ETAPA
041800         END-READ
041900     END-IF.
042000     MOVE 'NO CONTR.' TO REF-PREMIO.
042100     MOVE ZERO TO REF-IMPORTE.
042200     MOVE ZERO TO REF-PERIODO.
042300     MOVE 'N' TO REF-HALLADO.
042400     IF REF-CAN-ID(REF-X-CAN) NOT = ZERO
042500         PERFORM 2210-BUSCAR-PREMIO THRU 2210-BUSCAR-PREMIO-EXIT
042600             VARYING REF-X-REF FROM 1 BY 1
042700             UNTIL REF-X-REF > REF-CANT-REF
042800             OR REF-ES-HALLADO
042900     END-IF.
043000     MOVE SPACES TO RPT-LINEA.
043100     IF REF-IMPORTE > ZERO
043200         MOVE REF-IMPORTE TO REF-IMPORTE-ED
043300         STRING '   ' REF-CAN-ID(REF-X-CAN) ' '
043400             REF-CAN-NOMBRE(REF-X-CAN) '  '
043500             REF-CAN-FUENTE(REF-X-CAN) '  '
043600             REF-ETAPA ' ' REF-PREMIO ' ' REF-IMPORTE-ED
043700             ' PERIODO ' REF-PERIODO
043800             DELIMITED BY SIZE INTO RPT-LINEA
043900     ELSE
044000         STRING '   ' REF-CAN-ID(REF-X-CAN) ' '
044100             REF-CAN-NOMBRE(REF-X-CAN) '  '
044200             REF-CAN-FUENTE(REF-X-CAN) '  '
044300             REF-ETAPA ' ' REF-PREMIO
044400             DELIMITED BY SIZE INTO RPT-LINEA
044500     END-IF.
044600     WRITE RPT-LINEA.
044700 2200-LINEA-REFERIDO-EXIT.
044800     EXIT.
044900*
045000******************************************************************
045100* 2210-BUSCAR-PREMIO - THE REFERIDOS ROW OF THE CANDIDATE
045200******************************************************************
045300 2210-BUSCAR-PREMIO.
045400     IF REF-REF-ID(REF-X-REF) NOT = REF-CAN-ID(REF-X-CAN)
045500         GO TO 2210-BUSCAR-PREMIO-EXIT
045600     END-IF.
045700     SET REF-ES-HALLADO TO TRUE.
045800     ADD 1 TO REF-CONTR-REFERENTE.
045900     ADD 1 TO REF-CONTR-TOTAL.
046000     EVALUATE REF-REF-ESTADO(REF-X-REF)
046100         WHEN 'E'
046200             MOVE 'EN PRUEBA' TO REF-PREMIO
046300         WHEN 'P'
046400             MOVE 'PENDIENTE' TO REF-PREMIO
046500             ADD 1 TO REF-PEND-TOTAL
046600         WHEN 'G'
046700             MOVE 'PAGADO' TO REF-PREMIO
046800             MOVE REF-REF-IMPORTE(REF-X-REF) TO REF-IMPORTE
046900             MOVE REF-REF-PERIODO(REF-X-REF) TO REF-PERIODO
047000             ADD REF-IMPORTE TO REF-PAGO-REFERENTE
047100             ADD REF-IMPORTE TO REF-PAGO-TOTAL
047200         WHEN 'X'
047300             ADD 1 TO REF-ANUL-TOTAL
047400             IF REF-REF-MOTIVO(REF-X-REF) = 'BJ'
047500                 MOVE 'ANUL.BAJA' TO REF-PREMIO
047600             ELSE
047700                 MOVE 'ANUL.PRUEB' TO REF-PREMIO
047800             END-IF
047900         WHEN OTHER
048000             MOVE 'DESCONOC.' TO REF-PREMIO
048100     END-EVALUATE.
048200 2210-BUSCAR-PREMIO-EXIT.
048300     EXIT.
048400*
048500******************************************************************
048600* 3000-REPORTAR-TOTALES - TOTALS FOR THE WHOLE RUN
048700******************************************************************
048800 3000-REPORTAR-TOTALES.
048900     MOVE SPACES TO RPT-LINEA.
049000     WRITE RPT-LINEA.
049100     MOVE '=== TOTALES ===' TO RPT-LINEA.
049200     WRITE RPT-LINEA.
049300     MOVE REF-CANT-RFTE TO REF-CANT-ED.
049400     MOVE REF-CANT-TOTAL TO REF-CANT2-ED.
049500     MOVE SPACES TO RPT-LINEA.
049600     STRING 'REFERENTES: ' REF-CANT-ED
049700         '  POSTULANTES REFERIDOS: ' REF-CANT2-ED
049800         DELIMITED BY SIZE INTO RPT-LINEA.
049900     WRITE RPT-LINEA.
050000     MOVE REF-CONTR-TOTAL TO REF-CANT-ED.
050100     MOVE REF-PEND-TOTAL TO REF-CANT2-ED.
050200     MOVE SPACES TO RPT-LINEA.
050300     STRING 'CONTRATADOS: ' REF-CANT-ED
050400         '  PREMIOS PENDIENTES DE PAGO: ' REF-CANT2-ED
050500         DELIMITED BY SIZE INTO RPT-LINEA.
050600     WRITE RPT-LINEA.
050700     MOVE REF-ANUL-TOTAL TO REF-CANT-ED.
050800     MOVE REF-PAGO-TOTAL TO REF-TOTAL-ED.
050900     MOVE SPACES TO RPT-LINEA.
051000     STRING 'PREMIOS ANULADOS: ' REF-CANT-ED
051100         '  TOTAL PAGADO: ' REF-TOTAL-ED
051200         DELIMITED BY SIZE INTO RPT-LINEA.
051300     WRITE RPT-LINEA.
051400 3000-REPORTAR-TOTALES-EXIT.
051500     EXIT.
051600 END PROGRAM REFREPT.
