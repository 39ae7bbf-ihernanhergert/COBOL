000100******************************************************************
000200* AUTHOR:      HERNAN HERGERT
000300* INSTALLATION: DATA PROCESSING
000400* DATE-WRITTEN:
000500* DATE-COMPILED:
000600* PURPOSE:     PERSONAL DATA OF CANDIDATES. MODE C ANSWERS A
000700*              "WHAT DO YOU HOLD ABOUT ME" REQUEST: FOR ONE
000800*              CANDIDATE NUMBER IT LISTS ON ACCESORPT EVERY
000900*              RECORD HELD UNDER THAT NUMBER IN EVERY FILE OF THE
001000*              SUITE (PIPELINE AND RESULTS3 BY KEYED READ, THE
001100*              SEQUENTIAL FILES BY A SCAN), PLUS THE EXCEPTIONS3
001200*              AND ALIASRPT LINES, WHICH CARRY NO NUMBER AND ARE
001300*              MATCHED ON THE CANDIDATE'S NAME. MODE A ANONYMIZES
001400*              EVERY CANDIDATE WHO NEVER BECAME AN EMPLOYEE (NOT
001500*              ON EMPLOYEES NOR HIRED) AND HAS HAD NO ACTIVITY
001600*              (PIPELINE STAGE, RESULTS3 EVALUATION OR INTERVIEW)
001700*              FOR ANONMESES MONTHS (PARMS CARD, DEFAULT 24):
001800*              NAMES BECOME XXXXX, THE BIRTH DATE KEEPS ONLY THE
001900*              YEAR, AND THE PERSONAS FULL NAME, TAX ID AND
002000*              ADDRESS ARE BLANKED, IN APPLICANTS3, RESULTS3,
002100*              PIPELINE, CITAS, PERSONAS, EXCEPTIONS3 AND
002200*              ALIASRPT (AND THEIR RETENCION ARCHIVES). CAREERS,
002300*              RESULTS, STAGES AND DATES ARE KEPT, SO EVERY COUNT
002400*              AND STATISTIC STILL ADDS UP. A NAME-ONLY LINE IS
002500*              ONLY TOUCHED WHEN NO KEPT PERSON SHARES THE NAME.
002600*              EACH CANDIDATE AND FILE ANONYMIZED IS LOGGED ON
002700*              ANONLOG WITH THE OPERATOR, AND IS NOT REDONE;
002800*              ANONRPT SHOWS THE COUNTS OF THE RUN.
002900* TECTONICS:   COBC
003000*
003100* MODIFICATION HISTORY:
003200*   - NEW PERSONAL-DATA UTILITY, OFFERED FROM THE MENUUTIL MENU.
003201*   - THE PIPEHIST STAGE LOG IS INCLUDED IN THE SUBJECT
003202*     ACCESS REPORT AND ITS NAMES ARE BLANKED ON ANONYMIZATION,
003203*     THE SAME WAY AS CITAS.
003204*   - THE REFERIDOS EMPLOYEE REFERRAL FILE IS INCLUDED IN THE
003205*     SUBJECT ACCESS REPORT. IT HOLDS HIRES ONLY, SO IT IS NOT
003206*     ANONYMIZED, THE SAME AS HIRED AND EMPLOYEES.
003207*   - THE FACTURAS TUITION RECEIVABLES FILE IS INCLUDED IN THE
003208*     SUBJECT ACCESS REPORT. IT IS A FINANCIAL RECORD OF ENROLLED
003209*     STUDENTS, SO IT IS NOT ANONYMIZED.
00320A*   - THE AUTOLOG SELF-SERVICE ACCESS LOG IS INCLUDED IN THE
00320B*     SUBJECT ACCESS REPORT (WHEN THE EMPLOYEE SIGNED ON AND WHAT
00320C*     THEY LOOKED AT). EMPPIN IS NOT, IT HOLDS ONLY THE PIN.
00320D*   - THE PIPELINE RECORD CARRIES THE DECISION-LETTER STAGE AND
00320E*     DATE (CARTARECH) AT THE END.
003300******************************************************************
003400 IDENTIFICATION DIVISION.
003500 PROGRAM-ID. PRIVDATOS.
003600 ENVIRONMENT DIVISION.
003700 INPUT-OUTPUT SECTION.
003800 FILE-CONTROL.
003900     SELECT OPTIONAL GENERAL-FILE ASSIGN USING PRV-NOMBRE-ARCH
004000         ORGANIZATION IS LINE SEQUENTIAL
004100         FILE STATUS IS PRV-STATUS-GEN.
004200     SELECT OPTIONAL TEMPORAL-FILE ASSIGN TO 'PRIVTEMP'
004300         ORGANIZATION IS LINE SEQUENTIAL
004400         FILE STATUS IS PRV-STATUS-TEMP.
004500     SELECT OPTIONAL PIPELINE-FILE ASSIGN TO 'PIPELINE'
004600         ORGANIZATION IS INDEXED
004700         ACCESS MODE IS DYNAMIC
004800         RECORD KEY IS PL-ID
004900         FILE STATUS IS PRV-STATUS-PIPE.
005000     SELECT OPTIONAL RESULTS3-FILE ASSIGN TO 'RESULTS3'
005100         ORGANIZATION IS INDEXED
005200         ACCESS MODE IS DYNAMIC
005300         RECORD KEY IS RS3-ID
005400         ALTERNATE RECORD KEY IS RS3-CARRERA-NOMBRE
005500             WITH DUPLICATES
005600         FILE STATUS IS PRV-STATUS-RESULTS.
005700     SELECT OPTIONAL ANONLOG-FILE ASSIGN TO 'ANONLOG'
005800         ORGANIZATION IS LINE SEQUENTIAL
005900         FILE STATUS IS PRV-STATUS-LOG.
006000     SELECT REPORTE-FILE ASSIGN USING PRV-NOMBRE-RPT
006100         ORGANIZATION IS LINE SEQUENTIAL.
006200 DATA DIVISION.
006300 FILE SECTION.
006400 FD  GENERAL-FILE
006500     LABEL RECORDS ARE STANDARD.
006600 01  GEN-REGISTRO                PIC X(150).
006700 FD  TEMPORAL-FILE
006800     LABEL RECORDS ARE STANDARD.
006900 01  TMP-REGISTRO                PIC X(150).
007000 FD  PIPELINE-FILE
007100     LABEL RECORDS ARE STANDARD.
007200 01  PL-RECORD.
007300     05 PL-ID                    PIC 9(05).
007400     05 PL-NOMBRE                PIC X(05).
007500     05 PL-ETAPA                 PIC X(12).
007600     05 PL-FECHA-ETAPA           PIC 9(08).
007700     05 PL-PERIODO-NOMINA        PIC 9(06).
007701     05 PL-CARTA-ETAPA           PIC X(12).
007702     05 PL-CARTA-FECHA           PIC 9(08).
007800 FD  RESULTS3-FILE
007900     LABEL RECORDS ARE STANDARD.
008000 01  RS3-RECORD.
008100     COPY RESULTS3.
008200 FD  ANONLOG-FILE
008300     LABEL RECORDS ARE STANDARD.
008400 01  AL-RECORD.
008500     05 AL-ID                    PIC 9(05).
008600     05 AL-ARCHIVO               PIC X(15).
008700     05 AL-CANTIDAD              PIC 9(05).
008800     05 AL-ULT-ACTIVIDAD         PIC 9(08).
008900     05 AL-FECHA                 PIC 9(08).
009000     05 AL-USUARIO               PIC X(08).
009100 FD  REPORTE-FILE
009200     LABEL RECORDS ARE STANDARD
009300     RECORD CONTAINS 80 CHARACTERS.
009400 01  RPT-LINEA                   PIC X(80).
009500 WORKING-STORAGE SECTION.
009600*
009700 01  PRV-STATUS-GEN              PIC XX.
009800 01  PRV-STATUS-TEMP             PIC XX.
009900 01  PRV-STATUS-PIPE             PIC XX.
010000 01  PRV-STATUS-RESULTS          PIC XX.
010100 01  PRV-STATUS-LOG              PIC XX.
010200 01  PRV-NOMBRE-ARCH             PIC X(15).
010300 01  PRV-NOMBRE-RPT              PIC X(09).
010400*
010500 01  PRV-MODO                    PIC X(01).
010600 01  PRV-FECHA-HOY               PIC 9(08).
010700 01  PRV-USUARIO                 PIC X(08).
010800 01  PRV-SES-ACCION              PIC X(01).
010900 01  PRV-NEUTRO                  PIC X(05) VALUE 'XXXXX'.
011000 01  PRV-PERIODO-CORTE           PIC 9(06).
011100 01  PRV-CORTE-DESGLOSE REDEFINES PRV-PERIODO-CORTE.
011200     05 PRV-CORTE-ANIO           PIC 9(04).
011300     05 PRV-CORTE-MES            PIC 9(02).
011400 01  PRV-MESES-ANON              PIC 9(03) VALUE 24.
011500 01  PRV-MESES-RESTA             PIC 9(03).
011600 01  PRV-FECHA-AUX               PIC 9(08).
011700 01  PRV-FECHA-DESGLOSE REDEFINES PRV-FECHA-AUX.
011800     05 PRV-FECHA-PERIODO        PIC 9(06).
011900     05 PRV-FECHA-DIA            PIC 9(02).
012000*
012100 01  PRV-PARM-CLAVE              PIC X(12).
012200 01  PRV-PARM-VALOR              PIC X(20).
012300 01  PRV-PARM-HALLADO            PIC X(01).
012400     88  PRV-ES-PARM-HALLADO     VALUE 'Y'.
012500*
012600 01  PRV-INDICADORES.
012700     05  PRV-FIN-ARCHIVO         PIC X VALUE 'N'.
012800         88  PRV-ES-FIN-ARCHIVO  VALUE 'Y'.
012900     05  PRV-HALLADO             PIC X VALUE 'N'.
013000         88  PRV-ES-HALLADO      VALUE 'Y'.
013100     05  PRV-PRIMERO             PIC X VALUE 'Y'.
013200         88  PRV-ES-PRIMERO      VALUE 'Y'.
013300     05  PRV-CAMBIADO            PIC X VALUE 'N'.
013400         88  PRV-ES-CAMBIADO     VALUE 'Y'.
013500*
013600*    CANDIDATO PEDIDO EN EL MODO C
013700 01  PRV-ID-PEDIDO               PIC 9(05).
013800 01  PRV-ID-TEXTO                PIC X(05).
013900 01  PRV-NOMBRE-PEDIDO           PIC X(05).
014000 01  PRV-IMPRESION               PIC X(189).
014100 01  PRV-DESDE                   PIC 9(03).
014200*
014300*    CAMPOS DE TRABAJO DEL REGISTRO LEIDO
014400 01  PRV-ID-AUX                  PIC 9(05).
014500 01  PRV-NOMBRE-AUX              PIC X(05).
014600 01  PRV-FECHA-ACT               PIC 9(08).
014700 01  PRV-POS-ID                  PIC 9(03).
014800 01  PRV-POS-NOMBRE              PIC 9(03).
014900 01  PRV-POS-FECHA               PIC 9(03).
015000 01  PRV-POS-CAND                PIC 9(04).
015100 01  PRV-TIPO-ANON               PIC X(01).
015200     88  PRV-ANON-POSTULANTE     VALUE 'A'.
015300     88  PRV-ANON-CITA           VALUE 'C'.
015400     88  PRV-ANON-PERSONA        VALUE 'P'.
015500     88  PRV-ANON-POR-NOMBRE     VALUE 'N'.
015600*
015700 01  PRV-CONTADORES.
015800     05  PRV-CANT-REGISTROS      PIC 9(06) VALUE ZERO.
015900     05  PRV-CANT-ARCHIVOS       PIC 9(03) VALUE ZERO.
016000     05  PRV-CANT-EN-ARCHIVO     PIC 9(06) VALUE ZERO.
016100     05  PRV-CANT-ELEGIBLES      PIC 9(04) VALUE ZERO.
016200     05  PRV-CANT-EMPLEADOS      PIC 9(04) VALUE ZERO.
016300     05  PRV-CANT-YA-ANON        PIC 9(04) VALUE ZERO.
016400     05  PRV-CANT-VIGENTES       PIC 9(04) VALUE ZERO.
016500     05  PRV-CANT-LOG            PIC 9(06) VALUE ZERO.
016600*
016700*    ARCHIVOS SECUENCIALES CON DATOS DE UN CANDIDATO: NOMBRE,
016800*    POSICION DEL NUMERO DE CANDIDATO (CERO SI NO LO TIENE) Y
016900*    POSICION DEL NOMBRE DE 5 (CERO SI NO LO TIENE)
017000 01  PRV-DICC-ACCESO.
017100     05 FILLER PIC X(21) VALUE 'APPLICANTS3    036001'.
017200     05 FILLER PIC X(21) VALUE 'APPLICANTS     008001'.
017300     05 FILLER PIC X(21) VALUE 'CITAS          001006'.
017301     05 FILLER PIC X(21) VALUE 'PIPEHIST       001006'.
017302     05 FILLER PIC X(21) VALUE 'REFERIDOS      001006'.
017400     05 FILLER PIC X(21) VALUE 'PERSONAS       001000'.
017500     05 FILLER PIC X(21) VALUE 'DEPENDIENTES   001000'.
017600     05 FILLER PIC X(21) VALUE 'OFERTAS        001006'.
017700     05 FILLER PIC X(21) VALUE 'CARTALOG       006001'.
017800     05 FILLER PIC X(21) VALUE 'STANDBY        029004'.
017900     05 FILLER PIC X(21) VALUE 'ENROLL3        034001'.
018000     05 FILLER PIC X(21) VALUE 'WAITLIST       034001'.
018001     05 FILLER PIC X(21) VALUE 'FACTURAS       008013'.
018100     05 FILLER PIC X(21) VALUE 'HIRED          026001'.
018200     05 FILLER PIC X(21) VALUE 'EMPLOYEES      018001'.
018300     05 FILLER PIC X(21) VALUE 'DOCSTAT        001000'.
018400     05 FILLER PIC X(21) VALUE 'PROBATION      001006'.
018500     05 FILLER PIC X(21) VALUE 'EVALUACIONES   005010'.
018600     05 FILLER PIC X(21) VALUE 'PAYROLLREG     053001'.
018700     05 FILLER PIC X(21) VALUE 'PAYHIST        055001'.
018800     05 FILLER PIC X(21) VALUE 'HOURS          014001'.
018900     05 FILLER PIC X(21) VALUE 'ABSENCES       012001'.
019000     05 FILLER PIC X(21) VALUE 'TIMEREG        001006'.
019100     05 FILLER PIC X(21) VALUE 'GASTOS         007012'.
019200     05 FILLER PIC X(21) VALUE 'DEDPERS        007012'.
019300     05 FILLER PIC X(21) VALUE 'GARNISHMENT    001000'.
019400     05 FILLER PIC X(21) VALUE 'EMBDET         001006'.
019500     05 FILLER PIC X(21) VALUE 'SUPLEMENTOS    001000'.
019600     05 FILLER PIC X(21) VALUE 'CONTDET        001006'.
019700     05 FILLER PIC X(21) VALUE 'SPLITCTA       001000'.
019800     05 FILLER PIC X(21) VALUE 'CTAPEND        001006'.
019900     05 FILLER PIC X(21) VALUE 'HALLAZGOS      004009'.
020000     05 FILLER PIC X(21) VALUE 'ANONLOG        001000'.
020100     05 FILLER PIC X(21) VALUE 'EXCEPTIONS3    000012'.
020200     05 FILLER PIC X(21) VALUE 'EXCEPTIONS3ARC 000012'.
020300     05 FILLER PIC X(21) VALUE 'ALIASRPT       000001'.
020400     05 FILLER PIC X(21) VALUE 'ALIASRPTARC    000001'.
020401     05 FILLER PIC X(21) VALUE 'AUTOLOG        017000'.
020500 01  PRV-ACC-TABLA REDEFINES PRV-DICC-ACCESO.
020600     05 PRV-ACC-FILA OCCURS 38 TIMES
020700                     INDEXED BY PRV-X-ACC.
020800         10 PRV-ACC-ARCHIVO      PIC X(15).
020900         10 PRV-ACC-POS-ID       PIC 9(03).
021000         10 PRV-ACC-POS-NOMBRE   PIC 9(03).
021100*
021200*    ARCHIVOS SECUENCIALES QUE SE ANONIMIZAN: NOMBRE, QUE SE
021300*    BORRA (A POSTULANTE, C CITA, P PERSONA, N SOLO NOMBRE),
021400*    POSICION DEL NUMERO Y POSICION DEL NOMBRE
021500 01  PRV-DICC-ANON.
021600     05 FILLER PIC X(22) VALUE 'APPLICANTS3    A036001'.
021700     05 FILLER PIC X(22) VALUE 'CITAS          C001006'.
021701*    PIPEHIST TIENE LA FORMA DE CITAS: NUMERO EN 1, NOMBRE EN 6.
021702     05 FILLER PIC X(22) VALUE 'PIPEHIST       C001006'.
021800     05 FILLER PIC X(22) VALUE 'PERSONAS       P001000'.
021900     05 FILLER PIC X(22) VALUE 'EXCEPTIONS3    N000012'.
022000     05 FILLER PIC X(22) VALUE 'EXCEPTIONS3ARC N000012'.
022100     05 FILLER PIC X(22) VALUE 'ALIASRPT       N000001'.
022200     05 FILLER PIC X(22) VALUE 'ALIASRPTARC    N000001'.
022300 01  PRV-ANO-TABLA REDEFINES PRV-DICC-ANON.
022400     05 PRV-ANO-FILA OCCURS 8 TIMES
022500                     INDEXED BY PRV-X-ANO.
022600         10 PRV-ANO-ARCHIVO      PIC X(15).
022700         10 PRV-ANO-TIPO         PIC X(01).
022800         10 PRV-ANO-POS-ID       PIC 9(03).
022900         10 PRV-ANO-POS-NOMBRE   PIC 9(03).
023000*
023100*    CANDIDATOS CONOCIDOS EN EL MODO A
023200 01  PRV-CANT-CANDIDATOS         PIC 9(04) VALUE ZERO.
023300 01  PRV-TABLA-CANDIDATOS.
023400     05  PRV-CAND-FILA OCCURS 900 TIMES
023500                       INDEXED BY PRV-X-CAN.
023600         10 PRV-CAN-ID           PIC 9(05).
023700         10 PRV-CAN-NOMBRE       PIC X(05).
023800         10 PRV-CAN-ULT-FECHA    PIC 9(08).
023900         10 PRV-CAN-SITUACION    PIC X(01).
024000             88 PRV-CAN-ELEGIBLE     VALUE 'S'.
024100             88 PRV-CAN-EMPLEADO     VALUE 'E'.
024200             88 PRV-CAN-YA-ANON      VALUE 'Y'.
024300             88 PRV-CAN-VIGENTE      VALUE 'V'.
024400         10 PRV-CAN-CANT-ARCH    PIC 9(05).
024500*
024600*    NOMBRES DE PERSONAS QUE SE CONSERVAN (EMPLEADOS Y
024700*    CANDIDATOS NO ELEGIBLES): UNA LINEA SOLO CON NOMBRE NO SE
024800*    TOCA SI EL NOMBRE FIGURA ACA
024900 01  PRV-CANT-CONSERVADOS        PIC 9(04) VALUE ZERO.
025000 01  PRV-TABLA-CONSERVADOS.
025100     05  PRV-CONS-FILA OCCURS 1500 TIMES
025200                       INDEXED BY PRV-X-CON.
025300         10 PRV-CON-NOMBRE       PIC X(05).
025400*
025500 PROCEDURE DIVISION.
025600******************************************************************
025700* 0000-MAINLINE - SUBJECT ACCESS OR ANONYMIZATION
025800******************************************************************
025900 0000-MAINLINE.
026000     ACCEPT PRV-FECHA-HOY FROM DATE YYYYMMDD.
026100     MOVE 'G' TO PRV-SES-ACCION.
026200     CALL 'SESUSER' USING PRV-SES-ACCION PRV-USUARIO.
026300     IF PRV-USUARIO = SPACES
026400         DISPLAY 'PRIVDATOS: NO HAY OPERADOR IDENTIFICADO'
026500         MOVE 8 TO RETURN-CODE
026600         GOBACK
026700     END-IF.
026800     DISPLAY 'PRIVDATOS - MODO (C=CONSULTA DEL TITULAR, '
026900         'A=ANONIMIZAR): ' WITH NO ADVANCING.
027000     ACCEPT PRV-MODO.
027100     EVALUATE PRV-MODO
027200         WHEN 'C'
027300         WHEN 'c'
027400             PERFORM 1000-CONSULTA THRU 1000-CONSULTA-EXIT
027500         WHEN 'A'
027600         WHEN 'a'
027700             PERFORM 3000-ANONIMIZAR THRU 3000-ANONIMIZAR-EXIT
027800         WHEN OTHER
027900             DISPLAY 'MODO INVALIDO'
028000             MOVE 8 TO RETURN-CODE
028100     END-EVALUATE.
028200     GOBACK.
028300 0000-MAINLINE-EXIT.
028400     EXIT.
028500*
028600******************************************************************
028700* 1000-CONSULTA - EVERY RECORD HELD UNDER ONE CANDIDATE NUMBER
028800******************************************************************
028900 1000-CONSULTA.
029000     DISPLAY 'NUMERO DE CANDIDATO: ' WITH NO ADVANCING.
029100     ACCEPT PRV-ID-PEDIDO.
029200     IF PRV-ID-PEDIDO = ZERO
029300         DISPLAY 'NUMERO DE CANDIDATO INVALIDO'
029400         MOVE 8 TO RETURN-CODE
029500         GO TO 1000-CONSULTA-EXIT
029600     END-IF.
029700     MOVE PRV-ID-PEDIDO TO PRV-ID-TEXTO.
029800     MOVE SPACES TO PRV-NOMBRE-PEDIDO.
029900     MOVE 'ACCESORPT' TO PRV-NOMBRE-RPT.
030000     OPEN OUTPUT REPORTE-FILE.
030100     MOVE SPACES TO RPT-LINEA.
030200     STRING 'PRIVDATOS - DATOS DEL CANDIDATO ' PRV-ID-PEDIDO
030300         ' AL ' PRV-FECHA-HOY ' (PEDIDO POR ' PRV-USUARIO ')'
030400         DELIMITED BY SIZE INTO RPT-LINEA.
030500     WRITE RPT-LINEA.
030600     PERFORM 1100-CONSULTA-PIPELINE
030700         THRU 1100-CONSULTA-PIPELINE-EXIT.
030800     PERFORM 1200-CONSULTA-RESULTS3
030900         THRU 1200-CONSULTA-RESULTS3-EXIT.
031000     PERFORM 1300-CONSULTA-ARCHIVO THRU 1300-CONSULTA-ARCHIVO-EXIT
031100         VARYING PRV-X-ACC FROM 1 BY 1
031200         UNTIL PRV-X-ACC > 38.
031300     MOVE SPACES TO RPT-LINEA.
031400     IF PRV-CANT-REGISTROS = ZERO
031500         MOVE 'NO SE HALLARON DATOS DEL CANDIDATO' TO RPT-LINEA
031600     ELSE
031700         STRING 'TOTAL: ' PRV-CANT-REGISTROS ' REGISTROS EN '
031800             PRV-CANT-ARCHIVOS ' ARCHIVOS'
031900             DELIMITED BY SIZE INTO RPT-LINEA
032000     END-IF.
032100     WRITE RPT-LINEA.
032200     CLOSE REPORTE-FILE.
032300     DISPLAY 'PRIVDATOS: ' PRV-CANT-REGISTROS
032400         ' REGISTROS DEL CANDIDATO EN ACCESORPT'.
032500 1000-CONSULTA-EXIT.
032600     EXIT.
032700*
032800******************************************************************
032900* 1100-CONSULTA-PIPELINE - THE CANDIDATE'S PIPELINE RECORD
033000******************************************************************
033100 1100-CONSULTA-PIPELINE.
033200     OPEN INPUT PIPELINE-FILE.
033300     IF PRV-STATUS-PIPE = '00'
033400         MOVE PRV-ID-PEDIDO TO PL-ID
033500         READ PIPELINE-FILE
033600             KEY IS PL-ID
033700             INVALID KEY
033800                 CONTINUE
033900             NOT INVALID KEY
034000                 MOVE PL-NOMBRE TO PRV-NOMBRE-PEDIDO
034100                 MOVE 'PIPELINE' TO PRV-NOMBRE-ARCH
034200                 MOVE PL-RECORD TO PRV-IMPRESION
034300                 SET PRV-ES-PRIMERO TO TRUE
034400                 PERFORM 8000-IMPRIMIR-REGISTRO
034500                     THRU 8000-IMPRIMIR-REGISTRO-EXIT
034600                 ADD 1 TO PRV-CANT-ARCHIVOS
034700         END-READ
034800     END-IF.
034900     CLOSE PIPELINE-FILE.
035000 1100-CONSULTA-PIPELINE-EXIT.
035100     EXIT.
035200*
035300******************************************************************
035400* 1200-CONSULTA-RESULTS3 - THE CANDIDATE'S RESULTS3 RECORD
035500******************************************************************
035600 1200-CONSULTA-RESULTS3.
035700     OPEN INPUT RESULTS3-FILE.
035800     IF PRV-STATUS-RESULTS = '00'
035900         MOVE PRV-ID-PEDIDO TO RS3-ID
036000         READ RESULTS3-FILE
036100             KEY IS RS3-ID
036200             INVALID KEY
036300                 CONTINUE
036400             NOT INVALID KEY
036500                 IF PRV-NOMBRE-PEDIDO = SPACES
036600                     MOVE RS3-NOMBRE TO PRV-NOMBRE-PEDIDO
036700                 END-IF
036800                 MOVE 'RESULTS3' TO PRV-NOMBRE-ARCH
036900                 MOVE RS3-RECORD TO PRV-IMPRESION
037000                 SET PRV-ES-PRIMERO TO TRUE
037100                 PERFORM 8000-IMPRIMIR-REGISTRO
037200                     THRU 8000-IMPRIMIR-REGISTRO-EXIT
037300                 ADD 1 TO PRV-CANT-ARCHIVOS
037400         END-READ
037500     END-IF.
037600     CLOSE RESULTS3-FILE.
037700 1200-CONSULTA-RESULTS3-EXIT.
037800     EXIT.
037900*
038000******************************************************************
038100* 1300-CONSULTA-ARCHIVO - SCAN ONE SEQUENTIAL FILE; A FILE WITH
038200*                         NO CANDIDATE NUMBER IS MATCHED ON THE
038300*                         NAME, AND SAYS SO
038400******************************************************************
038500 1300-CONSULTA-ARCHIVO.
038600     MOVE PRV-ACC-ARCHIVO(PRV-X-ACC) TO PRV-NOMBRE-ARCH.
038700     MOVE PRV-ACC-POS-ID(PRV-X-ACC) TO PRV-POS-ID.
038800     MOVE PRV-ACC-POS-NOMBRE(PRV-X-ACC) TO PRV-POS-NOMBRE.
038900     IF PRV-POS-ID = ZERO
039000         AND (PRV-NOMBRE-PEDIDO = SPACES
039100         OR PRV-NOMBRE-PEDIDO = PRV-NEUTRO)
039200         GO TO 1300-CONSULTA-ARCHIVO-EXIT
039300     END-IF.
039400     MOVE ZERO TO PRV-CANT-EN-ARCHIVO.
039500     SET PRV-ES-PRIMERO TO TRUE.
039600     MOVE 'N' TO PRV-FIN-ARCHIVO.
039700     OPEN INPUT GENERAL-FILE.
039800     IF PRV-STATUS-GEN = '00'
039900         PERFORM 1310-LEER-REGISTRO THRU 1310-LEER-REGISTRO-EXIT
040000             UNTIL PRV-ES-FIN-ARCHIVO
040100     END-IF.
040200     CLOSE GENERAL-FILE.
040300     MOVE 'N' TO PRV-FIN-ARCHIVO.
040400     IF PRV-CANT-EN-ARCHIVO > ZERO
040500         ADD 1 TO PRV-CANT-ARCHIVOS
040600     END-IF.
040700 1300-CONSULTA-ARCHIVO-EXIT.
040800     EXIT.
040900*
041000******************************************************************
041100* 1310-LEER-REGISTRO - ONE RECORD: THE CANDIDATE'S OR NOT
041200******************************************************************
041300 1310-LEER-REGISTRO.
041400     READ GENERAL-FILE
041500         AT END
041600             SET PRV-ES-FIN-ARCHIVO TO TRUE
041700         NOT AT END
041800             MOVE 'N' TO PRV-HALLADO
041900             IF PRV-POS-ID = ZERO
042000                 IF GEN-REGISTRO(PRV-POS-NOMBRE:5)
042100                     = PRV-NOMBRE-PEDIDO
042200                     SET PRV-ES-HALLADO TO TRUE
042300                 END-IF
042400             ELSE
042500                 IF GEN-REGISTRO(PRV-POS-ID:5) IS NUMERIC
042600                     AND GEN-REGISTRO(PRV-POS-ID:5)
042700                     = PRV-ID-TEXTO
042800                     SET PRV-ES-HALLADO TO TRUE
042900                     IF PRV-NOMBRE-PEDIDO = SPACES
043000                         AND PRV-POS-NOMBRE > ZERO
043100                         MOVE GEN-REGISTRO(PRV-POS-NOMBRE:5)
043200                             TO PRV-NOMBRE-PEDIDO
043300                     END-IF
043400                 END-IF
043500             END-IF
043600             IF PRV-ES-HALLADO
043700                 MOVE GEN-REGISTRO TO PRV-IMPRESION
043800                 PERFORM 8000-IMPRIMIR-REGISTRO
043900                     THRU 8000-IMPRIMIR-REGISTRO-EXIT
044000                 ADD 1 TO PRV-CANT-EN-ARCHIVO
044100             END-IF
044200     END-READ.
044300 1310-LEER-REGISTRO-EXIT.
044400     EXIT.
044500*
044600******************************************************************
044700* 3000-ANONIMIZAR - LOAD THE CANDIDATES, DECIDE WHO IS DUE, AND
044800*                  BLANK THEIR PERSONAL DATA FILE BY FILE
044900******************************************************************
045000 3000-ANONIMIZAR.
045100     MOVE 'ANONRPT' TO PRV-NOMBRE-RPT.
045200     MOVE 'ANONMESES' TO PRV-PARM-CLAVE.
045300     CALL 'LEERPARM' USING PRV-PARM-CLAVE
045400         PRV-PARM-VALOR PRV-PARM-HALLADO.
045500     IF PRV-ES-PARM-HALLADO
045600         AND PRV-PARM-VALOR(1:3) IS NUMERIC
045700         MOVE PRV-PARM-VALOR(1:3) TO PRV-MESES-ANON
045800     END-IF.
045900     MOVE PRV-FECHA-HOY(1:6) TO PRV-PERIODO-CORTE.
046000     MOVE PRV-MESES-ANON TO PRV-MESES-RESTA.
046100     PERFORM 3010-RESTAR-MES THRU 3010-RESTAR-MES-EXIT
046200         UNTIL PRV-MESES-RESTA = ZERO.
046300     PERFORM 3100-CARGAR-CANDIDATOS
046400         THRU 3100-CARGAR-CANDIDATOS-EXIT.
046500     IF RETURN-CODE = 8
046600         GO TO 3000-ANONIMIZAR-EXIT
046700     END-IF.
046800     PERFORM 3200-CARGAR-EXCLUIDOS
046900         THRU 3200-CARGAR-EXCLUIDOS-EXIT.
047000     PERFORM 3300-DECIDIR THRU 3300-DECIDIR-EXIT
047100         VARYING PRV-X-CAN FROM 1 BY 1
047200         UNTIL PRV-X-CAN > PRV-CANT-CANDIDATOS.
047300     OPEN OUTPUT REPORTE-FILE.
047400     MOVE SPACES TO RPT-LINEA.
047500     STRING 'PRIVDATOS - ANONIMIZACION DEL ' PRV-FECHA-HOY
047600         ' SIN ACTIVIDAD DESDE ' PRV-PERIODO-CORTE
047700         ' (' PRV-USUARIO ')'
047800         DELIMITED BY SIZE INTO RPT-LINEA.
047900     WRITE RPT-LINEA.
048000     MOVE SPACES TO RPT-LINEA.
048100     STRING 'CANDIDATOS ' PRV-CANT-CANDIDATOS
048200         '  EMPLEADOS ' PRV-CANT-EMPLEADOS
048300         '  YA ANONIMIZADOS ' PRV-CANT-YA-ANON
048400         '  VIGENTES ' PRV-CANT-VIGENTES
048500         DELIMITED BY SIZE INTO RPT-LINEA.
048600     WRITE RPT-LINEA.
048700     MOVE SPACES TO RPT-LINEA.
048800     STRING 'A ANONIMIZAR ' PRV-CANT-ELEGIBLES
048900         DELIMITED BY SIZE INTO RPT-LINEA.
049000     WRITE RPT-LINEA.
049100     IF PRV-CANT-ELEGIBLES > ZERO
049200         OPEN EXTEND ANONLOG-FILE
049300         IF PRV-STATUS-LOG = '35'
049400             OPEN OUTPUT ANONLOG-FILE
049500         END-IF
049600         PERFORM 4000-ANONIMIZAR-ARCHIVO
049700             THRU 4000-ANONIMIZAR-ARCHIVO-EXIT
049800             VARYING PRV-X-ANO FROM 1 BY 1
049900             UNTIL PRV-X-ANO > 8
050000         PERFORM 4500-ANONIMIZAR-PIPELINE
050100             THRU 4500-ANONIMIZAR-PIPELINE-EXIT
050200         PERFORM 4600-ANONIMIZAR-RESULTS3
050300             THRU 4600-ANONIMIZAR-RESULTS3-EXIT
050400         CLOSE ANONLOG-FILE
050500     END-IF.
050600     MOVE SPACES TO RPT-LINEA.
050700     STRING 'FILAS GRABADAS EN ANONLOG ' PRV-CANT-LOG
050800         DELIMITED BY SIZE INTO RPT-LINEA.
050900     WRITE RPT-LINEA.
051000     CLOSE REPORTE-FILE.
051100     DISPLAY 'PRIVDATOS: ' PRV-CANT-ELEGIBLES
051200         ' CANDIDATOS ANONIMIZADOS, DETALLE EN ANONRPT'.
051300 3000-ANONIMIZAR-EXIT.
051400     EXIT.
051500*
051600******************************************************************
051700* 3010-RESTAR-MES - ROLL THE CUTOFF BACK ONE MONTH
051800******************************************************************
051900 3010-RESTAR-MES.
052000     IF PRV-CORTE-MES = 1
052100         SUBTRACT 1 FROM PRV-CORTE-ANIO
052200         MOVE 12 TO PRV-CORTE-MES
052300     ELSE
052400         SUBTRACT 1 FROM PRV-CORTE-MES
052500     END-IF.
052600     SUBTRACT 1 FROM PRV-MESES-RESTA.
052700 3010-RESTAR-MES-EXIT.
052800     EXIT.
052900*
053000******************************************************************
053100* 3100-CARGAR-CANDIDATOS - EVERY CANDIDATE NUMBER WITH ITS NAME
053200*                          AND THE DATE OF ITS LAST ACTIVITY
053300******************************************************************
053400 3100-CARGAR-CANDIDATOS.
053500     MOVE 'N' TO PRV-FIN-ARCHIVO.
053600     OPEN INPUT PIPELINE-FILE.
053700     IF PRV-STATUS-PIPE = '00'
053800         PERFORM 3110-LEER-PIPELINE THRU 3110-LEER-PIPELINE-EXIT
053900             UNTIL PRV-ES-FIN-ARCHIVO
054000     END-IF.
054100     CLOSE PIPELINE-FILE.
054200     MOVE 'N' TO PRV-FIN-ARCHIVO.
054300     OPEN INPUT RESULTS3-FILE.
054400     IF PRV-STATUS-RESULTS = '00'
054500         PERFORM 3120-LEER-RESULTS3 THRU 3120-LEER-RESULTS3-EXIT
054600             UNTIL PRV-ES-FIN-ARCHIVO
054700     END-IF.
054800     CLOSE RESULTS3-FILE.
054900*    APPLICANTS3 NO TIENE FECHA; CITAS SI (CT-FECHA, POS 11).
055000     MOVE 'APPLICANTS3' TO PRV-NOMBRE-ARCH.
055100     MOVE 36 TO PRV-POS-ID.
055200     MOVE 1 TO PRV-POS-NOMBRE.
055300     MOVE ZERO TO PRV-POS-FECHA.
055400     PERFORM 3130-CARGAR-SECUENCIAL
055500         THRU 3130-CARGAR-SECUENCIAL-EXIT.
055600     MOVE 'CITAS' TO PRV-NOMBRE-ARCH.
055700     MOVE 1 TO PRV-POS-ID.
055800     MOVE 6 TO PRV-POS-NOMBRE.
055900     MOVE 11 TO PRV-POS-FECHA.
056000     PERFORM 3130-CARGAR-SECUENCIAL
056100         THRU 3130-CARGAR-SECUENCIAL-EXIT.
056200 3100-CARGAR-CANDIDATOS-EXIT.
056300     EXIT.
056400*
056500******************************************************************
056600* 3110-LEER-PIPELINE - ONE PIPELINE CANDIDATE
056700******************************************************************
056800 3110-LEER-PIPELINE.
056900     READ PIPELINE-FILE NEXT RECORD
057000         AT END
057100             SET PRV-ES-FIN-ARCHIVO TO TRUE
057200         NOT AT END
057300             MOVE PL-ID TO PRV-ID-AUX
057400             MOVE PL-NOMBRE TO PRV-NOMBRE-AUX
057500             MOVE PL-FECHA-ETAPA TO PRV-FECHA-ACT
057600             PERFORM 8100-ANOTAR-CANDIDATO
057700                 THRU 8100-ANOTAR-CANDIDATO-EXIT
057800     END-READ.
057900 3110-LEER-PIPELINE-EXIT.
058000     EXIT.
058100*
058200******************************************************************
058300* 3120-LEER-RESULTS3 - ONE EVALUATED CANDIDATE
058400******************************************************************
058500 3120-LEER-RESULTS3.
058600     READ RESULTS3-FILE NEXT RECORD
058700         AT END
058800             SET PRV-ES-FIN-ARCHIVO TO TRUE
058900         NOT AT END
059000             MOVE RS3-ID TO PRV-ID-AUX
059100             MOVE RS3-NOMBRE TO PRV-NOMBRE-AUX
059200             MOVE RS3-FECHA-EVALUACION TO PRV-FECHA-ACT
059300             PERFORM 8100-ANOTAR-CANDIDATO
059400                 THRU 8100-ANOTAR-CANDIDATO-EXIT
059500     END-READ.
059600 3120-LEER-RESULTS3-EXIT.
059700     EXIT.
059800*
059900******************************************************************
060000* 3130-CARGAR-SECUENCIAL - THE CANDIDATES OF ONE SEQUENTIAL FILE
060100******************************************************************
060200 3130-CARGAR-SECUENCIAL.
060300     MOVE 'N' TO PRV-FIN-ARCHIVO.
060400     OPEN INPUT GENERAL-FILE.
060500     IF PRV-STATUS-GEN = '00'
060600         PERFORM 3140-LEER-SECUENCIAL
060700             THRU 3140-LEER-SECUENCIAL-EXIT
060800             UNTIL PRV-ES-FIN-ARCHIVO
060900     END-IF.
061000     CLOSE GENERAL-FILE.
061100     MOVE 'N' TO PRV-FIN-ARCHIVO.
061200 3130-CARGAR-SECUENCIAL-EXIT.
061300     EXIT.
061400*
061500******************************************************************
061600* 3140-LEER-SECUENCIAL - ONE RECORD OF A CANDIDATE FILE
061700******************************************************************
061800 3140-LEER-SECUENCIAL.
061900     READ GENERAL-FILE
062000         AT END
062100             SET PRV-ES-FIN-ARCHIVO TO TRUE
062200         NOT AT END
062300             IF GEN-REGISTRO(PRV-POS-ID:5) IS NUMERIC
062400                 MOVE GEN-REGISTRO(PRV-POS-ID:5) TO PRV-ID-AUX
062500                 MOVE GEN-REGISTRO(PRV-POS-NOMBRE:5)
062600                     TO PRV-NOMBRE-AUX
062700                 MOVE ZERO TO PRV-FECHA-ACT
062800                 IF PRV-POS-FECHA > ZERO
062900                     AND GEN-REGISTRO(PRV-POS-FECHA:8) IS NUMERIC
063000                     MOVE GEN-REGISTRO(PRV-POS-FECHA:8)
063100                         TO PRV-FECHA-ACT
063200                 END-IF
063300                 PERFORM 8100-ANOTAR-CANDIDATO
063400                     THRU 8100-ANOTAR-CANDIDATO-EXIT
063500             END-IF
063600     END-READ.
063700 3140-LEER-SECUENCIAL-EXIT.
063800     EXIT.
063900*
064000******************************************************************
064100* 3200-CARGAR-EXCLUIDOS - EMPLOYEES AND HIRED ARE NEVER TOUCHED
064200*                         AND THEIR NAMES ARE KEPT; ANONLOG SAYS
064300*                         WHO WAS ALREADY ANONYMIZED
064400******************************************************************
064500 3200-CARGAR-EXCLUIDOS.
064600     MOVE 'EMPLOYEES' TO PRV-NOMBRE-ARCH.
064700     MOVE 18 TO PRV-POS-ID.
064800     MOVE 1 TO PRV-POS-NOMBRE.
064900     PERFORM 3210-CARGAR-EXCLUIDO
065000         THRU 3210-CARGAR-EXCLUIDO-EXIT.
065100     MOVE 'HIRED' TO PRV-NOMBRE-ARCH.
065200     MOVE 26 TO PRV-POS-ID.
065300     MOVE 1 TO PRV-POS-NOMBRE.
065400     PERFORM 3210-CARGAR-EXCLUIDO
065500         THRU 3210-CARGAR-EXCLUIDO-EXIT.
065600     MOVE 'ANONLOG' TO PRV-NOMBRE-ARCH.
065700     MOVE 1 TO PRV-POS-ID.
065800     MOVE ZERO TO PRV-POS-NOMBRE.
065900     PERFORM 3210-CARGAR-EXCLUIDO
066000         THRU 3210-CARGAR-EXCLUIDO-EXIT.
066100 3200-CARGAR-EXCLUIDOS-EXIT.
066200     EXIT.
066300*
066400******************************************************************
066500* 3210-CARGAR-EXCLUIDO - READ ONE EXCLUDING FILE
066600******************************************************************
066700 3210-CARGAR-EXCLUIDO.
066800     MOVE 'N' TO PRV-FIN-ARCHIVO.
066900     OPEN INPUT GENERAL-FILE.
067000     IF PRV-STATUS-GEN = '00'
067100         PERFORM 3220-LEER-EXCLUIDO THRU 3220-LEER-EXCLUIDO-EXIT
067200             UNTIL PRV-ES-FIN-ARCHIVO
067300     END-IF.
067400     CLOSE GENERAL-FILE.
067500     MOVE 'N' TO PRV-FIN-ARCHIVO.
067600 3210-CARGAR-EXCLUIDO-EXIT.
067700     EXIT.
067800*
067900******************************************************************
068000* 3220-LEER-EXCLUIDO - MARK ONE EMPLOYEE OR ANONYMIZED NUMBER
068100******************************************************************
068200 3220-LEER-EXCLUIDO.
068300     READ GENERAL-FILE
068400         AT END
068500             SET PRV-ES-FIN-ARCHIVO TO TRUE
068600         NOT AT END
068700             IF PRV-POS-NOMBRE > ZERO
068800                 MOVE GEN-REGISTRO(PRV-POS-NOMBRE:5)
068900                     TO PRV-NOMBRE-AUX
069000                 PERFORM 8300-CONSERVAR-NOMBRE
069100                     THRU 8300-CONSERVAR-NOMBRE-EXIT
069200             END-IF
069300             IF GEN-REGISTRO(PRV-POS-ID:5) IS NUMERIC
069400                 MOVE GEN-REGISTRO(PRV-POS-ID:5) TO PRV-ID-AUX
069500                 PERFORM 8200-UBICAR-CANDIDATO
069600                     THRU 8200-UBICAR-CANDIDATO-EXIT
069700                 IF PRV-POS-CAND > ZERO
069800                     SET PRV-X-CAN TO PRV-POS-CAND
069900                     IF PRV-POS-NOMBRE > ZERO
070000                         SET PRV-CAN-EMPLEADO(PRV-X-CAN) TO TRUE
070100                     ELSE
070200                         IF NOT PRV-CAN-EMPLEADO(PRV-X-CAN)
070300                             SET PRV-CAN-YA-ANON(PRV-X-CAN)
070400                                 TO TRUE
070500                         END-IF
070600                     END-IF
070700                 END-IF
070800             END-IF
070900     END-READ.
071000 3220-LEER-EXCLUIDO-EXIT.
071100     EXIT.
071200*
071300******************************************************************
071400* 3300-DECIDIR - DUE WHEN NEVER HIRED, NOT DONE BEFORE, AND THE
071500*                LAST ACTIVITY IS OLDER THAN THE CUTOFF; A
071600*                CANDIDATE WITH NO DATED ACTIVITY IS KEPT
071700******************************************************************
071800 3300-DECIDIR.
071900     IF PRV-CAN-EMPLEADO(PRV-X-CAN)
072000         ADD 1 TO PRV-CANT-EMPLEADOS
072100         GO TO 3300-DECIDIR-EXIT
072200     END-IF.
072300     IF PRV-CAN-YA-ANON(PRV-X-CAN)
072400         ADD 1 TO PRV-CANT-YA-ANON
072500         GO TO 3300-DECIDIR-EXIT
072600     END-IF.
072700     MOVE PRV-CAN-ULT-FECHA(PRV-X-CAN) TO PRV-FECHA-AUX.
072800     IF PRV-FECHA-AUX NOT = ZERO
072900         AND PRV-FECHA-PERIODO < PRV-PERIODO-CORTE
073000         SET PRV-CAN-ELEGIBLE(PRV-X-CAN) TO TRUE
073100         ADD 1 TO PRV-CANT-ELEGIBLES
073200     ELSE
073300         SET PRV-CAN-VIGENTE(PRV-X-CAN) TO TRUE
073400         ADD 1 TO PRV-CANT-VIGENTES
073500         MOVE PRV-CAN-NOMBRE(PRV-X-CAN) TO PRV-NOMBRE-AUX
073600         PERFORM 8300-CONSERVAR-NOMBRE
073700             THRU 8300-CONSERVAR-NOMBRE-EXIT
073800     END-IF.
073900 3300-DECIDIR-EXIT.
074000     EXIT.
074100*
074200******************************************************************
074300* 4000-ANONIMIZAR-ARCHIVO - REWRITE ONE SEQUENTIAL FILE THROUGH
074400*                           PRIVTEMP WITH THE DUE RECORDS BLANKED
074500******************************************************************
074600 4000-ANONIMIZAR-ARCHIVO.
074700     MOVE PRV-ANO-ARCHIVO(PRV-X-ANO) TO PRV-NOMBRE-ARCH.
074800     MOVE PRV-ANO-TIPO(PRV-X-ANO) TO PRV-TIPO-ANON.
074900     MOVE PRV-ANO-POS-ID(PRV-X-ANO) TO PRV-POS-ID.
075000     MOVE PRV-ANO-POS-NOMBRE(PRV-X-ANO) TO PRV-POS-NOMBRE.
075100     MOVE ZERO TO PRV-CANT-EN-ARCHIVO.
075200     MOVE 'N' TO PRV-FIN-ARCHIVO.
075300     OPEN INPUT GENERAL-FILE.
075400     IF PRV-STATUS-GEN NOT = '00'
075500         CLOSE GENERAL-FILE
075600         GO TO 4000-ANONIMIZAR-ARCHIVO-EXIT
075700     END-IF.
075800     OPEN OUTPUT TEMPORAL-FILE.
075900     PERFORM 4100-ANONIMIZAR-REGISTRO
076000         THRU 4100-ANONIMIZAR-REGISTRO-EXIT
076100         UNTIL PRV-ES-FIN-ARCHIVO.
076200     CLOSE GENERAL-FILE.
076300     CLOSE TEMPORAL-FILE.
076400     MOVE 'N' TO PRV-FIN-ARCHIVO.
076500     IF PRV-CANT-EN-ARCHIVO > ZERO
076600         OPEN INPUT TEMPORAL-FILE
076700         OPEN OUTPUT GENERAL-FILE
076800         PERFORM 4200-VOLVER-REGISTRO
076900             THRU 4200-VOLVER-REGISTRO-EXIT
077000             UNTIL PRV-ES-FIN-ARCHIVO
077100         CLOSE GENERAL-FILE
077200         CLOSE TEMPORAL-FILE
077300         MOVE 'N' TO PRV-FIN-ARCHIVO
077400     END-IF.
077500     PERFORM 4900-CERRAR-ARCHIVO THRU 4900-CERRAR-ARCHIVO-EXIT.
077600 4000-ANONIMIZAR-ARCHIVO-EXIT.
077700     EXIT.
077800*
077900******************************************************************
078000* 4100-ANONIMIZAR-REGISTRO - BLANK ONE RECORD WHEN IT BELONGS TO
078100*                            A DUE CANDIDATE
078200******************************************************************
078300 4100-ANONIMIZAR-REGISTRO.
078400     READ GENERAL-FILE
078500         AT END
078600             SET PRV-ES-FIN-ARCHIVO TO TRUE
078700             GO TO 4100-ANONIMIZAR-REGISTRO-EXIT
078800     END-READ.
078900     MOVE ZERO TO PRV-POS-CAND.
079000     IF PRV-ANON-POR-NOMBRE
079100         MOVE GEN-REGISTRO(PRV-POS-NOMBRE:5) TO PRV-NOMBRE-AUX
079200         PERFORM 8400-UBICAR-POR-NOMBRE
079300             THRU 8400-UBICAR-POR-NOMBRE-EXIT
079400     ELSE
079500         IF GEN-REGISTRO(PRV-POS-ID:5) IS NUMERIC
079600             MOVE GEN-REGISTRO(PRV-POS-ID:5) TO PRV-ID-AUX
079700             PERFORM 8200-UBICAR-CANDIDATO
079800                 THRU 8200-UBICAR-CANDIDATO-EXIT
079900         END-IF
080000     END-IF.
080100     IF PRV-POS-CAND > ZERO
080200         SET PRV-X-CAN TO PRV-POS-CAND
080300         IF PRV-CAN-ELEGIBLE(PRV-X-CAN)
080400             PERFORM 4110-BLANQUEAR THRU 4110-BLANQUEAR-EXIT
080500             ADD 1 TO PRV-CAN-CANT-ARCH(PRV-X-CAN)
080600             ADD 1 TO PRV-CANT-EN-ARCHIVO
080700         END-IF
080800     END-IF.
080900     MOVE GEN-REGISTRO TO TMP-REGISTRO.
081000     WRITE TMP-REGISTRO.
081100 4100-ANONIMIZAR-REGISTRO-EXIT.
081200     EXIT.
081300*
081400******************************************************************
081500* 4110-BLANQUEAR - THE NEUTRAL VALUES FOR EACH KIND OF RECORD
081600******************************************************************
081700 4110-BLANQUEAR.
081800     EVALUATE TRUE
081900         WHEN PRV-ANON-POSTULANTE
082000*            AP3-NOMBRE Y AP3-FECHA-NAC; QUEDA EL ANIO.
082100             MOVE PRV-NEUTRO TO GEN-REGISTRO(1:5)
082200             MOVE '0101' TO GEN-REGISTRO(10:4)
082300         WHEN PRV-ANON-CITA
082400             MOVE PRV-NEUTRO TO GEN-REGISTRO(6:5)
082500         WHEN PRV-ANON-PERSONA
082600*            PE-NOMBRE-COMPLETO, PE-CUIT Y PE-DIRECCION.
082700             MOVE 'ANONIMIZADO' TO GEN-REGISTRO(6:40)
082800             MOVE ZERO TO GEN-REGISTRO(46:11)
082900             MOVE SPACES TO GEN-REGISTRO(57:40)
083000         WHEN PRV-ANON-POR-NOMBRE
083100             MOVE PRV-NEUTRO TO GEN-REGISTRO(PRV-POS-NOMBRE:5)
083200     END-EVALUATE.
083300 4110-BLANQUEAR-EXIT.
083400     EXIT.
083500*
083600******************************************************************
083700* 4200-VOLVER-REGISTRO - COPY ONE RECORD BACK TO THE LIVE FILE
083800******************************************************************
083900 4200-VOLVER-REGISTRO.
084000     READ TEMPORAL-FILE
084100         AT END
084200             SET PRV-ES-FIN-ARCHIVO TO TRUE
084300         NOT AT END
084400             MOVE TMP-REGISTRO TO GEN-REGISTRO
084500             WRITE GEN-REGISTRO
084600     END-READ.
084700 4200-VOLVER-REGISTRO-EXIT.
084800     EXIT.
084900*
085000******************************************************************
085100* 4500-ANONIMIZAR-PIPELINE - PL-NOMBRE OF THE DUE CANDIDATES
085200******************************************************************
085300 4500-ANONIMIZAR-PIPELINE.
085400     MOVE 'PIPELINE' TO PRV-NOMBRE-ARCH.
085500     MOVE ZERO TO PRV-CANT-EN-ARCHIVO.
085600     MOVE 'N' TO PRV-FIN-ARCHIVO.
085700     OPEN I-O PIPELINE-FILE.
085800     IF PRV-STATUS-PIPE = '00'
085900         PERFORM 4510-REVISAR-PIPELINE
086000             THRU 4510-REVISAR-PIPELINE-EXIT
086100             UNTIL PRV-ES-FIN-ARCHIVO
086200     END-IF.
086300     CLOSE PIPELINE-FILE.
086400     MOVE 'N' TO PRV-FIN-ARCHIVO.
086500     PERFORM 4900-CERRAR-ARCHIVO THRU 4900-CERRAR-ARCHIVO-EXIT.
086600 4500-ANONIMIZAR-PIPELINE-EXIT.
086700     EXIT.
086800*
086900******************************************************************
087000* 4510-REVISAR-PIPELINE - ONE PIPELINE RECORD
087100******************************************************************
087200 4510-REVISAR-PIPELINE.
087300     READ PIPELINE-FILE NEXT RECORD
087400         AT END
087500             SET PRV-ES-FIN-ARCHIVO TO TRUE
087600             GO TO 4510-REVISAR-PIPELINE-EXIT
087700     END-READ.
087800     MOVE PL-ID TO PRV-ID-AUX.
087900     PERFORM 8200-UBICAR-CANDIDATO
088000         THRU 8200-UBICAR-CANDIDATO-EXIT.
088100     IF PRV-POS-CAND = ZERO
088200         GO TO 4510-REVISAR-PIPELINE-EXIT
088300     END-IF.
088400     SET PRV-X-CAN TO PRV-POS-CAND.
088500     IF PRV-CAN-ELEGIBLE(PRV-X-CAN)
088600         MOVE PRV-NEUTRO TO PL-NOMBRE
088700         REWRITE PL-RECORD
088800             INVALID KEY
088900                 DISPLAY 'PRIVDATOS: ERROR AL REGRABAR PIPELINE '
089000                     PL-ID
089100                 MOVE 8 TO RETURN-CODE
089200             NOT INVALID KEY
089300                 ADD 1 TO PRV-CAN-CANT-ARCH(PRV-X-CAN)
089400                 ADD 1 TO PRV-CANT-EN-ARCHIVO
089500         END-REWRITE
089600     END-IF.
089700 4510-REVISAR-PIPELINE-EXIT.
089800     EXIT.
089900*
090000******************************************************************
090100* 4600-ANONIMIZAR-RESULTS3 - RS3-NOMBRE OF THE DUE CANDIDATES
090200******************************************************************
090300 4600-ANONIMIZAR-RESULTS3.
090400     MOVE 'RESULTS3' TO PRV-NOMBRE-ARCH.
090500     MOVE ZERO TO PRV-CANT-EN-ARCHIVO.
090600     MOVE 'N' TO PRV-FIN-ARCHIVO.
090700     OPEN I-O RESULTS3-FILE.
090800     IF PRV-STATUS-RESULTS = '00'
090900         PERFORM 4610-REVISAR-RESULTS3
091000             THRU 4610-REVISAR-RESULTS3-EXIT
091100             UNTIL PRV-ES-FIN-ARCHIVO
091200     END-IF.
091300     CLOSE RESULTS3-FILE.
091400     MOVE 'N' TO PRV-FIN-ARCHIVO.
091500     PERFORM 4900-CERRAR-ARCHIVO THRU 4900-CERRAR-ARCHIVO-EXIT.
091600 4600-ANONIMIZAR-RESULTS3-EXIT.
091700     EXIT.
091800*
091900******************************************************************
092000* 4610-REVISAR-RESULTS3 - ONE RESULTS3 RECORD
092100******************************************************************
092200 4610-REVISAR-RESULTS3.
092300     READ RESULTS3-FILE NEXT RECORD
092400         AT END
092500             SET PRV-ES-FIN-ARCHIVO TO TRUE
092600             GO TO 4610-REVISAR-RESULTS3-EXIT
092700     END-READ.
092800     MOVE RS3-ID TO PRV-ID-AUX.
092900     PERFORM 8200-UBICAR-CANDIDATO
093000         THRU 8200-UBICAR-CANDIDATO-EXIT.
093100     IF PRV-POS-CAND = ZERO
093200         GO TO 4610-REVISAR-RESULTS3-EXIT
093300     END-IF.
093400     SET PRV-X-CAN TO PRV-POS-CAND.
093500     IF PRV-CAN-ELEGIBLE(PRV-X-CAN)
093600         MOVE PRV-NEUTRO TO RS3-NOMBRE
093700         REWRITE RS3-RECORD
093800             INVALID KEY
093900                 DISPLAY 'PRIVDATOS: ERROR AL REGRABAR RESULTS3 '
094000                     RS3-ID
094100                 MOVE 8 TO RETURN-CODE
094200             NOT INVALID KEY
094300                 ADD 1 TO PRV-CAN-CANT-ARCH(PRV-X-CAN)
094400                 ADD 1 TO PRV-CANT-EN-ARCHIVO
094500         END-REWRITE
094600     END-IF.
094700 4610-REVISAR-RESULTS3-EXIT.
094800     EXIT.
094900*
095000******************************************************************
095100* 4900-CERRAR-ARCHIVO - ONE ANONLOG ROW PER CANDIDATE TOUCHED IN
095200*                       THE FILE, AND THE FILE'S REPORT LINE
095300******************************************************************
095400 4900-CERRAR-ARCHIVO.
095500     PERFORM 4910-REGISTRAR-CANDIDATO
095600         THRU 4910-REGISTRAR-CANDIDATO-EXIT
095700         VARYING PRV-X-CAN FROM 1 BY 1
095800         UNTIL PRV-X-CAN > PRV-CANT-CANDIDATOS.
095900     MOVE SPACES TO RPT-LINEA.
096000     STRING PRV-NOMBRE-ARCH ' REGISTROS ANONIMIZADOS '
096100         PRV-CANT-EN-ARCHIVO
096200         DELIMITED BY SIZE INTO RPT-LINEA.
096300     WRITE RPT-LINEA.
096400 4900-CERRAR-ARCHIVO-EXIT.
096500     EXIT.
096600*
096700******************************************************************
096800* 4910-REGISTRAR-CANDIDATO - LOG ONE CANDIDATE OF THE FILE
096900******************************************************************
097000 4910-REGISTRAR-CANDIDATO.
097100     IF PRV-CAN-CANT-ARCH(PRV-X-CAN) = ZERO
097200         GO TO 4910-REGISTRAR-CANDIDATO-EXIT
097300     END-IF.
097400     MOVE PRV-CAN-ID(PRV-X-CAN) TO AL-ID.
097500     MOVE PRV-NOMBRE-ARCH TO AL-ARCHIVO.
097600     MOVE PRV-CAN-CANT-ARCH(PRV-X-CAN) TO AL-CANTIDAD.
097700     MOVE PRV-CAN-ULT-FECHA(PRV-X-CAN) TO AL-ULT-ACTIVIDAD.
097800     MOVE PRV-FECHA-HOY TO AL-FECHA.
097900     MOVE PRV-USUARIO TO AL-USUARIO.
098000     WRITE AL-RECORD.
098100     ADD 1 TO PRV-CANT-LOG.
098200     MOVE ZERO TO PRV-CAN-CANT-ARCH(PRV-X-CAN).
098300 4910-REGISTRAR-CANDIDATO-EXIT.
098400     EXIT.
098500*
098600******************************************************************
098700* 8000-IMPRIMIR-REGISTRO - ONE RECORD ON ACCESORPT, PRECEDED BY
098800*                          THE FILE NAME THE FIRST TIME; 63
098900*                          CHARACTERS PER LINE
099000******************************************************************
099100 8000-IMPRIMIR-REGISTRO.
099200     IF PRV-ES-PRIMERO
099300         MOVE 'N' TO PRV-PRIMERO
099400         MOVE SPACES TO RPT-LINEA
099500         IF PRV-POS-ID = ZERO
099600             AND PRV-NOMBRE-ARCH NOT = 'PIPELINE'
099700             AND PRV-NOMBRE-ARCH NOT = 'RESULTS3'
099800             STRING PRV-NOMBRE-ARCH ' (POR NOMBRE '
099900                 PRV-NOMBRE-PEDIDO ', PUEDE SER OTRA PERSONA)'
100000                 DELIMITED BY SIZE INTO RPT-LINEA
100100         ELSE
100200             MOVE PRV-NOMBRE-ARCH TO RPT-LINEA
100300         END-IF
100400         WRITE RPT-LINEA
100500     END-IF.
100600     PERFORM 8010-IMPRIMIR-TRAMO THRU 8010-IMPRIMIR-TRAMO-EXIT
100700         VARYING PRV-DESDE FROM 1 BY 63
100800         UNTIL PRV-DESDE > 127.
100900     ADD 1 TO PRV-CANT-REGISTROS.
101000 8000-IMPRIMIR-REGISTRO-EXIT.
101100     EXIT.
101200*
101300******************************************************************
101400* 8010-IMPRIMIR-TRAMO - ONE 63-CHARACTER SLICE OF THE RECORD
101500******************************************************************
101600 8010-IMPRIMIR-TRAMO.
101700     IF PRV-DESDE > 1
101800         AND PRV-IMPRESION(PRV-DESDE:63) = SPACES
101900         GO TO 8010-IMPRIMIR-TRAMO-EXIT
102000     END-IF.
102100     MOVE SPACES TO RPT-LINEA.
102200     MOVE PRV-IMPRESION(PRV-DESDE:63) TO RPT-LINEA(18:63).
102300     WRITE RPT-LINEA.
102400 8010-IMPRIMIR-TRAMO-EXIT.
102500     EXIT.
102600*
102700******************************************************************
102800* 8100-ANOTAR-CANDIDATO - ADD A CANDIDATE NUMBER, OR UPDATE ITS
102900*                         NAME AND LAST ACTIVITY DATE
103000******************************************************************
103100 8100-ANOTAR-CANDIDATO.
103200     IF PRV-ID-AUX = ZERO
103300         GO TO 8100-ANOTAR-CANDIDATO-EXIT
103400     END-IF.
103500     PERFORM 8200-UBICAR-CANDIDATO
103600         THRU 8200-UBICAR-CANDIDATO-EXIT.
103700     IF PRV-POS-CAND = ZERO
103800         IF PRV-CANT-CANDIDATOS NOT < 900
103900             DISPLAY 'PRIVDATOS: MAS DE 900 CANDIDATOS'
104000             MOVE 8 TO RETURN-CODE
104100             GO TO 8100-ANOTAR-CANDIDATO-EXIT
104200         END-IF
104300         ADD 1 TO PRV-CANT-CANDIDATOS
104400         SET PRV-X-CAN TO PRV-CANT-CANDIDATOS
104500         MOVE PRV-ID-AUX TO PRV-CAN-ID(PRV-X-CAN)
104600         MOVE SPACES TO PRV-CAN-NOMBRE(PRV-X-CAN)
104700         MOVE ZERO TO PRV-CAN-ULT-FECHA(PRV-X-CAN)
104800         MOVE SPACE TO PRV-CAN-SITUACION(PRV-X-CAN)
104900         MOVE ZERO TO PRV-CAN-CANT-ARCH(PRV-X-CAN)
105000     ELSE
105100         SET PRV-X-CAN TO PRV-POS-CAND
105200     END-IF.
105300     IF PRV-CAN-NOMBRE(PRV-X-CAN) = SPACES
105400         OR PRV-CAN-NOMBRE(PRV-X-CAN) = PRV-NEUTRO
105500         MOVE PRV-NOMBRE-AUX TO PRV-CAN-NOMBRE(PRV-X-CAN)
105600     END-IF.
105700     IF PRV-FECHA-ACT > PRV-CAN-ULT-FECHA(PRV-X-CAN)
105800         MOVE PRV-FECHA-ACT TO PRV-CAN-ULT-FECHA(PRV-X-CAN)
105900     END-IF.
106000 8100-ANOTAR-CANDIDATO-EXIT.
106100     EXIT.
106200*
106300******************************************************************
106400* 8200-UBICAR-CANDIDATO - POSITION OF PRV-ID-AUX IN THE TABLE,
106500*                         ZERO WHEN NOT THERE
106600******************************************************************
106700 8200-UBICAR-CANDIDATO.
106800     MOVE ZERO TO PRV-POS-CAND.
106900     SET PRV-X-CAN TO 1.
107000     SEARCH PRV-CAND-FILA
107100         AT END
107200             CONTINUE
107300         WHEN PRV-X-CAN > PRV-CANT-CANDIDATOS
107400             CONTINUE
107500         WHEN PRV-CAN-ID(PRV-X-CAN) = PRV-ID-AUX
107600             SET PRV-POS-CAND TO PRV-X-CAN
107700     END-SEARCH.
107800 8200-UBICAR-CANDIDATO-EXIT.
107900     EXIT.
108000*
108100******************************************************************
108200* 8300-CONSERVAR-NOMBRE - REMEMBER A NAME THAT MUST STAY
108300******************************************************************
108400 8300-CONSERVAR-NOMBRE.
108500     IF PRV-NOMBRE-AUX = SPACES
108600         OR PRV-NOMBRE-AUX = PRV-NEUTRO
108700         GO TO 8300-CONSERVAR-NOMBRE-EXIT
108800     END-IF.
108900     MOVE 'N' TO PRV-HALLADO.
109000     SET PRV-X-CON TO 1.
109100     SEARCH PRV-CONS-FILA
109200         AT END
109300             CONTINUE
109400         WHEN PRV-X-CON > PRV-CANT-CONSERVADOS
109500             CONTINUE
109600         WHEN PRV-CON-NOMBRE(PRV-X-CON) = PRV-NOMBRE-AUX
109700             SET PRV-ES-HALLADO TO TRUE
109800     END-SEARCH.
109900     IF NOT PRV-ES-HALLADO
110000         AND PRV-CANT-CONSERVADOS < 1500
110100         ADD 1 TO PRV-CANT-CONSERVADOS
110200         SET PRV-X-CON TO PRV-CANT-CONSERVADOS
110300         MOVE PRV-NOMBRE-AUX TO PRV-CON-NOMBRE(PRV-X-CON)
110400     END-IF.
110500 8300-CONSERVAR-NOMBRE-EXIT.
110600     EXIT.
110700*
110800******************************************************************
110900* 8400-UBICAR-POR-NOMBRE - THE DUE CANDIDATE A NAME-ONLY LINE
111000*                          BELONGS TO; NONE WHEN A KEPT PERSON
111100*                          SHARES THE NAME
111200******************************************************************
111300 8400-UBICAR-POR-NOMBRE.
111400     MOVE ZERO TO PRV-POS-CAND.
111500     IF PRV-NOMBRE-AUX = SPACES
111600         OR PRV-NOMBRE-AUX = PRV-NEUTRO
111700         GO TO 8400-UBICAR-POR-NOMBRE-EXIT
111800     END-IF.
111900     MOVE 'N' TO PRV-HALLADO.
112000     SET PRV-X-CON TO 1.
112100     SEARCH PRV-CONS-FILA
112200         AT END
112300             CONTINUE
112400         WHEN PRV-X-CON > PRV-CANT-CONSERVADOS
112500             CONTINUE
112600         WHEN PRV-CON-NOMBRE(PRV-X-CON) = PRV-NOMBRE-AUX
112700             SET PRV-ES-HALLADO TO TRUE
112800     END-SEARCH.
112900     IF PRV-ES-HALLADO
113000         GO TO 8400-UBICAR-POR-NOMBRE-EXIT
113100     END-IF.
113200     SET PRV-X-CAN TO 1.
113300     SEARCH PRV-CAND-FILA
113400         AT END
113500             CONTINUE
113600         WHEN PRV-X-CAN > PRV-CANT-CANDIDATOS
113700             CONTINUE
113800         WHEN PRV-CAN-NOMBRE(PRV-X-CAN) = PRV-NOMBRE-AUX
113900             AND PRV-CAN-ELEGIBLE(PRV-X-CAN)
114000             SET PRV-POS-CAND TO PRV-X-CAN
114100     END-SEARCH.
114200 8400-UBICAR-POR-NOMBRE-EXIT.
114300     EXIT.
114400 END PROGRAM PRIVDATOS.
