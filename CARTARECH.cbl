000100******************************************************************
000200* AUTHOR:      HERNAN HERGERT
000300* INSTALLATION: DATA PROCESSING
000400* DATE-WRITTEN:
000500* DATE-COMPILED:
000600* PURPOSE:     DECISION LETTERS FOR UNSUCCESSFUL CANDIDATES.
000700*              CARTAOFER ONLY WRITES TO THE CANDIDATES WHO GET
000800*              AN OFFER; THE REST HEARD NOTHING, OR GOT A PHONE
000900*              CALL, AND APPLIED AGAIN WITH THE SAME GAP. THIS
001000*              PROGRAM WALKS THE PIPELINE MASTER AND WRITES ONE
001100*              LETTER PER CANDIDATE SITTING IN A DECISION STAGE
001200*              THAT HAS NOT BEEN ANSWERED YET:
001300*                RECHAZADO   - REJECTED BY EJERCICIO03; THE
001400*                              RS3-MOTIVOS FLAGS IN RESULTS3
001500*                              PICK ONE PARAGRAPH PER FAILED
001600*                              CRITERION.
001700*                ESPERA      - APPROVED BUT WAITLISTED FOR THE
001800*                              COURSE (EJERCICIO03).
001900*                STANDBY     - CLASSIFIED BY EJERCICIO01 BUT NO
002000*                              VACANCY OF THE LEVEL.
002100*                ENTREV-RECH - NOT SELECTED AFTER THE INTERVIEW.
002200*              THE WORDING COMES FROM THE LOCALE'S TEMPLATE FILE
002300*              (CARTRECS SPANISH / CARTRECI ENGLISH, PICKED BY
002400*              THE IDIOMA CARD LIKE CARTAOFER). EACH TEMPLATE
002500*              LINE STARTS WITH A FOUR-CHARACTER SECTION CODE:
002600*                ENC  GREETING, ON EVERY LETTER
002700*                RECH OPENING OF A REJECTION LETTER
002800*                R1.. R8 ONE PARAGRAPH PER RS3-MOTIVOS POSITION
002900*                R0   REJECTION WITH NO CRITERION ON RECORD
003000*                ESP  WAITLIST LETTER BODY
003100*                STB  STANDBY LETTER BODY
003200*                NSE  NOT-SELECTED LETTER BODY
003300*                PIE  CLOSING, ON EVERY LETTER
003400*              PLACEHOLDERS &NOMBRE (FULL NAME FROM PERSONAS),
003500*              &CURSO, &CARRERA AND &FECHA (DECISION DATE).
003600*              THE LETTERS GO TO THE CARTASRC PRINT FILE, ONE
003700*              PAGE EACH, AND THE STAGE ANSWERED IS STAMPED ON
003800*              THE PIPELINE RECORD (PL-CARTA-ETAPA/-FECHA), SO A
003900*              RERUN NEVER WRITES TWICE FOR THE SAME DECISION.
004000*              PIPEACT CLEARS THE STAMP WHEN THE CANDIDATE MOVES
004100*              TO ANOTHER STAGE, SO A NEW DECISION GETS ITS OWN
004200*              LETTER. A RUN IN MODE P ONLY LISTS WHAT WOULD BE
004300*              SENT, WITHOUT STAMPING ANYTHING.
004400* TECTONICS:   COBC
004500*
004600* MODIFICATION HISTORY:
004700*   - NEW LETTER PROGRAM, OFFERED FROM THE MENUUTIL MENU.
004701*   - PERSONAS RECORD WIDENED FOR PE-IDIOMA.
004800******************************************************************
004900 IDENTIFICATION DIVISION.
005000 PROGRAM-ID. CARTARECH.
005100 ENVIRONMENT DIVISION.
005200 INPUT-OUTPUT SECTION.
005300 FILE-CONTROL.
005400     SELECT OPTIONAL PIPELINE-FILE ASSIGN TO 'PIPELINE'
005500         ORGANIZATION IS INDEXED
005600         ACCESS MODE IS DYNAMIC
005700         RECORD KEY IS PL-ID
005800         FILE STATUS IS CRR-STATUS-PIPE.
005900     SELECT OPTIONAL RESULTS3-FILE ASSIGN TO 'RESULTS3'
006000         ORGANIZATION IS INDEXED
006100         ACCESS MODE IS DYNAMIC
006200         RECORD KEY IS RS3-ID
006300         ALTERNATE RECORD KEY IS RS3-CARRERA-NOMBRE
006400             WITH DUPLICATES
006500         FILE STATUS IS CRR-STATUS-RESULTS.
006600     SELECT OPTIONAL PLANTILLA-FILE ASSIGN USING CRR-NOMBRE-TPL
006700         ORGANIZATION IS LINE SEQUENTIAL
006800         FILE STATUS IS CRR-STATUS-TPL.
006900     SELECT OPTIONAL PERSONAS-FILE ASSIGN TO 'PERSONAS'
007000         ORGANIZATION IS LINE SEQUENTIAL
007100         FILE STATUS IS CRR-STATUS-PERSONAS.
007200     SELECT CARTAS-FILE ASSIGN TO 'CARTASRC'
007300         ORGANIZATION IS LINE SEQUENTIAL.
007400 DATA DIVISION.
007500 FILE SECTION.
007600 FD  PIPELINE-FILE
007700     LABEL RECORDS ARE STANDARD.
007800 01  PL-RECORD.
007900     05 PL-ID                    PIC 9(05).
008000     05 PL-NOMBRE                PIC X(05).
008100     05 PL-ETAPA                 PIC X(12).
008200     05 PL-FECHA-ETAPA           PIC 9(08).
008300     05 PL-PERIODO-NOMINA        PIC 9(06).
008400     05 PL-CARTA-ETAPA           PIC X(12).
008500     05 PL-CARTA-FECHA           PIC 9(08).
008600 FD  RESULTS3-FILE
008700     LABEL RECORDS ARE STANDARD.
008800 01  RS3-RECORD.
008900     COPY RESULTS3.
009000 FD  PLANTILLA-FILE
009100     LABEL RECORDS ARE STANDARD
009200     RECORD CONTAINS 80 CHARACTERS.
009300 01  TPL-LINEA.
009400     05 TPL-SECCION              PIC X(04).
009500     05 TPL-TEXTO                PIC X(76).
009600 FD  PERSONAS-FILE
009700     LABEL RECORDS ARE STANDARD.
009800 01  PE-RECORD.
009900     05 PE-ID                    PIC 9(05).
010000     05 PE-NOMBRE-COMPLETO       PIC X(40).
010100     05 PE-CUIT                  PIC X(11).
010200     05 PE-DIRECCION             PIC X(40).
010201     05 PE-IDIOMA                PIC X(01).
010300 FD  CARTAS-FILE
010400     LABEL RECORDS ARE STANDARD
010500     RECORD CONTAINS 80 CHARACTERS.
010600 01  CRT-LINEA                   PIC X(80).
010700 WORKING-STORAGE SECTION.
010800*
010900 01  CRR-STATUS-PIPE             PIC XX.
011000 01  CRR-STATUS-RESULTS          PIC XX.
011100 01  CRR-STATUS-TPL              PIC XX.
011200 01  CRR-STATUS-PERSONAS         PIC XX.
011300 01  CRR-NOMBRE-TPL              PIC X(12).
011400 01  CRR-MODO                    PIC X(01).
011500     88  CRR-ES-PRUEBA           VALUE 'P'.
011600*
011700 01  CRR-INDICADORES.
011800     05  CRR-FIN-ARCHIVO         PIC X VALUE 'N'.
011900         88  CRR-ES-FIN-ARCHIVO  VALUE 'Y'.
012000     05  CRR-FIN-TPL             PIC X VALUE 'N'.
012100         88  CRR-ES-FIN-TPL      VALUE 'Y'.
012200     05  CRR-FIN-PERSONAS        PIC X VALUE 'N'.
012300         88  CRR-ES-FIN-PERSONAS VALUE 'Y'.
012400     05  CRR-PERSONA             PIC X VALUE 'N'.
012500         88  CRR-ES-PERSONA      VALUE 'Y'.
012600     05  CRR-RESULTADO           PIC X VALUE 'N'.
012700         88  CRR-ES-RESULTADO    VALUE 'Y'.
012800     05  CRR-HALLADO             PIC X VALUE 'N'.
012900         88  CRR-ES-HALLADO      VALUE 'Y'.
012910     05  CRR-HAY-RESULTS3        PIC X VALUE 'N'.
012920         88  CRR-ES-HAY-RESULTS3 VALUE 'Y'.
013000*
013100 01  CRR-VARIABLES.
013200     05  CRR-FECHA-HOY           PIC 9(08).
013300     05  CRR-TIPO-CARTA          PIC X(04).
013400     05  CRR-SECCION             PIC X(04).
013500     05  CRR-NOMBRE-COMPLETO     PIC X(40).
013600     05  CRR-CURSO               PIC X(06).
013700     05  CRR-CARRERA             PIC X(20).
013800     05  CRR-MOTIVOS             PIC X(08).
013900     05  CRR-X-MOTIVO            PIC 9(01).
014000     05  CRR-LINEA-TRABAJO       PIC X(80).
014100     05  CRR-LINEA-NUEVA         PIC X(80).
014200     05  CRR-BUSCADO             PIC X(08).
014300     05  CRR-LARGO-BUSCADO       PIC 9(02).
014400     05  CRR-VALOR               PIC X(40).
014500     05  CRR-POS                 PIC 9(03).
014600     05  CRR-RESTO               PIC 9(03).
014700*
014800 01  CRR-CONTADORES.
014900     05  CRR-CANT-RECHAZO        PIC 9(04) VALUE ZERO.
015000     05  CRR-CANT-ESPERA         PIC 9(04) VALUE ZERO.
015100     05  CRR-CANT-STANDBY        PIC 9(04) VALUE ZERO.
015200     05  CRR-CANT-NOSELEC        PIC 9(04) VALUE ZERO.
015300     05  CRR-CANT-YA-ENVIADA     PIC 9(04) VALUE ZERO.
015400     05  CRR-CANT-CARTAS         PIC 9(04) VALUE ZERO.
015500*
015600 01  CRR-PARM-CLAVE              PIC X(12).
015700 01  CRR-PARM-VALOR              PIC X(20).
015800 01  CRR-PARM-HALLADO            PIC X(01).
015900     88  CRR-ES-PARM-HALLADO     VALUE 'Y'.
016000*
016100 COPY IDIOMA.
016200*
016300 01  CRR-CANT-TPL                PIC 9(03) VALUE ZERO.
016400 01  CRR-TABLA-TPL.
016500     05  CRR-TPL-FILA            OCCURS 120 TIMES
016600                                 INDEXED BY CRR-X-TPL.
016700         10 CRR-TPL-SECCION      PIC X(04).
016800         10 CRR-TPL-TEXTO        PIC X(76).
016900*
017000 PROCEDURE DIVISION.
017100******************************************************************
017200* 0000-MAINLINE - PICK THE TEMPLATE, ANSWER EVERY OPEN DECISION
017300******************************************************************
017400 0000-MAINLINE.
017500     ACCEPT CRR-FECHA-HOY FROM DATE YYYYMMDD.
017600     MOVE 'IDIOMA' TO CRR-PARM-CLAVE.
017700     CALL 'LEERPARM' USING CRR-PARM-CLAVE
017800         CRR-PARM-VALOR CRR-PARM-HALLADO.
017900     IF CRR-ES-PARM-HALLADO
018000         MOVE CRR-PARM-VALOR(1:1) TO WSF-IDIOMA-OPERADOR
018100     ELSE
018200         DISPLAY 'IDIOMA (S=ESPANOL / I=ENGLISH): '
018300             WITH NO ADVANCING
018400         ACCEPT WSF-IDIOMA-OPERADOR
018500     END-IF.
018600     IF WSS-IDIOMA-INGLES
018700         MOVE 'CARTRECI' TO CRR-NOMBRE-TPL
018800     ELSE
018900         MOVE 'CARTRECS' TO CRR-NOMBRE-TPL
019000     END-IF.
019100     DISPLAY 'MODO (E=EMITIR / P=PRUEBA SIN MARCAR): '
019200         WITH NO ADVANCING.
019300     ACCEPT CRR-MODO.
019400     IF CRR-MODO = 'p'
019500         MOVE 'P' TO CRR-MODO
019600     END-IF.
019700     PERFORM 1000-CARGAR-PLANTILLA
019800         THRU 1000-CARGAR-PLANTILLA-EXIT.
019900     IF CRR-CANT-TPL = ZERO
020000         DISPLAY 'CARTARECH: SIN PLANTILLA ' CRR-NOMBRE-TPL
020100         MOVE 8 TO RETURN-CODE
020200         GO TO 0000-MAINLINE-EXIT
020300     END-IF.
020400     PERFORM 2000-GENERAR-CARTAS
020500         THRU 2000-GENERAR-CARTAS-EXIT.
020600 0000-MAINLINE-EXIT.
020700     GOBACK.
020800*
020900******************************************************************
021000* 1000-CARGAR-PLANTILLA - LOAD THE LOCALE'S TEMPLATE LINES
021100******************************************************************
021200 1000-CARGAR-PLANTILLA.
021300     MOVE 'N' TO CRR-FIN-TPL.
021400     OPEN INPUT PLANTILLA-FILE.
021500     IF CRR-STATUS-TPL = '00'
021600         PERFORM 1100-LEER-TPL THRU 1100-LEER-TPL-EXIT
021700             UNTIL CRR-ES-FIN-TPL
021800     END-IF.
021900     CLOSE PLANTILLA-FILE.
022000 1000-CARGAR-PLANTILLA-EXIT.
022100     EXIT.
022200*
022300******************************************************************
022400* 1100-LEER-TPL - KEEP ONE TEMPLATE LINE WITH ITS SECTION CODE
022500******************************************************************
022600 1100-LEER-TPL.
022700     READ PLANTILLA-FILE
022800         AT END
022900             SET CRR-ES-FIN-TPL TO TRUE
023000         NOT AT END
023100             IF CRR-CANT-TPL < 120
023200                 AND TPL-SECCION NOT = SPACES
023300                 ADD 1 TO CRR-CANT-TPL
023400                 SET CRR-X-TPL TO CRR-CANT-TPL
023500                 MOVE TPL-SECCION TO CRR-TPL-SECCION(CRR-X-TPL)
023600                 MOVE TPL-TEXTO TO CRR-TPL-TEXTO(CRR-X-TPL)
023700             END-IF
023800     END-READ.
023900 1100-LEER-TPL-EXIT.
024000     EXIT.
024100*
024200******************************************************************
024300* 2000-GENERAR-CARTAS - WALK THE PIPELINE MASTER IN KEY ORDER
024400******************************************************************
024500 2000-GENERAR-CARTAS.
024600     IF CRR-ES-PRUEBA
024700         OPEN INPUT PIPELINE-FILE
024800     ELSE
024900         OPEN I-O PIPELINE-FILE
025000     END-IF.
025100     IF CRR-STATUS-PIPE NOT = '00'
025200         DISPLAY 'CARTARECH: NO HAY MAESTRO PIPELINE'
025300         CLOSE PIPELINE-FILE
025400         GO TO 2000-GENERAR-CARTAS-EXIT
025500     END-IF.
025600     OPEN INPUT RESULTS3-FILE.
025610     IF CRR-STATUS-RESULTS = '00'
025620         SET CRR-ES-HAY-RESULTS3 TO TRUE
025630     END-IF.
025700     OPEN OUTPUT CARTAS-FILE.
025800     MOVE 'N' TO CRR-FIN-ARCHIVO.
025900     MOVE ZERO TO PL-ID.
026000     START PIPELINE-FILE KEY IS NOT LESS THAN PL-ID
026100         INVALID KEY
026200             SET CRR-ES-FIN-ARCHIVO TO TRUE
026300     END-START.
026400     PERFORM 2100-LEER-PIPELINE THRU 2100-LEER-PIPELINE-EXIT
026500         UNTIL CRR-ES-FIN-ARCHIVO.
026600     CLOSE CARTAS-FILE.
026700     CLOSE RESULTS3-FILE.
026800     CLOSE PIPELINE-FILE.
026900     DISPLAY 'CARTARECH: CARTAS DE RECHAZO ........ '
027000         CRR-CANT-RECHAZO.
027100     DISPLAY 'CARTARECH: CARTAS DE LISTA DE ESPERA  '
027200         CRR-CANT-ESPERA.
027300     DISPLAY 'CARTARECH: CARTAS DE STANDBY ........ '
027400         CRR-CANT-STANDBY.
027500     DISPLAY 'CARTARECH: CARTAS DE NO SELECCION ... '
027600         CRR-CANT-NOSELEC.
027700     DISPLAY 'CARTARECH: YA ENVIADAS (OMITIDAS) ... '
027800         CRR-CANT-YA-ENVIADA.
027900     IF CRR-ES-PRUEBA
028000         DISPLAY 'CARTARECH: MODO PRUEBA, PIPELINE SIN MARCAR'
028100     END-IF.
028200 2000-GENERAR-CARTAS-EXIT.
028300     EXIT.
028400*
028500******************************************************************
028600* 2100-LEER-PIPELINE - ONE CANDIDATE: LETTER DUE OR NOT
028700******************************************************************
028800 2100-LEER-PIPELINE.
028900     READ PIPELINE-FILE NEXT RECORD
029000         AT END
029100             SET CRR-ES-FIN-ARCHIVO TO TRUE
029200             GO TO 2100-LEER-PIPELINE-EXIT
029300     END-READ.
029400     EVALUATE PL-ETAPA
029500         WHEN 'RECHAZADO'
029600             MOVE 'RECH' TO CRR-TIPO-CARTA
029700         WHEN 'ESPERA'
029800             MOVE 'ESP ' TO CRR-TIPO-CARTA
029900         WHEN 'STANDBY'
030000             MOVE 'STB ' TO CRR-TIPO-CARTA
030100         WHEN 'ENTREV-RECH'
030200             MOVE 'NSE ' TO CRR-TIPO-CARTA
030300         WHEN OTHER
030400             GO TO 2100-LEER-PIPELINE-EXIT
030500     END-EVALUATE.
030600     IF PL-CARTA-ETAPA = PL-ETAPA
030700         ADD 1 TO CRR-CANT-YA-ENVIADA
030800         GO TO 2100-LEER-PIPELINE-EXIT
030900     END-IF.
031000     PERFORM 3000-ARMAR-CARTA THRU 3000-ARMAR-CARTA-EXIT.
031100     IF NOT CRR-ES-PRUEBA
031200         MOVE PL-ETAPA TO PL-CARTA-ETAPA
031300         MOVE CRR-FECHA-HOY TO PL-CARTA-FECHA
031400         REWRITE PL-RECORD
031500             INVALID KEY
031600                 DISPLAY 'CARTARECH: NO SE PUDO MARCAR ' PL-ID
031700         END-REWRITE
031800     END-IF.
031900 2100-LEER-PIPELINE-EXIT.
032000     EXIT.
032100*
032200******************************************************************
032300* 3000-ARMAR-CARTA - GREETING, BODY BY LETTER TYPE, CLOSING
032400******************************************************************
032500 3000-ARMAR-CARTA.
032600     PERFORM 3500-BUSCAR-PERSONA THRU 3500-BUSCAR-PERSONA-EXIT.
032700     PERFORM 3600-BUSCAR-RESULTADO
032800         THRU 3600-BUSCAR-RESULTADO-EXIT.
032900     MOVE 'ENC ' TO CRR-SECCION.
033000     PERFORM 3100-EMITIR-SECCION THRU 3100-EMITIR-SECCION-EXIT.
033100     IF CRR-TIPO-CARTA = 'RECH'
033200         MOVE 'RECH' TO CRR-SECCION
033300         PERFORM 3100-EMITIR-SECCION
033400             THRU 3100-EMITIR-SECCION-EXIT
033500         IF CRR-MOTIVOS = SPACES
033600             MOVE 'R0  ' TO CRR-SECCION
033700             PERFORM 3100-EMITIR-SECCION
033800                 THRU 3100-EMITIR-SECCION-EXIT
033900         ELSE
034000             PERFORM 3050-EMITIR-MOTIVO
034100                 THRU 3050-EMITIR-MOTIVO-EXIT
034200                 VARYING CRR-X-MOTIVO FROM 1 BY 1
034300                 UNTIL CRR-X-MOTIVO > 8
034400         END-IF
034500         ADD 1 TO CRR-CANT-RECHAZO
034600     ELSE
034700         MOVE CRR-TIPO-CARTA TO CRR-SECCION
034800         PERFORM 3100-EMITIR-SECCION
034900             THRU 3100-EMITIR-SECCION-EXIT
035000         EVALUATE CRR-TIPO-CARTA
035100             WHEN 'ESP '
035200                 ADD 1 TO CRR-CANT-ESPERA
035300             WHEN 'STB '
035400                 ADD 1 TO CRR-CANT-STANDBY
035500             WHEN OTHER
035600                 ADD 1 TO CRR-CANT-NOSELEC
035700         END-EVALUATE
035800     END-IF.
035900     MOVE 'PIE ' TO CRR-SECCION.
036000     PERFORM 3100-EMITIR-SECCION THRU 3100-EMITIR-SECCION-EXIT.
036100     MOVE SPACES TO CRT-LINEA.
036200     WRITE CRT-LINEA BEFORE ADVANCING PAGE.
036300     ADD 1 TO CRR-CANT-CARTAS.
036400 3000-ARMAR-CARTA-EXIT.
036500     EXIT.
036600*
036700******************************************************************
036800* 3050-EMITIR-MOTIVO - THE PARAGRAPH OF ONE FAILED CRITERION
036900******************************************************************
037000 3050-EMITIR-MOTIVO.
037100     IF CRR-MOTIVOS(CRR-X-MOTIVO:1) NOT = SPACE
037200         MOVE SPACES TO CRR-SECCION
037300         STRING 'R' CRR-X-MOTIVO DELIMITED BY SIZE
037400             INTO CRR-SECCION
037500         PERFORM 3100-EMITIR-SECCION
037600             THRU 3100-EMITIR-SECCION-EXIT
037700     END-IF.
037800 3050-EMITIR-MOTIVO-EXIT.
037900     EXIT.
038000*
038100******************************************************************
038200* 3100-EMITIR-SECCION - EVERY TEMPLATE LINE OF ONE SECTION
038300******************************************************************
038400 3100-EMITIR-SECCION.
038500     PERFORM 3200-EMITIR-LINEA THRU 3200-EMITIR-LINEA-EXIT
038600         VARYING CRR-X-TPL FROM 1 BY 1
038700         UNTIL CRR-X-TPL > CRR-CANT-TPL.
038800 3100-EMITIR-SECCION-EXIT.
038900     EXIT.
039000*
039100******************************************************************
039200* 3200-EMITIR-LINEA - ONE TEMPLATE LINE WITH ITS PLACEHOLDERS
039300*                     FILLED IN, IF IT BELONGS TO THE SECTION
039400******************************************************************
039500 3200-EMITIR-LINEA.
039600     IF CRR-TPL-SECCION(CRR-X-TPL) NOT = CRR-SECCION
039700         GO TO 3200-EMITIR-LINEA-EXIT
039800     END-IF.
039900     MOVE CRR-TPL-TEXTO(CRR-X-TPL) TO CRR-LINEA-TRABAJO.
040000     MOVE '&NOMBRE' TO CRR-BUSCADO.
040100     MOVE 7 TO CRR-LARGO-BUSCADO.
040200     IF CRR-ES-PERSONA
040300         MOVE CRR-NOMBRE-COMPLETO TO CRR-VALOR
040400     ELSE
040500         MOVE PL-NOMBRE TO CRR-VALOR
040600     END-IF.
040700     PERFORM 3300-SUSTITUIR THRU 3300-SUSTITUIR-EXIT.
040800     MOVE '&CURSO' TO CRR-BUSCADO.
040900     MOVE 6 TO CRR-LARGO-BUSCADO.
041000     MOVE CRR-CURSO TO CRR-VALOR.
041100     PERFORM 3300-SUSTITUIR THRU 3300-SUSTITUIR-EXIT.
041200     MOVE '&CARRERA' TO CRR-BUSCADO.
041300     MOVE 8 TO CRR-LARGO-BUSCADO.
041400     MOVE CRR-CARRERA TO CRR-VALOR.
041500     PERFORM 3300-SUSTITUIR THRU 3300-SUSTITUIR-EXIT.
041600     MOVE '&FECHA' TO CRR-BUSCADO.
041700     MOVE 6 TO CRR-LARGO-BUSCADO.
041800     MOVE PL-FECHA-ETAPA TO CRR-VALOR.
041900     PERFORM 3300-SUSTITUIR THRU 3300-SUSTITUIR-EXIT.
042000     WRITE CRT-LINEA FROM CRR-LINEA-TRABAJO.
042100 3200-EMITIR-LINEA-EXIT.
042200     EXIT.
042300*
042400******************************************************************
042500* 3300-SUSTITUIR - REPLACE THE FIRST OCCURRENCE OF CRR-BUSCADO
042600*                  IN THE WORK LINE WITH THE TRIMMED VALUE
042700******************************************************************
042800 3300-SUSTITUIR.
042900     MOVE 'N' TO CRR-HALLADO.
043000     PERFORM 3310-BUSCAR-POSICION
043100         THRU 3310-BUSCAR-POSICION-EXIT
043200         VARYING CRR-POS FROM 1 BY 1
043300         UNTIL CRR-POS > 80 - CRR-LARGO-BUSCADO + 1
043400         OR CRR-ES-HALLADO.
043500     IF CRR-ES-HALLADO
043600         SUBTRACT 1 FROM CRR-POS
043700         COMPUTE CRR-RESTO = CRR-POS + CRR-LARGO-BUSCADO
043800         MOVE SPACES TO CRR-LINEA-NUEVA
043900         IF CRR-POS > 1
044000             STRING CRR-LINEA-TRABAJO(1:CRR-POS - 1)
044100                 FUNCTION TRIM(CRR-VALOR)
044200                 CRR-LINEA-TRABAJO(CRR-RESTO:)
044300                 DELIMITED BY SIZE INTO CRR-LINEA-NUEVA
044400         ELSE
044500             STRING FUNCTION TRIM(CRR-VALOR)
044600                 CRR-LINEA-TRABAJO(CRR-RESTO:)
044700                 DELIMITED BY SIZE INTO CRR-LINEA-NUEVA
044800         END-IF
044900         MOVE CRR-LINEA-NUEVA TO CRR-LINEA-TRABAJO
045000     END-IF.
045100 3300-SUSTITUIR-EXIT.
045200     EXIT.
045300*
045400******************************************************************
045500* 3310-BUSCAR-POSICION - DOES THE PLACEHOLDER START HERE
045600******************************************************************
045700 3310-BUSCAR-POSICION.
045800     IF CRR-LINEA-TRABAJO(CRR-POS:CRR-LARGO-BUSCADO)
045900         = CRR-BUSCADO(1:CRR-LARGO-BUSCADO)
046000         SET CRR-ES-HALLADO TO TRUE
046100     END-IF.
046200 3310-BUSCAR-POSICION-EXIT.
046300     EXIT.
046400*
046500******************************************************************
046600* 3500-BUSCAR-PERSONA - FULL NAME FROM THE PERSONAS MASTER
046700******************************************************************
046800 3500-BUSCAR-PERSONA.
046900     MOVE 'N' TO CRR-PERSONA.
047000     MOVE 'N' TO CRR-FIN-PERSONAS.
047100     MOVE SPACES TO CRR-NOMBRE-COMPLETO.
047200     OPEN INPUT PERSONAS-FILE.
047300     IF CRR-STATUS-PERSONAS = '00'
047400         PERFORM 3510-LEER-PERSONA THRU 3510-LEER-PERSONA-EXIT
047500             UNTIL CRR-ES-FIN-PERSONAS OR CRR-ES-PERSONA
047600     END-IF.
047700     CLOSE PERSONAS-FILE.
047800 3500-BUSCAR-PERSONA-EXIT.
047900     EXIT.
048000*
048100******************************************************************
048200* 3510-LEER-PERSONA - MATCH ONE PERSON BY CANDIDATE NUMBER
048300******************************************************************
048400 3510-LEER-PERSONA.
048500     READ PERSONAS-FILE
048600         AT END
048700             SET CRR-ES-FIN-PERSONAS TO TRUE
048800         NOT AT END
048900             IF PE-ID = PL-ID
049000                 MOVE PE-NOMBRE-COMPLETO TO CRR-NOMBRE-COMPLETO
049100                 SET CRR-ES-PERSONA TO TRUE
049200             END-IF
049300     END-READ.
049400 3510-LEER-PERSONA-EXIT.
049500     EXIT.
049600*
049700******************************************************************
049800* 3600-BUSCAR-RESULTADO - COURSE, CAREER AND FAILED CRITERIA OF
049900*                         THE CANDIDATE'S LAST EVALUATION
050000******************************************************************
050100 3600-BUSCAR-RESULTADO.
050200     MOVE 'N' TO CRR-RESULTADO.
050300     MOVE SPACES TO CRR-CURSO.
050400     MOVE SPACES TO CRR-CARRERA.
050500     MOVE SPACES TO CRR-MOTIVOS.
050600     IF NOT CRR-ES-HAY-RESULTS3
050700         GO TO 3600-BUSCAR-RESULTADO-EXIT
050800     END-IF.
050900     MOVE PL-ID TO RS3-ID.
051000     READ RESULTS3-FILE
051100         INVALID KEY
051200             CONTINUE
051300         NOT INVALID KEY
051400             SET CRR-ES-RESULTADO TO TRUE
051500             MOVE RS3-CURSO TO CRR-CURSO
051600             MOVE RS3-CARRERA-NOMBRE TO CRR-CARRERA
051700             MOVE RS3-MOTIVOS TO CRR-MOTIVOS
051800     END-READ.
051900     IF CRR-ES-RESULTADO AND CRR-CURSO = SPACES
052000         MOVE 'COBOL' TO CRR-CURSO
052100     END-IF.
052200 3600-BUSCAR-RESULTADO-EXIT.
052300     EXIT.
052400 END PROGRAM CARTARECH.
