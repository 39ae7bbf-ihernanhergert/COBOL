000100******************************************************************
000200* AUTHOR:      HERNAN HERGERT
000300* INSTALLATION: DATA PROCESSING
000400* DATE-WRITTEN:
000500* DATE-COMPILED:
000600* PURPOSE:     DELIVERY OF THE MASTER CHANGE EVENTS (HREVENT,
000700*              WRITTEN BY EMITEVT) TO THE CORPORATE HR SYSTEM.
000800*              MODE E PACKAGES EVERY EVENT AFTER THE LAST ONE SENT
000900*              INTO A NEW NUMBERED BATCH ON THE HRFEED INTERFACE
001000*              FILE: A HEADER ROW (BATCH, DATE, FIRST AND LAST
001100*              EVENT NUMBER, COUNT), ONE ROW PER EVENT AND A
001200*              TRAILER ROW WITH THE COUNT. THE BATCH IS LOGGED IN
001300*              HRLOTES. MODE A RECORDS THE LAST EVENT NUMBER THE
001400*              RECEIVER ACKNOWLEDGED (HRACUSE) AND CLOSES THE
001500*              BATCHES IT COVERS. MODE R REBUILDS A BATCH ALREADY
001600*              SENT, BY DEFAULT THE FIRST ONE NOT ACKNOWLEDGED,
001700*              EXACTLY AS IT WENT THE FIRST TIME, SO A LOST
001800*              TRANSMISSION CAN BE SENT AGAIN. MODE L LISTS THE
001900*              BATCHES.
002000* TECTONICS:   COBC
002100*
002200* MODIFICATION HISTORY:
002300*   - NEW INTERFACE PROGRAM, OFFERED FROM THE MENUUTIL MENU.
002400******************************************************************
002500 IDENTIFICATION DIVISION.
002600 PROGRAM-ID. ENVIOHR.
002700 ENVIRONMENT DIVISION.
002800 INPUT-OUTPUT SECTION.
002900 FILE-CONTROL.
003000     SELECT OPTIONAL HREVENT-FILE ASSIGN TO 'HREVENT'
003100         ORGANIZATION IS LINE SEQUENTIAL
003200         FILE STATUS IS EHR-STATUS-EVENTO.
003300     SELECT OPTIONAL HRLOTES-FILE ASSIGN TO 'HRLOTES'
003400         ORGANIZATION IS LINE SEQUENTIAL
003500         FILE STATUS IS EHR-STATUS-LOTES.
003600     SELECT OPTIONAL HRACUSE-FILE ASSIGN TO 'HRACUSE'
003700         ORGANIZATION IS LINE SEQUENTIAL
003800         FILE STATUS IS EHR-STATUS-ACUSE.
003900     SELECT HRFEED-FILE ASSIGN TO 'HRFEED'
004000         ORGANIZATION IS LINE SEQUENTIAL
004100         FILE STATUS IS EHR-STATUS-FEED.
004200 DATA DIVISION.
004300 FILE SECTION.
004400 FD  HREVENT-FILE
004500     LABEL RECORDS ARE STANDARD.
004600 01  EV-RECORD.
004700     COPY HREVT.
004800 FD  HRLOTES-FILE
004900     LABEL RECORDS ARE STANDARD.
005000 01  HL-RECORD.
005100     05 HL-LOTE                  PIC 9(06).
005200     05 HL-DESDE                 PIC 9(09).
005300     05 HL-HASTA                 PIC 9(09).
005400     05 HL-CANTIDAD              PIC 9(07).
005500     05 HL-FECHA                 PIC 9(08).
005600     05 HL-ESTADO                PIC X(01).
005700        88 HL-ENVIADO            VALUE 'E'.
005800        88 HL-ACUSADO            VALUE 'A'.
005900 FD  HRACUSE-FILE
006000     LABEL RECORDS ARE STANDARD.
006100 01  HA-RECORD.
006200     05 HA-ULTIMO-ACUSADO        PIC 9(09).
006300     05 HA-FECHA                 PIC 9(08).
006400 FD  HRFEED-FILE
006500     LABEL RECORDS ARE STANDARD
006600     RECORD CONTAINS 232 CHARACTERS.
006700 01  HF-LINEA                    PIC X(232).
006800 WORKING-STORAGE SECTION.
006900*
007000 01  EHR-STATUS-EVENTO           PIC XX.
007100 01  EHR-STATUS-LOTES            PIC XX.
007200 01  EHR-STATUS-ACUSE            PIC XX.
007300 01  EHR-STATUS-FEED             PIC XX.
007400*
007500 01  EHR-MODO                    PIC X(01).
007600 01  EHR-FECHA-HOY               PIC 9(08).
007700 01  EHR-ULTIMO-ENVIADO          PIC 9(09) VALUE ZERO.
007800 01  EHR-ULTIMO-ACUSADO          PIC 9(09) VALUE ZERO.
007900 01  EHR-ACUSE-NUEVO             PIC 9(09).
008000 01  EHR-LOTE-PEDIDO             PIC 9(06).
008100 01  EHR-ULTIMO-LOTE             PIC 9(06) VALUE ZERO.
008200*
008300*    LOTE QUE SE ARMA EN HRFEED (NUEVO O REENVIADO).
008400 01  EHR-LOTE-ARMADO.
008500     05 EHR-ARM-LOTE             PIC 9(06).
008600     05 EHR-ARM-DESDE            PIC 9(09).
008700     05 EHR-ARM-HASTA            PIC 9(09).
008800     05 EHR-ARM-CANTIDAD         PIC 9(07).
008900     05 EHR-ARM-FECHA            PIC 9(08).
009000 01  EHR-CANT-ESCRITOS           PIC 9(07).
009100*
009200 01  EHR-CABECERA.
009300     05 FILLER                   PIC X(01) VALUE 'H'.
009400     05 EHR-CAB-LOTE             PIC 9(06).
009500     05 EHR-CAB-FECHA            PIC 9(08).
009600     05 EHR-CAB-DESDE            PIC 9(09).
009700     05 EHR-CAB-HASTA            PIC 9(09).
009800     05 EHR-CAB-CANTIDAD         PIC 9(07).
009900     05 FILLER                   PIC X(192) VALUE SPACES.
010000 01  EHR-DETALLE.
010100     05 FILLER                   PIC X(01) VALUE 'D'.
010200     05 EHR-DET-EVENTO           PIC X(231).
010300 01  EHR-PIE.
010400     05 FILLER                   PIC X(01) VALUE 'T'.
010500     05 EHR-PIE-LOTE             PIC 9(06).
010600     05 EHR-PIE-CANTIDAD         PIC 9(07).
010700     05 FILLER                   PIC X(218) VALUE SPACES.
010800*
010900 01  EHR-INDICADORES.
011000     05  EHR-FIN-ARCHIVO         PIC X VALUE 'N'.
011100         88  EHR-ES-FIN-ARCHIVO  VALUE 'Y'.
011200     05  EHR-HALLADO             PIC X VALUE 'N'.
011300         88  EHR-ES-HALLADO      VALUE 'Y'.
011400*
011500 01  EHR-CANT-LOTES              PIC 9(04) VALUE ZERO.
011600 01  EHR-TABLA-LOTES.
011700     05  EHR-FILA-LOTE OCCURS 2000 TIMES
011800                       INDEXED BY EHR-X-LOT.
011900         10 EHR-LOT-LOTE         PIC 9(06).
012000         10 EHR-LOT-DESDE        PIC 9(09).
012100         10 EHR-LOT-HASTA        PIC 9(09).
012200         10 EHR-LOT-CANTIDAD     PIC 9(07).
012300         10 EHR-LOT-FECHA        PIC 9(08).
012400         10 EHR-LOT-ESTADO       PIC X(01).
012500*
012600 PROCEDURE DIVISION.
012700******************************************************************
012800* 0000-MAINLINE - LOAD THE BATCH LOG AND RUN THE MODE ASKED FOR
012900******************************************************************
013000 0000-MAINLINE.
013100     ACCEPT EHR-FECHA-HOY FROM DATE YYYYMMDD.
013200     PERFORM 1000-CARGAR-LOTES THRU 1000-CARGAR-LOTES-EXIT.
013300     PERFORM 1100-LEER-ACUSE THRU 1100-LEER-ACUSE-EXIT.
013400     DISPLAY 'ENVIOHR - ULTIMO EVENTO ENVIADO ' EHR-ULTIMO-ENVIADO
013500         ', ACUSADO ' EHR-ULTIMO-ACUSADO.
013600     DISPLAY 'ENVIOHR - MODO (E=ENVIAR, A=ACUSE, R=REENVIAR, '
013700         'L=LISTAR): ' WITH NO ADVANCING.
013800     ACCEPT EHR-MODO.
013900     EVALUATE EHR-MODO
014000         WHEN 'E'
014100         WHEN 'e'
014200             PERFORM 2000-ENVIAR THRU 2000-ENVIAR-EXIT
014300         WHEN 'A'
014400         WHEN 'a'
014500             PERFORM 4000-ACUSAR THRU 4000-ACUSAR-EXIT
014600         WHEN 'R'
014700         WHEN 'r'
014800             PERFORM 5000-REENVIAR THRU 5000-REENVIAR-EXIT
014900         WHEN 'L'
015000         WHEN 'l'
015100             PERFORM 6000-LISTAR THRU 6000-LISTAR-EXIT
015200         WHEN OTHER
015300             DISPLAY 'MODO INVALIDO'
015400             MOVE 8 TO RETURN-CODE
015500     END-EVALUATE.
015600     GOBACK.
015700 0000-MAINLINE-EXIT.
015800     EXIT.
015900*
016000******************************************************************
016100* 1000-CARGAR-LOTES - THE BATCHES SENT SO FAR
016200******************************************************************
016300 1000-CARGAR-LOTES.
016400     OPEN INPUT HRLOTES-FILE.
016500     IF EHR-STATUS-LOTES = '00'
016600         PERFORM 1010-LEER-LOTE THRU 1010-LEER-LOTE-EXIT
016700             UNTIL EHR-ES-FIN-ARCHIVO
016800     END-IF.
016900     CLOSE HRLOTES-FILE.
017000     MOVE 'N' TO EHR-FIN-ARCHIVO.
017100 1000-CARGAR-LOTES-EXIT.
017200     EXIT.
017300*
017400******************************************************************
017500* 1010-LEER-LOTE - ONE ROW OF HRLOTES
017600******************************************************************
017700 1010-LEER-LOTE.
017800     READ HRLOTES-FILE
017900         AT END
018000             SET EHR-ES-FIN-ARCHIVO TO TRUE
018100             GO TO 1010-LEER-LOTE-EXIT
018200     END-READ.
018300     IF EHR-CANT-LOTES NOT < 2000
018400         DISPLAY 'ENVIOHR: HRLOTES EXCEDE 2000 LOTES'
018500         SET EHR-ES-FIN-ARCHIVO TO TRUE
018600         GO TO 1010-LEER-LOTE-EXIT
018700     END-IF.
018800     ADD 1 TO EHR-CANT-LOTES.
018900     SET EHR-X-LOT TO EHR-CANT-LOTES.
019000     MOVE HL-LOTE TO EHR-LOT-LOTE(EHR-X-LOT).
019100     MOVE HL-DESDE TO EHR-LOT-DESDE(EHR-X-LOT).
019200     MOVE HL-HASTA TO EHR-LOT-HASTA(EHR-X-LOT).
019300     MOVE HL-CANTIDAD TO EHR-LOT-CANTIDAD(EHR-X-LOT).
019400     MOVE HL-FECHA TO EHR-LOT-FECHA(EHR-X-LOT).
019500     MOVE HL-ESTADO TO EHR-LOT-ESTADO(EHR-X-LOT).
019600     IF HL-HASTA > EHR-ULTIMO-ENVIADO
019700         MOVE HL-HASTA TO EHR-ULTIMO-ENVIADO
019800     END-IF.
019900     IF HL-LOTE > EHR-ULTIMO-LOTE
020000         MOVE HL-LOTE TO EHR-ULTIMO-LOTE
020100     END-IF.
020200 1010-LEER-LOTE-EXIT.
020300     EXIT.
020400*
020500******************************************************************
020600* 1100-LEER-ACUSE - LAST EVENT THE RECEIVER ACKNOWLEDGED
020700******************************************************************
020800 1100-LEER-ACUSE.
020900     OPEN INPUT HRACUSE-FILE.
021000     IF EHR-STATUS-ACUSE = '00'
021100         READ HRACUSE-FILE
021200             NOT AT END
021300                 IF HA-ULTIMO-ACUSADO IS NUMERIC
021400                     MOVE HA-ULTIMO-ACUSADO TO EHR-ULTIMO-ACUSADO
021500                 END-IF
021600         END-READ
021700     END-IF.
021800     CLOSE HRACUSE-FILE.
021900 1100-LEER-ACUSE-EXIT.
022000     EXIT.
022100*
022200******************************************************************
022300* 2000-ENVIAR - A NEW BATCH WITH THE EVENTS NOT YET SENT
022400******************************************************************
022500 2000-ENVIAR.
022600     MOVE ZERO TO EHR-ARM-DESDE EHR-ARM-HASTA EHR-ARM-CANTIDAD.
022700     OPEN INPUT HREVENT-FILE.
022800     IF EHR-STATUS-EVENTO = '00'
022900         PERFORM 2010-CONTAR-PENDIENTE
023000             THRU 2010-CONTAR-PENDIENTE-EXIT
023100             UNTIL EHR-ES-FIN-ARCHIVO
023200     END-IF.
023300     CLOSE HREVENT-FILE.
023400     MOVE 'N' TO EHR-FIN-ARCHIVO.
023500     IF EHR-ARM-CANTIDAD = ZERO
023600         DISPLAY 'ENVIOHR: NO HAY EVENTOS PENDIENTES DE ENVIO'
023700         GO TO 2000-ENVIAR-EXIT
023800     END-IF.
023900     IF EHR-CANT-LOTES NOT < 2000
024000         DISPLAY 'ENVIOHR: HRLOTES EXCEDE 2000 LOTES'
024100         MOVE 8 TO RETURN-CODE
024200         GO TO 2000-ENVIAR-EXIT
024300     END-IF.
024400     IF EHR-ULTIMO-ACUSADO < EHR-ULTIMO-ENVIADO
024500         DISPLAY 'ENVIOHR: AVISO - HAY ENVIOS SIN ACUSE '
024600             'DESDE EL ' EHR-ULTIMO-ACUSADO
024700     END-IF.
024800     ADD 1 TO EHR-ULTIMO-LOTE.
024900     MOVE EHR-ULTIMO-LOTE TO EHR-ARM-LOTE.
025000     MOVE EHR-FECHA-HOY TO EHR-ARM-FECHA.
025100     PERFORM 3000-ARMAR-LOTE THRU 3000-ARMAR-LOTE-EXIT.
025200     ADD 1 TO EHR-CANT-LOTES.
025300     SET EHR-X-LOT TO EHR-CANT-LOTES.
025400     MOVE EHR-ARM-LOTE TO EHR-LOT-LOTE(EHR-X-LOT).
025500     MOVE EHR-ARM-DESDE TO EHR-LOT-DESDE(EHR-X-LOT).
025600     MOVE EHR-ARM-HASTA TO EHR-LOT-HASTA(EHR-X-LOT).
025700     MOVE EHR-ARM-CANTIDAD TO EHR-LOT-CANTIDAD(EHR-X-LOT).
025800     MOVE EHR-ARM-FECHA TO EHR-LOT-FECHA(EHR-X-LOT).
025900     MOVE 'E' TO EHR-LOT-ESTADO(EHR-X-LOT).
026000     PERFORM 7000-GRABAR-LOTES THRU 7000-GRABAR-LOTES-EXIT.
026100     DISPLAY 'ENVIOHR: LOTE ' EHR-ARM-LOTE ' CON '
026200         EHR-ARM-CANTIDAD ' EVENTOS (' EHR-ARM-DESDE ' A '
026300         EHR-ARM-HASTA ') GRABADO EN HRFEED'.
026400 2000-ENVIAR-EXIT.
026500     EXIT.
026600*
026700******************************************************************
026800* 2010-CONTAR-PENDIENTE - RANGE AND COUNT OF THE UNSENT EVENTS
026900******************************************************************
027000 2010-CONTAR-PENDIENTE.
027100     READ HREVENT-FILE
027200         AT END
027300             SET EHR-ES-FIN-ARCHIVO TO TRUE
027400             GO TO 2010-CONTAR-PENDIENTE-EXIT
027500     END-READ.
027600     IF EV-SECUENCIA NOT > EHR-ULTIMO-ENVIADO
027700         GO TO 2010-CONTAR-PENDIENTE-EXIT
027800     END-IF.
027900     IF EHR-ARM-CANTIDAD = ZERO
028000         MOVE EV-SECUENCIA TO EHR-ARM-DESDE
028100     END-IF.
028200     MOVE EV-SECUENCIA TO EHR-ARM-HASTA.
028300     ADD 1 TO EHR-ARM-CANTIDAD.
028400 2010-CONTAR-PENDIENTE-EXIT.
028500     EXIT.
028600*
028700******************************************************************
028800* 3000-ARMAR-LOTE - WRITE HRFEED: HEADER, THE EVENTS OF THE
028900*                   BATCH RANGE AND THE TRAILER COUNT
029000******************************************************************
029100 3000-ARMAR-LOTE.
029200     MOVE ZERO TO EHR-CANT-ESCRITOS.
029300     OPEN OUTPUT HRFEED-FILE.
029400     MOVE EHR-ARM-LOTE TO EHR-CAB-LOTE.
029500     MOVE EHR-ARM-FECHA TO EHR-CAB-FECHA.
029600     MOVE EHR-ARM-DESDE TO EHR-CAB-DESDE.
029700     MOVE EHR-ARM-HASTA TO EHR-CAB-HASTA.
029800     MOVE EHR-ARM-CANTIDAD TO EHR-CAB-CANTIDAD.
029900     WRITE HF-LINEA FROM EHR-CABECERA.
030000     OPEN INPUT HREVENT-FILE.
030100     IF EHR-STATUS-EVENTO = '00'
030200         PERFORM 3010-COPIAR-EVENTO THRU 3010-COPIAR-EVENTO-EXIT
030300             UNTIL EHR-ES-FIN-ARCHIVO
030400     END-IF.
030500     CLOSE HREVENT-FILE.
030600     MOVE 'N' TO EHR-FIN-ARCHIVO.
030700     MOVE EHR-ARM-LOTE TO EHR-PIE-LOTE.
030800     MOVE EHR-CANT-ESCRITOS TO EHR-PIE-CANTIDAD.
030900     WRITE HF-LINEA FROM EHR-PIE.
031000     CLOSE HRFEED-FILE.
031100*    EL LOG DE EVENTOS SOLO CRECE: SI NO SE ENCUENTRAN TODOS LOS
031200*    EVENTOS DEL LOTE EL ARCHIVO NO SE PUEDE TRANSMITIR.
031300     IF EHR-CANT-ESCRITOS NOT = EHR-ARM-CANTIDAD
031400         DISPLAY 'ENVIOHR: EL LOTE ' EHR-ARM-LOTE ' TIENE '
031500             EHR-ARM-CANTIDAD ' EVENTOS Y HREVENT DIO '
031600             EHR-CANT-ESCRITOS ' - NO TRANSMITIR'
031700         MOVE 12 TO RETURN-CODE
031800     END-IF.
031900 3000-ARMAR-LOTE-EXIT.
032000     EXIT.
032100*
032200******************************************************************
032300* 3010-COPIAR-EVENTO - ONE EVENT OF THE BATCH RANGE TO HRFEED
032400******************************************************************
032500 3010-COPIAR-EVENTO.
032600     READ HREVENT-FILE
032700         AT END
032800             SET EHR-ES-FIN-ARCHIVO TO TRUE
032900             GO TO 3010-COPIAR-EVENTO-EXIT
033000     END-READ.
033100     IF EV-SECUENCIA < EHR-ARM-DESDE
033200         OR EV-SECUENCIA > EHR-ARM-HASTA
033300         GO TO 3010-COPIAR-EVENTO-EXIT
033400     END-IF.
033500     MOVE EV-RECORD TO EHR-DET-EVENTO.
033600     WRITE HF-LINEA FROM EHR-DETALLE.
033700     ADD 1 TO EHR-CANT-ESCRITOS.
033800 3010-COPIAR-EVENTO-EXIT.
033900     EXIT.
034000*
034100******************************************************************
034200* 4000-ACUSAR - RECORD THE LAST EVENT THE RECEIVER CONFIRMED
034300******************************************************************
034400 4000-ACUSAR.
034500     DISPLAY 'ULTIMO EVENTO ACUSADO POR EL RECEPTOR: '
034600         WITH NO ADVANCING.
034700     ACCEPT EHR-ACUSE-NUEVO.
034800     IF EHR-ACUSE-NUEVO < EHR-ULTIMO-ACUSADO
034900         DISPLAY 'ENVIOHR: EL ACUSE NO PUEDE VOLVER ATRAS DEL '
035000             EHR-ULTIMO-ACUSADO
035100         MOVE 8 TO RETURN-CODE
035200         GO TO 4000-ACUSAR-EXIT
035300     END-IF.
035400     IF EHR-ACUSE-NUEVO > EHR-ULTIMO-ENVIADO
035500         DISPLAY 'ENVIOHR: EL EVENTO ' EHR-ACUSE-NUEVO
035600             ' TODAVIA NO FUE ENVIADO'
035700         MOVE 8 TO RETURN-CODE
035800         GO TO 4000-ACUSAR-EXIT
035900     END-IF.
036000     MOVE EHR-ACUSE-NUEVO TO EHR-ULTIMO-ACUSADO.
036100     PERFORM 4010-MARCAR-LOTE THRU 4010-MARCAR-LOTE-EXIT
036200         VARYING EHR-X-LOT FROM 1 BY 1
036300         UNTIL EHR-X-LOT > EHR-CANT-LOTES.
036400     OPEN OUTPUT HRACUSE-FILE.
036500     MOVE EHR-ULTIMO-ACUSADO TO HA-ULTIMO-ACUSADO.
036600     MOVE EHR-FECHA-HOY TO HA-FECHA.
036700     WRITE HA-RECORD.
036800     CLOSE HRACUSE-FILE.
036900     PERFORM 7000-GRABAR-LOTES THRU 7000-GRABAR-LOTES-EXIT.
037000     DISPLAY 'ENVIOHR: ACUSE REGISTRADO HASTA EL EVENTO '
037100         EHR-ULTIMO-ACUSADO.
037200 4000-ACUSAR-EXIT.
037300     EXIT.
037400*
037500******************************************************************
037600* 4010-MARCAR-LOTE - A BATCH FULLY COVERED BY THE ACKNOWLEDGMENT
037700******************************************************************
037800 4010-MARCAR-LOTE.
037900     IF EHR-LOT-HASTA(EHR-X-LOT) NOT > EHR-ULTIMO-ACUSADO
038000         MOVE 'A' TO EHR-LOT-ESTADO(EHR-X-LOT)
038100     END-IF.
038200 4010-MARCAR-LOTE-EXIT.
038300     EXIT.
038400*
038500******************************************************************
038600* 5000-REENVIAR - REBUILD A BATCH ALREADY SENT, WITH ITS NUMBER,
038700*                 DATE AND RANGE
038800******************************************************************
038900 5000-REENVIAR.
039000     DISPLAY 'LOTE A REENVIAR (0=PRIMERO SIN ACUSE): '
039100         WITH NO ADVANCING.
039200     ACCEPT EHR-LOTE-PEDIDO.
039300     MOVE 'N' TO EHR-HALLADO.
039400     PERFORM 5010-BUSCAR-LOTE THRU 5010-BUSCAR-LOTE-EXIT
039500         VARYING EHR-X-LOT FROM 1 BY 1
039600         UNTIL EHR-X-LOT > EHR-CANT-LOTES
039700         OR EHR-ES-HALLADO.
039800     IF NOT EHR-ES-HALLADO
039900         DISPLAY 'ENVIOHR: NO HAY LOTE PARA REENVIAR'
040000         MOVE 4 TO RETURN-CODE
040100         GO TO 5000-REENVIAR-EXIT
040200     END-IF.
040300     PERFORM 3000-ARMAR-LOTE THRU 3000-ARMAR-LOTE-EXIT.
040400     DISPLAY 'ENVIOHR: LOTE ' EHR-ARM-LOTE ' DEL ' EHR-ARM-FECHA
040500         ' REGENERADO EN HRFEED CON ' EHR-CANT-ESCRITOS
040600         ' EVENTOS'.
040700 5000-REENVIAR-EXIT.
040800     EXIT.
040900*
041000******************************************************************
041100* 5010-BUSCAR-LOTE - THE BATCH ASKED FOR, OR THE FIRST ONE THE
041200*                    RECEIVER HAS NOT ACKNOWLEDGED
041300******************************************************************
041400 5010-BUSCAR-LOTE.
041500     IF EHR-LOTE-PEDIDO = ZERO
041600         IF EHR-LOT-HASTA(EHR-X-LOT) NOT > EHR-ULTIMO-ACUSADO
041700             GO TO 5010-BUSCAR-LOTE-EXIT
041800         END-IF
041900     ELSE
042000         IF EHR-LOT-LOTE(EHR-X-LOT) NOT = EHR-LOTE-PEDIDO
042100             GO TO 5010-BUSCAR-LOTE-EXIT
042200         END-IF
042300     END-IF.
042400     SET EHR-ES-HALLADO TO TRUE.
042500     MOVE EHR-LOT-LOTE(EHR-X-LOT) TO EHR-ARM-LOTE.
042600     MOVE EHR-LOT-DESDE(EHR-X-LOT) TO EHR-ARM-DESDE.
042700     MOVE EHR-LOT-HASTA(EHR-X-LOT) TO EHR-ARM-HASTA.
042800     MOVE EHR-LOT-CANTIDAD(EHR-X-LOT) TO EHR-ARM-CANTIDAD.
042900     MOVE EHR-LOT-FECHA(EHR-X-LOT) TO EHR-ARM-FECHA.
043000 5010-BUSCAR-LOTE-EXIT.
043100     EXIT.
043200*
043300******************************************************************
043400* 6000-LISTAR - THE BATCH LOG ON THE SCREEN
043500******************************************************************
043600 6000-LISTAR.
043700     IF EHR-CANT-LOTES = ZERO
043800         DISPLAY 'ENVIOHR: TODAVIA NO SE ENVIO NINGUN LOTE'
043900         GO TO 6000-LISTAR-EXIT
044000     END-IF.
044100     DISPLAY 'LOTE   FECHA    DESDE     HASTA     EVENTOS ESTADO'.
044200     PERFORM 6010-MOSTRAR-LOTE THRU 6010-MOSTRAR-LOTE-EXIT
044300         VARYING EHR-X-LOT FROM 1 BY 1
044400         UNTIL EHR-X-LOT > EHR-CANT-LOTES.
044500 6000-LISTAR-EXIT.
044600     EXIT.
044700*
044800******************************************************************
044900* 6010-MOSTRAR-LOTE - ONE BATCH OF THE LIST
045000******************************************************************
045100 6010-MOSTRAR-LOTE.
045200     DISPLAY EHR-LOT-LOTE(EHR-X-LOT) ' '
045300         EHR-LOT-FECHA(EHR-X-LOT) ' '
045400         EHR-LOT-DESDE(EHR-X-LOT) ' '
045500         EHR-LOT-HASTA(EHR-X-LOT) ' '
045600         EHR-LOT-CANTIDAD(EHR-X-LOT) ' '
045700         EHR-LOT-ESTADO(EHR-X-LOT).
045800 6010-MOSTRAR-LOTE-EXIT.
045900     EXIT.
046000*
046100******************************************************************
046200* 7000-GRABAR-LOTES - REWRITE THE BATCH LOG
046300******************************************************************
046400 7000-GRABAR-LOTES.
046500     OPEN OUTPUT HRLOTES-FILE.
046600     PERFORM 7010-GRABAR-LOTE THRU 7010-GRABAR-LOTE-EXIT
046700         VARYING EHR-X-LOT FROM 1 BY 1
046800         UNTIL EHR-X-LOT > EHR-CANT-LOTES.
046900     CLOSE HRLOTES-FILE.
047000 7000-GRABAR-LOTES-EXIT.
047100     EXIT.
047200*
047300******************************************************************
047400* 7010-GRABAR-LOTE - ONE ROW OF HRLOTES
047500******************************************************************
047600 7010-GRABAR-LOTE.
047700     MOVE EHR-LOT-LOTE(EHR-X-LOT) TO HL-LOTE.
047800     MOVE EHR-LOT-DESDE(EHR-X-LOT) TO HL-DESDE.
047900     MOVE EHR-LOT-HASTA(EHR-X-LOT) TO HL-HASTA.
048000     MOVE EHR-LOT-CANTIDAD(EHR-X-LOT) TO HL-CANTIDAD.
048100     MOVE EHR-LOT-FECHA(EHR-X-LOT) TO HL-FECHA.
048200     MOVE EHR-LOT-ESTADO(EHR-X-LOT) TO HL-ESTADO.
048300     WRITE HL-RECORD.
048400 7010-GRABAR-LOTE-EXIT.
048500     EXIT.
048600 END PROGRAM ENVIOHR.
