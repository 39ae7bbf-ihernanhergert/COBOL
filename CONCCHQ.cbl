000100******************************************************************
000200* AUTHOR:      HERNAN HERGERT
000300* INSTALLATION: DATA PROCESSING
000400* DATE-WRITTEN:
000500* DATE-COMPILED:
000600* PURPOSE:     RECONCILIATION OF THE CHECK REGISTER AGAINST THE
000700*              BANK. CHEQUES WRITES CHECKREG BUT NOTHING UPDATED A
000800*              CHECK ONCE IT LEFT THE BUILDING, SO NOBODY KNEW
000900*              WHICH CHECKS WERE CASHED OR STILL OUT. THIS STEP
001000*              IMPORTS THE BANK'S PAID-CHECKS FILE (CHQPAGADOS:
001100*              CHECK NUMBER, AMOUNT AND DATE PAID) AND MARKS EACH
001200*              MATCHING CHECK CASHED ('C') WITH ITS PAID DATE. A
001300*              CHECK PAID FOR AN AMOUNT OTHER THAN THE ONE ISSUED,
001400*              A NUMBER WE NEVER ISSUED, A VOIDED CHECK THAT WAS
001500*              PAID, OR A CHECK PAID TWICE IS LISTED AS A POSSIBLE
001600*              FRAUD. LIVE CHECKS STILL OUTSTANDING AFTER THE DAYS
001700*              OF THE CHQDIASVEN PARMS CARD (180 WHEN ABSENT) ARE
001800*              LISTED AS STALE. IMPORTING THE SAME FILE AGAIN IS
001900*              HARMLESS. THE CHQCONRPT REPORT CARRIES ALL THREE
002000*              LISTS; ANY FRAUD OR STALE CHECK ENDS WITH RC 4 AND
002100*              A MISSING CHECK REGISTER WITH RC 8.
002200* TECTONICS:   COBC
002300*
002400* MODIFICATION HISTORY:
002500*   - NEW PROGRAM, OFFERED FROM THE MENUUTIL MENU.
002600******************************************************************
002700 IDENTIFICATION DIVISION.
002800 PROGRAM-ID. CONCCHQ.
002900 ENVIRONMENT DIVISION.
003000 INPUT-OUTPUT SECTION.
003100 FILE-CONTROL.
003200     SELECT OPTIONAL CHECKREG-FILE ASSIGN TO 'CHECKREG'
003300         ORGANIZATION IS LINE SEQUENTIAL
003400         FILE STATUS IS CCQ-STATUS-CHECKREG.
003500     SELECT OPTIONAL CHQPAGADOS-FILE ASSIGN TO 'CHQPAGADOS'
003600         ORGANIZATION IS LINE SEQUENTIAL
003700         FILE STATUS IS CCQ-STATUS-PAGADOS.
003800     SELECT REPORTE-FILE ASSIGN TO 'CHQCONRPT'
003900         ORGANIZATION IS LINE SEQUENTIAL.
004000 DATA DIVISION.
004100 FILE SECTION.
004200 FD  CHECKREG-FILE
004300     LABEL RECORDS ARE STANDARD.
004400 01  CH-RECORD.
004500     05 CH-NUMERO                PIC 9(06).
004600     05 CH-ID                    PIC 9(05).
004700     05 CH-NOMBRE                PIC X(05).
004800     05 CH-IMPORTE               PIC 9(09)V99.
004900     05 CH-PERIODO               PIC 9(06).
005000     05 CH-FECHA                 PIC 9(08).
005100     05 CH-ESTADO                PIC X(01).
005200     05 CH-FECHA-COBRO           PIC 9(08).
005300 FD  CHQPAGADOS-FILE
005400     LABEL RECORDS ARE STANDARD.
005500 01  PG-RECORD.
005600     05 PG-NUMERO                PIC 9(06).
005700     05 PG-IMPORTE               PIC 9(09)V99.
005800     05 PG-FECHA-PAGO            PIC 9(08).
005900 FD  REPORTE-FILE
006000     LABEL RECORDS ARE STANDARD
006100     RECORD CONTAINS 80 CHARACTERS.
006200 01  RPT-LINEA                   PIC X(80).
006300 WORKING-STORAGE SECTION.
006400*
006500 01  CCQ-STATUS-CHECKREG         PIC XX.
006600 01  CCQ-STATUS-PAGADOS          PIC XX.
006700*
006800 01  CCQ-FECHA-HOY               PIC 9(08).
006900 01  CCQ-DIAS-VENCIDO            PIC 9(03) VALUE 180.
007000 01  CCQ-DIAS                    PIC S9(07).
007100 01  CCQ-PARM-CLAVE              PIC X(12).
007200 01  CCQ-PARM-VALOR              PIC X(20).
007300 01  CCQ-PARM-HALLADO            PIC X(01).
007400     88  CCQ-ES-PARM-HALLADO     VALUE 'Y'.
007500 01  CCQ-MOTIVO                  PIC X(24).
007600*
007700 01  CCQ-INDICADORES.
007800     05  CCQ-FIN-ARCHIVO         PIC X VALUE 'N'.
007900         88  CCQ-ES-FIN-ARCHIVO  VALUE 'Y'.
008000     05  CCQ-HALLADO             PIC X VALUE 'N'.
008100         88  CCQ-ES-HALLADO      VALUE 'Y'.
008200     05  CCQ-HUBO-CAMBIOS        PIC X VALUE 'N'.
008300         88  CCQ-ES-HUBO-CAMBIOS VALUE 'Y'.
008400*
008500 01  CCQ-CONTADORES.
008600     05  CCQ-CANT-LEIDOS         PIC 9(05) VALUE ZERO.
008700     05  CCQ-CANT-COBRADOS       PIC 9(05) VALUE ZERO.
008800     05  CCQ-CANT-REPETIDOS      PIC 9(05) VALUE ZERO.
008900     05  CCQ-CANT-FRAUDES        PIC 9(05) VALUE ZERO.
009000     05  CCQ-CANT-VENCIDOS       PIC 9(05) VALUE ZERO.
009100     05  CCQ-CANT-PENDIENTES     PIC 9(05) VALUE ZERO.
009200     05  CCQ-TOTAL-COBRADO       PIC 9(11)V99 VALUE ZERO.
009300     05  CCQ-TOTAL-PENDIENTE     PIC 9(11)V99 VALUE ZERO.
009400     05  CCQ-TOTAL-VENCIDO       PIC 9(11)V99 VALUE ZERO.
009500*
009600 01  CCQ-EDICION.
009700     05  CCQ-IMPORTE-ED          PIC Z,ZZZ,ZZZ,ZZ9.99.
009800     05  CCQ-IMPORTE-ED2         PIC Z,ZZZ,ZZZ,ZZ9.99.
009900     05  CCQ-CANT-ED             PIC ZZ,ZZ9.
010000     05  CCQ-DIAS-ED             PIC Z,ZZZ,ZZ9.
010100*
010200 01  CCQ-CANT-CHEQUES            PIC 9(04) VALUE ZERO.
010300 01  CCQ-TABLA-CHEQUES.
010400     05  CCQ-CHEQUE-FILA OCCURS 500 TIMES
010500                         INDEXED BY CCQ-X-CHQ.
010600         10 CCQ-CHQ-NUMERO       PIC 9(06).
010700         10 CCQ-CHQ-ID           PIC 9(05).
010800         10 CCQ-CHQ-NOMBRE       PIC X(05).
010900         10 CCQ-CHQ-IMPORTE      PIC 9(09)V99.
011000         10 CCQ-CHQ-PERIODO      PIC 9(06).
011100         10 CCQ-CHQ-FECHA        PIC 9(08).
011200         10 CCQ-CHQ-ESTADO       PIC X(01).
011300         10 CCQ-CHQ-FECHA-COBRO  PIC 9(08).
011400*
011500 01  CCQ-CANT-FRAUDE-FILAS       PIC 9(03) VALUE ZERO.
011600 01  CCQ-TABLA-FRAUDES.
011700     05  CCQ-FRAUDE-FILA OCCURS 200 TIMES
011800                         INDEXED BY CCQ-X-FRA.
011900         10 CCQ-FRA-NUMERO       PIC 9(06).
012000         10 CCQ-FRA-EMITIDO      PIC 9(09)V99.
012100         10 CCQ-FRA-PAGADO       PIC 9(09)V99.
012200         10 CCQ-FRA-FECHA        PIC 9(08).
012300         10 CCQ-FRA-MOTIVO       PIC X(24).
012400*
012500 PROCEDURE DIVISION.
012600******************************************************************
012700* 0000-MAINLINE - IMPORT THE PAID CHECKS, THEN REPORT
012800******************************************************************
012900 0000-MAINLINE.
013000     ACCEPT CCQ-FECHA-HOY FROM DATE YYYYMMDD.
013100     PERFORM 1000-INICIALIZAR THRU 1000-INICIALIZAR-EXIT.
013200     IF RETURN-CODE = 8
013300         GOBACK
013400     END-IF.
013500     OPEN OUTPUT REPORTE-FILE.
013600     MOVE SPACES TO RPT-LINEA.
013700     STRING 'CONCCHQ - CONCILIACION DE CHEQUES AL '
013800         CCQ-FECHA-HOY
013900         DELIMITED BY SIZE INTO RPT-LINEA.
014000     WRITE RPT-LINEA.
014100     PERFORM 2000-IMPORTAR-PAGADOS
014200         THRU 2000-IMPORTAR-PAGADOS-EXIT.
014300     PERFORM 3000-LISTAR-FRAUDES THRU 3000-LISTAR-FRAUDES-EXIT.
014400     PERFORM 4000-LISTAR-VENCIDOS THRU 4000-LISTAR-VENCIDOS-EXIT.
014500     PERFORM 5000-RESUMEN THRU 5000-RESUMEN-EXIT.
014600     CLOSE REPORTE-FILE.
014700     IF CCQ-ES-HUBO-CAMBIOS
014800         PERFORM 6000-GRABAR-CHECKREG
014900             THRU 6000-GRABAR-CHECKREG-EXIT
015000     END-IF.
015100     IF CCQ-CANT-FRAUDES > ZERO OR CCQ-CANT-VENCIDOS > ZERO
015200         MOVE 4 TO RETURN-CODE
015300     END-IF.
015400     DISPLAY 'CONCCHQ: ' CCQ-CANT-COBRADOS ' COBRADOS, '
015500         CCQ-CANT-FRAUDES ' POSIBLES FRAUDES, '
015600         CCQ-CANT-VENCIDOS ' VENCIDOS'.
015700     GOBACK.
015800 0000-MAINLINE-EXIT.
015900     EXIT.
016000*
016100******************************************************************
016200* 1000-INICIALIZAR - STALE-DAYS CARD AND THE CHECK REGISTER
016300******************************************************************
016400 1000-INICIALIZAR.
016500     MOVE ZERO TO RETURN-CODE.
016600     MOVE 'CHQDIASVEN' TO CCQ-PARM-CLAVE.
016700     CALL 'LEERPARM' USING CCQ-PARM-CLAVE
016800         CCQ-PARM-VALOR CCQ-PARM-HALLADO.
016900     IF CCQ-ES-PARM-HALLADO
017000         AND CCQ-PARM-VALOR(1:3) IS NUMERIC
017100         AND CCQ-PARM-VALOR(1:3) NOT = '000'
017200         MOVE CCQ-PARM-VALOR(1:3) TO CCQ-DIAS-VENCIDO
017300     END-IF.
017400     MOVE 'N' TO CCQ-FIN-ARCHIVO.
017500     OPEN INPUT CHECKREG-FILE.
017600     IF CCQ-STATUS-CHECKREG NOT = '00'
017700         DISPLAY 'CONCCHQ: NO HAY REGISTRO DE CHEQUES CHECKREG'
017800         CLOSE CHECKREG-FILE
017900         MOVE 8 TO RETURN-CODE
018000         GO TO 1000-INICIALIZAR-EXIT
018100     END-IF.
018200     PERFORM 1100-LEER-CHEQUE THRU 1100-LEER-CHEQUE-EXIT
018300         UNTIL CCQ-ES-FIN-ARCHIVO.
018400     CLOSE CHECKREG-FILE.
018500 1000-INICIALIZAR-EXIT.
018600     EXIT.
018700*
018800******************************************************************
018900* 1100-LEER-CHEQUE - KEEP ONE CHECK REGISTER ROW
019000******************************************************************
019100 1100-LEER-CHEQUE.
019200     READ CHECKREG-FILE
019300         AT END
019400             SET CCQ-ES-FIN-ARCHIVO TO TRUE
019500         NOT AT END
019600             IF CCQ-CANT-CHEQUES < 500
019700                 ADD 1 TO CCQ-CANT-CHEQUES
019800                 SET CCQ-X-CHQ TO CCQ-CANT-CHEQUES
019900                 MOVE CH-NUMERO TO CCQ-CHQ-NUMERO(CCQ-X-CHQ)
020000                 MOVE CH-ID TO CCQ-CHQ-ID(CCQ-X-CHQ)
020100                 MOVE CH-NOMBRE TO CCQ-CHQ-NOMBRE(CCQ-X-CHQ)
020200                 MOVE CH-IMPORTE TO CCQ-CHQ-IMPORTE(CCQ-X-CHQ)
020300                 MOVE CH-PERIODO TO CCQ-CHQ-PERIODO(CCQ-X-CHQ)
020400                 MOVE CH-FECHA TO CCQ-CHQ-FECHA(CCQ-X-CHQ)
020500                 MOVE CH-ESTADO TO CCQ-CHQ-ESTADO(CCQ-X-CHQ)
020600                 MOVE CH-FECHA-COBRO
020700                     TO CCQ-CHQ-FECHA-COBRO(CCQ-X-CHQ)
020800                 IF CH-FECHA-COBRO NOT NUMERIC
020900                     MOVE ZERO TO CCQ-CHQ-FECHA-COBRO(CCQ-X-CHQ)
021000                 END-IF
021100             END-IF
021200     END-READ.
021300 1100-LEER-CHEQUE-EXIT.
021400     EXIT.
021500*
021600******************************************************************
021700* 2000-IMPORTAR-PAGADOS - MATCH THE BANK'S PAID CHECKS
021800******************************************************************
021900 2000-IMPORTAR-PAGADOS.
022000     MOVE SPACES TO RPT-LINEA.
022100     WRITE RPT-LINEA.
022200     MOVE 'CHEQUES COBRADOS' TO RPT-LINEA.
022300     WRITE RPT-LINEA.
022400     MOVE SPACES TO RPT-LINEA.
022500     STRING 'NUMERO  ID     NOMBRE      '
022600         '   IMPORTE EMITIDO  COBRADO'
022700         DELIMITED BY SIZE INTO RPT-LINEA.
022800     WRITE RPT-LINEA.
022900     MOVE 'N' TO CCQ-FIN-ARCHIVO.
023000     OPEN INPUT CHQPAGADOS-FILE.
023100     IF CCQ-STATUS-PAGADOS NOT = '00'
023200         DISPLAY 'CONCCHQ: NO HAY ARCHIVO DE CHEQUES PAGADOS '
023300             'CHQPAGADOS'
023400         MOVE '  (SIN ARCHIVO CHQPAGADOS DEL BANCO)' TO RPT-LINEA
023500         WRITE RPT-LINEA
023600         CLOSE CHQPAGADOS-FILE
023700         GO TO 2000-IMPORTAR-PAGADOS-EXIT
023800     END-IF.
023900     PERFORM 2100-LEER-PAGADO THRU 2100-LEER-PAGADO-EXIT
024000         UNTIL CCQ-ES-FIN-ARCHIVO.
024100     CLOSE CHQPAGADOS-FILE.
024200 2000-IMPORTAR-PAGADOS-EXIT.
024300     EXIT.
024400*
024500******************************************************************
024600* 2100-LEER-PAGADO - ONE PAID CHECK FROM THE BANK
024700******************************************************************
024800 2100-LEER-PAGADO.
024900     READ CHQPAGADOS-FILE
025000         AT END
025100             SET CCQ-ES-FIN-ARCHIVO TO TRUE
025200             GO TO 2100-LEER-PAGADO-EXIT
025300     END-READ.
025400     IF PG-NUMERO NOT NUMERIC OR PG-IMPORTE NOT NUMERIC
025500         GO TO 2100-LEER-PAGADO-EXIT
025600     END-IF.
025700     ADD 1 TO CCQ-CANT-LEIDOS.
025800     MOVE 'N' TO CCQ-HALLADO.
025900     SET CCQ-X-CHQ TO 1.
026000     SEARCH CCQ-CHEQUE-FILA
026100         AT END
026200             CONTINUE
026300         WHEN CCQ-X-CHQ > CCQ-CANT-CHEQUES
026400             CONTINUE
026500         WHEN CCQ-CHQ-NUMERO(CCQ-X-CHQ) = PG-NUMERO
026600             SET CCQ-ES-HALLADO TO TRUE
026700     END-SEARCH.
026800     IF NOT CCQ-ES-HALLADO
026900         MOVE 'NUMERO NO EMITIDO' TO CCQ-MOTIVO
027100         PERFORM 2300-ANOTAR-FRAUDE THRU 2300-ANOTAR-FRAUDE-EXIT
027200         GO TO 2100-LEER-PAGADO-EXIT
027300     END-IF.
027400     IF CCQ-CHQ-ESTADO(CCQ-X-CHQ) = 'A'
027500         MOVE 'CHEQUE ANULADO PAGADO' TO CCQ-MOTIVO
027600         PERFORM 2300-ANOTAR-FRAUDE THRU 2300-ANOTAR-FRAUDE-EXIT
027700         GO TO 2100-LEER-PAGADO-EXIT
027800     END-IF.
027900     IF CCQ-CHQ-ESTADO(CCQ-X-CHQ) = 'C'
028000         IF CCQ-CHQ-FECHA-COBRO(CCQ-X-CHQ) = PG-FECHA-PAGO
028100             ADD 1 TO CCQ-CANT-REPETIDOS
028200         ELSE
028300             MOVE 'CHEQUE PAGADO DOS VECES' TO CCQ-MOTIVO
028400             PERFORM 2300-ANOTAR-FRAUDE
028500                 THRU 2300-ANOTAR-FRAUDE-EXIT
028600         END-IF
028700         GO TO 2100-LEER-PAGADO-EXIT
028800     END-IF.
028900*    EL BANCO YA PAGO: EL CHEQUE DEJA DE ESTAR PENDIENTE AUNQUE
029000*    EL IMPORTE NO COINCIDA, Y LA DIFERENCIA QUEDA EN EL LISTADO
029100*    DE POSIBLES FRAUDES PARA SU INVESTIGACION.
029200     IF PG-IMPORTE NOT = CCQ-CHQ-IMPORTE(CCQ-X-CHQ)
029300         MOVE 'IMPORTE DISTINTO' TO CCQ-MOTIVO
029400         PERFORM 2300-ANOTAR-FRAUDE THRU 2300-ANOTAR-FRAUDE-EXIT
029500     END-IF.
029600     MOVE 'C' TO CCQ-CHQ-ESTADO(CCQ-X-CHQ).
029700     MOVE PG-FECHA-PAGO TO CCQ-CHQ-FECHA-COBRO(CCQ-X-CHQ).
029800     MOVE 'Y' TO CCQ-HUBO-CAMBIOS.
029900     ADD 1 TO CCQ-CANT-COBRADOS.
030000     ADD PG-IMPORTE TO CCQ-TOTAL-COBRADO.
030100     PERFORM 2200-LINEA-COBRADO THRU 2200-LINEA-COBRADO-EXIT.
030200 2100-LEER-PAGADO-EXIT.
030300     EXIT.
030400*
030500******************************************************************
030600* 2200-LINEA-COBRADO - ONE CASHED CHECK ON THE REPORT
030700******************************************************************
030800 2200-LINEA-COBRADO.
030900     MOVE PG-IMPORTE TO CCQ-IMPORTE-ED.
031000     MOVE SPACES TO RPT-LINEA.
031100     STRING CCQ-CHQ-NUMERO(CCQ-X-CHQ) '  '
031200         CCQ-CHQ-ID(CCQ-X-CHQ) '  '
031300         CCQ-CHQ-NOMBRE(CCQ-X-CHQ) ' '
031400         CCQ-IMPORTE-ED ' '
031500         CCQ-CHQ-FECHA(CCQ-X-CHQ) ' '
031600         PG-FECHA-PAGO
031700         DELIMITED BY SIZE INTO RPT-LINEA.
031800     WRITE RPT-LINEA.
031900 2200-LINEA-COBRADO-EXIT.
032000     EXIT.
032100*
032200******************************************************************
032300* 2300-ANOTAR-FRAUDE - KEEP ONE SUSPECT PAYMENT FOR THE LISTING
032400******************************************************************
032500 2300-ANOTAR-FRAUDE.
032600     ADD 1 TO CCQ-CANT-FRAUDES.
032700     IF CCQ-CANT-FRAUDE-FILAS >= 200
032800         GO TO 2300-ANOTAR-FRAUDE-EXIT
032900     END-IF.
033000     ADD 1 TO CCQ-CANT-FRAUDE-FILAS.
033100     SET CCQ-X-FRA TO CCQ-CANT-FRAUDE-FILAS.
033200     MOVE PG-NUMERO TO CCQ-FRA-NUMERO(CCQ-X-FRA).
033300     MOVE PG-IMPORTE TO CCQ-FRA-PAGADO(CCQ-X-FRA).
033400     MOVE PG-FECHA-PAGO TO CCQ-FRA-FECHA(CCQ-X-FRA).
033500     MOVE CCQ-MOTIVO TO CCQ-FRA-MOTIVO(CCQ-X-FRA).
033600     IF CCQ-ES-HALLADO
033700         MOVE CCQ-CHQ-IMPORTE(CCQ-X-CHQ)
033800             TO CCQ-FRA-EMITIDO(CCQ-X-FRA)
033900     ELSE
034000         MOVE ZERO TO CCQ-FRA-EMITIDO(CCQ-X-FRA)
034100     END-IF.
034200 2300-ANOTAR-FRAUDE-EXIT.
034300     EXIT.
034400*
034500******************************************************************
034600* 3000-LISTAR-FRAUDES - PAYMENTS THE REGISTER DOES NOT SUPPORT
034700******************************************************************
034800 3000-LISTAR-FRAUDES.
034900     MOVE SPACES TO RPT-LINEA.
035000     WRITE RPT-LINEA.
035100     MOVE '*** POSIBLES FRAUDES ***' TO RPT-LINEA.
035200     WRITE RPT-LINEA.
035300     MOVE SPACES TO RPT-LINEA.
035400     STRING 'NUMERO         EMITIDO      '
035500         '     PAGADO  PAGO     MOTIVO'
035600         DELIMITED BY SIZE INTO RPT-LINEA.
035700     WRITE RPT-LINEA.
035800     IF CCQ-CANT-FRAUDES = ZERO
035900         MOVE '  (NINGUNO)' TO RPT-LINEA
036000         WRITE RPT-LINEA
036100         GO TO 3000-LISTAR-FRAUDES-EXIT
036200     END-IF.
036300     PERFORM 3100-LINEA-FRAUDE THRU 3100-LINEA-FRAUDE-EXIT
036400         VARYING CCQ-X-FRA FROM 1 BY 1
036500         UNTIL CCQ-X-FRA > CCQ-CANT-FRAUDE-FILAS.
036600     IF CCQ-CANT-FRAUDES > CCQ-CANT-FRAUDE-FILAS
036700         MOVE '  (HAY MAS CASOS QUE NO ENTRAN EN EL LISTADO)'
036800             TO RPT-LINEA
036900         WRITE RPT-LINEA
037000     END-IF.
037100 3000-LISTAR-FRAUDES-EXIT.
037200     EXIT.
037300*
037400******************************************************************
037500* 3100-LINEA-FRAUDE - ONE SUSPECT PAYMENT
037600******************************************************************
037700 3100-LINEA-FRAUDE.
037800     MOVE CCQ-FRA-EMITIDO(CCQ-X-FRA) TO CCQ-IMPORTE-ED.
037900     MOVE CCQ-FRA-PAGADO(CCQ-X-FRA) TO CCQ-IMPORTE-ED2.
038000     MOVE SPACES TO RPT-LINEA.
038100     STRING CCQ-FRA-NUMERO(CCQ-X-FRA) ' '
038200         CCQ-IMPORTE-ED ' '
038300         CCQ-IMPORTE-ED2 ' '
038400         CCQ-FRA-FECHA(CCQ-X-FRA) ' '
038500         CCQ-FRA-MOTIVO(CCQ-X-FRA)
038600         DELIMITED BY SIZE INTO RPT-LINEA.
038700     WRITE RPT-LINEA.
038800 3100-LINEA-FRAUDE-EXIT.
038900     EXIT.
039000*
039100******************************************************************
039200* 4000-LISTAR-VENCIDOS - LIVE CHECKS OUT LONGER THAN CHQDIASVEN
039300******************************************************************
039400 4000-LISTAR-VENCIDOS.
039500     MOVE SPACES TO RPT-LINEA.
039600     WRITE RPT-LINEA.
039800     MOVE SPACES TO RPT-LINEA.
039900     STRING 'CHEQUES VENCIDOS (MAS DE ' CCQ-DIAS-VENCIDO
040000         ' DIAS SIN COBRAR)'
040100         DELIMITED BY SIZE INTO RPT-LINEA.
040200     WRITE RPT-LINEA.
040300     MOVE SPACES TO RPT-LINEA.
040400     STRING 'NUMERO  ID     NOMBRE      '
040500         '   IMPORTE EMITIDO      DIAS'
040600         DELIMITED BY SIZE INTO RPT-LINEA.
040700     WRITE RPT-LINEA.
040800     PERFORM 4100-EVALUAR-VENCIDO THRU 4100-EVALUAR-VENCIDO-EXIT
040900         VARYING CCQ-X-CHQ FROM 1 BY 1
041000         UNTIL CCQ-X-CHQ > CCQ-CANT-CHEQUES.
041100     IF CCQ-CANT-VENCIDOS = ZERO
041200         MOVE '  (NINGUNO)' TO RPT-LINEA
041300         WRITE RPT-LINEA
041400     END-IF.
041500 4000-LISTAR-VENCIDOS-EXIT.
041600     EXIT.
041700*
041800******************************************************************
041900* 4100-EVALUAR-VENCIDO - AGE ONE OUTSTANDING CHECK
042000******************************************************************
042100 4100-EVALUAR-VENCIDO.
042200     IF CCQ-CHQ-ESTADO(CCQ-X-CHQ) NOT = 'E'
042300         AND CCQ-CHQ-ESTADO(CCQ-X-CHQ) NOT = 'R'
042400         GO TO 4100-EVALUAR-VENCIDO-EXIT
042500     END-IF.
042600     ADD 1 TO CCQ-CANT-PENDIENTES.
042700     ADD CCQ-CHQ-IMPORTE(CCQ-X-CHQ) TO CCQ-TOTAL-PENDIENTE.
042800     IF CCQ-CHQ-FECHA(CCQ-X-CHQ) NOT NUMERIC
042900         OR CCQ-CHQ-FECHA(CCQ-X-CHQ) = ZERO
043000         GO TO 4100-EVALUAR-VENCIDO-EXIT
043100     END-IF.
043200     COMPUTE CCQ-DIAS =
043300         FUNCTION INTEGER-OF-DATE(CCQ-FECHA-HOY)
043400         - FUNCTION INTEGER-OF-DATE(CCQ-CHQ-FECHA(CCQ-X-CHQ)).
043500     IF CCQ-DIAS NOT > CCQ-DIAS-VENCIDO
043600         GO TO 4100-EVALUAR-VENCIDO-EXIT
043700     END-IF.
043800     ADD 1 TO CCQ-CANT-VENCIDOS.
043900     ADD CCQ-CHQ-IMPORTE(CCQ-X-CHQ) TO CCQ-TOTAL-VENCIDO.
044000     MOVE CCQ-CHQ-IMPORTE(CCQ-X-CHQ) TO CCQ-IMPORTE-ED.
044100     MOVE CCQ-DIAS TO CCQ-DIAS-ED.
044200     MOVE SPACES TO RPT-LINEA.
044300     STRING CCQ-CHQ-NUMERO(CCQ-X-CHQ) '  '
044400         CCQ-CHQ-ID(CCQ-X-CHQ) '  '
044500         CCQ-CHQ-NOMBRE(CCQ-X-CHQ) ' '
044600         CCQ-IMPORTE-ED ' '
044700         CCQ-CHQ-FECHA(CCQ-X-CHQ) ' '
044800         CCQ-DIAS-ED
044900         DELIMITED BY SIZE INTO RPT-LINEA.
045000     WRITE RPT-LINEA.
045100 4100-EVALUAR-VENCIDO-EXIT.
045200     EXIT.
045300*
045400******************************************************************
045500* 5000-RESUMEN - COUNTS AND TOTALS OF THE RUN
045600******************************************************************
045700 5000-RESUMEN.
045800     MOVE SPACES TO RPT-LINEA.
045900     WRITE RPT-LINEA.
046000     MOVE 'RESUMEN' TO RPT-LINEA.
046100     WRITE RPT-LINEA.
046200     MOVE CCQ-CANT-LEIDOS TO CCQ-CANT-ED.
046300     MOVE SPACES TO RPT-LINEA.
046400     STRING 'PAGOS INFORMADOS POR EL BANCO: ' CCQ-CANT-ED
046500         DELIMITED BY SIZE INTO RPT-LINEA.
046600     WRITE RPT-LINEA.
046700     MOVE CCQ-CANT-COBRADOS TO CCQ-CANT-ED.
046800     MOVE CCQ-TOTAL-COBRADO TO CCQ-IMPORTE-ED.
046900     MOVE SPACES TO RPT-LINEA.
047000     STRING 'CHEQUES MARCADOS COBRADOS:     ' CCQ-CANT-ED
047100         '  ' CCQ-IMPORTE-ED
047200         DELIMITED BY SIZE INTO RPT-LINEA.
047300     WRITE RPT-LINEA.
047400     MOVE CCQ-CANT-REPETIDOS TO CCQ-CANT-ED.
047500     MOVE SPACES TO RPT-LINEA.
047600     STRING 'YA REGISTRADOS ANTES:          ' CCQ-CANT-ED
047700         DELIMITED BY SIZE INTO RPT-LINEA.
047800     WRITE RPT-LINEA.
047900     MOVE CCQ-CANT-FRAUDES TO CCQ-CANT-ED.
048000     MOVE SPACES TO RPT-LINEA.
048100     STRING 'POSIBLES FRAUDES:              ' CCQ-CANT-ED
048200         DELIMITED BY SIZE INTO RPT-LINEA.
048300     WRITE RPT-LINEA.
048400     MOVE CCQ-CANT-PENDIENTES TO CCQ-CANT-ED.
048500     MOVE CCQ-TOTAL-PENDIENTE TO CCQ-IMPORTE-ED.
048600     MOVE SPACES TO RPT-LINEA.
048700     STRING 'CHEQUES PENDIENTES DE COBRO:   ' CCQ-CANT-ED
048800         '  ' CCQ-IMPORTE-ED
048900         DELIMITED BY SIZE INTO RPT-LINEA.
049000     WRITE RPT-LINEA.
049100     MOVE CCQ-CANT-VENCIDOS TO CCQ-CANT-ED.
049200     MOVE CCQ-TOTAL-VENCIDO TO CCQ-IMPORTE-ED.
049300     MOVE SPACES TO RPT-LINEA.
049400     STRING 'DE ELLOS VENCIDOS:             ' CCQ-CANT-ED
049500         '  ' CCQ-IMPORTE-ED
049600         DELIMITED BY SIZE INTO RPT-LINEA.
049700     WRITE RPT-LINEA.
049800 5000-RESUMEN-EXIT.
049900     EXIT.
050000*
050100******************************************************************
050200* 6000-GRABAR-CHECKREG - REWRITE THE CHECK REGISTER
050300******************************************************************
050400 6000-GRABAR-CHECKREG.
050500     OPEN OUTPUT CHECKREG-FILE.
050600     PERFORM 6100-GRABAR-CHEQUE THRU 6100-GRABAR-CHEQUE-EXIT
050700         VARYING CCQ-X-CHQ FROM 1 BY 1
050800         UNTIL CCQ-X-CHQ > CCQ-CANT-CHEQUES.
050900     CLOSE CHECKREG-FILE.
051000 6000-GRABAR-CHECKREG-EXIT.
051100     EXIT.
051200*
051300******************************************************************
051400* 6100-GRABAR-CHEQUE - WRITE ONE CHECK REGISTER ROW
051500******************************************************************
051600 6100-GRABAR-CHEQUE.
051700     MOVE CCQ-CHQ-NUMERO(CCQ-X-CHQ) TO CH-NUMERO.
051800     MOVE CCQ-CHQ-ID(CCQ-X-CHQ) TO CH-ID.
051900     MOVE CCQ-CHQ-NOMBRE(CCQ-X-CHQ) TO CH-NOMBRE.
052000     MOVE CCQ-CHQ-IMPORTE(CCQ-X-CHQ) TO CH-IMPORTE.
052100     MOVE CCQ-CHQ-PERIODO(CCQ-X-CHQ) TO CH-PERIODO.
052200     MOVE CCQ-CHQ-FECHA(CCQ-X-CHQ) TO CH-FECHA.
052300     MOVE CCQ-CHQ-ESTADO(CCQ-X-CHQ) TO CH-ESTADO.
052400     MOVE CCQ-CHQ-FECHA-COBRO(CCQ-X-CHQ) TO CH-FECHA-COBRO.
052500     WRITE CH-RECORD.
052600 6100-GRABAR-CHEQUE-EXIT.
052700     EXIT.
052800 END PROGRAM CONCCHQ.
