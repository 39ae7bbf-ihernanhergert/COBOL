002200*
002300* MODIFICATION HISTORY:
002400*   - NEW RECEIPT STEP, OFFERED FROM THE MENUUTIL MENU.
002401*   - A DELIVERY THAT DOES NOT MATCH ITS MANIFEST IS ALSO SENT TO
002402*     THE NOTIFICATION OUTBOX (EVENT RECE, DUE THE SAME DAY).
002403*   - THE ONE-OFF PAYROLL ITEMS FILE NOVEDADES IS RECEIVED TOO;
002404*     ITS CONTROL COLUMN IS THE ITEM AMOUNT (COLUMNS 6-13).
002405*   - THE MONTHLY SALES FILE VENTAS IS RECEIVED TOO; ITS
002406*     CONTROL COLUMN IS THE INVOICE AMOUNT (COLUMNS 16-24), SO
002407*     THE CONTROL COLUMN TAKES UP TO NINE DIGITS NOW.
002500******************************************************************
002600 IDENTIFICATION DIVISION.
002700 PROGRAM-ID. RECEPCION.
007900 01  RCP-FECHA-HOY               PIC 9(08).
008000 01  RCP-SES-ACCION              PIC X(01).
008100 01  RCP-SES-USUARIO             PIC X(08).
008101 01  RCP-NTF-TIPO                PIC X(04) VALUE 'RECE'.
008102 01  RCP-NTF-DESTINO             PIC X(08) VALUE SPACES.
008103 01  RCP-NTF-CLAVE               PIC X(20).
008104 01  RCP-NTF-VENCE               PIC 9(08).
008105 01  RCP-NTF-TEXTO               PIC X(30)
008106         VALUE 'ENTREGA RECHAZADA EN RECEPCION'.
008200*
008300 01  RCP-INDICADORES.
008400     05  RCP-FIN-MANIFIESTO      PIC X VALUE 'N'.
008800*
008900 01  RCP-COL-POS                 PIC 9(02).
009000 01  RCP-COL-LARGO               PIC 9(02).
009100 01  RCP-COLUMNA                 PIC 9(09).
009200*
009300 01  RCP-CANT-LEIDA              PIC 9(07).
009400 01  RCP-HASH-LEIDO              PIC 9(13).
020700         DISPLAY 'RECEPCION: ' MAN-ARCHIVO
020800             ' NO COINCIDE CON SU MANIFIESTO ('
020900             RCP-CANT-LEIDA ' DE ' MAN-CANT ')'
020901         MOVE MAN-ARCHIVO TO RCP-NTF-CLAVE
020902         MOVE RCP-FECHA-HOY TO RCP-NTF-VENCE
020903         CALL 'NOTIFICA' USING RCP-NTF-TIPO
020904             RCP-NTF-DESTINO RCP-NTF-CLAVE
020905             RCP-NTF-VENCE RCP-NTF-TEXTO
021000     END-IF.
021100     PERFORM 4000-ANOTAR-VERDICTO
021200         THRU 4000-ANOTAR-VERDICTO-EXIT.
022900         WHEN 'HOURS'
023000             MOVE 6 TO RCP-COL-POS
023100             MOVE 3 TO RCP-COL-LARGO
023101         WHEN 'NOVEDADES'
023102             MOVE 6 TO RCP-COL-POS
023103             MOVE 8 TO RCP-COL-LARGO
023104         WHEN 'VENTAS'
023105             MOVE 16 TO RCP-COL-POS
023106             MOVE 9 TO RCP-COL-LARGO
023200         WHEN OTHER
023300             MOVE ZERO TO RCP-COL-POS
023400             MOVE ZERO TO RCP-COL-LARGO
027000                 IF ENT-LINEA(RCP-COL-POS:RCP-COL-LARGO)
027100                     IS NUMERIC
027200                     MOVE ENT-LINEA(RCP-COL-POS:RCP-COL-LARGO)
027300                         TO RCP-COLUMNA(10 - RCP-COL-LARGO:
027400                             RCP-COL-LARGO)
027500                 END-IF
027600                 ADD RCP-COLUMNA TO RCP-HASH-LEIDO
