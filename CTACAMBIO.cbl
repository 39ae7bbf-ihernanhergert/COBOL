000100******************************************************************
000200* AUTHOR:      HERNAN HERGERT
000300* INSTALLATION: DATA PROCESSING
000400* DATE-WRITTEN:
000500* DATE-COMPILED:
000600* PURPOSE:     SHARED RECENT-ACCOUNT-CHANGE CHECK FOR THE
000700*              PAYMENT STEPS. A SALARY REDIRECTED THE DAY BEFORE
000800*              PAYMENT IS THE CLASSIC PAYROLL FRAUD, SO PAGOBANCO,
000900*              FMTBANCO AND THE RETBANCO REISSUE ASK, FOR EVERY
001000*              EMPLOYEE THEY PAY, WHETHER A DEPOSIT-ACCOUNT
001100*              CHANGE WAS APPROVED ON CTAPEND WITHIN THE LAST
001200*              CTADIAS DAYS (PARMS CARD, DEFAULT 10) BEFORE THE
001300*              PAYMENT DATE, AND WHETHER A CHANGE IS STILL
001400*              PENDING APPROVAL (THE PAYMENT THEN STILL GOES TO
001500*              THE LAST APPROVED ACCOUNT). CALLERS PASS THE
001600*              CANDIDATE NUMBER AND THE PAYMENT DATE AND GET
001700*              BACK THE RECENT FLAG WITH THE CHANGE DATE AND THE
001800*              PENDING FLAG. CTAPEND IS READ ONCE PER RUN UNIT.
001900* TECTONICS:   COBC
002000*
002100* MODIFICATION HISTORY:
002200*   - NEW SUBROUTINE, IN THE STYLE OF LEERPARM AND VALIDCTA.
002300******************************************************************
002400 IDENTIFICATION DIVISION.
002500 PROGRAM-ID. CTACAMBIO.
002600 ENVIRONMENT DIVISION.
002700 INPUT-OUTPUT SECTION.
002800 FILE-CONTROL.
002900     SELECT OPTIONAL CTAPEND-FILE ASSIGN TO 'CTAPEND'
003000         ORGANIZATION IS LINE SEQUENTIAL
003100         FILE STATUS IS CCB-STATUS.
003200 DATA DIVISION.
003300 FILE SECTION.
003400 FD  CTAPEND-FILE
003500     LABEL RECORDS ARE STANDARD.
003600 01  CP-RECORD.
003700     COPY CTAPEND.
003800 WORKING-STORAGE SECTION.
003900*
004000 01  CCB-STATUS                  PIC XX.
004100 01  CCB-CARGADO                 PIC X VALUE 'N'.
004200     88  CCB-ES-CARGADO          VALUE 'Y'.
004300 01  CCB-FIN                     PIC X VALUE 'N'.
004400     88  CCB-ES-FIN              VALUE 'Y'.
004500 01  CCB-DIAS-AVISO              PIC 9(03) VALUE 10.
004600 01  CCB-DIA-PAGO                PIC 9(07).
004700 01  CCB-DIA-CAMBIO              PIC 9(07).
004800*
004900 01  CCB-PARM-CLAVE              PIC X(12).
005000 01  CCB-PARM-VALOR              PIC X(20).
005100 01  CCB-PARM-HALLADO            PIC X(01).
005200     88  CCB-ES-PARM-HALLADO     VALUE 'Y'.
005300*
005400 01  CCB-CANT-CAMBIOS            PIC 9(04) VALUE ZERO.
005500 01  CCB-TABLA-CAMBIOS.
005600     05  CCB-CAMBIO-FILA OCCURS 500 TIMES
005700                         INDEXED BY CCB-X-CAM.
005800         10 CCB-CAM-ID           PIC 9(05).
005900         10 CCB-CAM-ESTADO       PIC X(01).
006000         10 CCB-CAM-FECHA        PIC 9(08).
006100*
006200 LINKAGE SECTION.
006300 01  CCB-ID                      PIC 9(05).
006400 01  CCB-FECHA-PAGO              PIC 9(08).
006500 01  CCB-RECIENTE                PIC X(01).
006600     88  CCB-ES-RECIENTE         VALUE 'Y'.
006700 01  CCB-FECHA-CAMBIO            PIC 9(08).
006800 01  CCB-PENDIENTE               PIC X(01).
006900     88  CCB-ES-PENDIENTE        VALUE 'Y'.
007000*
007100 PROCEDURE DIVISION USING CCB-ID
007200                          CCB-FECHA-PAGO
007300                          CCB-RECIENTE
007400                          CCB-FECHA-CAMBIO
007500                          CCB-PENDIENTE.
007600******************************************************************
007700* 0000-MAINLINE - LOAD CTAPEND ON THE FIRST CALL, THEN CHECK
007800*                 THE EMPLOYEE'S CHANGES AGAINST THE PAY DATE
007900******************************************************************
008000 0000-MAINLINE.
008100     MOVE 'N' TO CCB-RECIENTE.
008200     MOVE 'N' TO CCB-PENDIENTE.
008300     MOVE ZERO TO CCB-FECHA-CAMBIO.
008400     IF NOT CCB-ES-CARGADO
008500         PERFORM 1000-CARGAR THRU 1000-CARGAR-EXIT
008600     END-IF.
008700     IF CCB-ID NOT = ZERO
008800         AND CCB-FECHA-PAGO IS NUMERIC
008900         AND CCB-FECHA-PAGO NOT = ZERO
009000         COMPUTE CCB-DIA-PAGO =
009100             FUNCTION INTEGER-OF-DATE(CCB-FECHA-PAGO)
009200         PERFORM 2000-REVISAR-CAMBIO THRU 2000-REVISAR-CAMBIO-EXIT
009300             VARYING CCB-X-CAM FROM 1 BY 1
009400             UNTIL CCB-X-CAM > CCB-CANT-CAMBIOS
009500     END-IF.
009600     GOBACK.
009700 0000-MAINLINE-EXIT.
009800     EXIT.
009900*
010000******************************************************************
010100* 1000-CARGAR - THE WARNING WINDOW AND THE APPROVED/PENDING
010200*               ROWS OF CTAPEND
010300******************************************************************
010400 1000-CARGAR.
010500     SET CCB-ES-CARGADO TO TRUE.
010600     MOVE 'CTADIAS' TO CCB-PARM-CLAVE.
010700     CALL 'LEERPARM' USING CCB-PARM-CLAVE
010800         CCB-PARM-VALOR CCB-PARM-HALLADO.
010900     IF CCB-ES-PARM-HALLADO
011000         AND CCB-PARM-VALOR(1:3) IS NUMERIC
011100         MOVE CCB-PARM-VALOR(1:3) TO CCB-DIAS-AVISO
011200     END-IF.
011300     MOVE 'N' TO CCB-FIN.
011400     OPEN INPUT CTAPEND-FILE.
011500     IF CCB-STATUS = '00'
011600         PERFORM 1100-LEER-CAMBIO THRU 1100-LEER-CAMBIO-EXIT
011700             UNTIL CCB-ES-FIN
011800     END-IF.
011900     CLOSE CTAPEND-FILE.
012000 1000-CARGAR-EXIT.
012100     EXIT.
012200*
012300******************************************************************
012400* 1100-LEER-CAMBIO - KEEP ONE APPROVED OR PENDING ROW
012500******************************************************************
012600 1100-LEER-CAMBIO.
012700     READ CTAPEND-FILE
012800         AT END
012900             SET CCB-ES-FIN TO TRUE
013000         NOT AT END
013100             IF (CP-APROBADO OR CP-PENDIENTE)
013200                 AND CCB-CANT-CAMBIOS < 500
013300                 ADD 1 TO CCB-CANT-CAMBIOS
013400                 SET CCB-X-CAM TO CCB-CANT-CAMBIOS
013500                 MOVE CP-ID TO CCB-CAM-ID(CCB-X-CAM)
013600                 MOVE CP-ESTADO TO CCB-CAM-ESTADO(CCB-X-CAM)
013700                 MOVE CP-FECHA-AUT TO CCB-CAM-FECHA(CCB-X-CAM)
013800             END-IF
013900     END-READ.
014000 1100-LEER-CAMBIO-EXIT.
014100     EXIT.
014200*
014300******************************************************************
014400* 2000-REVISAR-CAMBIO - ONE ROW OF THE EMPLOYEE: STILL PENDING,
014500*                       OR APPROVED WITHIN THE WINDOW BEFORE THE
014600*                       PAYMENT DATE (THE LATEST ONE WINS)
014700******************************************************************
014800 2000-REVISAR-CAMBIO.
014900     IF CCB-CAM-ID(CCB-X-CAM) NOT = CCB-ID
015000         GO TO 2000-REVISAR-CAMBIO-EXIT
015100     END-IF.
015200     IF CCB-CAM-ESTADO(CCB-X-CAM) = 'P'
015300         SET CCB-ES-PENDIENTE TO TRUE
015400         GO TO 2000-REVISAR-CAMBIO-EXIT
015500     END-IF.
015600     IF CCB-CAM-FECHA(CCB-X-CAM) = ZERO
015700         OR CCB-CAM-FECHA(CCB-X-CAM) > CCB-FECHA-PAGO
015800         GO TO 2000-REVISAR-CAMBIO-EXIT
015900     END-IF.
016000     COMPUTE CCB-DIA-CAMBIO =
016100         FUNCTION INTEGER-OF-DATE(CCB-CAM-FECHA(CCB-X-CAM)).
016200     IF CCB-DIA-PAGO - CCB-DIA-CAMBIO NOT > CCB-DIAS-AVISO
016300         AND CCB-CAM-FECHA(CCB-X-CAM) > CCB-FECHA-CAMBIO
016400         SET CCB-ES-RECIENTE TO TRUE
016500         MOVE CCB-CAM-FECHA(CCB-X-CAM) TO CCB-FECHA-CAMBIO
016600     END-IF.
016700 2000-REVISAR-CAMBIO-EXIT.
016800     EXIT.
016900 END PROGRAM CTACAMBIO.
