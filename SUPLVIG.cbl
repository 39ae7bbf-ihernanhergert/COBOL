000100******************************************************************
000200* AUTHOR:      HERNAN HERGERT
000300* INSTALLATION: DATA PROCESSING
000400* DATE-WRITTEN:
000500* DATE-COMPILED:
000600* PURPOSE:     SHARED LOOKUP OF THE INDIVIDUAL SALARY SUPPLEMENT
000700*              IN FORCE. CALLERS PASS AN EMPLOYEE ID AND A
000800*              PERIOD (AAAAMM) AND GET BACK THE MONTHLY
000900*              SUPPLEMENT AND ITS REASON CODE FROM THE LATEST
001000*              SUPLEMENTOS ROW OF THAT EMPLOYEE EFFECTIVE ON OR
001100*              BEFORE THE PERIOD (AT EQUAL EFFECTIVE PERIOD THE
001200*              ROW KEYED LAST WINS, SO A CORRECTION IS JUST A
001300*              NEW ROW). ZERO WHEN THERE IS NONE. THE FILE IS
001400*              READ ONCE ON THE FIRST CALL AND KEPT IN WORKING
001500*              STORAGE FOR THE REST OF THE RUN UNIT, SO THE
001600*              PAYROLL AND THE FORECASTS CAN ASK EMPLOYEE BY
001700*              EMPLOYEE AND MONTH BY MONTH.
001800* TECTONICS:   COBC
001900*
002000* MODIFICATION HISTORY:
002100*   - NEW SUBROUTINE, IN THE STYLE OF CALCEDAD AND COTIZAR.
002200******************************************************************
002300 IDENTIFICATION DIVISION.
002400 PROGRAM-ID. SUPLVIG.
002500 ENVIRONMENT DIVISION.
002600 INPUT-OUTPUT SECTION.
002700 FILE-CONTROL.
002800     SELECT OPTIONAL SUPLEMENTOS-FILE ASSIGN TO 'SUPLEMENTOS'
002900         ORGANIZATION IS LINE SEQUENTIAL
003000         FILE STATUS IS SVG-STATUS.
003100 DATA DIVISION.
003200 FILE SECTION.
003300 FD  SUPLEMENTOS-FILE
003400     LABEL RECORDS ARE STANDARD.
003500 01  SP-RECORD.
003600     COPY SUPLEM.
003700 WORKING-STORAGE SECTION.
003800*
003900 01  SVG-STATUS                  PIC XX.
004000 01  SVG-CARGADO                 PIC X VALUE 'N'.
004100     88  SVG-ES-CARGADO          VALUE 'Y'.
004200 01  SVG-FIN-ARCHIVO             PIC X VALUE 'N'.
004300     88  SVG-ES-FIN-ARCHIVO      VALUE 'Y'.
004400 01  SVG-HALLADO                 PIC X VALUE 'N'.
004500     88  SVG-ES-HALLADO          VALUE 'Y'.
004600 01  SVG-MEJOR-VIGENCIA          PIC 9(06).
004700*
004800 01  SVG-CANT-SUPLEM             PIC 9(04) VALUE ZERO.
004900 01  SVG-TABLA-SUPLEM.
005000     05  SVG-SUPLEM-FILA OCCURS 500 TIMES
005100                         INDEXED BY SVG-X-SUP.
005200         10 SVG-SUP-ID           PIC 9(05).
005300         10 SVG-SUP-VIGENCIA     PIC 9(06).
005400         10 SVG-SUP-IMPORTE      PIC 9(06)V99.
005500         10 SVG-SUP-MOTIVO       PIC X(02).
005600*
005700 LINKAGE SECTION.
005800 01  SVG-ID                      PIC 9(05).
005900 01  SVG-PERIODO                 PIC 9(06).
006000 01  SVG-IMPORTE                 PIC 9(06)V99.
006100 01  SVG-MOTIVO                  PIC X(02).
006200*
006300 PROCEDURE DIVISION USING SVG-ID
006400                          SVG-PERIODO
006500                          SVG-IMPORTE
006600                          SVG-MOTIVO.
006700******************************************************************
006800* 0000-MAINLINE - LOAD THE FILE ONCE, THEN PICK THE ROW IN
006900*                 FORCE FOR THE EMPLOYEE AND PERIOD
007000******************************************************************
007100 0000-MAINLINE.
007200     IF NOT SVG-ES-CARGADO
007300         PERFORM 1000-CARGAR-SUPLEMENTOS
007400             THRU 1000-CARGAR-SUPLEMENTOS-EXIT
007500     END-IF.
007600     MOVE ZERO TO SVG-IMPORTE.
007700     MOVE SPACES TO SVG-MOTIVO.
007800     MOVE ZERO TO SVG-MEJOR-VIGENCIA.
007900     MOVE 'N' TO SVG-HALLADO.
008000     IF SVG-ID = ZERO
008100         GOBACK
008200     END-IF.
008300     PERFORM 2000-EVALUAR-FILA THRU 2000-EVALUAR-FILA-EXIT
008400         VARYING SVG-X-SUP FROM 1 BY 1
008500         UNTIL SVG-X-SUP > SVG-CANT-SUPLEM.
008600     GOBACK.
008700 0000-MAINLINE-EXIT.
008800     EXIT.
008900*
009000******************************************************************
009100* 1000-CARGAR-SUPLEMENTOS - EVERY SUPPLEMENT ROW ON FILE
009200******************************************************************
009300 1000-CARGAR-SUPLEMENTOS.
009400     SET SVG-ES-CARGADO TO TRUE.
009500     MOVE ZERO TO SVG-CANT-SUPLEM.
009600     MOVE 'N' TO SVG-FIN-ARCHIVO.
009700     OPEN INPUT SUPLEMENTOS-FILE.
009800     IF SVG-STATUS = '00'
009900         PERFORM 1100-LEER-SUPLEMENTO
010000             THRU 1100-LEER-SUPLEMENTO-EXIT
010100             UNTIL SVG-ES-FIN-ARCHIVO
010200     END-IF.
010300     CLOSE SUPLEMENTOS-FILE.
010400 1000-CARGAR-SUPLEMENTOS-EXIT.
010500     EXIT.
010600*
010700******************************************************************
010800* 1100-LEER-SUPLEMENTO - KEEP ONE ROW; A ROW THAT DOES NOT FIT
010900*                        IS REPORTED, NOT SILENTLY DROPPED
011000******************************************************************
011100 1100-LEER-SUPLEMENTO.
011200     READ SUPLEMENTOS-FILE
011300         AT END
011400             SET SVG-ES-FIN-ARCHIVO TO TRUE
011500         NOT AT END
011600             IF SVG-CANT-SUPLEM < 500
011700                 AND SP-ID IS NUMERIC
011800                 AND SP-VIGENCIA-DESDE IS NUMERIC
011900                 AND SP-IMPORTE IS NUMERIC
012000                 ADD 1 TO SVG-CANT-SUPLEM
012100                 SET SVG-X-SUP TO SVG-CANT-SUPLEM
012200                 MOVE SP-ID TO SVG-SUP-ID(SVG-X-SUP)
012300                 MOVE SP-VIGENCIA-DESDE
012400                     TO SVG-SUP-VIGENCIA(SVG-X-SUP)
012500                 MOVE SP-IMPORTE TO SVG-SUP-IMPORTE(SVG-X-SUP)
012600                 MOVE SP-MOTIVO TO SVG-SUP-MOTIVO(SVG-X-SUP)
012700             ELSE
012800                 DISPLAY 'SUPLVIG: FILA DE SUPLEMENTOS IGNORADA: '
012900                     SP-RECORD
013000             END-IF
013100     END-READ.
013200 1100-LEER-SUPLEMENTO-EXIT.
013300     EXIT.
013400*
013500******************************************************************
013600* 2000-EVALUAR-FILA - KEEP THE ROW IF IT IS THE LATEST ONE IN
013700*                     FORCE FOR THE EMPLOYEE SO FAR
013800******************************************************************
013900 2000-EVALUAR-FILA.
014000     IF SVG-SUP-ID(SVG-X-SUP) = SVG-ID
014100         AND SVG-SUP-VIGENCIA(SVG-X-SUP) <= SVG-PERIODO
014200         IF NOT SVG-ES-HALLADO
014300             OR SVG-SUP-VIGENCIA(SVG-X-SUP)
014400                 >= SVG-MEJOR-VIGENCIA
014500             MOVE SVG-SUP-VIGENCIA(SVG-X-SUP)
014600                 TO SVG-MEJOR-VIGENCIA
014700             MOVE SVG-SUP-IMPORTE(SVG-X-SUP) TO SVG-IMPORTE
014800             MOVE SVG-SUP-MOTIVO(SVG-X-SUP) TO SVG-MOTIVO
014900             SET SVG-ES-HALLADO TO TRUE
015000         END-IF
015100     END-IF.
015200 2000-EVALUAR-FILA-EXIT.
015300     EXIT.
015400 END PROGRAM SUPLVIG.
