000100******************************************************************
000200* AUTHOR:      HERNAN HERGERT
000300* INSTALLATION: DATA PROCESSING
000400* DATE-WRITTEN:
000500* DATE-COMPILED:
000600* PURPOSE:     SHARED LOOKUP OF THE STATUTORY MINIMUM WAGE IN
000700*              FORCE. CALLERS PASS A COMPANY AND A PERIOD (AAAAMM)
000800*              AND GET BACK THE MINIMUM PER FULL-TIME MONTH AND
000900*              PER HOUR FROM THE LATEST SALMINIMO ROW EFFECTIVE ON
001000*              OR BEFORE THE PERIOD. A ROW FOR THE COMPANY WINS
001100*              OVER A GENERAL ROW (BLANK COMPANY) OF THE SAME
001200*              EFFECTIVE PERIOD, AND AT EQUAL PERIOD AND SCOPE THE
001300*              ROW KEYED LAST WINS, SO A CORRECTION IS JUST A NEW
001400*              ROW. BOTH AMOUNTS ARE ZERO WHEN NO ROW IS IN FORCE,
001500*              WHICH MEANS NO MINIMUM TO CHECK. THE FILE IS READ
001600*              ONCE ON THE FIRST CALL AND KEPT IN WORKING STORAGE
001700*              FOR THE REST OF THE RUN UNIT.
001800* TECTONICS:   COBC
001900*
002000* MODIFICATION HISTORY:
002100*   - NEW SUBROUTINE, IN THE STYLE OF SUPLVIG.
002200******************************************************************
002300 IDENTIFICATION DIVISION.
002400 PROGRAM-ID. SALMVIG.
002500 ENVIRONMENT DIVISION.
002600 INPUT-OUTPUT SECTION.
002700 FILE-CONTROL.
002800     SELECT OPTIONAL SALMINIMO-FILE ASSIGN TO 'SALMINIMO'
002900         ORGANIZATION IS LINE SEQUENTIAL
003000         FILE STATUS IS SMV-STATUS.
003100 DATA DIVISION.
003200 FILE SECTION.
003300 FD  SALMINIMO-FILE
003400     LABEL RECORDS ARE STANDARD.
003500 01  SM-RECORD.
003600     05 SM-VIGENCIA-DESDE        PIC 9(06).
003700     05 SM-COMPANIA              PIC X(03).
003800     05 SM-MENSUAL               PIC 9(06)V99.
003900     05 SM-HORA                  PIC 9(04)V99.
004000 WORKING-STORAGE SECTION.
004100*
004200 01  SMV-STATUS                  PIC XX.
004300 01  SMV-CARGADO                 PIC X VALUE 'N'.
004400     88  SMV-ES-CARGADO          VALUE 'Y'.
004500 01  SMV-FIN-ARCHIVO             PIC X VALUE 'N'.
004600     88  SMV-ES-FIN-ARCHIVO      VALUE 'Y'.
004700 01  SMV-HALLADO                 PIC X VALUE 'N'.
004800     88  SMV-ES-HALLADO          VALUE 'Y'.
004900 01  SMV-MEJOR-VIGENCIA          PIC 9(06).
005000 01  SMV-MEJOR-ESPECIFICA        PIC X VALUE 'N'.
005100     88  SMV-ES-MEJOR-ESPECIFICA VALUE 'S'.
005200*
005300 01  SMV-CANT-MINIMOS            PIC 9(03) VALUE ZERO.
005400 01  SMV-TABLA-MINIMOS.
005500     05  SMV-MINIMO-FILA OCCURS 200 TIMES
005600                         INDEXED BY SMV-X-MIN.
005700         10 SMV-MIN-VIGENCIA     PIC 9(06).
005800         10 SMV-MIN-COMPANIA     PIC X(03).
005900         10 SMV-MIN-MENSUAL      PIC 9(06)V99.
006000         10 SMV-MIN-HORA         PIC 9(04)V99.
006100*
006200 LINKAGE SECTION.
006300 01  SMV-COMPANIA                PIC X(03).
006400 01  SMV-PERIODO                 PIC 9(06).
006500 01  SMV-MENSUAL                 PIC 9(06)V99.
006600 01  SMV-HORA                    PIC 9(04)V99.
006700*
006800 PROCEDURE DIVISION USING SMV-COMPANIA
006900                          SMV-PERIODO
007000                          SMV-MENSUAL
007100                          SMV-HORA.
007200******************************************************************
007300* 0000-MAINLINE - LOAD THE FILE ONCE, THEN PICK THE ROW IN
007400*                 FORCE FOR THE COMPANY AND PERIOD
007500******************************************************************
007600 0000-MAINLINE.
007700     IF NOT SMV-ES-CARGADO
007800         PERFORM 1000-CARGAR-MINIMOS THRU 1000-CARGAR-MINIMOS-EXIT
007900     END-IF.
008000     MOVE ZERO TO SMV-MENSUAL.
008100     MOVE ZERO TO SMV-HORA.
008200     MOVE ZERO TO SMV-MEJOR-VIGENCIA.
008300     MOVE 'N' TO SMV-HALLADO.
008400     MOVE 'N' TO SMV-MEJOR-ESPECIFICA.
008500     PERFORM 2000-EVALUAR-FILA THRU 2000-EVALUAR-FILA-EXIT
008600         VARYING SMV-X-MIN FROM 1 BY 1
008700         UNTIL SMV-X-MIN > SMV-CANT-MINIMOS.
008800     GOBACK.
008900 0000-MAINLINE-EXIT.
009000     EXIT.
009100*
009200******************************************************************
009300* 1000-CARGAR-MINIMOS - EVERY MINIMUM WAGE ROW ON FILE
009400******************************************************************
009500 1000-CARGAR-MINIMOS.
009600     SET SMV-ES-CARGADO TO TRUE.
009700     MOVE ZERO TO SMV-CANT-MINIMOS.
009800     MOVE 'N' TO SMV-FIN-ARCHIVO.
009900     OPEN INPUT SALMINIMO-FILE.
010000     IF SMV-STATUS = '00'
010100         PERFORM 1100-LEER-MINIMO THRU 1100-LEER-MINIMO-EXIT
010200             UNTIL SMV-ES-FIN-ARCHIVO
010300     END-IF.
010400     CLOSE SALMINIMO-FILE.
010500 1000-CARGAR-MINIMOS-EXIT.
010600     EXIT.
010700*
010800******************************************************************
010900* 1100-LEER-MINIMO - KEEP ONE ROW; A ROW THAT DOES NOT FIT IS
011000*                    REPORTED, NOT SILENTLY DROPPED
011100******************************************************************
011200 1100-LEER-MINIMO.
011300     READ SALMINIMO-FILE
011400         AT END
011500             SET SMV-ES-FIN-ARCHIVO TO TRUE
011600         NOT AT END
011700             IF SMV-CANT-MINIMOS < 200
011800                 AND SM-VIGENCIA-DESDE IS NUMERIC
011900                 AND SM-MENSUAL IS NUMERIC
012000                 AND SM-HORA IS NUMERIC
012100                 ADD 1 TO SMV-CANT-MINIMOS
012200                 SET SMV-X-MIN TO SMV-CANT-MINIMOS
012300                 MOVE SM-VIGENCIA-DESDE
012400                     TO SMV-MIN-VIGENCIA(SMV-X-MIN)
012500                 MOVE SM-COMPANIA TO SMV-MIN-COMPANIA(SMV-X-MIN)
012600                 MOVE SM-MENSUAL TO SMV-MIN-MENSUAL(SMV-X-MIN)
012700                 MOVE SM-HORA TO SMV-MIN-HORA(SMV-X-MIN)
012800             ELSE
012900                 DISPLAY 'SALMVIG: FILA DE SALMINIMO IGNORADA: '
013000                     SM-RECORD
013100             END-IF
013200     END-READ.
013300 1100-LEER-MINIMO-EXIT.
013400     EXIT.
013500*
013600******************************************************************
013700* 2000-EVALUAR-FILA - KEEP THE ROW IF IT IS THE LATEST ONE IN
013800*                     FORCE FOR THE COMPANY SO FAR
013900******************************************************************
014000 2000-EVALUAR-FILA.
014100     IF SMV-MIN-VIGENCIA(SMV-X-MIN) > SMV-PERIODO
014200         GO TO 2000-EVALUAR-FILA-EXIT
014300     END-IF.
014400     IF SMV-MIN-COMPANIA(SMV-X-MIN) NOT = SPACES
014500         AND SMV-MIN-COMPANIA(SMV-X-MIN) NOT = SMV-COMPANIA
014600         GO TO 2000-EVALUAR-FILA-EXIT
014700     END-IF.
014800     IF SMV-ES-HALLADO
014900         AND SMV-MIN-VIGENCIA(SMV-X-MIN) < SMV-MEJOR-VIGENCIA
015000         GO TO 2000-EVALUAR-FILA-EXIT
015100     END-IF.
015200     IF SMV-ES-HALLADO
015300         AND SMV-MIN-VIGENCIA(SMV-X-MIN) = SMV-MEJOR-VIGENCIA
015400         AND SMV-ES-MEJOR-ESPECIFICA
015500         AND SMV-MIN-COMPANIA(SMV-X-MIN) = SPACES
015600         GO TO 2000-EVALUAR-FILA-EXIT
015700     END-IF.
015800     MOVE SMV-MIN-VIGENCIA(SMV-X-MIN) TO SMV-MEJOR-VIGENCIA.
015900     MOVE SMV-MIN-MENSUAL(SMV-X-MIN) TO SMV-MENSUAL.
016000     MOVE SMV-MIN-HORA(SMV-X-MIN) TO SMV-HORA.
016100     IF SMV-MIN-COMPANIA(SMV-X-MIN) NOT = SPACES
016200         MOVE 'S' TO SMV-MEJOR-ESPECIFICA
016300     ELSE
016400         MOVE 'N' TO SMV-MEJOR-ESPECIFICA
016500     END-IF.
016600     SET SMV-ES-HALLADO TO TRUE.
016700 2000-EVALUAR-FILA-EXIT.
016800     EXIT.
016900 END PROGRAM SALMVIG.
