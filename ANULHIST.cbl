000100******************************************************************
000200* AUTHOR:      HERNAN HERGERT
000300* INSTALLATION: DATA PROCESSING
000400* DATE-WRITTEN:
000500* DATE-COMPILED:
000600* PURPOSE:     SHARED PAYHIST REVERSAL LOOKUP. REVERPER BACKS A
000700*              POSTED PERIOD OUT BY APPENDING, FOR EVERY LINE OF
000800*              THE PERIOD, A LINE THAT IS THE SAME EXCEPT THAT
000900*              ITS FOUR AMOUNTS ARE NEGATED. READERS THAT ONLY ADD
001000*              THE HISTORY UP NEED NOTHING BUT SIGNED AMOUNTS, BUT
001100*              READERS THAT PICK ONE LINE (THE BEST SALARY, THE
001200*              LAST LINE OF A PERIOD) OR MATCH LINE BY LINE MUST
001300*              LEAVE OUT BOTH THE CANCELLED LINE AND ITS REVERSAL.
001400*              ACTION C LOADS THE IMAGES OF THE CANCELLED LINES
001500*              FROM PAYHIST; THE CALLER DOES IT ONCE BEFORE EACH
001600*              PASS. ACTION V, CALLED WITH EACH LINE READ IN FILE
001700*              ORDER, ANSWERS R FOR A REVERSAL LINE, S FOR THE
001800*              FIRST LINE NOT YET MATCHED THAT A REVERSAL CANCELS
001900*              (A CORRECT RERUN OF THE SAME FIGURES LATER IN THE
002000*              FILE STAYS IN FORCE) AND N FOR A LINE IN FORCE.
002100* TECTONICS:   COBC
002200*
002300* MODIFICATION HISTORY:
002400*   - NEW SUBROUTINE, IN THE STYLE OF CADENAUD.
002500******************************************************************
002600 IDENTIFICATION DIVISION.
002700 PROGRAM-ID. ANULHIST.
002800 ENVIRONMENT DIVISION.
002900 INPUT-OUTPUT SECTION.
003000 FILE-CONTROL.
003100     SELECT OPTIONAL PAYHIST-FILE ASSIGN TO 'PAYHIST'
003200         ORGANIZATION IS LINE SEQUENTIAL
003300         FILE STATUS IS ANH-STATUS.
003400 DATA DIVISION.
003500 FILE SECTION.
003600 FD  PAYHIST-FILE
003700     LABEL RECORDS ARE STANDARD.
003800 01  PH-RECORD                   PIC X(77).
003900 WORKING-STORAGE SECTION.
004000*
004100 01  ANH-STATUS                  PIC XX.
004200 01  ANH-FIN-ARCHIVO             PIC X VALUE 'N'.
004300     88  ANH-ES-FIN-ARCHIVO      VALUE 'Y'.
004400 01  ANH-TABLA-LLENA             PIC X VALUE 'N'.
004500     88  ANH-ES-TABLA-LLENA      VALUE 'Y'.
004600*
004700*    UNA LINEA DE HISTORIAL, CON LOS IMPORTES CON SIGNO
004800 01  ANH-LINEA.
004900     05 FILLER                   PIC X(11).
005000     05 ANH-SUELDO-MENSUAL       PIC S9(06)V99.
005100     05 ANH-SUELDO-ANUAL         PIC S9(07)V99.
005200     05 ANH-BONO                 PIC S9(06)V99.
005300     05 FILLER                   PIC X(23).
005400     05 ANH-IMPORTE-EXTRA        PIC S9(06)V99.
005500     05 FILLER                   PIC X(10).
005600*
005700*    IMAGEN DE LAS LINEAS QUE UNA REVERSION ANULA
005800 01  ANH-CANT-ANULADAS           PIC 9(04) VALUE ZERO.
005900 01  ANH-TABLA-ANULADAS.
006000     05  ANH-ANULADA OCCURS 3000 TIMES
006100                     INDEXED BY ANH-X.
006200         10 ANH-ANU-IMAGEN       PIC X(77).
006300         10 ANH-ANU-USADA        PIC X(01).
006400*
006500 LINKAGE SECTION.
006600 01  ANH-ACCION                  PIC X(01).
006700 01  ANH-REGISTRO                PIC X(77).
006800 01  ANH-RESULTADO               PIC X(01).
006900*
007000 PROCEDURE DIVISION USING ANH-ACCION
007100                          ANH-REGISTRO
007200                          ANH-RESULTADO.
007300******************************************************************
007400* 0000-MAINLINE - DISPATCH ON THE ACTION
007500******************************************************************
007600 0000-MAINLINE.
007700     MOVE 'N' TO ANH-RESULTADO.
007800     EVALUATE ANH-ACCION
007900         WHEN 'C'
008000             PERFORM 1000-CARGAR-ANULADAS
008100                 THRU 1000-CARGAR-ANULADAS-EXIT
008200         WHEN 'V'
008300             PERFORM 2000-CLASIFICAR-LINEA
008400                 THRU 2000-CLASIFICAR-LINEA-EXIT
008500         WHEN OTHER
008600             CONTINUE
008700     END-EVALUATE.
008800     GOBACK.
008900 0000-MAINLINE-EXIT.
009000     EXIT.
009100*
009200******************************************************************
009300* 1000-CARGAR-ANULADAS - THE IMAGE OF EVERY LINE A REVERSAL LINE
009400*                        ON PAYHIST CANCELS
009500******************************************************************
009600 1000-CARGAR-ANULADAS.
009700     MOVE ZERO TO ANH-CANT-ANULADAS.
009800     MOVE 'N' TO ANH-FIN-ARCHIVO ANH-TABLA-LLENA.
009900     OPEN INPUT PAYHIST-FILE.
010000     IF ANH-STATUS = '00'
010100         PERFORM 1100-LEER-HISTORIAL THRU 1100-LEER-HISTORIAL-EXIT
010200             UNTIL ANH-ES-FIN-ARCHIVO
010300     END-IF.
010400     CLOSE PAYHIST-FILE.
010500 1000-CARGAR-ANULADAS-EXIT.
010600     EXIT.
010700*
010800 1100-LEER-HISTORIAL.
010900     READ PAYHIST-FILE
011000         AT END
011100             SET ANH-ES-FIN-ARCHIVO TO TRUE
011200             GO TO 1100-LEER-HISTORIAL-EXIT
011300     END-READ.
011400     IF PH-RECORD(1:1) = '*'
011500         GO TO 1100-LEER-HISTORIAL-EXIT
011600     END-IF.
011700     MOVE PH-RECORD TO ANH-LINEA.
011800     PERFORM 3000-ES-REVERSION THRU 3000-ES-REVERSION-EXIT.
011900     IF ANH-RESULTADO NOT = 'R'
012000         GO TO 1100-LEER-HISTORIAL-EXIT
012100     END-IF.
012200     MOVE 'N' TO ANH-RESULTADO.
012300     IF ANH-CANT-ANULADAS NOT < 3000
012400         IF NOT ANH-ES-TABLA-LLENA
012500             SET ANH-ES-TABLA-LLENA TO TRUE
012600             DISPLAY 'ANULHIST: MAS DE 3000 LINEAS REVERTIDAS EN '
012700                 'PAYHIST, LAS DEMAS NO SE EXCLUYEN'
012800         END-IF
012900         GO TO 1100-LEER-HISTORIAL-EXIT
013000     END-IF.
013100     COMPUTE ANH-SUELDO-MENSUAL = 0 - ANH-SUELDO-MENSUAL.
013200     COMPUTE ANH-SUELDO-ANUAL = 0 - ANH-SUELDO-ANUAL.
013300     COMPUTE ANH-BONO = 0 - ANH-BONO.
013400     COMPUTE ANH-IMPORTE-EXTRA = 0 - ANH-IMPORTE-EXTRA.
013500     ADD 1 TO ANH-CANT-ANULADAS.
013600     SET ANH-X TO ANH-CANT-ANULADAS.
013700     MOVE ANH-LINEA TO ANH-ANU-IMAGEN(ANH-X).
013800     MOVE 'N' TO ANH-ANU-USADA(ANH-X).
013900 1100-LEER-HISTORIAL-EXIT.
014000     EXIT.
014100*
014200******************************************************************
014300* 2000-CLASIFICAR-LINEA - R REVERSAL, S CANCELLED, N IN FORCE
014400******************************************************************
014500 2000-CLASIFICAR-LINEA.
014600     IF ANH-REGISTRO(1:1) = '*'
014700         GO TO 2000-CLASIFICAR-LINEA-EXIT
014800     END-IF.
014900     MOVE ANH-REGISTRO TO ANH-LINEA.
015000     PERFORM 3000-ES-REVERSION THRU 3000-ES-REVERSION-EXIT.
015100     IF ANH-RESULTADO = 'R'
015200         GO TO 2000-CLASIFICAR-LINEA-EXIT
015300     END-IF.
015400     SET ANH-X TO 1.
015500     SEARCH ANH-ANULADA
015600         AT END
015700             CONTINUE
015800         WHEN ANH-X > ANH-CANT-ANULADAS
015900             CONTINUE
016000         WHEN ANH-ANU-IMAGEN(ANH-X) = ANH-REGISTRO
016100             AND ANH-ANU-USADA(ANH-X) = 'N'
016200             MOVE 'S' TO ANH-ANU-USADA(ANH-X)
016300             MOVE 'S' TO ANH-RESULTADO
016400     END-SEARCH.
016500 2000-CLASIFICAR-LINEA-EXIT.
016600     EXIT.
016700*
016800******************************************************************
016900* 3000-ES-REVERSION - A LINE WITH ANY NEGATIVE AMOUNT IS A
017000*                     REVERSAL LINE
017100******************************************************************
017200 3000-ES-REVERSION.
017300     MOVE 'N' TO ANH-RESULTADO.
017400     IF ANH-SUELDO-MENSUAL NOT NUMERIC
017500         OR ANH-SUELDO-ANUAL NOT NUMERIC
017600         OR ANH-BONO NOT NUMERIC
017700         OR ANH-IMPORTE-EXTRA NOT NUMERIC
017800         GO TO 3000-ES-REVERSION-EXIT
017900     END-IF.
018000     IF ANH-SUELDO-MENSUAL < ZERO
018100         OR ANH-SUELDO-ANUAL < ZERO
018200         OR ANH-BONO < ZERO
018300         OR ANH-IMPORTE-EXTRA < ZERO
018400         MOVE 'R' TO ANH-RESULTADO
018500     END-IF.
018600 3000-ES-REVERSION-EXIT.
018700     EXIT.
018800 END PROGRAM ANULHIST.
