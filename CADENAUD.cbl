000100******************************************************************
000200* AUTHOR:      HERNAN HERGERT
000300* INSTALLATION: DATA PROCESSING
000400* DATE-WRITTEN:
000500* DATE-COMPILED:
000600* PURPOSE:     SHARED AUDIT-CHAIN SERVICE. THE AUDIT LOGS WERE
000700*              PLAIN SEQUENTIAL FILES: A LINE COULD BE EDITED OR
000800*              DELETED AND NOTHING WOULD SHOW IT. EVERY WRITER OF
000900*              EMPAUDIT, RATECHG, SIGNLOG, TRASLOG, REORGLOG AND
001000*              RUNLOG NOW CALLS THIS SUBROUTINE JUST BEFORE ITS
001100*              WRITE WITH ACTION G, THE LOG NAME, THE RECORD AND
001200*              THE LENGTH OF ITS CONTENT (WITHOUT THE CADAUD
001300*              TRAILER). THE CALL READS THE LOG'S ANCHOR FROM THE
001400*              AUDCHAIN CONTROL FILE, NUMBERS THE RECORD AS THE
001500*              NEXT IN THE LOG, WORKS OUT ITS CHECK VALUE OVER THE
001600*              CONTENT, THAT NUMBER AND THE CHECK VALUE OF THE
001700*              RECORD BEFORE IT, SAVES THE NEW TAIL AND HANDS IT
001800*              BACK IN THE ANCHOR FOR THE CALLER TO MOVE INTO THE
001900*              TRAILER. ACTION C DOES THE SAME ARITHMETIC ON THE
002000*              TAIL PASSED IN WITHOUT TOUCHING AUDCHAIN (VERIFCAD
002100*              WALKING A LOG); L RETURNS A LOG'S ANCHOR; F STORES
002200*              THE ANCHOR PASSED IN AND B REMOVES IT (RETENCION
002300*              MOVING ROWS TO OR FROM THE ARCHIVE COMPANION).
002400* TECTONICS:   COBC
002500*
002600* MODIFICATION HISTORY:
002700*   - NEW SUBROUTINE, IN THE STYLE OF EMITEVT.
002800******************************************************************
002900 IDENTIFICATION DIVISION.
003000 PROGRAM-ID. CADENAUD.
003100 ENVIRONMENT DIVISION.
003200 INPUT-OUTPUT SECTION.
003300 FILE-CONTROL.
003400     SELECT OPTIONAL AUDCHAIN-FILE ASSIGN TO 'AUDCHAIN'
003500         ORGANIZATION IS LINE SEQUENTIAL
003600         FILE STATUS IS CAU-STATUS.
003700 DATA DIVISION.
003800 FILE SECTION.
003900 FD  AUDCHAIN-FILE
004000     LABEL RECORDS ARE STANDARD.
004100 01  AC-RECORD.
004200     05 AC-ARCHIVO               PIC X(12).
004300     05 AC-BASE-SECUENCIA        PIC 9(09).
004400     05 AC-BASE-CONTROL          PIC X(18).
004500     05 AC-ULT-SECUENCIA         PIC 9(09).
004600     05 AC-ULT-CONTROL           PIC X(18).
004700     05 AC-FECHA                 PIC 9(08).
004800 WORKING-STORAGE SECTION.
004900*
005000 01  CAU-STATUS                  PIC XX.
005100 01  CAU-FECHA-HOY               PIC 9(08).
005200 01  CAU-FIN-ARCHIVO             PIC X VALUE 'N'.
005300     88  CAU-ES-FIN-ARCHIVO      VALUE 'Y'.
005400*
005500 01  CAU-CANT-ANCLAS             PIC 9(03) VALUE ZERO.
005600 01  CAU-TABLA-ANCLAS.
005700     05  CAU-ANCLA-FILA OCCURS 50 TIMES
005800                        INDEXED BY CAU-X.
005900         10 CAU-ANC-ARCHIVO      PIC X(12).
006000         10 CAU-ANC-BASE-SEC     PIC 9(09).
006100         10 CAU-ANC-BASE-CTL     PIC X(18).
006200         10 CAU-ANC-ULT-SEC      PIC 9(09).
006300         10 CAU-ANC-ULT-CTL      PIC X(18).
006400         10 CAU-ANC-FECHA        PIC 9(08).
006500*
006600*    ARITMETICA DEL VALOR DE CONTROL
006700 01  CAU-TRABAJO                 PIC X(220).
006800 01  CAU-LARGO-TRABAJO           PIC 9(03).
006900 01  CAU-POS                     PIC 9(03).
007000 01  CAU-SEC-TEXTO               PIC 9(09).
007100 01  CAU-CONTROL-NUM.
007200     05 CAU-CTL-UNO              PIC 9(09).
007300     05 CAU-CTL-DOS              PIC 9(09).
007400 01  CAU-H1                      PIC 9(18) COMP.
007500 01  CAU-H2                      PIC 9(18) COMP.
007600 01  CAU-ACUM                    PIC 9(18) COMP.
007700 01  CAU-COCIENTE                PIC 9(18) COMP.
007800 01  CAU-PAR.
007900     05 CAU-PAR-ALTO             PIC X(01) VALUE LOW-VALUE.
008000     05 CAU-PAR-BAJO             PIC X(01).
008100 01  CAU-BYTE REDEFINES CAU-PAR  PIC 9(04) COMP.
008200*
008300 LINKAGE SECTION.
008400 01  CAU-ACCION                  PIC X(01).
008500 01  CAU-ARCHIVO                 PIC X(12).
008600 01  CAU-REGISTRO                PIC X(200).
008700 01  CAU-LARGO                   PIC 9(03).
008800 01  CAU-ANCLA.
008900     COPY CADANCLA.
009000*
009100 PROCEDURE DIVISION USING CAU-ACCION
009200                          CAU-ARCHIVO
009300                          CAU-REGISTRO
009400                          CAU-LARGO
009500                          CAU-ANCLA.
009600******************************************************************
009700* 0000-MAINLINE - DISPATCH ON THE ACTION
009800******************************************************************
009900 0000-MAINLINE.
010000     IF CAU-ACCION = 'C'
010100         PERFORM 2000-ENCADENAR THRU 2000-ENCADENAR-EXIT
010200         GOBACK
010300     END-IF.
010400     ACCEPT CAU-FECHA-HOY FROM DATE YYYYMMDD.
010500     PERFORM 1000-CARGAR-ANCLAS THRU 1000-CARGAR-ANCLAS-EXIT.
010600     PERFORM 1100-UBICAR-ANCLA THRU 1100-UBICAR-ANCLA-EXIT.
010700     EVALUATE CAU-ACCION
010800         WHEN 'G'
010900             PERFORM 2000-ENCADENAR THRU 2000-ENCADENAR-EXIT
011000             PERFORM 1200-GUARDAR-ANCLA
011100                 THRU 1200-GUARDAR-ANCLA-EXIT
011200         WHEN 'F'
011300             PERFORM 1200-GUARDAR-ANCLA
011400                 THRU 1200-GUARDAR-ANCLA-EXIT
011500         WHEN 'B'
011600             IF ANC-HALLADA
011700                 MOVE SPACES TO CAU-ANC-ARCHIVO(CAU-X)
011800                 PERFORM 3000-GRABAR-ANCLAS
011900                     THRU 3000-GRABAR-ANCLAS-EXIT
012000             END-IF
012100         WHEN OTHER
012200             CONTINUE
012300     END-EVALUATE.
012400     GOBACK.
012500 0000-MAINLINE-EXIT.
012600     EXIT.
012700*
012800******************************************************************
012900* 1000-CARGAR-ANCLAS - EVERY ANCHOR ON AUDCHAIN INTO THE TABLE
013000******************************************************************
013100 1000-CARGAR-ANCLAS.
013200     MOVE ZERO TO CAU-CANT-ANCLAS.
013300     MOVE 'N' TO CAU-FIN-ARCHIVO.
013400     OPEN INPUT AUDCHAIN-FILE.
013500     IF CAU-STATUS = '00'
013600         PERFORM 1010-LEER-ANCLA THRU 1010-LEER-ANCLA-EXIT
013700             UNTIL CAU-ES-FIN-ARCHIVO
013800     END-IF.
013900     CLOSE AUDCHAIN-FILE.
014000 1000-CARGAR-ANCLAS-EXIT.
014100     EXIT.
014200*
014300******************************************************************
014400* 1010-LEER-ANCLA - KEEP ONE ANCHOR ROW
014500******************************************************************
014600 1010-LEER-ANCLA.
014700     READ AUDCHAIN-FILE
014800         AT END
014900             SET CAU-ES-FIN-ARCHIVO TO TRUE
015000         NOT AT END
015100             IF CAU-CANT-ANCLAS < 50
015200                 ADD 1 TO CAU-CANT-ANCLAS
015300                 SET CAU-X TO CAU-CANT-ANCLAS
015400                 MOVE AC-ARCHIVO TO CAU-ANC-ARCHIVO(CAU-X)
015500                 MOVE AC-BASE-SECUENCIA TO CAU-ANC-BASE-SEC(CAU-X)
015600                 MOVE AC-BASE-CONTROL TO CAU-ANC-BASE-CTL(CAU-X)
015700                 MOVE AC-ULT-SECUENCIA TO CAU-ANC-ULT-SEC(CAU-X)
015800                 MOVE AC-ULT-CONTROL TO CAU-ANC-ULT-CTL(CAU-X)
015900                 MOVE AC-FECHA TO CAU-ANC-FECHA(CAU-X)
016000             END-IF
016100     END-READ.
016200 1010-LEER-ANCLA-EXIT.
016300     EXIT.
016400*
016500******************************************************************
016600* 1100-UBICAR-ANCLA - FIND THE LOG'S ANCHOR. FOR G AND L A LOG
016700*                     WITHOUT ONE STARTS FROM ZERO; F KEEPS WHAT
016800*                     THE CALLER PASSED
016900******************************************************************
017000 1100-UBICAR-ANCLA.
017100     SET CAU-X TO 1.
017200     SEARCH CAU-ANCLA-FILA
017300         AT END
017400             SET CAU-X TO CAU-CANT-ANCLAS
017500             SET CAU-X UP BY 1
017600             IF CAU-ACCION NOT = 'F'
017700                 MOVE 'N' TO ANC-EXISTE
017800                 MOVE ZERO TO ANC-BASE-SECUENCIA ANC-ULT-SECUENCIA
017900                 MOVE ZEROS TO ANC-BASE-CONTROL ANC-ULT-CONTROL
018000             END-IF
018100         WHEN CAU-X > CAU-CANT-ANCLAS
018200             IF CAU-ACCION NOT = 'F'
018300                 MOVE 'N' TO ANC-EXISTE
018400                 MOVE ZERO TO ANC-BASE-SECUENCIA ANC-ULT-SECUENCIA
018500                 MOVE ZEROS TO ANC-BASE-CONTROL ANC-ULT-CONTROL
018600             END-IF
018700         WHEN CAU-ANC-ARCHIVO(CAU-X) = CAU-ARCHIVO
018800             IF CAU-ACCION NOT = 'F'
018900                 MOVE 'S' TO ANC-EXISTE
019000                 MOVE CAU-ANC-BASE-SEC(CAU-X)
019100                     TO ANC-BASE-SECUENCIA
019200                 MOVE CAU-ANC-BASE-CTL(CAU-X) TO ANC-BASE-CONTROL
019300                 MOVE CAU-ANC-ULT-SEC(CAU-X) TO ANC-ULT-SECUENCIA
019400                 MOVE CAU-ANC-ULT-CTL(CAU-X) TO ANC-ULT-CONTROL
019500             END-IF
019600     END-SEARCH.
019700 1100-UBICAR-ANCLA-EXIT.
019800     EXIT.
019900*
020000******************************************************************
020100* 1200-GUARDAR-ANCLA - THE ANCHOR IN HAND BACK TO AUDCHAIN
020200******************************************************************
020300 1200-GUARDAR-ANCLA.
020400     IF CAU-X > CAU-CANT-ANCLAS
020500         IF CAU-CANT-ANCLAS NOT < 50
020600             DISPLAY 'CADENAUD: AUDCHAIN COMPLETO, NO SE GUARDA '
020700                 'EL ANCLA DE ' CAU-ARCHIVO
020800             GO TO 1200-GUARDAR-ANCLA-EXIT
020900         END-IF
021000         ADD 1 TO CAU-CANT-ANCLAS
021100         SET CAU-X TO CAU-CANT-ANCLAS
021200     END-IF.
021300     MOVE CAU-ARCHIVO TO CAU-ANC-ARCHIVO(CAU-X).
021400     MOVE ANC-BASE-SECUENCIA TO CAU-ANC-BASE-SEC(CAU-X).
021500     MOVE ANC-BASE-CONTROL TO CAU-ANC-BASE-CTL(CAU-X).
021600     MOVE ANC-ULT-SECUENCIA TO CAU-ANC-ULT-SEC(CAU-X).
021700     MOVE ANC-ULT-CONTROL TO CAU-ANC-ULT-CTL(CAU-X).
021800     MOVE CAU-FECHA-HOY TO CAU-ANC-FECHA(CAU-X).
021900     MOVE 'S' TO ANC-EXISTE.
022000     PERFORM 3000-GRABAR-ANCLAS THRU 3000-GRABAR-ANCLAS-EXIT.
022100 1200-GUARDAR-ANCLA-EXIT.
022200     EXIT.
022300*
022400******************************************************************
022500* 2000-ENCADENAR - ADVANCE THE TAIL OVER ONE RECORD: NEXT NUMBER,
022600*                  AND THE CHECK VALUE OF CONTENT PLUS NUMBER
022700*                  FOLDED INTO THE PREVIOUS CHECK VALUE
022800******************************************************************
022900 2000-ENCADENAR.
023000     ADD 1 TO ANC-ULT-SECUENCIA.
023100     IF ANC-ULT-CONTROL IS NUMERIC
023200         MOVE ANC-ULT-CONTROL TO CAU-CONTROL-NUM
023300     ELSE
023400         MOVE ZEROS TO CAU-CONTROL-NUM
023500     END-IF.
023600     MOVE CAU-CTL-UNO TO CAU-H1.
023700     MOVE CAU-CTL-DOS TO CAU-H2.
023800     MOVE SPACES TO CAU-TRABAJO.
023900     MOVE CAU-LARGO TO CAU-LARGO-TRABAJO.
024000     IF CAU-LARGO-TRABAJO > 200
024100         MOVE 200 TO CAU-LARGO-TRABAJO
024200     END-IF.
024300     MOVE CAU-REGISTRO(1:CAU-LARGO-TRABAJO) TO CAU-TRABAJO.
024400     MOVE ANC-ULT-SECUENCIA TO CAU-SEC-TEXTO.
024500     MOVE CAU-SEC-TEXTO
024600         TO CAU-TRABAJO(CAU-LARGO-TRABAJO + 1:9).
024700     ADD 9 TO CAU-LARGO-TRABAJO.
024800     PERFORM 2100-MEZCLAR-BYTE THRU 2100-MEZCLAR-BYTE-EXIT
024900         VARYING CAU-POS FROM 1 BY 1
025000         UNTIL CAU-POS > CAU-LARGO-TRABAJO.
025100     MOVE CAU-H1 TO CAU-CTL-UNO.
025200     MOVE CAU-H2 TO CAU-CTL-DOS.
025300     MOVE CAU-CONTROL-NUM TO ANC-ULT-CONTROL.
025400 2000-ENCADENAR-EXIT.
025500     EXIT.
025600*
025700******************************************************************
025800* 2100-MEZCLAR-BYTE - FOLD ONE BYTE INTO BOTH ACCUMULATORS, EACH
025900*                     KEPT BELOW ITS OWN PRIME MODULUS
026000******************************************************************
026100 2100-MEZCLAR-BYTE.
026200     MOVE CAU-TRABAJO(CAU-POS:1) TO CAU-PAR-BAJO.
026300     COMPUTE CAU-ACUM = CAU-H1 * 257 + CAU-BYTE + 1.
026400     DIVIDE CAU-ACUM BY 999999937
026500         GIVING CAU-COCIENTE REMAINDER CAU-H1.
026600     COMPUTE CAU-ACUM = CAU-H2 * 65599 + CAU-BYTE * CAU-POS + 7.
026700     DIVIDE CAU-ACUM BY 999999929
026800         GIVING CAU-COCIENTE REMAINDER CAU-H2.
026900 2100-MEZCLAR-BYTE-EXIT.
027000     EXIT.
027100*
027200******************************************************************
027300* 3000-GRABAR-ANCLAS - REWRITE AUDCHAIN FROM THE TABLE (A REMOVED
027400*                      ANCHOR HAS A BLANK NAME AND IS DROPPED)
027500******************************************************************
027600 3000-GRABAR-ANCLAS.
027700     OPEN OUTPUT AUDCHAIN-FILE.
027800     PERFORM 3100-GRABAR-ANCLA THRU 3100-GRABAR-ANCLA-EXIT
027900         VARYING CAU-X FROM 1 BY 1
028000         UNTIL CAU-X > CAU-CANT-ANCLAS.
028100     CLOSE AUDCHAIN-FILE.
028200 3000-GRABAR-ANCLAS-EXIT.
028300     EXIT.
028400*
028500******************************************************************
028600* 3100-GRABAR-ANCLA - WRITE ONE ANCHOR ROW
028700******************************************************************
028800 3100-GRABAR-ANCLA.
028900     IF CAU-ANC-ARCHIVO(CAU-X) = SPACES
029000         GO TO 3100-GRABAR-ANCLA-EXIT
029100     END-IF.
029200     MOVE CAU-ANC-ARCHIVO(CAU-X) TO AC-ARCHIVO.
029300     MOVE CAU-ANC-BASE-SEC(CAU-X) TO AC-BASE-SECUENCIA.
029400     MOVE CAU-ANC-BASE-CTL(CAU-X) TO AC-BASE-CONTROL.
029500     MOVE CAU-ANC-ULT-SEC(CAU-X) TO AC-ULT-SECUENCIA.
029600     MOVE CAU-ANC-ULT-CTL(CAU-X) TO AC-ULT-CONTROL.
029700     MOVE CAU-ANC-FECHA(CAU-X) TO AC-FECHA.
029800     WRITE AC-RECORD.
029900 3100-GRABAR-ANCLA-EXIT.
030000     EXIT.
030100 END PROGRAM CADENAUD.
