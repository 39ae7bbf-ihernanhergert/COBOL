000100******************************************************************
000200* AUTHOR:      HERNAN HERGERT
000300* INSTALLATION: DATA PROCESSING
000400* DATE-WRITTEN:
000500* DATE-COMPILED:
000600* PURPOSE:     SHARED LOOKUP OF THE CONTRACTED WORKING TIME (FTE
000700*              PERCENTAGE) OF AN EMPLOYEE FOR A PERIOD. CALLERS
000800*              PASS AN EMPLOYEE ID AND A PERIOD (AAAAMM) AND GET
000900*              BACK THE PERCENTAGE OF A FULL-TIME POSITION WORKED
001000*              IN THAT PERIOD. EACH DAY OF THE 30-DAY COMMERCIAL
001100*              MONTH TAKES THE LATEST JORNADAS ROW OF THE
001200*              EMPLOYEE EFFECTIVE ON OR BEFORE THAT DAY (AT EQUAL
001300*              EFFECTIVE DATE THE ROW KEYED LAST WINS) AND THE
001400*              RESULT IS THE AVERAGE OF THE 30 DAYS, SO A CHANGE
001500*              IN THE MIDDLE OF THE PERIOD IS PRORATED. A DAY
001600*              WITH NO ROW IN FORCE COUNTS AS FULL TIME (100).
001700*              THE PERCENTAGE IN FORCE ON THE LAST DAY IS ALSO
001800*              RETURNED. THE FILE IS READ ONCE ON THE FIRST CALL
001900*              AND KEPT IN WORKING STORAGE FOR THE REST OF THE
002000*              RUN UNIT.
002100* TECTONICS:   COBC
002200*
002300* MODIFICATION HISTORY:
002400*   - NEW SUBROUTINE, IN THE STYLE OF SUPLVIG.
002500******************************************************************
002600 IDENTIFICATION DIVISION.
002700 PROGRAM-ID. JORNVIG.
002800 ENVIRONMENT DIVISION.
002900 INPUT-OUTPUT SECTION.
003000 FILE-CONTROL.
003100     SELECT OPTIONAL JORNADAS-FILE ASSIGN TO 'JORNADAS'
003200         ORGANIZATION IS LINE SEQUENTIAL
003300         FILE STATUS IS JVG-STATUS.
003400 DATA DIVISION.
003500 FILE SECTION.
003600 FD  JORNADAS-FILE
003700     LABEL RECORDS ARE STANDARD.
003800 01  JR-RECORD.
003900     COPY JORNADA.
004000 WORKING-STORAGE SECTION.
004100*
004200 01  JVG-STATUS                  PIC XX.
004300 01  JVG-CARGADO                 PIC X VALUE 'N'.
004400     88  JVG-ES-CARGADO          VALUE 'Y'.
004500 01  JVG-FIN-ARCHIVO             PIC X VALUE 'N'.
004600     88  JVG-ES-FIN-ARCHIVO      VALUE 'Y'.
004700 01  JVG-HALLADO                 PIC X VALUE 'N'.
004800     88  JVG-ES-HALLADO          VALUE 'Y'.
004900 01  JVG-TIENE-FILAS             PIC X VALUE 'N'.
005000     88  JVG-ES-TIENE-FILAS      VALUE 'Y'.
005100 01  JVG-MEJOR-VIGENCIA          PIC 9(08).
005200 01  JVG-FECHA-DIA               PIC 9(08).
005300 01  JVG-DIA                     PIC 9(02).
005400 01  JVG-PORC-DIA                PIC 9(03).
005500 01  JVG-SUMA-PORC               PIC 9(05).
005600*
005700 01  JVG-CANT-JORNADAS           PIC 9(04) VALUE ZERO.
005800 01  JVG-TABLA-JORNADAS.
005900     05  JVG-JORNADA-FILA OCCURS 500 TIMES
006000                          INDEXED BY JVG-X-JOR.
006100         10 JVG-JOR-ID           PIC 9(05).
006200         10 JVG-JOR-VIGENCIA     PIC 9(08).
006300         10 JVG-JOR-PORC         PIC 9(03).
006400*
006500 LINKAGE SECTION.
006600 01  JVG-ID                      PIC 9(05).
006700 01  JVG-PERIODO                 PIC 9(06).
006800 01  JVG-PORC-FTE                PIC 9(03)V99.
006900 01  JVG-PORC-FIN                PIC 9(03).
007000*
007100 PROCEDURE DIVISION USING JVG-ID
007200                          JVG-PERIODO
007300                          JVG-PORC-FTE
007400                          JVG-PORC-FIN.
007500******************************************************************
007600* 0000-MAINLINE - LOAD THE FILE ONCE, THEN AVERAGE THE DAILY
007700*                 PERCENTAGE OVER THE PERIOD
007800******************************************************************
007900 0000-MAINLINE.
008000     IF NOT JVG-ES-CARGADO
008100         PERFORM 1000-CARGAR-JORNADAS
008200             THRU 1000-CARGAR-JORNADAS-EXIT
008300     END-IF.
008400     MOVE 100 TO JVG-PORC-FTE.
008500     MOVE 100 TO JVG-PORC-FIN.
008600     IF JVG-ID = ZERO
008700         GOBACK
008800     END-IF.
008900     MOVE 'N' TO JVG-TIENE-FILAS.
009000     PERFORM 1500-BUSCAR-EMPLEADO THRU 1500-BUSCAR-EMPLEADO-EXIT
009100         VARYING JVG-X-JOR FROM 1 BY 1
009200         UNTIL JVG-X-JOR > JVG-CANT-JORNADAS
009300            OR JVG-ES-TIENE-FILAS.
009400     IF NOT JVG-ES-TIENE-FILAS
009500         GOBACK
009600     END-IF.
009700     MOVE ZERO TO JVG-SUMA-PORC.
009800     PERFORM 2000-EVALUAR-DIA THRU 2000-EVALUAR-DIA-EXIT
009900         VARYING JVG-DIA FROM 1 BY 1
010000         UNTIL JVG-DIA > 30.
010100     COMPUTE JVG-PORC-FTE ROUNDED = JVG-SUMA-PORC / 30.
010200     MOVE JVG-PORC-DIA TO JVG-PORC-FIN.
010300     GOBACK.
010400 0000-MAINLINE-EXIT.
010500     EXIT.
010600*
010700******************************************************************
010800* 1000-CARGAR-JORNADAS - EVERY CONTRACTED-TIME ROW ON FILE
010900******************************************************************
011000 1000-CARGAR-JORNADAS.
011100     SET JVG-ES-CARGADO TO TRUE.
011200     MOVE ZERO TO JVG-CANT-JORNADAS.
011300     MOVE 'N' TO JVG-FIN-ARCHIVO.
011400     OPEN INPUT JORNADAS-FILE.
011500     IF JVG-STATUS = '00'
011600         PERFORM 1100-LEER-JORNADA
011700             THRU 1100-LEER-JORNADA-EXIT
011800             UNTIL JVG-ES-FIN-ARCHIVO
011900     END-IF.
012000     CLOSE JORNADAS-FILE.
012100 1000-CARGAR-JORNADAS-EXIT.
012200     EXIT.
012300*
012400******************************************************************
012500* 1100-LEER-JORNADA - KEEP ONE ROW; A ROW THAT DOES NOT FIT IS
012600*                     REPORTED, NOT SILENTLY DROPPED
012700******************************************************************
012800 1100-LEER-JORNADA.
012900     READ JORNADAS-FILE
013000         AT END
013100             SET JVG-ES-FIN-ARCHIVO TO TRUE
013200         NOT AT END
013300             IF JVG-CANT-JORNADAS < 500
013400                 AND JR-ID IS NUMERIC
013500                 AND JR-VIGENCIA-DESDE IS NUMERIC
013600                 AND JR-PORC-FTE IS NUMERIC
013700                 AND JR-PORC-FTE > ZERO
013800                 AND JR-PORC-FTE NOT > 100
013900                 ADD 1 TO JVG-CANT-JORNADAS
014000                 SET JVG-X-JOR TO JVG-CANT-JORNADAS
014100                 MOVE JR-ID TO JVG-JOR-ID(JVG-X-JOR)
014200                 MOVE JR-VIGENCIA-DESDE
014300                     TO JVG-JOR-VIGENCIA(JVG-X-JOR)
014400                 MOVE JR-PORC-FTE TO JVG-JOR-PORC(JVG-X-JOR)
014500             ELSE
014600                 DISPLAY 'JORNVIG: FILA DE JORNADAS IGNORADA: '
014700                     JR-RECORD
014800             END-IF
014900     END-READ.
015000 1100-LEER-JORNADA-EXIT.
015100     EXIT.
015200*
015300******************************************************************
015400* 1500-BUSCAR-EMPLEADO - DOES THE EMPLOYEE HAVE ANY ROW AT ALL
015500******************************************************************
015600 1500-BUSCAR-EMPLEADO.
015700     IF JVG-JOR-ID(JVG-X-JOR) = JVG-ID
015800         SET JVG-ES-TIENE-FILAS TO TRUE
015900     END-IF.
016000 1500-BUSCAR-EMPLEADO-EXIT.
016100     EXIT.
016200*
016300******************************************************************
016400* 2000-EVALUAR-DIA - PERCENTAGE IN FORCE ON ONE DAY OF THE PERIOD
016500******************************************************************
016600 2000-EVALUAR-DIA.
016700     COMPUTE JVG-FECHA-DIA = JVG-PERIODO * 100 + JVG-DIA.
016800     MOVE 100 TO JVG-PORC-DIA.
016900     MOVE ZERO TO JVG-MEJOR-VIGENCIA.
017000     MOVE 'N' TO JVG-HALLADO.
017100     PERFORM 2100-EVALUAR-FILA THRU 2100-EVALUAR-FILA-EXIT
017200         VARYING JVG-X-JOR FROM 1 BY 1
017300         UNTIL JVG-X-JOR > JVG-CANT-JORNADAS.
017400     ADD JVG-PORC-DIA TO JVG-SUMA-PORC.
017500 2000-EVALUAR-DIA-EXIT.
017600     EXIT.
017700*
017800******************************************************************
017900* 2100-EVALUAR-FILA - KEEP THE ROW IF IT IS THE LATEST ONE IN
018000*                     FORCE FOR THE EMPLOYEE ON THE DAY SO FAR
018100******************************************************************
018200 2100-EVALUAR-FILA.
018300     IF JVG-JOR-ID(JVG-X-JOR) = JVG-ID
018400         AND JVG-JOR-VIGENCIA(JVG-X-JOR) <= JVG-FECHA-DIA
018500         IF NOT JVG-ES-HALLADO
018600             OR JVG-JOR-VIGENCIA(JVG-X-JOR)
018700                 >= JVG-MEJOR-VIGENCIA
018800             MOVE JVG-JOR-VIGENCIA(JVG-X-JOR)
018900                 TO JVG-MEJOR-VIGENCIA
019000             MOVE JVG-JOR-PORC(JVG-X-JOR) TO JVG-PORC-DIA
019100             SET JVG-ES-HALLADO TO TRUE
019200         END-IF
019300     END-IF.
019400 2100-EVALUAR-FILA-EXIT.
019500     EXIT.
019600 END PROGRAM JORNVIG.
