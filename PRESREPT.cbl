000100******************************************************************
000200* AUTHOR:      HERNAN HERGERT
000300* INSTALLATION: DATA PROCESSING
000400* DATE-WRITTEN:
000500* DATE-COMPILED:
000600* PURPOSE:     ATTENDANCE-BONUS FORFEITURE REPORT FOR THE
000700*              SUPERVISORS. EJERCICIO02 GRANTS OR FORFEITS THE
000800*              PRESENTISMO PER EMPLOYEE AND LEAVES THE OUTCOME IN
000900*              THE PR-PRESENT-ESTADO / PR-PRESENT-MOTIVO /
001000*              PR-PRESENT-CANT REGISTER COLUMNS; THIS PROGRAM
001100*              LISTS, DEPARTMENT BY DEPARTMENT, WHO LOST IT AND
001200*              WHY (THE UNJUSTIFIED ABSENCE REASON FROM MOTAUSEN
001300*              AND ITS DAYS, OR THE NUMBER OF LATE ARRIVALS) INTO
001400*              THE PRESRPT PRINT FILE.
001500* TECTONICS:   COBC
001600*
001700* MODIFICATION HISTORY:
001800*   - NEW REPORT PROGRAM, OFFERED FROM THE MENUUTIL MENU.
001900******************************************************************
002000 IDENTIFICATION DIVISION.
002100 PROGRAM-ID. PRESREPT.
002200 ENVIRONMENT DIVISION.
002300 INPUT-OUTPUT SECTION.
002400 FILE-CONTROL.
002500     SELECT OPTIONAL PAYROLL-REG-FILE ASSIGN TO 'PAYROLLREG'
002600         ORGANIZATION IS LINE SEQUENTIAL
002700         FILE STATUS IS PRS-STATUS-PAYROLL.
002800     SELECT OPTIONAL MOTAUSEN-FILE ASSIGN TO 'MOTAUSEN'
002900         ORGANIZATION IS LINE SEQUENTIAL
003000         FILE STATUS IS PRS-STATUS-MOTIVOS.
003100     SELECT REPORTE-FILE ASSIGN TO 'PRESRPT'
003200         ORGANIZATION IS LINE SEQUENTIAL.
003300 DATA DIVISION.
003400 FILE SECTION.
003500 FD  PAYROLL-REG-FILE
003600     LABEL RECORDS ARE STANDARD.
003700 01  PR-RECORD.
003800     COPY PAYROLLREG.
003900 FD  MOTAUSEN-FILE
004000     LABEL RECORDS ARE STANDARD.
004100 01  MA-RECORD.
004200     05 MA-CODIGO                PIC X(02).
004300     05 MA-DESCRIPCION           PIC X(20).
004400     05 MA-JUSTIFICADA           PIC X(01).
004500 FD  REPORTE-FILE
004600     LABEL RECORDS ARE STANDARD
004700     RECORD CONTAINS 80 CHARACTERS.
004800 01  RPT-LINEA                   PIC X(80).
004900 WORKING-STORAGE SECTION.
005000*
005100 01  PRS-STATUS-PAYROLL          PIC XX.
005200 01  PRS-STATUS-MOTIVOS          PIC XX.
005300*
005400 01  PRS-INDICADORES.
005500     05  PRS-FIN-ARCHIVO         PIC X VALUE 'N'.
005600         88  PRS-ES-FIN-ARCHIVO  VALUE 'Y'.
005700     05  PRS-HALLADO             PIC X VALUE 'N'.
005800         88  PRS-ES-HALLADO      VALUE 'Y'.
005900*
006000 01  PRS-CONTADORES.
006100     05  PRS-CANT-PAGADOS        PIC 9(04) VALUE ZERO.
006200     05  PRS-CANT-DEPTO          PIC 9(04) VALUE ZERO.
006300     05  PRS-CANT-ED             PIC Z9.
006400     05  PRS-TOTAL-ED            PIC ZZZ9.
006500*
006600 01  PRS-PERIODO                 PIC 9(06) VALUE ZERO.
006700 01  PRS-DESCRIPCION             PIC X(30).
006800 01  PRS-DESC-MOTIVO             PIC X(20).
006900*
007000 01  PRS-CANT-MOTIVOS            PIC 9(02) VALUE ZERO.
007100 01  PRS-TABLA-MOTIVOS.
007200     05  PRS-MOTIVO-FILA OCCURS 50 TIMES
007300                         INDEXED BY PRS-X-MOT.
007400         10 PRS-MOT-CODIGO       PIC X(02).
007500         10 PRS-MOT-DESCRIPCION  PIC X(20).
007600*
007700 01  PRS-CANT-PERDIDOS           PIC 9(04) VALUE ZERO.
007800 01  PRS-TABLA-PERDIDOS.
007900     05  PRS-PERDIDO-FILA OCCURS 500 TIMES
008000                          INDEXED BY PRS-X-PER.
008100         10 PRS-PER-ID           PIC 9(05).
008200         10 PRS-PER-NOMBRE       PIC X(05).
008300         10 PRS-PER-DEPTO        PIC X(10).
008400         10 PRS-PER-ESTADO       PIC X(01).
008500         10 PRS-PER-MOTIVO       PIC X(02).
008600         10 PRS-PER-CANT         PIC 9(02).
008700         10 PRS-PER-LISTADO      PIC X(01).
008800*
008900 01  PRS-DEPTO-ACTUAL            PIC X(10).
009000*
009100 PROCEDURE DIVISION.
009200******************************************************************
009300* 0000-MAINLINE - LOAD REASONS AND FORFEITURES, PRINT BY
009400*                 DEPARTMENT
009500******************************************************************
009600 0000-MAINLINE.
009700     PERFORM 1000-CARGAR-MOTIVOS THRU 1000-CARGAR-MOTIVOS-EXIT.
009800     OPEN INPUT PAYROLL-REG-FILE.
009900     IF PRS-STATUS-PAYROLL NOT = '00'
010000         DISPLAY 'PRESREPT: NO HAY ARCHIVO PAYROLLREG, CORRER '
010100             'LA NOMINA PRIMERO'
010200         CLOSE PAYROLL-REG-FILE
010300         MOVE 8 TO RETURN-CODE
010400         GOBACK
010500     END-IF.
010600     PERFORM 2000-LEER-REGISTRO THRU 2000-LEER-REGISTRO-EXIT
010700         UNTIL PRS-ES-FIN-ARCHIVO.
010800     CLOSE PAYROLL-REG-FILE.
010900     OPEN OUTPUT REPORTE-FILE.
011000     MOVE SPACES TO RPT-LINEA.
011100     STRING 'PRESREPT - PRESENTISMOS PERDIDOS - PERIODO '
011200         PRS-PERIODO DELIMITED BY SIZE INTO RPT-LINEA.
011300     WRITE RPT-LINEA.
011400     MOVE 'ID    NOMBRE  MOTIVO' TO RPT-LINEA.
011500     WRITE RPT-LINEA.
011600     PERFORM 3000-LISTAR-DEPTO THRU 3000-LISTAR-DEPTO-EXIT
011700         VARYING PRS-X-PER FROM 1 BY 1
011800         UNTIL PRS-X-PER > PRS-CANT-PERDIDOS.
011900     MOVE SPACES TO RPT-LINEA.
012000     WRITE RPT-LINEA.
012100     MOVE PRS-CANT-PERDIDOS TO PRS-TOTAL-ED.
012200     MOVE SPACES TO RPT-LINEA.
012300     STRING 'PRESENTISMOS PERDIDOS: ' PRS-TOTAL-ED
012400         DELIMITED BY SIZE INTO RPT-LINEA.
012500     WRITE RPT-LINEA.
012600     MOVE PRS-CANT-PAGADOS TO PRS-TOTAL-ED.
012700     MOVE SPACES TO RPT-LINEA.
012800     STRING 'PRESENTISMOS PAGADOS:  ' PRS-TOTAL-ED
012900         DELIMITED BY SIZE INTO RPT-LINEA.
013000     WRITE RPT-LINEA.
013100     CLOSE REPORTE-FILE.
013200     DISPLAY 'PRESREPT: ' PRS-CANT-PERDIDOS
013300         ' PRESENTISMOS PERDIDOS LISTADOS'.
013400     GOBACK.
013500 0000-MAINLINE-EXIT.
013600     EXIT.
013700*
013800******************************************************************
013900* 1000-CARGAR-MOTIVOS - REASON DESCRIPTIONS FROM MOTAUSEN
014000******************************************************************
014100 1000-CARGAR-MOTIVOS.
014200     MOVE 'N' TO PRS-FIN-ARCHIVO.
014300     OPEN INPUT MOTAUSEN-FILE.
014400     IF PRS-STATUS-MOTIVOS = '00'
014500         PERFORM 1100-LEER-MOTIVO THRU 1100-LEER-MOTIVO-EXIT
014600             UNTIL PRS-ES-FIN-ARCHIVO
014700     END-IF.
014800     CLOSE MOTAUSEN-FILE.
014900     MOVE 'N' TO PRS-FIN-ARCHIVO.
015000 1000-CARGAR-MOTIVOS-EXIT.
015100     EXIT.
015200*
015300******************************************************************
015400* 1100-LEER-MOTIVO - KEEP ONE REASON CODE
015500******************************************************************
015600 1100-LEER-MOTIVO.
015700     READ MOTAUSEN-FILE
015800         AT END
015900             SET PRS-ES-FIN-ARCHIVO TO TRUE
016000         NOT AT END
016100             IF PRS-CANT-MOTIVOS < 50
016200                 ADD 1 TO PRS-CANT-MOTIVOS
016300                 SET PRS-X-MOT TO PRS-CANT-MOTIVOS
016400                 MOVE MA-CODIGO TO PRS-MOT-CODIGO(PRS-X-MOT)
016500                 MOVE MA-DESCRIPCION
016600                     TO PRS-MOT-DESCRIPCION(PRS-X-MOT)
016700             END-IF
016800     END-READ.
016900 1100-LEER-MOTIVO-EXIT.
017000     EXIT.
017100*
017200******************************************************************
017300* 2000-LEER-REGISTRO - KEEP EVERY FORFEITED BONUS ONCE PER
017400*                      EMPLOYEE (A SPLIT MONTH HAS TWO LINES)
017500******************************************************************
017600 2000-LEER-REGISTRO.
017700     READ PAYROLL-REG-FILE
017800         AT END
017900             SET PRS-ES-FIN-ARCHIVO TO TRUE
018000             GO TO 2000-LEER-REGISTRO-EXIT
018100     END-READ.
018200     IF PR-RECORD(1:1) = '*'
018300         GO TO 2000-LEER-REGISTRO-EXIT
018400     END-IF.
018500     IF PR-PERIODO IS NUMERIC AND PR-PERIODO > PRS-PERIODO
018600         MOVE PR-PERIODO TO PRS-PERIODO
018700     END-IF.
018800     IF PR-PRESENT-ESTADO = 'P'
018900         AND PR-SUELDO-MENSUAL > ZERO
019000         ADD 1 TO PRS-CANT-PAGADOS
019100     END-IF.
019200     IF PR-PRESENT-ESTADO NOT = 'A'
019300         AND PR-PRESENT-ESTADO NOT = 'T'
019400         GO TO 2000-LEER-REGISTRO-EXIT
019500     END-IF.
019600     MOVE 'N' TO PRS-HALLADO.
019700     PERFORM 2100-COMPARAR-PERDIDO THRU 2100-COMPARAR-PERDIDO-EXIT
019800         VARYING PRS-X-PER FROM 1 BY 1
019900         UNTIL PRS-X-PER > PRS-CANT-PERDIDOS
020000         OR PRS-ES-HALLADO.
020100     IF PRS-ES-HALLADO OR PRS-CANT-PERDIDOS NOT < 500
020200         GO TO 2000-LEER-REGISTRO-EXIT
020300     END-IF.
020400     ADD 1 TO PRS-CANT-PERDIDOS.
020500     SET PRS-X-PER TO PRS-CANT-PERDIDOS.
020600     MOVE PR-ID TO PRS-PER-ID(PRS-X-PER).
020700     MOVE PR-NOMBRE TO PRS-PER-NOMBRE(PRS-X-PER).
020800     MOVE PR-DEPARTAMENTO TO PRS-PER-DEPTO(PRS-X-PER).
020900     MOVE PR-PRESENT-ESTADO TO PRS-PER-ESTADO(PRS-X-PER).
021000     MOVE PR-PRESENT-MOTIVO TO PRS-PER-MOTIVO(PRS-X-PER).
021100     MOVE ZERO TO PRS-PER-CANT(PRS-X-PER).
021200     IF PR-PRESENT-CANT IS NUMERIC
021300         MOVE PR-PRESENT-CANT TO PRS-PER-CANT(PRS-X-PER)
021400     END-IF.
021500     MOVE 'N' TO PRS-PER-LISTADO(PRS-X-PER).
021600 2000-LEER-REGISTRO-EXIT.
021700     EXIT.
021800*
021900******************************************************************
022000* 2100-COMPARAR-PERDIDO - IS THE EMPLOYEE ALREADY KEPT
022100******************************************************************
022200 2100-COMPARAR-PERDIDO.
022300     IF PRS-PER-ID(PRS-X-PER) = PR-ID
022400         AND PRS-PER-NOMBRE(PRS-X-PER) = PR-NOMBRE
022500         SET PRS-ES-HALLADO TO TRUE
022600     END-IF.
022700 2100-COMPARAR-PERDIDO-EXIT.
022800     EXIT.
022900*
023000******************************************************************
023100* 3000-LISTAR-DEPTO - THE FIRST UNLISTED ROW OPENS ITS
023200*                     DEPARTMENT; EVERY ROW OF IT IS PRINTED
023300*                     UNDER ONE HEADING
023400******************************************************************
023500 3000-LISTAR-DEPTO.
023600     IF PRS-PER-LISTADO(PRS-X-PER) = 'S'
023700         GO TO 3000-LISTAR-DEPTO-EXIT
023800     END-IF.
023900     MOVE PRS-PER-DEPTO(PRS-X-PER) TO PRS-DEPTO-ACTUAL.
024000     MOVE ZERO TO PRS-CANT-DEPTO.
024100     MOVE SPACES TO RPT-LINEA.
024200     WRITE RPT-LINEA.
024300     MOVE SPACES TO RPT-LINEA.
024400     STRING 'DEPARTAMENTO: ' PRS-DEPTO-ACTUAL
024500         DELIMITED BY SIZE INTO RPT-LINEA.
024600     WRITE RPT-LINEA.
024700     PERFORM 3100-LISTAR-UNO THRU 3100-LISTAR-UNO-EXIT
024800         VARYING PRS-X-MOT FROM 1 BY 1
024900         UNTIL PRS-X-MOT > PRS-CANT-PERDIDOS.
025000     MOVE PRS-CANT-DEPTO TO PRS-TOTAL-ED.
025100     MOVE SPACES TO RPT-LINEA.
025200     STRING '  PERDIDOS EN EL DEPARTAMENTO: ' PRS-TOTAL-ED
025300         DELIMITED BY SIZE INTO RPT-LINEA.
025400     WRITE RPT-LINEA.
025500 3000-LISTAR-DEPTO-EXIT.
025600     EXIT.
025700*
025800******************************************************************
025900* 3100-LISTAR-UNO - ONE FORFEITURE LINE OF THE DEPARTMENT
026000******************************************************************
026100 3100-LISTAR-UNO.
026200     IF PRS-PER-LISTADO(PRS-X-MOT) = 'S'
026300         OR PRS-PER-DEPTO(PRS-X-MOT) NOT = PRS-DEPTO-ACTUAL
026400         GO TO 3100-LISTAR-UNO-EXIT
026500     END-IF.
026600     MOVE 'S' TO PRS-PER-LISTADO(PRS-X-MOT).
026700     ADD 1 TO PRS-CANT-DEPTO.
026800     MOVE PRS-PER-CANT(PRS-X-MOT) TO PRS-CANT-ED.
026900     MOVE SPACES TO PRS-DESCRIPCION.
027000     IF PRS-PER-ESTADO(PRS-X-MOT) = 'T'
027100         STRING PRS-CANT-ED ' LLEGADAS TARDE'
027200             DELIMITED BY SIZE INTO PRS-DESCRIPCION
027300     ELSE
027400         PERFORM 3200-BUSCAR-MOTIVO THRU 3200-BUSCAR-MOTIVO-EXIT
027500     END-IF.
027600     MOVE SPACES TO RPT-LINEA.
027700     STRING PRS-PER-ID(PRS-X-MOT) ' ' PRS-PER-NOMBRE(PRS-X-MOT)
027800         '   ' PRS-DESCRIPCION
027900         DELIMITED BY SIZE INTO RPT-LINEA.
028000     WRITE RPT-LINEA.
028100 3100-LISTAR-UNO-EXIT.
028200     EXIT.
028300*
028400******************************************************************
028500* 3200-BUSCAR-MOTIVO - REASON CODE, DESCRIPTION AND DAYS
028600******************************************************************
028700 3200-BUSCAR-MOTIVO.
028800     MOVE 'N' TO PRS-HALLADO.
028900     MOVE 'MOTIVO DESCONOCIDO' TO PRS-DESC-MOTIVO.
029000     PERFORM 3210-COMPARAR-MOTIVO THRU 3210-COMPARAR-MOTIVO-EXIT
029100         VARYING PRS-X-PER FROM 1 BY 1
029200         UNTIL PRS-X-PER > PRS-CANT-MOTIVOS
029300         OR PRS-ES-HALLADO.
029400     STRING PRS-PER-MOTIVO(PRS-X-MOT) ' ' PRS-DESC-MOTIVO ' '
029500         PRS-CANT-ED 'D'
029600         DELIMITED BY SIZE INTO PRS-DESCRIPCION.
029700 3200-BUSCAR-MOTIVO-EXIT.
029800     EXIT.
029900*
030000******************************************************************
030100* 3210-COMPARAR-MOTIVO - ONE REASON ROW
030200******************************************************************
030300 3210-COMPARAR-MOTIVO.
030400     IF PRS-MOT-CODIGO(PRS-X-PER) = PRS-PER-MOTIVO(PRS-X-MOT)
030500         MOVE PRS-MOT-DESCRIPCION(PRS-X-PER) TO PRS-DESC-MOTIVO
030600         SET PRS-ES-HALLADO TO TRUE
030700     END-IF.
030800 3210-COMPARAR-MOTIVO-EXIT.
030900     EXIT.
031000 END PROGRAM PRESREPT.
