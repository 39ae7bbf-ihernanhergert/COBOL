000100******************************************************************
000200* AUTHOR:      HERNAN HERGERT
000300* INSTALLATION: DATA PROCESSING
000400* DATE-WRITTEN:
000500* DATE-COMPILED:
000600* PURPOSE:     BATCH RUN-TIME MONITOR. RUNLOG HOLDS THE START (I)
000700*              AND END (F) OF EVERY RUN AND ESTADOOPS SHOWS ONLY
000800*              THE LAST ONE, SO NOBODY SAW A STEP GROW FROM FOUR
000900*              MINUTES TO FORTY OVER THE YEAR, OR A START THAT
001000*              NEVER ENDED UNTIL THE MORNING SHIFT ARRIVED. THIS
001100*              PROGRAM PAIRS EVERY START WITH ITS END IN RUNLOG
001200*              (AND TAKES THE TIMED STEPS OF THE PLANIFICA
001300*              TABLERO FOR PROGRAMS THAT DO NOT LOG THEMSELVES),
001400*              COMPUTES ELAPSED SECONDS AND RECORDS PER SECOND,
001500*              AND KEEPS THE LAST 30 RUNS OF EACH PROGRAM ON
001600*              RUNHIST. A RUN IS FLAGGED WHEN IT EXCEEDS THE
001700*              EXPECTED SECONDS OF ITS MONESPERA ROW, OR ELSE
001800*              THE MULTIPLE OF ITS ROLLING AVERAGE (MONESPERA
001900*              ROW, OR MONMULTIPLO IN PARMS, DEFAULT 2.0, OVER
002000*              THE LAST MONVENTANA RUNS, DEFAULT 10, ONCE THREE
002100*              ARE KNOWN); A START WITH NO END IS FLAGGED WHEN A
002200*              NEW START SUPERSEDES IT OR IT HAS BEEN OPEN
002300*              LONGER THAN ITS TIMEOUT (MONESPERA ROW, OR
002400*              MONTIMEOUT MINUTES, DEFAULT 120). THE TREND PER
002500*              PROGRAM AND THE BREACHES GO TO MONRPT; THE
002600*              BREACHES OF THE LAST MONDIAS DAYS (DEFAULT 1)
002700*              AND THE STARTS STILL OPEN ALSO GO TO MONALERT,
002800*              WHICH ESTADOOPS PRINTS IN THE MORNING REPORT.
002900* TECTONICS:   COBC
003000*
003100* MODIFICATION HISTORY:
003200*   - NEW PROGRAM, OFFERED FROM THE MENUUTIL MENU.
003201*   - THE RUNLOG LAYOUT CARRIES THE CADAUD CHAIN TRAILER
003202*     (SEQUENCE AND CHECK VALUE) THAT VERIFCAD CHECKS.
003300******************************************************************
003400 IDENTIFICATION DIVISION.
003500 PROGRAM-ID. MONBATCH.
003600 ENVIRONMENT DIVISION.
003700 INPUT-OUTPUT SECTION.
003800 FILE-CONTROL.
003900     SELECT OPTIONAL RUNLOG-FILE ASSIGN TO 'RUNLOG'
004000         ORGANIZATION IS LINE SEQUENTIAL
004100         FILE STATUS IS MBT-STATUS-RUNLOG.
004200     SELECT OPTIONAL TABLERO-FILE ASSIGN TO 'TABLERO'
004300         ORGANIZATION IS LINE SEQUENTIAL
004400         FILE STATUS IS MBT-STATUS-TABLERO.
004500     SELECT OPTIONAL MONESPERA-FILE ASSIGN TO 'MONESPERA'
004600         ORGANIZATION IS LINE SEQUENTIAL
004700         FILE STATUS IS MBT-STATUS-ESPERA.
004800     SELECT OPTIONAL RUNHIST-FILE ASSIGN TO 'RUNHIST'
004900         ORGANIZATION IS LINE SEQUENTIAL
005000         FILE STATUS IS MBT-STATUS-HIST.
005100     SELECT MONALERT-FILE ASSIGN TO 'MONALERT'
005200         ORGANIZATION IS LINE SEQUENTIAL
005300         FILE STATUS IS MBT-STATUS-ALERTA.
005400     SELECT REPORTE-FILE ASSIGN TO 'MONRPT'
005500         ORGANIZATION IS LINE SEQUENTIAL.
005600 DATA DIVISION.
005700 FILE SECTION.
005800 FD  RUNLOG-FILE
005900     LABEL RECORDS ARE STANDARD.
006000 01  RGL-REGISTRO.
006100     05 RGL-REG-FECHA            PIC 9(08).
006200     05 RGL-REG-HORA             PIC X(08).
006300     05 RGL-REG-PROGRAMA         PIC X(11).
006400     05 RGL-REG-EVENTO           PIC X(01).
006500     05 RGL-REG-CANTIDAD         PIC 9(05).
006600     05 RGL-REG-USUARIO          PIC X(08).
006601     COPY CADAUD
006602         REPLACING CAD-SECUENCIA     BY RGL-REG-SECUENCIA
006603                   CAD-CONTROL       BY RGL-REG-CONTROL.
006700 FD  TABLERO-FILE
006800     LABEL RECORDS ARE STANDARD.
006900 01  TB2-RECORD.
007000     05 TB2-FECHA                PIC 9(08).
007100     05 TB2-SECUENCIA            PIC 9(02).
007200     05 TB2-PROGRAMA             PIC X(11).
007300     05 TB2-ESTADO               PIC X(01).
007400     05 TB2-RC                   PIC 9(02).
007500     05 TB2-HORA-INICIO          PIC X(08).
007600     05 TB2-HORA-FIN             PIC X(08).
007700 FD  MONESPERA-FILE
007800     LABEL RECORDS ARE STANDARD.
007900 01  ME-RECORD.
008000     05 ME-PROGRAMA              PIC X(11).
008100     05 ME-SEGUNDOS              PIC 9(05).
008200     05 ME-MULTIPLO              PIC 9V9.
008300     05 ME-TIMEOUT               PIC 9(04).
008400 FD  RUNHIST-FILE
008500     LABEL RECORDS ARE STANDARD.
008600 01  RH-RECORD                   PIC X(45).
008700 FD  MONALERT-FILE
008800     LABEL RECORDS ARE STANDARD.
008900 01  MA-RECORD.
009000     COPY MONALER.
009100 FD  REPORTE-FILE
009200     LABEL RECORDS ARE STANDARD
009300     RECORD CONTAINS 80 CHARACTERS.
009400 01  RPT-LINEA                   PIC X(80).
009500 WORKING-STORAGE SECTION.
009600*
009700 01  MBT-STATUS-RUNLOG           PIC XX.
009800 01  MBT-STATUS-TABLERO          PIC XX.
009900 01  MBT-STATUS-ESPERA           PIC XX.
010000 01  MBT-STATUS-HIST             PIC XX.
010100 01  MBT-STATUS-ALERTA           PIC XX.
010200*
010300 01  MBT-FECHA-HOY               PIC 9(08).
010400 01  MBT-HORA-AHORA              PIC X(08).
010500 01  MBT-DIA-HOY                 PIC 9(07).
010600 01  MBT-DIA-DESDE               PIC 9(07).
010700 01  MBT-DIA-AUX                 PIC 9(07).
010800 01  MBT-FECHA-DESDE             PIC 9(08).
010900 01  MBT-PARM-CLAVE              PIC X(12).
011000 01  MBT-PARM-VALOR              PIC X(20).
011100 01  MBT-PARM-HALLADO            PIC X(01).
011200     88  MBT-ES-PARM-HALLADO     VALUE 'Y'.
011300*
011400*    VALORES POR DEFECTO, AJUSTABLES EN PARMS
011500 01  MBT-VENTANA                 PIC 9(02) VALUE 10.
011600 01  MBT-MULTIPLO                PIC 9V9 VALUE 2.0.
011700 01  MBT-TIMEOUT                 PIC 9(04) VALUE 120.
011800 01  MBT-DIAS-ALERTA             PIC 9(02) VALUE 1.
011900 01  MBT-RETENER                 PIC 9(03) VALUE 30.
012000 01  MBT-MINIMO-VENTANA          PIC 9(02) VALUE 3.
012100 01  MBT-DECIMOS                 PIC 9(02).
012200*
012300*    CALCULO DE TIEMPOS TRANSCURRIDOS
012400 01  MBT-DESDE-FECHA             PIC 9(08).
012500 01  MBT-DESDE-HORA              PIC X(08).
012600 01  MBT-HASTA-FECHA             PIC 9(08).
012700 01  MBT-HASTA-HORA              PIC X(08).
012800 01  MBT-HORA-AUX                PIC X(08).
012900 01  MBT-HORA-PARTES REDEFINES MBT-HORA-AUX.
013000     05 MBT-HOR-HH               PIC 9(02).
013100     05 MBT-HOR-MM               PIC 9(02).
013200     05 MBT-HOR-SS               PIC 9(02).
013300     05 MBT-HOR-CC               PIC 9(02).
013400 01  MBT-SEG-DESDE               PIC S9(07).
013500 01  MBT-SEG-HASTA               PIC S9(07).
013600 01  MBT-DIAS-ENTRE              PIC S9(05).
013700 01  MBT-SEGUNDOS                PIC S9(09).
013800 01  MBT-LIMITE                  PIC 9(07).
013900 01  MBT-PROMEDIO                PIC 9(07).
014000 01  MBT-PROMEDIO-HIST           PIC 9(07).
014100 01  MBT-SUMA-VENTANA            PIC 9(09).
014200 01  MBT-TENDENCIA               PIC S9(05).
014300 01  MBT-TIPO-DEMORA             PIC X(01).
014400 01  MBT-CLAVE-INICIO            PIC X(14).
014500 01  MBT-PROGRAMA-BUSCADO        PIC X(11).
014600 01  MBT-FILA-SWAP               PIC X(45).
014700 01  MBT-IDX-ORDEN               PIC 9(04).
014800 01  MBT-IDX-MEJOR               PIC 9(04).
014900 01  MBT-IDX-RESTO               PIC 9(04).
015000 01  MBT-CLAVE-MEJOR             PIC X(25).
015100 01  MBT-IDX-VEN                 PIC 9(02).
015200 01  MBT-IDX-DESDE               PIC 9(02).
015300 01  MBT-POS-LINEA               PIC 9(02).
015400*
015500 01  MBT-HORA-ED.
015600     05 MBT-HED-HH               PIC 9(02).
015700     05 FILLER                   PIC X(01) VALUE ':'.
015800     05 MBT-HED-MM               PIC 9(02).
015900     05 FILLER                   PIC X(01) VALUE ':'.
016000     05 MBT-HED-SS               PIC 9(02).
016100 01  MBT-SEG-ED                  PIC ZZZZZZ9.
016200 01  MBT-LIM-ED                  PIC ZZZZZZ9.
016300 01  MBT-HIST-ED                 PIC ZZZZZZ9.
016400 01  MBT-MOVIL-ED                PIC ZZZZZZ9.
016500 01  MBT-MAX-ED                  PIC ZZZZZZ9.
016600 01  MBT-CANT-ED                 PIC ZZZZ9.
016700 01  MBT-RITMO-ED                PIC ZZZZ9.99.
016800 01  MBT-TEND-ED                 PIC -ZZZ9.
016900 01  MBT-DEM-ED                  PIC ZZZ9.
017000 01  MBT-MOTIVO                  PIC X(30).
017100*
017200 01  MBT-INDICADORES.
017300     05  MBT-FIN-ARCHIVO         PIC X VALUE 'N'.
017400         88  MBT-ES-FIN-ARCHIVO  VALUE 'Y'.
017500     05  MBT-HALLADO             PIC X VALUE 'N'.
017600         88  MBT-ES-HALLADO      VALUE 'Y'.
017700     05  MBT-DESBORDE            PIC X VALUE 'N'.
017800         88  MBT-HUBO-DESBORDE   VALUE 'Y'.
017900*
018000 01  MBT-CONTADORES.
018100     05  MBT-CANT-NUEVAS         PIC 9(05) VALUE ZERO.
018200     05  MBT-CANT-ALERTAS        PIC 9(05) VALUE ZERO.
018300     05  MBT-CANT-ABIERTAS       PIC 9(05) VALUE ZERO.
018400     05  MBT-CANT-GRABADAS       PIC 9(05) VALUE ZERO.
018500*
018600*    HISTORIA DE CORRIDAS: SE TRABAJA CADA FILA SOBRE
018700*    MBT-CORRIDA. LOS PRIMEROS 25 BYTES (FECHA, HORA DE INICIO
018800*    Y PROGRAMA) SON LA CLAVE Y EL ORDEN CRONOLOGICO.
018900 01  MBT-CANT-HIST               PIC 9(04) VALUE ZERO.
019000 01  MBT-TABLA-HIST.
019100     05  MBT-HIS-FILA            PIC X(45) OCCURS 4000 TIMES
019200                                 INDEXED BY MBT-X-HIS
019300                                            MBT-X-HIS2.
019400 01  MBT-CORRIDA.
019500     05 MBT-COR-FECHA            PIC 9(08).
019600     05 MBT-COR-INICIO           PIC 9(06).
019700     05 MBT-COR-PROGRAMA         PIC X(11).
019800     05 MBT-COR-SEGUNDOS         PIC 9(07).
019900     05 MBT-COR-CANTIDAD         PIC 9(05).
020000     05 MBT-COR-RITMO            PIC 9(05)V99.
020100     05 MBT-COR-ORIGEN           PIC X(01).
020200*
020300*    UNA FILA POR PROGRAMA: LIMITES, INICIO PENDIENTE DE FIN,
020400*    ESTADISTICAS Y VENTANA DE LAS ULTIMAS CORRIDAS (LA MAS
020500*    RECIENTE AL FINAL)
020600 01  MBT-CANT-PGM                PIC 9(03) VALUE ZERO.
020700 01  MBT-TABLA-PGM.
020800     05  MBT-PGM-FILA OCCURS 100 TIMES
020900                      INDEXED BY MBT-X-PGM.
021000         10 MBT-PGM-NOMBRE       PIC X(11).
021100         10 MBT-PGM-ESPERADO     PIC 9(05).
021200         10 MBT-PGM-MULTIPLO     PIC 9V9.
021300         10 MBT-PGM-TIMEOUT      PIC 9(04).
021400         10 MBT-PGM-MARCA        PIC X(14).
021500         10 MBT-PGM-PEND-FECHA   PIC 9(08).
021600         10 MBT-PGM-PEND-HORA    PIC X(08).
021700         10 MBT-PGM-CANT         PIC 9(05).
021800         10 MBT-PGM-VISTOS       PIC 9(05).
021900         10 MBT-PGM-SUMA         PIC 9(11).
022000         10 MBT-PGM-MAXIMO       PIC 9(07).
022100         10 MBT-PGM-ULTIMO       PIC 9(07).
022200         10 MBT-PGM-RITMO        PIC 9(05)V99.
022300         10 MBT-PGM-DEMORAS      PIC 9(04).
022400         10 MBT-PGM-EN-VENTANA   PIC 9(02).
022500         10 MBT-PGM-VENTANA      PIC 9(07) OCCURS 20 TIMES.
022600*
022700 PROCEDURE DIVISION.
022800******************************************************************
022900* 0000-MAINLINE - HISTORY IN, RUNS PAIRED, BREACHES AND TREND
023000******************************************************************
023100 0000-MAINLINE.
023200     ACCEPT MBT-FECHA-HOY FROM DATE YYYYMMDD.
023300     ACCEPT MBT-HORA-AHORA FROM TIME.
023400     COMPUTE MBT-DIA-HOY =
023500         FUNCTION INTEGER-OF-DATE(MBT-FECHA-HOY).
023600     PERFORM 1000-LEER-PARAMETROS THRU 1000-LEER-PARAMETROS-EXIT.
023700     COMPUTE MBT-DIA-DESDE = MBT-DIA-HOY - MBT-DIAS-ALERTA.
023800     COMPUTE MBT-FECHA-DESDE =
023900         FUNCTION DATE-OF-INTEGER(MBT-DIA-DESDE).
024000     PERFORM 1100-CARGAR-ESPERADOS
024100         THRU 1100-CARGAR-ESPERADOS-EXIT.
024200     PERFORM 1300-CARGAR-HISTORIA THRU 1300-CARGAR-HISTORIA-EXIT.
024300     OPEN OUTPUT REPORTE-FILE.
024400     OPEN OUTPUT MONALERT-FILE.
024500     MOVE SPACES TO RPT-LINEA.
024600     STRING 'MONBATCH - TIEMPOS DEL BATCH AL ' MBT-FECHA-HOY
024700         DELIMITED BY SIZE INTO RPT-LINEA.
024800     WRITE RPT-LINEA.
024900     MOVE SPACES TO RPT-LINEA.
025000     WRITE RPT-LINEA.
025100     MOVE '--- DEMORAS Y CORRIDAS SIN FIN ---' TO RPT-LINEA.
025200     WRITE RPT-LINEA.
025300     MOVE 'PROGRAMA    FECHA    INICIO   SEGUNDOS  LIMITE MOTIVO'
025400         TO RPT-LINEA.
025500     WRITE RPT-LINEA.
025600     PERFORM 2000-LEER-RUNLOG THRU 2000-LEER-RUNLOG-EXIT.
025700     PERFORM 2500-LEER-TABLERO THRU 2500-LEER-TABLERO-EXIT.
025800     PERFORM 3000-ORDENAR-HISTORIA
025900         THRU 3000-ORDENAR-HISTORIA-EXIT.
026000     PERFORM 4000-EVALUAR-CORRIDAS
026100         THRU 4000-EVALUAR-CORRIDAS-EXIT.
026200     PERFORM 5000-INICIOS-ABIERTOS
026300         THRU 5000-INICIOS-ABIERTOS-EXIT.
026400     PERFORM 6000-TENDENCIAS THRU 6000-TENDENCIAS-EXIT.
026500     PERFORM 7000-GRABAR-HISTORIA THRU 7000-GRABAR-HISTORIA-EXIT.
026600     CLOSE MONALERT-FILE.
026700     CLOSE REPORTE-FILE.
026800     DISPLAY 'MONBATCH: ' MBT-CANT-NUEVAS ' CORRIDAS NUEVAS, '
026900         MBT-CANT-ALERTAS ' ALERTAS, ' MBT-CANT-ABIERTAS
027000         ' ABIERTAS. REPORTE EN MONRPT'.
027100     IF MBT-HUBO-DESBORDE
027200         MOVE 4 TO RETURN-CODE
027300     END-IF.
027400     GOBACK.
027500 0000-MAINLINE-EXIT.
027600     EXIT.
027700*
027800******************************************************************
027900* 1000-LEER-PARAMETROS - WINDOW, MULTIPLE, TIMEOUT, ALERT DAYS
028000******************************************************************
028100 1000-LEER-PARAMETROS.
028200     MOVE 'MONVENTANA' TO MBT-PARM-CLAVE.
028300     CALL 'LEERPARM' USING MBT-PARM-CLAVE
028400         MBT-PARM-VALOR MBT-PARM-HALLADO.
028500     IF MBT-ES-PARM-HALLADO
028600         AND MBT-PARM-VALOR(1:2) IS NUMERIC
028700         AND MBT-PARM-VALOR(1:2) > '00'
028800         AND MBT-PARM-VALOR(1:2) NOT > '20'
028900         MOVE MBT-PARM-VALOR(1:2) TO MBT-VENTANA
029000     END-IF.
029100     MOVE 'MONMULTIPLO' TO MBT-PARM-CLAVE.
029200     CALL 'LEERPARM' USING MBT-PARM-CLAVE
029300         MBT-PARM-VALOR MBT-PARM-HALLADO.
029400     IF MBT-ES-PARM-HALLADO
029500         AND MBT-PARM-VALOR(1:2) IS NUMERIC
029600         AND MBT-PARM-VALOR(1:2) > '10'
029700         MOVE MBT-PARM-VALOR(1:2) TO MBT-DECIMOS
029800         COMPUTE MBT-MULTIPLO = MBT-DECIMOS / 10
029900     END-IF.
030000     MOVE 'MONTIMEOUT' TO MBT-PARM-CLAVE.
030100     CALL 'LEERPARM' USING MBT-PARM-CLAVE
030200         MBT-PARM-VALOR MBT-PARM-HALLADO.
030300     IF MBT-ES-PARM-HALLADO
030400         AND MBT-PARM-VALOR(1:4) IS NUMERIC
030500         AND MBT-PARM-VALOR(1:4) > '0000'
030600         MOVE MBT-PARM-VALOR(1:4) TO MBT-TIMEOUT
030700     END-IF.
030800     MOVE 'MONDIAS' TO MBT-PARM-CLAVE.
030900     CALL 'LEERPARM' USING MBT-PARM-CLAVE
031000         MBT-PARM-VALOR MBT-PARM-HALLADO.
031100     IF MBT-ES-PARM-HALLADO
031200         AND MBT-PARM-VALOR(1:2) IS NUMERIC
031300         MOVE MBT-PARM-VALOR(1:2) TO MBT-DIAS-ALERTA
031400     END-IF.
031500 1000-LEER-PARAMETROS-EXIT.
031600     EXIT.
031700*
031800******************************************************************
031900* 1100-CARGAR-ESPERADOS - EXPECTED SECONDS, MULTIPLE AND
032000*                         TIMEOUT OF THE PROGRAMS THAT HAVE ONE
032100******************************************************************
032200 1100-CARGAR-ESPERADOS.
032300     MOVE 'N' TO MBT-FIN-ARCHIVO.
032400     OPEN INPUT MONESPERA-FILE.
032500     IF MBT-STATUS-ESPERA = '00'
032600         PERFORM 1110-LEER-ESPERADO THRU 1110-LEER-ESPERADO-EXIT
032700             UNTIL MBT-ES-FIN-ARCHIVO
032800     END-IF.
032900     CLOSE MONESPERA-FILE.
033000     MOVE 'N' TO MBT-FIN-ARCHIVO.
033100 1100-CARGAR-ESPERADOS-EXIT.
033200     EXIT.
033300*
033400******************************************************************
033500* 1110-LEER-ESPERADO - ONE MONESPERA ROW ('*' = COMMENT)
033600******************************************************************
033700 1110-LEER-ESPERADO.
033800     READ MONESPERA-FILE
033900         AT END
034000             SET MBT-ES-FIN-ARCHIVO TO TRUE
034100             GO TO 1110-LEER-ESPERADO-EXIT
034200     END-READ.
034300     IF ME-RECORD(1:1) = '*' OR ME-PROGRAMA = SPACES
034400         GO TO 1110-LEER-ESPERADO-EXIT
034500     END-IF.
034600     MOVE ME-PROGRAMA TO MBT-PROGRAMA-BUSCADO.
034700     PERFORM 2900-BUSCAR-PROGRAMA THRU 2900-BUSCAR-PROGRAMA-EXIT.
034800     IF NOT MBT-ES-HALLADO
034900         GO TO 1110-LEER-ESPERADO-EXIT
035000     END-IF.
035100     IF ME-SEGUNDOS IS NUMERIC
035200         MOVE ME-SEGUNDOS TO MBT-PGM-ESPERADO(MBT-X-PGM)
035300     END-IF.
035400     IF ME-MULTIPLO IS NUMERIC AND ME-MULTIPLO > 1
035500         MOVE ME-MULTIPLO TO MBT-PGM-MULTIPLO(MBT-X-PGM)
035600     END-IF.
035700     IF ME-TIMEOUT IS NUMERIC AND ME-TIMEOUT > ZERO
035800         MOVE ME-TIMEOUT TO MBT-PGM-TIMEOUT(MBT-X-PGM)
035900     END-IF.
036000 1110-LEER-ESPERADO-EXIT.
036100     EXIT.
036200*
036300******************************************************************
036400* 1300-CARGAR-HISTORIA - RUNHIST INTO THE TABLE; THE LATEST RUN
036500*                        OF EACH PROGRAM IS ITS HIGH-WATER MARK
036600******************************************************************
036700 1300-CARGAR-HISTORIA.
036800     MOVE 'N' TO MBT-FIN-ARCHIVO.
036900     OPEN INPUT RUNHIST-FILE.
037000     IF MBT-STATUS-HIST = '00'
037100         PERFORM 1310-LEER-HISTORIA THRU 1310-LEER-HISTORIA-EXIT
037200             UNTIL MBT-ES-FIN-ARCHIVO
037300     END-IF.
037400     CLOSE RUNHIST-FILE.
037500     MOVE 'N' TO MBT-FIN-ARCHIVO.
037600 1300-CARGAR-HISTORIA-EXIT.
037700     EXIT.
037800*
037900******************************************************************
038000* 1310-LEER-HISTORIA - KEEP ONE PAST RUN
038100******************************************************************
038200 1310-LEER-HISTORIA.
038300     READ RUNHIST-FILE
038400         AT END
038500             SET MBT-ES-FIN-ARCHIVO TO TRUE
038600             GO TO 1310-LEER-HISTORIA-EXIT
038700     END-READ.
038800     IF MBT-CANT-HIST >= 4000
038900         SET MBT-HUBO-DESBORDE TO TRUE
039000         GO TO 1310-LEER-HISTORIA-EXIT
039100     END-IF.
039200     MOVE RH-RECORD TO MBT-CORRIDA.
039300     MOVE MBT-COR-PROGRAMA TO MBT-PROGRAMA-BUSCADO.
039400     PERFORM 2900-BUSCAR-PROGRAMA THRU 2900-BUSCAR-PROGRAMA-EXIT.
039500     IF NOT MBT-ES-HALLADO
039600         GO TO 1310-LEER-HISTORIA-EXIT
039700     END-IF.
039800     ADD 1 TO MBT-CANT-HIST.
039900     SET MBT-X-HIS TO MBT-CANT-HIST.
040000     MOVE MBT-CORRIDA TO MBT-HIS-FILA(MBT-X-HIS).
040100     IF MBT-CORRIDA(1:14) > MBT-PGM-MARCA(MBT-X-PGM)
040200         MOVE MBT-CORRIDA(1:14) TO MBT-PGM-MARCA(MBT-X-PGM)
040300     END-IF.
040400 1310-LEER-HISTORIA-EXIT.
040500     EXIT.
040600*
040700******************************************************************
040800* 2000-LEER-RUNLOG - PAIR EVERY START WITH ITS END
040900******************************************************************
041000 2000-LEER-RUNLOG.
041100     MOVE 'N' TO MBT-FIN-ARCHIVO.
041200     OPEN INPUT RUNLOG-FILE.
041300     IF MBT-STATUS-RUNLOG = '00'
041400         PERFORM 2100-LEER-EVENTO THRU 2100-LEER-EVENTO-EXIT
041500             UNTIL MBT-ES-FIN-ARCHIVO
041600     ELSE
041700         DISPLAY 'MONBATCH: NO HAY ARCHIVO RUNLOG'
041800     END-IF.
041900     CLOSE RUNLOG-FILE.
042000     MOVE 'N' TO MBT-FIN-ARCHIVO.
042100 2000-LEER-RUNLOG-EXIT.
042200     EXIT.
042300*
042400******************************************************************
042500* 2100-LEER-EVENTO - A START OPENS A RUN, AN END CLOSES IT
042600******************************************************************
042700 2100-LEER-EVENTO.
042800     READ RUNLOG-FILE
042900         AT END
043000             SET MBT-ES-FIN-ARCHIVO TO TRUE
043100             GO TO 2100-LEER-EVENTO-EXIT
043200     END-READ.
043300     MOVE RGL-REG-PROGRAMA TO MBT-PROGRAMA-BUSCADO.
043400     PERFORM 2900-BUSCAR-PROGRAMA THRU 2900-BUSCAR-PROGRAMA-EXIT.
043500     IF NOT MBT-ES-HALLADO
043600         GO TO 2100-LEER-EVENTO-EXIT
043700     END-IF.
043800     IF RGL-REG-EVENTO = 'I'
043900         IF MBT-PGM-PEND-FECHA(MBT-X-PGM) NOT = ZERO
044000             PERFORM 2200-INICIO-SIN-FIN
044100                 THRU 2200-INICIO-SIN-FIN-EXIT
044200         END-IF
044300         MOVE RGL-REG-FECHA TO MBT-PGM-PEND-FECHA(MBT-X-PGM)
044400         MOVE RGL-REG-HORA TO MBT-PGM-PEND-HORA(MBT-X-PGM)
044500         GO TO 2100-LEER-EVENTO-EXIT
044600     END-IF.
044700     IF MBT-PGM-PEND-FECHA(MBT-X-PGM) = ZERO
044800         GO TO 2100-LEER-EVENTO-EXIT
044900     END-IF.
045000     MOVE MBT-PGM-PEND-FECHA(MBT-X-PGM) TO MBT-DESDE-FECHA.
045100     MOVE MBT-PGM-PEND-HORA(MBT-X-PGM) TO MBT-DESDE-HORA.
045200     MOVE RGL-REG-FECHA TO MBT-HASTA-FECHA.
045300     MOVE RGL-REG-HORA TO MBT-HASTA-HORA.
045400     MOVE ZERO TO MBT-PGM-PEND-FECHA(MBT-X-PGM).
045500     MOVE SPACES TO MBT-PGM-PEND-HORA(MBT-X-PGM).
045600     MOVE RGL-REG-CANTIDAD TO MBT-COR-CANTIDAD.
045700     MOVE 'R' TO MBT-COR-ORIGEN.
045800     PERFORM 2700-AGREGAR-CORRIDA THRU 2700-AGREGAR-CORRIDA-EXIT.
045900 2100-LEER-EVENTO-EXIT.
046000     EXIT.
046100*
046200******************************************************************
046300* 2200-INICIO-SIN-FIN - A NEW START SUPERSEDES ONE THAT NEVER
046400*                       ENDED
046500******************************************************************
046600 2200-INICIO-SIN-FIN.
046700     IF MBT-PGM-PEND-FECHA(MBT-X-PGM) < MBT-FECHA-DESDE
046800         GO TO 2200-INICIO-SIN-FIN-EXIT
046900     END-IF.
047000     MOVE MBT-PGM-PEND-FECHA(MBT-X-PGM) TO MBT-DESDE-FECHA.
047100     MOVE MBT-PGM-PEND-HORA(MBT-X-PGM) TO MBT-DESDE-HORA.
047200     MOVE RGL-REG-FECHA TO MBT-HASTA-FECHA.
047300     MOVE RGL-REG-HORA TO MBT-HASTA-HORA.
047400     PERFORM 2800-CALCULAR-SEGUNDOS
047500         THRU 2800-CALCULAR-SEGUNDOS-EXIT.
047600     COMPUTE MBT-LIMITE = MBT-PGM-TIMEOUT(MBT-X-PGM) * 60.
047700     MOVE 'S' TO MBT-TIPO-DEMORA.
047800     MOVE 'INICIO SIN FIN (REINICIADO)' TO MBT-MOTIVO.
047900     PERFORM 8000-GRABAR-ALERTA THRU 8000-GRABAR-ALERTA-EXIT.
048000 2200-INICIO-SIN-FIN-EXIT.
048100     EXIT.
048200*
048300******************************************************************
048400* 2500-LEER-TABLERO - TIMED STEPS OF THE PLANIFICA CHAIN, FOR
048500*                     THE PROGRAMS THAT DO NOT LOG THEMSELVES
048600******************************************************************
048700 2500-LEER-TABLERO.
048800     MOVE 'N' TO MBT-FIN-ARCHIVO.
048900     OPEN INPUT TABLERO-FILE.
049000     IF MBT-STATUS-TABLERO = '00'
049100         PERFORM 2510-LEER-PASO THRU 2510-LEER-PASO-EXIT
049200             UNTIL MBT-ES-FIN-ARCHIVO
049300     END-IF.
049400     CLOSE TABLERO-FILE.
049500     MOVE 'N' TO MBT-FIN-ARCHIVO.
049600 2500-LEER-TABLERO-EXIT.
049700     EXIT.
049800*
049900******************************************************************
050000* 2510-LEER-PASO - ONE EXECUTED STEP WITH ITS TIMES
050100******************************************************************
050200 2510-LEER-PASO.
050300     READ TABLERO-FILE
050400         AT END
050500             SET MBT-ES-FIN-ARCHIVO TO TRUE
050600             GO TO 2510-LEER-PASO-EXIT
050700     END-READ.
050800     IF TB2-ESTADO NOT = 'E'
050900         OR TB2-HORA-INICIO = SPACES
051000         OR TB2-HORA-FIN = SPACES
051100         GO TO 2510-LEER-PASO-EXIT
051200     END-IF.
051300     MOVE TB2-PROGRAMA TO MBT-PROGRAMA-BUSCADO.
051400     PERFORM 2900-BUSCAR-PROGRAMA THRU 2900-BUSCAR-PROGRAMA-EXIT.
051500     IF NOT MBT-ES-HALLADO
051600         GO TO 2510-LEER-PASO-EXIT
051700     END-IF.
051800     MOVE 'N' TO MBT-HALLADO.
051900     PERFORM 2520-BUSCAR-PROPIA THRU 2520-BUSCAR-PROPIA-EXIT
052000         VARYING MBT-X-HIS FROM 1 BY 1
052100         UNTIL MBT-X-HIS > MBT-CANT-HIST
052200         OR MBT-ES-HALLADO.
052300     IF MBT-ES-HALLADO
052400         GO TO 2510-LEER-PASO-EXIT
052500     END-IF.
052600     MOVE TB2-FECHA TO MBT-DESDE-FECHA.
052700     MOVE TB2-HORA-INICIO TO MBT-DESDE-HORA.
052800     MOVE TB2-FECHA TO MBT-HASTA-FECHA.
052900     MOVE TB2-HORA-FIN TO MBT-HASTA-HORA.
053000     IF TB2-HORA-FIN < TB2-HORA-INICIO
053100         COMPUTE MBT-DIA-AUX =
053200             FUNCTION INTEGER-OF-DATE(TB2-FECHA) + 1
053300         COMPUTE MBT-HASTA-FECHA =
053400             FUNCTION DATE-OF-INTEGER(MBT-DIA-AUX)
053500     END-IF.
053600     MOVE ZERO TO MBT-COR-CANTIDAD.
053700     MOVE 'T' TO MBT-COR-ORIGEN.
053800     PERFORM 2700-AGREGAR-CORRIDA THRU 2700-AGREGAR-CORRIDA-EXIT.
053900 2510-LEER-PASO-EXIT.
054000     EXIT.
054100*
054200******************************************************************
054300* 2520-BUSCAR-PROPIA - THE PROGRAM ALREADY LOGGED ITS OWN RUN
054400*                      THAT DAY
054500******************************************************************
054600 2520-BUSCAR-PROPIA.
054700     MOVE MBT-HIS-FILA(MBT-X-HIS) TO MBT-CORRIDA.
054800     IF MBT-COR-PROGRAMA = TB2-PROGRAMA
054900         AND MBT-COR-FECHA = TB2-FECHA
055000         AND MBT-COR-ORIGEN = 'R'
055100         SET MBT-ES-HALLADO TO TRUE
055200     END-IF.
055300 2520-BUSCAR-PROPIA-EXIT.
055400     EXIT.
055500*
055600******************************************************************
055700* 2700-AGREGAR-CORRIDA - A FINISHED RUN LATER THAN THE PROGRAM'S
055800*                        HIGH-WATER MARK JOINS THE HISTORY
055900******************************************************************
056000 2700-AGREGAR-CORRIDA.
056100     MOVE MBT-DESDE-FECHA TO MBT-CLAVE-INICIO(1:8).
056200     MOVE MBT-DESDE-HORA(1:6) TO MBT-CLAVE-INICIO(9:6).
056300     IF MBT-CLAVE-INICIO NOT > MBT-PGM-MARCA(MBT-X-PGM)
056400         GO TO 2700-AGREGAR-CORRIDA-EXIT
056500     END-IF.
056600     IF MBT-CANT-HIST >= 4000
056700         IF NOT MBT-HUBO-DESBORDE
056800             DISPLAY 'MONBATCH: HISTORIA LLENA (4000 CORRIDAS), '
056900                 'LAS DEMAS QUEDAN PARA LA PROXIMA PASADA'
057000         END-IF
057100         SET MBT-HUBO-DESBORDE TO TRUE
057200         GO TO 2700-AGREGAR-CORRIDA-EXIT
057300     END-IF.
057400     PERFORM 2800-CALCULAR-SEGUNDOS
057500         THRU 2800-CALCULAR-SEGUNDOS-EXIT.
057600     MOVE MBT-DESDE-FECHA TO MBT-COR-FECHA.
057700     MOVE MBT-DESDE-HORA(1:6) TO MBT-COR-INICIO.
057800     MOVE MBT-PGM-NOMBRE(MBT-X-PGM) TO MBT-COR-PROGRAMA.
057900     MOVE MBT-SEGUNDOS TO MBT-COR-SEGUNDOS.
058000     IF MBT-SEGUNDOS > ZERO
058100         COMPUTE MBT-COR-RITMO ROUNDED =
058200             MBT-COR-CANTIDAD / MBT-SEGUNDOS
058300     ELSE
058400         MOVE MBT-COR-CANTIDAD TO MBT-COR-RITMO
058500     END-IF.
058600     ADD 1 TO MBT-CANT-HIST.
058700     SET MBT-X-HIS TO MBT-CANT-HIST.
058800     MOVE MBT-CORRIDA TO MBT-HIS-FILA(MBT-X-HIS).
058900     ADD 1 TO MBT-CANT-NUEVAS.
059000 2700-AGREGAR-CORRIDA-EXIT.
059100     EXIT.
059200*
059300******************************************************************
059400* 2800-CALCULAR-SEGUNDOS - ELAPSED SECONDS BETWEEN TWO DATE AND
059500*                          TIME STAMPS (HHMMSSCC)
059600******************************************************************
059700 2800-CALCULAR-SEGUNDOS.
059800     MOVE ZERO TO MBT-SEGUNDOS.
059900     IF MBT-DESDE-FECHA NOT NUMERIC OR MBT-DESDE-FECHA = ZERO
060000         OR MBT-HASTA-FECHA NOT NUMERIC
060100         OR MBT-HASTA-FECHA = ZERO
060200         OR MBT-DESDE-HORA(1:6) NOT NUMERIC
060300         OR MBT-HASTA-HORA(1:6) NOT NUMERIC
060400         GO TO 2800-CALCULAR-SEGUNDOS-EXIT
060500     END-IF.
060600     MOVE MBT-DESDE-HORA TO MBT-HORA-AUX.
060700     COMPUTE MBT-SEG-DESDE = MBT-HOR-HH * 3600
060800         + MBT-HOR-MM * 60 + MBT-HOR-SS.
060900     MOVE MBT-HASTA-HORA TO MBT-HORA-AUX.
061000     COMPUTE MBT-SEG-HASTA = MBT-HOR-HH * 3600
061100         + MBT-HOR-MM * 60 + MBT-HOR-SS.
061200     COMPUTE MBT-DIAS-ENTRE =
061300         FUNCTION INTEGER-OF-DATE(MBT-HASTA-FECHA)
061400         - FUNCTION INTEGER-OF-DATE(MBT-DESDE-FECHA).
061500     COMPUTE MBT-SEGUNDOS = MBT-DIAS-ENTRE * 86400.
061600     ADD MBT-SEG-HASTA TO MBT-SEGUNDOS.
061700     SUBTRACT MBT-SEG-DESDE FROM MBT-SEGUNDOS.
061800     IF MBT-SEGUNDOS < ZERO
061900         MOVE ZERO TO MBT-SEGUNDOS
062000     END-IF.
062100     IF MBT-SEGUNDOS > 9999999
062200         MOVE 9999999 TO MBT-SEGUNDOS
062300     END-IF.
062400 2800-CALCULAR-SEGUNDOS-EXIT.
062500     EXIT.
062600*
062700******************************************************************
062800* 2900-BUSCAR-PROGRAMA - FIND OR ADD THE PROGRAM ROW
062900******************************************************************
063000 2900-BUSCAR-PROGRAMA.
063100     MOVE 'N' TO MBT-HALLADO.
063200     PERFORM 2910-COMPARAR-PROGRAMA
063300         THRU 2910-COMPARAR-PROGRAMA-EXIT
063400         VARYING MBT-X-PGM FROM 1 BY 1
063500         UNTIL MBT-X-PGM > MBT-CANT-PGM
063600         OR MBT-ES-HALLADO.
063700     IF MBT-ES-HALLADO
063800         SET MBT-X-PGM DOWN BY 1
063900         GO TO 2900-BUSCAR-PROGRAMA-EXIT
064000     END-IF.
064100     IF MBT-CANT-PGM >= 100
064200         DISPLAY 'MONBATCH: MAS DE 100 PROGRAMAS, SE IGNORA '
064300             MBT-PROGRAMA-BUSCADO
064400         GO TO 2900-BUSCAR-PROGRAMA-EXIT
064500     END-IF.
064600     ADD 1 TO MBT-CANT-PGM.
064700     SET MBT-X-PGM TO MBT-CANT-PGM.
064800     INITIALIZE MBT-PGM-FILA(MBT-X-PGM).
064900     MOVE MBT-PROGRAMA-BUSCADO TO MBT-PGM-NOMBRE(MBT-X-PGM).
065000     MOVE MBT-MULTIPLO TO MBT-PGM-MULTIPLO(MBT-X-PGM).
065100     MOVE MBT-TIMEOUT TO MBT-PGM-TIMEOUT(MBT-X-PGM).
065200     SET MBT-ES-HALLADO TO TRUE.
065300 2900-BUSCAR-PROGRAMA-EXIT.
065400     EXIT.
065500*
065600 2910-COMPARAR-PROGRAMA.
065700     IF MBT-PGM-NOMBRE(MBT-X-PGM) = MBT-PROGRAMA-BUSCADO
065800         SET MBT-ES-HALLADO TO TRUE
065900     END-IF.
066000 2910-COMPARAR-PROGRAMA-EXIT.
066100     EXIT.
066200*
066300******************************************************************
066400* 3000-ORDENAR-HISTORIA - CHRONOLOGICAL ORDER (DATE, START TIME,
066500*                         PROGRAM) FOR THE ROLLING AVERAGES
066600******************************************************************
066700 3000-ORDENAR-HISTORIA.
066800     PERFORM 3100-ELEGIR-MENOR THRU 3100-ELEGIR-MENOR-EXIT
066900         VARYING MBT-IDX-ORDEN FROM 1 BY 1
067000         UNTIL MBT-IDX-ORDEN >= MBT-CANT-HIST.
067100 3000-ORDENAR-HISTORIA-EXIT.
067200     EXIT.
067300*
067400******************************************************************
067500* 3100-ELEGIR-MENOR - ONE SELECTION-SORT PASS
067600******************************************************************
067700 3100-ELEGIR-MENOR.
067800     MOVE MBT-IDX-ORDEN TO MBT-IDX-MEJOR.
067900     SET MBT-X-HIS TO MBT-IDX-ORDEN.
068000     MOVE MBT-HIS-FILA(MBT-X-HIS)(1:25) TO MBT-CLAVE-MEJOR.
068100     COMPUTE MBT-IDX-RESTO = MBT-IDX-ORDEN + 1.
068200     PERFORM 3200-COMPARAR-CLAVE THRU 3200-COMPARAR-CLAVE-EXIT
068300         VARYING MBT-X-HIS2 FROM MBT-IDX-RESTO BY 1
068400         UNTIL MBT-X-HIS2 > MBT-CANT-HIST.
068500     IF MBT-IDX-MEJOR NOT = MBT-IDX-ORDEN
068600         SET MBT-X-HIS TO MBT-IDX-ORDEN
068700         SET MBT-X-HIS2 TO MBT-IDX-MEJOR
068800         MOVE MBT-HIS-FILA(MBT-X-HIS) TO MBT-FILA-SWAP
068900         MOVE MBT-HIS-FILA(MBT-X-HIS2)
069000             TO MBT-HIS-FILA(MBT-X-HIS)
069100         MOVE MBT-FILA-SWAP TO MBT-HIS-FILA(MBT-X-HIS2)
069200     END-IF.
069300 3100-ELEGIR-MENOR-EXIT.
069400     EXIT.
069500*
069600******************************************************************
069700* 3200-COMPARAR-CLAVE - TRACK THE EARLIEST REMAINING RUN
069800******************************************************************
069900 3200-COMPARAR-CLAVE.
070000     IF MBT-HIS-FILA(MBT-X-HIS2)(1:25) < MBT-CLAVE-MEJOR
070100         MOVE MBT-HIS-FILA(MBT-X-HIS2)(1:25) TO MBT-CLAVE-MEJOR
070200         SET MBT-IDX-MEJOR TO MBT-X-HIS2
070300     END-IF.
070400 3200-COMPARAR-CLAVE-EXIT.
070500     EXIT.
070600*
070700******************************************************************
070800* 4000-EVALUAR-CORRIDAS - EVERY RUN AGAINST ITS LIMITS, OLDEST
070900*                         FIRST, BUILDING EACH PROGRAM'S WINDOW
071000******************************************************************
071100 4000-EVALUAR-CORRIDAS.
071200     PERFORM 4100-EVALUAR-UNA THRU 4100-EVALUAR-UNA-EXIT
071300         VARYING MBT-X-HIS FROM 1 BY 1
071400         UNTIL MBT-X-HIS > MBT-CANT-HIST.
071500 4000-EVALUAR-CORRIDAS-EXIT.
071600     EXIT.
071700*
071800******************************************************************
071900* 4100-EVALUAR-UNA - ONE RUN: BREACH CHECK, STATISTICS, WINDOW
072000******************************************************************
072100 4100-EVALUAR-UNA.
072200     MOVE MBT-HIS-FILA(MBT-X-HIS) TO MBT-CORRIDA.
072300     MOVE MBT-COR-PROGRAMA TO MBT-PROGRAMA-BUSCADO.
072400     PERFORM 2900-BUSCAR-PROGRAMA THRU 2900-BUSCAR-PROGRAMA-EXIT.
072500     IF NOT MBT-ES-HALLADO
072600         GO TO 4100-EVALUAR-UNA-EXIT
072700     END-IF.
072800     PERFORM 4200-VERIFICAR-DEMORA
072900         THRU 4200-VERIFICAR-DEMORA-EXIT.
073000     ADD 1 TO MBT-PGM-CANT(MBT-X-PGM).
073100     ADD MBT-COR-SEGUNDOS TO MBT-PGM-SUMA(MBT-X-PGM).
073200     IF MBT-COR-SEGUNDOS > MBT-PGM-MAXIMO(MBT-X-PGM)
073300         MOVE MBT-COR-SEGUNDOS TO MBT-PGM-MAXIMO(MBT-X-PGM)
073400     END-IF.
073500     MOVE MBT-COR-SEGUNDOS TO MBT-PGM-ULTIMO(MBT-X-PGM).
073600     MOVE MBT-COR-RITMO TO MBT-PGM-RITMO(MBT-X-PGM).
073700     IF MBT-PGM-EN-VENTANA(MBT-X-PGM) >= MBT-VENTANA
073800         PERFORM 4400-CORRER-VENTANA
073900             THRU 4400-CORRER-VENTANA-EXIT
074000             VARYING MBT-IDX-VEN FROM 1 BY 1
074100             UNTIL MBT-IDX-VEN >= MBT-PGM-EN-VENTANA(MBT-X-PGM)
074200     ELSE
074300         ADD 1 TO MBT-PGM-EN-VENTANA(MBT-X-PGM)
074400     END-IF.
074500     MOVE MBT-PGM-EN-VENTANA(MBT-X-PGM) TO MBT-IDX-VEN.
074600     MOVE MBT-COR-SEGUNDOS
074700         TO MBT-PGM-VENTANA(MBT-X-PGM, MBT-IDX-VEN).
074800 4100-EVALUAR-UNA-EXIT.
074900     EXIT.
075000*
075100******************************************************************
075200* 4200-VERIFICAR-DEMORA - EXPECTED SECONDS FIRST, ELSE THE
075300*                         MULTIPLE OF THE ROLLING AVERAGE
075400******************************************************************
075500 4200-VERIFICAR-DEMORA.
075600     MOVE SPACE TO MBT-TIPO-DEMORA.
075700     IF MBT-PGM-ESPERADO(MBT-X-PGM) > ZERO
075800         AND MBT-COR-SEGUNDOS > MBT-PGM-ESPERADO(MBT-X-PGM)
075900         MOVE 'E' TO MBT-TIPO-DEMORA
076000         MOVE MBT-PGM-ESPERADO(MBT-X-PGM) TO MBT-LIMITE
076100         MOVE 'SUPERA LO ESPERADO' TO MBT-MOTIVO
076200     ELSE
076300         IF MBT-PGM-EN-VENTANA(MBT-X-PGM) >= MBT-MINIMO-VENTANA
076400             PERFORM 4300-PROMEDIO-MOVIL
076500                 THRU 4300-PROMEDIO-MOVIL-EXIT
076600             COMPUTE MBT-LIMITE ROUNDED =
076700                 MBT-PROMEDIO * MBT-PGM-MULTIPLO(MBT-X-PGM)
076800             IF MBT-COR-SEGUNDOS > MBT-LIMITE
076900                 MOVE 'P' TO MBT-TIPO-DEMORA
077000                 MOVE 'SUPERA EL PROMEDIO MOVIL'
077100                     TO MBT-MOTIVO
077200             END-IF
077300         END-IF
077400     END-IF.
077500     IF MBT-TIPO-DEMORA = SPACE
077600         OR MBT-COR-FECHA < MBT-FECHA-DESDE
077700         GO TO 4200-VERIFICAR-DEMORA-EXIT
077800     END-IF.
077900     ADD 1 TO MBT-PGM-DEMORAS(MBT-X-PGM).
078000     MOVE MBT-COR-FECHA TO MBT-DESDE-FECHA.
078100     MOVE MBT-COR-INICIO TO MBT-DESDE-HORA(1:6).
078200     MOVE MBT-COR-SEGUNDOS TO MBT-SEGUNDOS.
078300     PERFORM 8000-GRABAR-ALERTA THRU 8000-GRABAR-ALERTA-EXIT.
078400 4200-VERIFICAR-DEMORA-EXIT.
078500     EXIT.
078600*
078700******************************************************************
078800* 4300-PROMEDIO-MOVIL - AVERAGE SECONDS OF THE WINDOW
078900******************************************************************
079000 4300-PROMEDIO-MOVIL.
079100     MOVE ZERO TO MBT-SUMA-VENTANA.
079200     MOVE ZERO TO MBT-PROMEDIO.
079300     PERFORM 4310-SUMAR-VENTANA THRU 4310-SUMAR-VENTANA-EXIT
079400         VARYING MBT-IDX-VEN FROM 1 BY 1
079500         UNTIL MBT-IDX-VEN > MBT-PGM-EN-VENTANA(MBT-X-PGM).
079600     IF MBT-PGM-EN-VENTANA(MBT-X-PGM) > ZERO
079700         COMPUTE MBT-PROMEDIO ROUNDED = MBT-SUMA-VENTANA
079800             / MBT-PGM-EN-VENTANA(MBT-X-PGM)
079900     END-IF.
080000 4300-PROMEDIO-MOVIL-EXIT.
080100     EXIT.
080200*
080300 4310-SUMAR-VENTANA.
080400     ADD MBT-PGM-VENTANA(MBT-X-PGM, MBT-IDX-VEN)
080500         TO MBT-SUMA-VENTANA.
080600 4310-SUMAR-VENTANA-EXIT.
080700     EXIT.
080800*
080900******************************************************************
081000* 4400-CORRER-VENTANA - DROP THE OLDEST RUN OF A FULL WINDOW
081100******************************************************************
081200 4400-CORRER-VENTANA.
081300     MOVE MBT-PGM-VENTANA(MBT-X-PGM, MBT-IDX-VEN + 1)
081400         TO MBT-PGM-VENTANA(MBT-X-PGM, MBT-IDX-VEN).
081500 4400-CORRER-VENTANA-EXIT.
081600     EXIT.
081700*
081800******************************************************************
081900* 5000-INICIOS-ABIERTOS - STARTS WITH NO END YET: ALERT ONCE
082000*                         PAST THE PROGRAM'S TIMEOUT
082100******************************************************************
082200 5000-INICIOS-ABIERTOS.
082300     PERFORM 5100-REVISAR-ABIERTO THRU 5100-REVISAR-ABIERTO-EXIT
082400         VARYING MBT-X-PGM FROM 1 BY 1
082500         UNTIL MBT-X-PGM > MBT-CANT-PGM.
082600 5000-INICIOS-ABIERTOS-EXIT.
082700     EXIT.
082800*
082900 5100-REVISAR-ABIERTO.
083000     IF MBT-PGM-PEND-FECHA(MBT-X-PGM) = ZERO
083100         GO TO 5100-REVISAR-ABIERTO-EXIT
083200     END-IF.
083300     ADD 1 TO MBT-CANT-ABIERTAS.
083400     MOVE MBT-PGM-PEND-FECHA(MBT-X-PGM) TO MBT-DESDE-FECHA.
083500     MOVE MBT-PGM-PEND-HORA(MBT-X-PGM) TO MBT-DESDE-HORA.
083600     MOVE MBT-FECHA-HOY TO MBT-HASTA-FECHA.
083700     MOVE MBT-HORA-AHORA TO MBT-HASTA-HORA.
083800     PERFORM 2800-CALCULAR-SEGUNDOS
083900         THRU 2800-CALCULAR-SEGUNDOS-EXIT.
084000     COMPUTE MBT-LIMITE = MBT-PGM-TIMEOUT(MBT-X-PGM) * 60.
084100     IF MBT-SEGUNDOS > MBT-LIMITE
084200         MOVE 'S' TO MBT-TIPO-DEMORA
084300         MOVE 'SIN FIN, SUPERA EL TIMEOUT' TO MBT-MOTIVO
084400         PERFORM 8000-GRABAR-ALERTA
084500             THRU 8000-GRABAR-ALERTA-EXIT
084600     ELSE
084700         MOVE 'EN CURSO' TO MBT-MOTIVO
084800         PERFORM 8100-LINEA-DEMORA THRU 8100-LINEA-DEMORA-EXIT
084900     END-IF.
085000 5100-REVISAR-ABIERTO-EXIT.
085100     EXIT.
085200*
085300******************************************************************
085400* 6000-TENDENCIAS - ONE TREND BLOCK PER PROGRAM WITH HISTORY
085500******************************************************************
085600 6000-TENDENCIAS.
085700     IF MBT-CANT-ALERTAS = ZERO
085800         MOVE 'SIN DEMORAS' TO RPT-LINEA
085900         WRITE RPT-LINEA
086000     END-IF.
086100     MOVE SPACES TO RPT-LINEA.
086200     WRITE RPT-LINEA.
086300     MOVE '--- TENDENCIA POR PROGRAMA (SEGUNDOS) ---'
086400         TO RPT-LINEA.
086500     WRITE RPT-LINEA.
086600     MOVE 'PROGRAMA    CORR.   PROM.   MOVIL  ULTIMA  MAXIMA'
086700         TO RPT-LINEA.
086800     MOVE '  REG/SEG  TEND. DEM.' TO RPT-LINEA(50:21).
086900     WRITE RPT-LINEA.
087000     PERFORM 6100-TENDENCIA-UNO THRU 6100-TENDENCIA-UNO-EXIT
087100         VARYING MBT-X-PGM FROM 1 BY 1
087200         UNTIL MBT-X-PGM > MBT-CANT-PGM.
087300 6000-TENDENCIAS-EXIT.
087400     EXIT.
087500*
087600******************************************************************
087700* 6100-TENDENCIA-UNO - HISTORICAL AND ROLLING AVERAGE, LAST AND
087800*                      WORST RUN, THROUGHPUT, AND THE LATEST RUNS
087900******************************************************************
088000 6100-TENDENCIA-UNO.
088100     IF MBT-PGM-CANT(MBT-X-PGM) = ZERO
088200         GO TO 6100-TENDENCIA-UNO-EXIT
088300     END-IF.
088400     COMPUTE MBT-PROMEDIO-HIST ROUNDED =
088500         MBT-PGM-SUMA(MBT-X-PGM) / MBT-PGM-CANT(MBT-X-PGM).
088600     PERFORM 4300-PROMEDIO-MOVIL THRU 4300-PROMEDIO-MOVIL-EXIT.
088700     MOVE ZERO TO MBT-TENDENCIA.
088800     IF MBT-PROMEDIO-HIST > ZERO
088900         COMPUTE MBT-TENDENCIA ROUNDED =
089000             (MBT-PROMEDIO - MBT-PROMEDIO-HIST) * 100
089100             / MBT-PROMEDIO-HIST
089200     END-IF.
089300     MOVE MBT-PGM-CANT(MBT-X-PGM) TO MBT-CANT-ED.
089400     MOVE MBT-PROMEDIO-HIST TO MBT-HIST-ED.
089500     MOVE MBT-PROMEDIO TO MBT-MOVIL-ED.
089600     MOVE MBT-PGM-ULTIMO(MBT-X-PGM) TO MBT-SEG-ED.
089700     MOVE MBT-PGM-MAXIMO(MBT-X-PGM) TO MBT-MAX-ED.
089800     MOVE MBT-PGM-RITMO(MBT-X-PGM) TO MBT-RITMO-ED.
089900     MOVE MBT-TENDENCIA TO MBT-TEND-ED.
090000     MOVE MBT-PGM-DEMORAS(MBT-X-PGM) TO MBT-DEM-ED.
090100     MOVE SPACES TO RPT-LINEA.
090200     STRING MBT-PGM-NOMBRE(MBT-X-PGM) ' ' MBT-CANT-ED ' '
090300         MBT-HIST-ED ' ' MBT-MOVIL-ED ' ' MBT-SEG-ED ' '
090400         MBT-MAX-ED ' ' MBT-RITMO-ED ' ' MBT-TEND-ED '% '
090500         MBT-DEM-ED
090600         DELIMITED BY SIZE INTO RPT-LINEA.
090700     WRITE RPT-LINEA.
090800     MOVE SPACES TO RPT-LINEA.
090900     MOVE '   ULTIMAS:' TO RPT-LINEA(1:11).
091000     MOVE 12 TO MBT-POS-LINEA.
091100     MOVE 1 TO MBT-IDX-DESDE.
091200     IF MBT-PGM-EN-VENTANA(MBT-X-PGM) > 8
091300         COMPUTE MBT-IDX-DESDE =
091400             MBT-PGM-EN-VENTANA(MBT-X-PGM) - 7
091500     END-IF.
091600     PERFORM 6200-UNA-ULTIMA THRU 6200-UNA-ULTIMA-EXIT
091700         VARYING MBT-IDX-VEN FROM MBT-IDX-DESDE BY 1
091800         UNTIL MBT-IDX-VEN > MBT-PGM-EN-VENTANA(MBT-X-PGM).
091900     WRITE RPT-LINEA.
092000 6100-TENDENCIA-UNO-EXIT.
092100     EXIT.
092200*
092300 6200-UNA-ULTIMA.
092400     MOVE MBT-PGM-VENTANA(MBT-X-PGM, MBT-IDX-VEN) TO MBT-SEG-ED.
092500     MOVE MBT-SEG-ED TO RPT-LINEA(MBT-POS-LINEA:7).
092600     ADD 8 TO MBT-POS-LINEA.
092700 6200-UNA-ULTIMA-EXIT.
092800     EXIT.
092900*
093000******************************************************************
093100* 7000-GRABAR-HISTORIA - REWRITE RUNHIST WITH THE LAST 30 RUNS
093200*                        OF EACH PROGRAM, OLDEST FIRST
093300******************************************************************
093400 7000-GRABAR-HISTORIA.
093500     OPEN OUTPUT RUNHIST-FILE.
093600     PERFORM 7100-GRABAR-UNA THRU 7100-GRABAR-UNA-EXIT
093700         VARYING MBT-X-HIS FROM 1 BY 1
093800         UNTIL MBT-X-HIS > MBT-CANT-HIST.
093900     CLOSE RUNHIST-FILE.
094000 7000-GRABAR-HISTORIA-EXIT.
094100     EXIT.
094200*
094300 7100-GRABAR-UNA.
094400     MOVE MBT-HIS-FILA(MBT-X-HIS) TO MBT-CORRIDA.
094500     MOVE MBT-COR-PROGRAMA TO MBT-PROGRAMA-BUSCADO.
094600     PERFORM 2900-BUSCAR-PROGRAMA THRU 2900-BUSCAR-PROGRAMA-EXIT.
094700     IF NOT MBT-ES-HALLADO
094800         GO TO 7100-GRABAR-UNA-EXIT
094900     END-IF.
095000     ADD 1 TO MBT-PGM-VISTOS(MBT-X-PGM).
095100     IF MBT-PGM-CANT(MBT-X-PGM) - MBT-PGM-VISTOS(MBT-X-PGM)
095200         < MBT-RETENER
095300         MOVE MBT-CORRIDA TO RH-RECORD
095400         WRITE RH-RECORD
095500         ADD 1 TO MBT-CANT-GRABADAS
095600     END-IF.
095700 7100-GRABAR-UNA-EXIT.
095800     EXIT.
095900*
096000******************************************************************
096100* 8000-GRABAR-ALERTA - ONE BREACH TO MONALERT AND THE REPORT
096200******************************************************************
096300 8000-GRABAR-ALERTA.
096400     MOVE MBT-DESDE-FECHA TO MA-FECHA.
096500     MOVE MBT-DESDE-HORA(1:6) TO MA-INICIO.
096600     MOVE MBT-PGM-NOMBRE(MBT-X-PGM) TO MA-PROGRAMA.
096700     MOVE MBT-TIPO-DEMORA TO MA-TIPO.
096800     MOVE MBT-SEGUNDOS TO MA-SEGUNDOS.
096900     MOVE MBT-LIMITE TO MA-LIMITE.
097000     WRITE MA-RECORD.
097100     ADD 1 TO MBT-CANT-ALERTAS.
097200     PERFORM 8100-LINEA-DEMORA THRU 8100-LINEA-DEMORA-EXIT.
097300 8000-GRABAR-ALERTA-EXIT.
097400     EXIT.
097500*
097600******************************************************************
097700* 8100-LINEA-DEMORA - ONE LINE OF THE BREACH SECTION
097800******************************************************************
097900 8100-LINEA-DEMORA.
098000     MOVE MBT-DESDE-HORA TO MBT-HORA-AUX.
098100     MOVE MBT-HOR-HH TO MBT-HED-HH.
098200     MOVE MBT-HOR-MM TO MBT-HED-MM.
098300     MOVE MBT-HOR-SS TO MBT-HED-SS.
098400     MOVE MBT-SEGUNDOS TO MBT-SEG-ED.
098500     MOVE MBT-LIMITE TO MBT-LIM-ED.
098600     MOVE SPACES TO RPT-LINEA.
098700     STRING MBT-PGM-NOMBRE(MBT-X-PGM) ' ' MBT-DESDE-FECHA ' '
098800         MBT-HORA-ED ' ' MBT-SEG-ED ' ' MBT-LIM-ED ' '
098900         MBT-MOTIVO
099000         DELIMITED BY SIZE INTO RPT-LINEA.
099100     WRITE RPT-LINEA.
099200 8100-LINEA-DEMORA-EXIT.
099300     EXIT.
099400 END PROGRAM MONBATCH.
