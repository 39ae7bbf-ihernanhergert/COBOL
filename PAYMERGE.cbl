000100******************************************************************
000200* AUTHOR:      HERNAN HERGERT
000300* INSTALLATION: DATA PROCESSING
000400* DATE-WRITTEN:
000500* DATE-COMPILED:
000600* PURPOSE:     MERGE STEP OF THE PARTITIONED PAYROLL RUN. WITH
000700*              THE PARTICION CARD SET, EJERCICIO02 RUNS ONE
000800*              COMPANY AT A TIME ON ITS OWN LOCK, CHECKPOINT,
000900*              EXCEPTION FILE AND REGISTER, HISTORY AND
001000*              YEAR-TO-DATE SEGMENTS (REGPCCC, HISPCCC, YTDPCCC,
001100*              EXCPCCC), SO THE COMPANIES RUN AT THE SAME TIME
001200*              AND RESTART ON THEIR OWN. ONCE EVERY PARTITION HAS
001300*              FINISHED, THIS STEP TAKES PAYLOCK, CHECKS THAT NO
001400*              PARTITION IS STILL RUNNING AND THAT EVERY SEGMENT
001500*              IS COMPLETE, OF ONE PERIOD AND IN BALANCE WITH ITS
001600*              OWN TRAILER, AND THEN BUILDS THE SINGLE
001700*              PAYROLLREG (SORTED BY SENIORITY AND DEPARTMENT,
001800*              WRAPPED IN '*H'/'*T' WITH THE COMBINED COUNT AND
001900*              HASH), APPENDS THE HISTORY SEGMENTS TO PAYHIST IN
002000*              ONE BRACKET, ADDS THE YEAR-TO-DATE SEGMENTS TO
002100*              YTDTOTALS, REBUILDS EXCEPTIONS2 AND PAYROLLIX,
002200*              MARKS THE REGISTER PENDING RELEASE IN REGSTATE, AND
002300*              RECORDS THE PER-PARTITION AND MERGED TOTALS IN
002400*              PARTCTL FOR PAYCONCIL. THE BACKUP IS TAKEN THROUGH
002500*              PAYBKUP BEFORE ANYTHING IS WRITTEN.
002501*              THE MASTERS A PARTITION UPDATES (LOANS,
002502*              GARNISHMENT, GASTOS, NOVEDADES, REFERIDOS,
002503*              TRASLADOS, EMPCAMBIOS, VACSALDO, ARREARS) COME BACK
002504*              AS PER-COMPANY SEGMENTS WITH ONLY THAT COMPANY'S
002505*              ROWS, WHICH REPLACE THE MASTER ROWS OF THE SAME
002506*              EMPLOYEES HERE, SO PARTITIONS RUNNING AT THE SAME
002507*              TIME DO NOT OVERWRITE EACH OTHER. THE PARTITIONS'
002508*              RUNLOG AND RATECHG LINES ARE CHAINED THROUGH
002509*              CADENAUD HERE, UNDER PAYLOCK, AND THEIR RATESNAP IS
00250A*              PUT IN PLACE.
00250B*              THE PARTITIONS' DETAIL LINES (DEDDET, HORASDET,
00250C*              VACMOV, CONTDET, EMBDET, NOVDET) COME BACK AS
00250D*              PER-COMPANY SEGMENTS TOO AND ARE APPENDED HERE.
002600* TECTONICS:   COBC
002700*
002800* MODIFICATION HISTORY:
002900*   - NEW MERGE STEP, RUN AFTER THE PARTITION STEPS IN PAYPART
003000*     AND OFFERED FROM THE MENUUTIL MENU.
003001*   - THE MASTER, RATECHG, RATESNAP AND RUNLOG SEGMENTS OF THE
003002*     PARTITIONS ARE APPLIED HERE; THE PARTITIONS NO LONGER WRITE
003003*     THE SHARED MASTERS OR THE AUDCHAIN ANCHORS THEMSELVES.
003004*   - THE DETAIL SEGMENTS OF THE PARTITIONS (DEDPCCC, HORPCCC,
003005*     VMVPCCC, CTDPCCC, EMBPCCC, NDTPCCC) ARE APPENDED TO THE
003006*     SHARED DETAIL FILES AND EMPTIED.
003100******************************************************************
003200 IDENTIFICATION DIVISION.
003300 PROGRAM-ID. PAYMERGE.
003400 ENVIRONMENT DIVISION.
003500 INPUT-OUTPUT SECTION.
003600 FILE-CONTROL.
003700     SELECT OPTIONAL PAYLOCK-FILE ASSIGN USING PMG-NOMBRE-LOCK
003800         ORGANIZATION IS LINE SEQUENTIAL
003900         FILE STATUS IS PMG-STATUS-LOCK.
004000     SELECT OPTIONAL COMPANIAS-FILE ASSIGN TO 'COMPANIAS'
004100         ORGANIZATION IS LINE SEQUENTIAL
004200         FILE STATUS IS PMG-STATUS-CIA.
004300     SELECT OPTIONAL REGSEG-FILE ASSIGN USING PMG-NOMBRE-REGSEG
004400         ORGANIZATION IS LINE SEQUENTIAL
004500         FILE STATUS IS PMG-STATUS-REGSEG.
004600     SELECT OPTIONAL HISSEG-FILE ASSIGN USING PMG-NOMBRE-HISSEG
004700         ORGANIZATION IS LINE SEQUENTIAL
004800         FILE STATUS IS PMG-STATUS-HISSEG.
004900     SELECT OPTIONAL YTDSEG-FILE ASSIGN USING PMG-NOMBRE-YTDSEG
005000         ORGANIZATION IS SEQUENTIAL
005100         FILE STATUS IS PMG-STATUS-YTDSEG.
005200     SELECT OPTIONAL EXCSEG-FILE ASSIGN USING PMG-NOMBRE-EXCSEG
005300         ORGANIZATION IS LINE SEQUENTIAL
005400         FILE STATUS IS PMG-STATUS-EXCSEG.
005500     SELECT PAYROLL-REG-FILE ASSIGN TO 'PAYROLLREG'
005600         ORGANIZATION IS LINE SEQUENTIAL
005700         FILE STATUS IS PMG-STATUS-PAYROLL.
005800     SELECT OPTIONAL PAYHIST-FILE ASSIGN TO 'PAYHIST'
005900         ORGANIZATION IS LINE SEQUENTIAL
006000         FILE STATUS IS PMG-STATUS-PAYHIST.
006100     SELECT OPTIONAL YTD-FILE ASSIGN TO 'YTDTOTALS'
006200         ORGANIZATION IS SEQUENTIAL
006300         FILE STATUS IS PMG-STATUS-YTD.
006400     SELECT EXCEPTIONS2-FILE ASSIGN TO 'EXCEPTIONS2'
006500         ORGANIZATION IS LINE SEQUENTIAL.
006600     SELECT PAYROLLIX-FILE ASSIGN TO 'PAYROLLIX'
006700         ORGANIZATION IS INDEXED
006800         ACCESS MODE IS DYNAMIC
006900         RECORD KEY IS PIX-ID
007000         FILE STATUS IS PMG-STATUS-PIX.
007100     SELECT OPTIONAL REGSTATE-FILE ASSIGN TO 'REGSTATE'
007200         ORGANIZATION IS LINE SEQUENTIAL
007300         FILE STATUS IS PMG-STATUS-REGSTATE.
007400     SELECT OPTIONAL PARTCTL-FILE ASSIGN TO 'PARTCTL'
007500         ORGANIZATION IS LINE SEQUENTIAL
007600         FILE STATUS IS PMG-STATUS-PARTCTL.
007601     SELECT OPTIONAL MAESTRO-FILE ASSIGN USING PMG-NOMBRE-MAESTRO
007602         ORGANIZATION IS LINE SEQUENTIAL
007603         FILE STATUS IS PMG-STATUS-MAESTRO.
007604     SELECT OPTIONAL MAESSEG-FILE ASSIGN USING PMG-NOMBRE-MAESSEG
007605         ORGANIZATION IS LINE SEQUENTIAL
007606         FILE STATUS IS PMG-STATUS-MAESSEG.
007607     SELECT OPTIONAL MAESTMP-FILE ASSIGN TO 'MAESTMP'
007608         ORGANIZATION IS LINE SEQUENTIAL
007609         FILE STATUS IS PMG-STATUS-MAESTMP.
00760A     SELECT OPTIONAL RATECHG-FILE ASSIGN TO 'RATECHG'
00760B         ORGANIZATION IS LINE SEQUENTIAL
00760C         FILE STATUS IS PMG-STATUS-RATECHG.
00760D     SELECT OPTIONAL RUNLOG-FILE ASSIGN TO 'RUNLOG'
00760E         ORGANIZATION IS LINE SEQUENTIAL
00760F         FILE STATUS IS PMG-STATUS-RUNLOG.
007700     SELECT SORT-WORK-FILE ASSIGN TO 'SORTWK05'.
007800 DATA DIVISION.
007900 FILE SECTION.
008000 FD  PAYLOCK-FILE
008100     LABEL RECORDS ARE STANDARD.
008200 01  LK-RECORD.
008300     05 LK-PROGRAMA              PIC X(11).
008400     05 LK-USUARIO               PIC X(08).
008500     05 LK-FECHA                 PIC 9(08).
008600     05 LK-HORA                  PIC X(08).
008700 FD  COMPANIAS-FILE
008800     LABEL RECORDS ARE STANDARD.
008900 01  CO-RECORD.
009000     05 CO-CODIGO                PIC X(03).
009100     05 CO-NOMBRE                PIC X(20).
009200     05 CO-MONEDA                PIC X(03).
009300     05 CO-FRECUENCIA            PIC X(01).
009400 FD  REGSEG-FILE
009500     LABEL RECORDS ARE STANDARD.
009600 01  RSG-REGISTRO                PIC X(121).
009700 01  RSG-DETALLE.
009800     05 FILLER                   PIC X(19).
009900     05 RSG-SUELDO-ANUAL         PIC 9(07)V99.
010000     05 RSG-BONO                 PIC 9(06)V99.
010100     05 FILLER                   PIC X(85).
010200 FD  HISSEG-FILE
010300     LABEL RECORDS ARE STANDARD.
010400 01  HSG-REGISTRO                PIC X(77).
010500 01  HSG-DETALLE.
010600     05 FILLER                   PIC X(19).
010700     05 HSG-SUELDO-ANUAL         PIC 9(07)V99.
010800     05 HSG-BONO                 PIC 9(06)V99.
010900     05 FILLER                   PIC X(41).
011000 FD  YTDSEG-FILE
011100     LABEL RECORDS ARE STANDARD.
011200 01  YSG-RECORD.
011300     05 YSG-SUELDO-ANUAL         PIC 9(11)V99.
011400     05 YSG-BONO                 PIC 9(11)V99.
011500     05 YSG-CANT-CORRIDAS        PIC 9(05).
011600 FD  EXCSEG-FILE
011700     LABEL RECORDS ARE STANDARD.
011800 01  XSG-REGISTRO                PIC X(83).
011900 FD  PAYROLL-REG-FILE
012000     LABEL RECORDS ARE STANDARD.
012100 01  PR-RECORD.
012200     COPY PAYROLLREG.
012300 FD  PAYHIST-FILE
012400     LABEL RECORDS ARE STANDARD.
012500 01  PH-REGISTRO                 PIC X(77).
012600 FD  YTD-FILE
012700     LABEL RECORDS ARE STANDARD.
012800 01  YTD-RECORD.
012900     05 YTD-SUELDO-ANUAL         PIC 9(11)V99.
013000     05 YTD-BONO                 PIC 9(11)V99.
013100     05 YTD-CANT-CORRIDAS        PIC 9(05).
013200 FD  EXCEPTIONS2-FILE
013300     LABEL RECORDS ARE STANDARD.
013400 01  ERR-REGISTRO                PIC X(83).
013500 FD  PAYROLLIX-FILE
013600     LABEL RECORDS ARE STANDARD.
013700 01  PIX-RECORD.
013800     05 FILLER                   PIC X(52).
013900     05 PIX-ID                   PIC 9(05).
014000     05 FILLER                   PIC X(64).
014100 FD  REGSTATE-FILE
014200     LABEL RECORDS ARE STANDARD.
014300 01  RG-RECORD.
014400     05 RG-PERIODO               PIC 9(06).
014500     05 RG-ESTADO                PIC X(01).
014600     05 RG-USUARIO               PIC X(08).
014700     05 RG-FECHA                 PIC 9(08).
014800 FD  PARTCTL-FILE
014900     LABEL RECORDS ARE STANDARD.
015000 01  PT-RECORD.
015100     COPY PARTCTL.
015101 FD  MAESTRO-FILE
015102     LABEL RECORDS ARE STANDARD.
015103 01  MAE-REGISTRO                PIC X(200).
015104 FD  MAESSEG-FILE
015105     LABEL RECORDS ARE STANDARD.
015106 01  MSG-REGISTRO                PIC X(200).
015107 FD  MAESTMP-FILE
015108     LABEL RECORDS ARE STANDARD.
015109 01  MTP-REGISTRO                PIC X(200).
01510A FD  RATECHG-FILE
01510B     LABEL RECORDS ARE STANDARD.
01510C 01  CHG-REGISTRO.
01510D     05 CHG-LINEA                PIC X(80).
01510E     COPY CADAUD
01510F         REPLACING CAD-SECUENCIA     BY CHG-SECUENCIA
01510G                   CAD-CONTROL       BY CHG-CONTROL.
01510H FD  RUNLOG-FILE
01510I     LABEL RECORDS ARE STANDARD.
01510J 01  RGL-REGISTRO.
01510K     05 RGL-REG-CONTENIDO        PIC X(41).
01510L     COPY CADAUD
01510M         REPLACING CAD-SECUENCIA     BY RGL-REG-SECUENCIA
01510N                   CAD-CONTROL       BY RGL-REG-CONTROL.
015200 SD  SORT-WORK-FILE.
015300 01  SW-RECORD.
015400     05 FILLER                   PIC X(05).
015500     05 SW-SENIORIDAD            PIC X(06).
015600     05 FILLER                   PIC X(31).
015700     05 SW-DEPARTAMENTO          PIC X(10).
015800     05 FILLER                   PIC X(69).
015900 WORKING-STORAGE SECTION.
016000*
016100 01  PMG-STATUS-LOCK             PIC XX.
016200 01  PMG-STATUS-CIA              PIC XX.
016300 01  PMG-STATUS-REGSEG           PIC XX.
016400 01  PMG-STATUS-HISSEG           PIC XX.
016500 01  PMG-STATUS-YTDSEG           PIC XX.
016600 01  PMG-STATUS-EXCSEG           PIC XX.
016700 01  PMG-STATUS-PAYROLL          PIC XX.
016800 01  PMG-STATUS-PAYHIST          PIC XX.
016900 01  PMG-STATUS-YTD              PIC XX.
017000 01  PMG-STATUS-PIX              PIC XX.
017100 01  PMG-STATUS-REGSTATE         PIC XX.
017200 01  PMG-STATUS-PARTCTL          PIC XX.
017201 01  PMG-STATUS-MAESTRO          PIC XX.
017202 01  PMG-STATUS-MAESSEG          PIC XX.
017203 01  PMG-STATUS-MAESTMP          PIC XX.
017204 01  PMG-STATUS-RATECHG          PIC XX.
017205 01  PMG-STATUS-RUNLOG           PIC XX.
017300*
017400 01  PMG-NOMBRE-PROGRAMA         PIC X(11) VALUE 'PAYMERGE'.
017500 01  PMG-NOMBRE-LOCK             PIC X(12) VALUE 'PAYLOCK'.
017600 01  PMG-NOMBRE-REGSEG           PIC X(12).
017700 01  PMG-NOMBRE-HISSEG           PIC X(12).
017800 01  PMG-NOMBRE-YTDSEG           PIC X(12).
017900 01  PMG-NOMBRE-EXCSEG           PIC X(12).
017901 01  PMG-NOMBRE-MAESTRO          PIC X(12).
017902 01  PMG-NOMBRE-MAESSEG          PIC X(12).
018000 01  PMG-NOMBRE-SEGMENTO.
018100     05 PMG-SEG-PREFIJO          PIC X(04).
018200     05 PMG-SEG-COMPANIA         PIC X(03).
018300     05 FILLER                   PIC X(05) VALUE SPACES.
018400*
018500 01  PMG-INDICADORES.
018600     05  PMG-FIN-ARCHIVO         PIC X VALUE 'N'.
018700         88  PMG-ES-FIN-ARCHIVO  VALUE 'Y'.
018800     05  PMG-LOCK-OCUPADO        PIC X VALUE 'N'.
018900         88  PMG-ES-LOCK-OCUPADO VALUE 'Y'.
019000     05  PMG-ERROR               PIC X VALUE 'N'.
019100         88  PMG-ES-ERROR        VALUE 'Y'.
019200     05  PMG-HAY-CABECERA        PIC X VALUE 'N'.
019300         88  PMG-ES-HAY-CABECERA VALUE 'Y'.
019400     05  PMG-HAY-CIERRE          PIC X VALUE 'N'.
019500         88  PMG-ES-HAY-CIERRE   VALUE 'Y'.
019600     05  PMG-BRACKET-ABIERTO     PIC X VALUE 'N'.
019700         88  PMG-ES-BRACKET-ABIERTO VALUE 'Y'.
019800*
019900 01  PMG-REGISTRO-CONTROL.
020000     COPY REGCTL.
020100 01  PMG-VARIABLES.
020200     05  PMG-FECHA-HOY           PIC 9(08).
020300     05  PMG-HORA                PIC X(08).
020400     05  PMG-SES-ACCION          PIC X(01).
020500     05  PMG-USUARIO             PIC X(08).
020600     05  PMG-PERIODO             PIC 9(06) VALUE ZERO.
020700     05  PMG-SEG-PERIODO         PIC 9(06).
020800     05  PMG-MODO-BACKUP         PIC X(01).
020900     05  PMG-EVENTO-RUNLOG       PIC X(01).
021000     05  PMG-CANT-RUNLOG         PIC 9(05).
021100     05  PMG-CANT-SEGMENTOS      PIC 9(02) VALUE ZERO.
021200*
021300 01  PMG-CONTROLES.
021400     05  PMG-VER-CANT            PIC 9(07).
021500     05  PMG-VER-HASH            PIC 9(15)V99.
021600     05  PMG-TRL-CANT            PIC 9(07).
021700     05  PMG-TRL-HASH            PIC 9(15)V99.
021800     05  PMG-SUMA-REG-CANT       PIC 9(07).
021900     05  PMG-SUMA-REG-HASH       PIC 9(15)V99.
022000     05  PMG-SUMA-HIS-CANT       PIC 9(07).
022100     05  PMG-SUMA-HIS-HASH       PIC 9(15)V99.
022200     05  PMG-SUMA-EXC-CANT       PIC 9(05).
022300     05  PMG-FUS-REG-CANT        PIC 9(07).
022400     05  PMG-FUS-REG-HASH        PIC 9(15)V99.
022500     05  PMG-FUS-HIS-CANT        PIC 9(07).
022600     05  PMG-FUS-HIS-HASH        PIC 9(15)V99.
022700     05  PMG-FUS-EXC-CANT        PIC 9(05).
022800     05  PMG-EXC-CANT            PIC 9(05).
022900*
023000 01  PMG-CANT-CIA                PIC 9(02) VALUE ZERO.
023100 01  PMG-TABLA-COMPANIAS.
023200     05  PMG-FILA-CIA OCCURS 20 TIMES
023300                      INDEXED BY PMG-X-CIA.
023400         10 PMG-CIA-CODIGO       PIC X(03).
023500         10 PMG-CIA-SEGMENTO     PIC X(01).
023600         10 PMG-CIA-REG-CANT     PIC 9(07).
023700         10 PMG-CIA-REG-HASH     PIC 9(15)V99.
023800         10 PMG-CIA-HIS-CANT     PIC 9(07).
023900         10 PMG-CIA-HIS-HASH     PIC 9(15)V99.
024000         10 PMG-CIA-EXC-CANT     PIC 9(05).
024001*
024002*    MASTERS THE PARTITIONS HAND BACK AS SEGMENTS: NAME, SEGMENT
024003*    PREFIX AND POSITION OF THE EMPLOYEE ID (PIC 9(05)) IN THE ROW
024004 01  PMG-CONSTANTES.
024005     05  PMG-CANT-MAESTROS       PIC 9(02) VALUE 9.
024006     05  PMG-MAESTROS-FIJOS.
024007         10 FILLER               PIC X(19)
024008                                 VALUE 'LOANS       LONP001'.
024009         10 FILLER               PIC X(19)
02400A                                 VALUE 'GARNISHMENT GARP001'.
02400B         10 FILLER               PIC X(19)
02400C                                 VALUE 'GASTOS      GTOP007'.
02400D         10 FILLER               PIC X(19)
02400E                                 VALUE 'NOVEDADES   NOVP001'.
02400F         10 FILLER               PIC X(19)
02400G                                 VALUE 'REFERIDOS   REFP011'.
02400H         10 FILLER               PIC X(19)
02400I                                 VALUE 'TRASLADOS   TRAP001'.
02400J         10 FILLER               PIC X(19)
02400K                                 VALUE 'EMPCAMBIOS  CAMP001'.
02400L         10 FILLER               PIC X(19)
02400M                                 VALUE 'VACSALDO    VACP001'.
02400N         10 FILLER               PIC X(19)
02400O                                 VALUE 'ARREARS     ATRP001'.
02400P     05  PMG-TABLA-MAESTROS REDEFINES PMG-MAESTROS-FIJOS.
02400Q         10 PMG-FILA-MAESTRO OCCURS 9 TIMES
02400R                             INDEXED BY PMG-X-MAE.
02400S            15 PMG-MAE-NOMBRE    PIC X(12).
02400T            15 PMG-MAE-PREFIJO   PIC X(04).
02400U            15 PMG-MAE-POS-ID    PIC 9(03).
02400V*
02400W 01  PMG-APLICACION.
02400X     05  PMG-POS-ID              PIC 9(03).
02400Y     05  PMG-ID-FILA             PIC X(05).
02400Z     05  PMG-FILAS-SEGMENTO      PIC 9(07).
024010     05  PMG-FILAS-MAESTRO       PIC 9(07).
024011     05  PMG-FILAS-RUNLOG        PIC 9(05).
024012     05  PMG-FILAS-RATECHG       PIC 9(05).
024013     05  PMG-ID-HALLADO          PIC X VALUE 'N'.
024014         88  PMG-ES-ID-HALLADO   VALUE 'Y'.
024015     05  PMG-DESBORDE            PIC X VALUE 'N'.
024016         88  PMG-ES-DESBORDE     VALUE 'Y'.
024017     05  PMG-HAY-TARIFAS         PIC X VALUE 'N'.
024018         88  PMG-ES-HAY-TARIFAS  VALUE 'Y'.
024019 01  PMG-CANT-IDS                PIC 9(04) VALUE ZERO.
02401A 01  PMG-TABLA-IDS.
02401B     05  PMG-ID-SEGMENTO OCCURS 1000 TIMES
02401C                         INDEXED BY PMG-X-ID PIC X(05).
02401D*
02401E 01  PMG-CAD-ACCION              PIC X(01) VALUE 'G'.
02401F 01  PMG-CAD-ARCHIVO             PIC X(12).
02401G 01  PMG-CAD-LARGO               PIC 9(03).
02401H 01  PMG-ANCLA.
02401I     COPY CADANCLA.
02401J*
02401K*    DETAIL FILES THE PARTITIONS WRITE TO SEGMENTS: NAME OF THE
02401L*    SHARED FILE AND SEGMENT PREFIX; THE SEGMENTS ARE APPENDED
02401M 01  PMG-DETALLES.
02401N     05  PMG-CANT-DETALLES       PIC 9(02) VALUE 6.
02401O     05  PMG-DETALLES-FIJOS.
02401P         10 FILLER               PIC X(16)
02401Q                                 VALUE 'DEDDET      DEDP'.
02401R         10 FILLER               PIC X(16)
02401S                                 VALUE 'HORASDET    HORP'.
02401T         10 FILLER               PIC X(16)
02401U                                 VALUE 'VACMOV      VMVP'.
02401V         10 FILLER               PIC X(16)
02401W                                 VALUE 'CONTDET     CTDP'.
02401X         10 FILLER               PIC X(16)
02401Y                                 VALUE 'EMBDET      EMBP'.
02401Z         10 FILLER               PIC X(16)
024020                                 VALUE 'NOVDET      NDTP'.
024021     05  PMG-TABLA-DETALLES REDEFINES PMG-DETALLES-FIJOS.
024022         10 PMG-FILA-DETALLE OCCURS 6 TIMES
024023                             INDEXED BY PMG-X-DET.
024024            15 PMG-DET-NOMBRE    PIC X(12).
024025            15 PMG-DET-PREFIJO   PIC X(04).
024026 01  PMG-FILAS-DETALLE           PIC 9(07).
024100*
024200 PROCEDURE DIVISION.
024300******************************************************************
024400* 0000-MAINLINE - LOCK, VERIFY THE SEGMENTS, BACK UP, MERGE AND
024500*                 RECORD THE CONTROL TOTALS
024600******************************************************************
024700 0000-MAINLINE.
024800     ACCEPT PMG-FECHA-HOY FROM DATE YYYYMMDD.
024900     INITIALIZE PMG-CONTROLES.
025000     MOVE 'N' TO PMG-ERROR.
025100     MOVE 'G' TO PMG-SES-ACCION.
025200     CALL 'SESUSER' USING PMG-SES-ACCION PMG-USUARIO.
025300     PERFORM 1000-TOMAR-LOCK THRU 1000-TOMAR-LOCK-EXIT.
025400     IF PMG-ES-LOCK-OCUPADO
025500         MOVE 8 TO RETURN-CODE
025600         GOBACK
025700     END-IF.
025701     PERFORM 1600-ENCADENAR-RUNLOG
025702         THRU 1600-ENCADENAR-RUNLOG-EXIT.
025800     MOVE 'I' TO PMG-EVENTO-RUNLOG.
025900     MOVE ZERO TO PMG-CANT-RUNLOG.
026000     CALL 'RUNLOG' USING PMG-NOMBRE-PROGRAMA
026100         PMG-EVENTO-RUNLOG PMG-CANT-RUNLOG.
026200     PERFORM 2000-VERIFICAR-SEGMENTOS
026300         THRU 2000-VERIFICAR-SEGMENTOS-EXIT.
026400     IF NOT PMG-ES-ERROR
026500         PERFORM 2500-CONTROLAR-FUSIONADO
026600             THRU 2500-CONTROLAR-FUSIONADO-EXIT
026700     END-IF.
026800     IF PMG-ES-ERROR
026900         PERFORM 9000-TERMINAR THRU 9000-TERMINAR-EXIT
027000         GOBACK
027100     END-IF.
027200     MOVE 'B' TO PMG-MODO-BACKUP.
027300     CALL 'PAYBKUP' USING PMG-MODO-BACKUP.
027400     PERFORM 3000-ARMAR-REGISTRO THRU 3000-ARMAR-REGISTRO-EXIT.
027500     IF PMG-ES-ERROR
027600         PERFORM 9000-TERMINAR THRU 9000-TERMINAR-EXIT
027700         GOBACK
027800     END-IF.
027900     PERFORM 4000-ANEXAR-HISTORIAL
028000         THRU 4000-ANEXAR-HISTORIAL-EXIT.
028100     IF PMG-ES-ERROR
028200         PERFORM 9000-TERMINAR THRU 9000-TERMINAR-EXIT
028300         GOBACK
028400     END-IF.
028500     PERFORM 5000-ACUMULAR-YTD THRU 5000-ACUMULAR-YTD-EXIT.
028600     PERFORM 5500-ANEXAR-EXCEPCIONES
028700         THRU 5500-ANEXAR-EXCEPCIONES-EXIT.
028701     PERFORM 5700-APLICAR-MAESTROS
028702         THRU 5700-APLICAR-MAESTROS-EXIT.
028703     PERFORM 5800-APLICAR-TARIFAS THRU 5800-APLICAR-TARIFAS-EXIT.
028704     PERFORM 5900-AGREGAR-DETALLES
028705         THRU 5900-AGREGAR-DETALLES-EXIT.
028800     PERFORM 6000-GENERAR-INDEXADO
028900         THRU 6000-GENERAR-INDEXADO-EXIT.
029000     PERFORM 6500-MARCAR-PENDIENTE
029100         THRU 6500-MARCAR-PENDIENTE-EXIT.
029200     PERFORM 7000-GRABAR-CONTROL THRU 7000-GRABAR-CONTROL-EXIT.
029300     PERFORM 7500-VACIAR-SEGMENTOS
029400         THRU 7500-VACIAR-SEGMENTOS-EXIT.
029500     PERFORM 9000-TERMINAR THRU 9000-TERMINAR-EXIT.
029600     GOBACK.
029700 0000-MAINLINE-EXIT.
029800     EXIT.
029900*
030000******************************************************************
030100* 1000-TOMAR-LOCK - TAKE PAYLOCK, THEN REFUSE WHILE ANY COMPANY
030200*                   STILL HOLDS ITS PARTITION LOCK
030300******************************************************************
030400 1000-TOMAR-LOCK.
030500     MOVE 'N' TO PMG-LOCK-OCUPADO.
030600     MOVE 'PAYLOCK' TO PMG-NOMBRE-LOCK.
030700     PERFORM 1200-LEER-LOCK THRU 1200-LEER-LOCK-EXIT.
030800     IF PMG-ES-LOCK-OCUPADO
030900         GO TO 1000-TOMAR-LOCK-EXIT
031000     END-IF.
031100     ACCEPT PMG-HORA FROM TIME.
031200     OPEN OUTPUT PAYLOCK-FILE.
031300     MOVE PMG-NOMBRE-PROGRAMA TO LK-PROGRAMA.
031400     MOVE PMG-USUARIO TO LK-USUARIO.
031500     MOVE PMG-FECHA-HOY TO LK-FECHA.
031600     MOVE PMG-HORA TO LK-HORA.
031700     WRITE LK-RECORD.
031800     CLOSE PAYLOCK-FILE.
031900     MOVE ZERO TO PMG-CANT-CIA.
032000     MOVE 'N' TO PMG-FIN-ARCHIVO.
032100     OPEN INPUT COMPANIAS-FILE.
032200     IF PMG-STATUS-CIA = '00'
032300         PERFORM 1100-CARGAR-COMPANIA
032400             THRU 1100-CARGAR-COMPANIA-EXIT
032500             UNTIL PMG-ES-FIN-ARCHIVO
032600     END-IF.
032700     CLOSE COMPANIAS-FILE.
032800     MOVE 'PAYLOCK' TO PMG-NOMBRE-LOCK.
032900     IF PMG-ES-LOCK-OCUPADO
033000         DISPLAY 'PAYMERGE: HAY PARTICIONES EN CURSO, NO SE '
033100             'FUSIONA'
033200         PERFORM 1500-LIBERAR-LOCK THRU 1500-LIBERAR-LOCK-EXIT
033300     END-IF.
033400 1000-TOMAR-LOCK-EXIT.
033500     EXIT.
033600*
033700******************************************************************
033800* 1100-CARGAR-COMPANIA - ONE COMPANY INTO THE TABLE, AND A LOOK AT
033900*                        ITS PARTITION LOCK (LOCKCCC)
034000******************************************************************
034100 1100-CARGAR-COMPANIA.
034200     READ COMPANIAS-FILE
034300         AT END
034400             SET PMG-ES-FIN-ARCHIVO TO TRUE
034500             GO TO 1100-CARGAR-COMPANIA-EXIT
034600     END-READ.
034700     IF PMG-CANT-CIA NOT < 20
034800         DISPLAY 'PAYMERGE: MAS DE 20 COMPANIAS, SE IGNORA '
034900             CO-CODIGO
035000         GO TO 1100-CARGAR-COMPANIA-EXIT
035100     END-IF.
035200     ADD 1 TO PMG-CANT-CIA.
035300     SET PMG-X-CIA TO PMG-CANT-CIA.
035400     MOVE CO-CODIGO TO PMG-CIA-CODIGO(PMG-X-CIA).
035500     MOVE 'N' TO PMG-CIA-SEGMENTO(PMG-X-CIA).
035600     MOVE ZERO TO PMG-CIA-REG-CANT(PMG-X-CIA)
035700         PMG-CIA-REG-HASH(PMG-X-CIA)
035800         PMG-CIA-HIS-CANT(PMG-X-CIA)
035900         PMG-CIA-HIS-HASH(PMG-X-CIA)
036000         PMG-CIA-EXC-CANT(PMG-X-CIA).
036100     MOVE 'LOCK' TO PMG-SEG-PREFIJO.
036200     MOVE CO-CODIGO TO PMG-SEG-COMPANIA.
036300     MOVE PMG-NOMBRE-SEGMENTO TO PMG-NOMBRE-LOCK.
036400     PERFORM 1200-LEER-LOCK THRU 1200-LEER-LOCK-EXIT.
036500 1100-CARGAR-COMPANIA-EXIT.
036600     EXIT.
036700*
036800******************************************************************
036900* 1200-LEER-LOCK - IS THE LOCK NAMED IN PMG-NOMBRE-LOCK HELD
037000******************************************************************
037100 1200-LEER-LOCK.
037200     OPEN INPUT PAYLOCK-FILE.
037300     IF PMG-STATUS-LOCK = '00'
037400         READ PAYLOCK-FILE
037500             NOT AT END
037600                 SET PMG-ES-LOCK-OCUPADO TO TRUE
037700                 DISPLAY 'PAYMERGE: ' PMG-NOMBRE-LOCK
037800                     ' TOMADO POR ' LK-USUARIO ' ('
037900                     LK-PROGRAMA ') DESDE ' LK-FECHA ' ' LK-HORA
038000         END-READ
038100     END-IF.
038200     CLOSE PAYLOCK-FILE.
038300 1200-LEER-LOCK-EXIT.
038400     EXIT.
038500*
038600******************************************************************
038700* 1500-LIBERAR-LOCK - EMPTY PAYLOCK
038800******************************************************************
038900 1500-LIBERAR-LOCK.
039000     MOVE 'PAYLOCK' TO PMG-NOMBRE-LOCK.
039100     OPEN OUTPUT PAYLOCK-FILE.
039200     CLOSE PAYLOCK-FILE.
039300 1500-LIBERAR-LOCK-EXIT.
039400     EXIT.
039500*
039501******************************************************************
039502* 1600-ENCADENAR-RUNLOG - RUN-LOG LINES OF THE PARTITIONS ONTO
039503*                         RUNLOG. RUNLOG AND ITS AUDCHAIN ANCHOR
039504*                         ARE SHARED AND THE PARTITIONS RUN AT THE
039505*                         SAME TIME, SO THEY LEAVE THEIR LINES
039506*                         UNCHAINED IN RLGPCCC; WITH PAYLOCK HELD
039507*                         THEY ARE CHAINED HERE, ONE COMPANY
039508*                         AFTER THE OTHER, EACH LINE KEEPING ITS
039509*                         OWN DATE AND TIME. DONE EVEN IF THE
03950A*                         MERGE IS REFUSED LATER: THE PARTITIONS
03950B*                         DID RUN.
03950C******************************************************************
03950D 1600-ENCADENAR-RUNLOG.
03950E     MOVE ZERO TO PMG-FILAS-RUNLOG.
03950F     PERFORM 1610-RUNLOG-COMPANIA THRU 1610-RUNLOG-COMPANIA-EXIT
03950G         VARYING PMG-X-CIA FROM 1 BY 1
03950H         UNTIL PMG-X-CIA > PMG-CANT-CIA.
03950I     IF PMG-FILAS-RUNLOG > ZERO
03950J         DISPLAY 'PAYMERGE: ' PMG-FILAS-RUNLOG
03950K             ' LINEAS DE RUNLOG DE LAS PARTICIONES ENCADENADAS'
03950L     END-IF.
03950M 1600-ENCADENAR-RUNLOG-EXIT.
03950N     EXIT.
03950O*
03950P 1610-RUNLOG-COMPANIA.
03950Q     MOVE 'RLGP' TO PMG-SEG-PREFIJO.
03950R     MOVE PMG-CIA-CODIGO(PMG-X-CIA) TO PMG-SEG-COMPANIA.
03950S     MOVE PMG-NOMBRE-SEGMENTO TO PMG-NOMBRE-MAESSEG.
03950T     OPEN INPUT MAESSEG-FILE.
03950U     IF PMG-STATUS-MAESSEG NOT = '00'
03950V         CLOSE MAESSEG-FILE
03950W         GO TO 1610-RUNLOG-COMPANIA-EXIT
03950X     END-IF.
03950Y     OPEN EXTEND RUNLOG-FILE.
03950Z     IF PMG-STATUS-RUNLOG = '35'
039510         OPEN OUTPUT RUNLOG-FILE
039511     END-IF.
039512     MOVE 'RUNLOG' TO PMG-CAD-ARCHIVO.
039513     MOVE 41 TO PMG-CAD-LARGO.
039514     MOVE 'N' TO PMG-FIN-ARCHIVO.
039515     PERFORM 1620-PASAR-RUNLOG THRU 1620-PASAR-RUNLOG-EXIT
039516         UNTIL PMG-ES-FIN-ARCHIVO.
039517     CLOSE RUNLOG-FILE.
039518     CLOSE MAESSEG-FILE.
039519     OPEN OUTPUT MAESSEG-FILE.
03951A     CLOSE MAESSEG-FILE.
03951B 1610-RUNLOG-COMPANIA-EXIT.
03951C     EXIT.
03951D*
03951E 1620-PASAR-RUNLOG.
03951F     READ MAESSEG-FILE
03951G         AT END
03951H             SET PMG-ES-FIN-ARCHIVO TO TRUE
03951I             GO TO 1620-PASAR-RUNLOG-EXIT
03951J     END-READ.
03951K     MOVE MSG-REGISTRO(1:41) TO RGL-REG-CONTENIDO.
03951L     CALL 'CADENAUD' USING PMG-CAD-ACCION PMG-CAD-ARCHIVO
03951M         RGL-REGISTRO PMG-CAD-LARGO PMG-ANCLA.
03951N     MOVE ANC-ULT-SECUENCIA TO RGL-REG-SECUENCIA.
03951O     MOVE ANC-ULT-CONTROL TO RGL-REG-CONTROL.
03951P     WRITE RGL-REGISTRO.
03951Q     ADD 1 TO PMG-FILAS-RUNLOG.
03951R 1620-PASAR-RUNLOG-EXIT.
03951S     EXIT.
03951T*
039600******************************************************************
039700* 2000-VERIFICAR-SEGMENTOS - EVERY SEGMENT PRESENT MUST BE
039800*                            COMPLETE, BALANCED, OF ONE PERIOD
039900******************************************************************
040000 2000-VERIFICAR-SEGMENTOS.
040100     MOVE 'N' TO PMG-ERROR.
040200     MOVE ZERO TO PMG-PERIODO PMG-CANT-SEGMENTOS.
040300     MOVE ZERO TO PMG-SUMA-REG-CANT PMG-SUMA-REG-HASH
040400         PMG-SUMA-HIS-CANT PMG-SUMA-HIS-HASH PMG-SUMA-EXC-CANT.
040500     PERFORM 2100-VERIFICAR-COMPANIA
040600         THRU 2100-VERIFICAR-COMPANIA-EXIT
040700         VARYING PMG-X-CIA FROM 1 BY 1
040800         UNTIL PMG-X-CIA > PMG-CANT-CIA.
040900     IF PMG-CANT-SEGMENTOS = ZERO
041000         AND NOT PMG-ES-ERROR
041100         SET PMG-ES-ERROR TO TRUE
041200         DISPLAY 'PAYMERGE: NO HAY SEGMENTOS DE PARTICION PARA '
041300             'FUSIONAR'
041400     END-IF.
041500     IF NOT PMG-ES-ERROR
041600         DISPLAY 'PAYMERGE: ' PMG-CANT-SEGMENTOS
041700             ' PARTICIONES DEL PERIODO ' PMG-PERIODO
041800             ', ' PMG-SUMA-REG-CANT ' FILAS DE REGISTRO'
041900     END-IF.
042000 2000-VERIFICAR-SEGMENTOS-EXIT.
042100     EXIT.
042200*
042300******************************************************************
042400* 2100-VERIFICAR-COMPANIA - THE REGISTER, HISTORY AND EXCEPTION
042500*                           SEGMENTS OF ONE COMPANY
042600******************************************************************
042700 2100-VERIFICAR-COMPANIA.
042800     PERFORM 2900-NOMBRES-SEGMENTO
042900         THRU 2900-NOMBRES-SEGMENTO-EXIT.
043000     MOVE 'N' TO PMG-HAY-CABECERA PMG-HAY-CIERRE.
043100     MOVE ZERO TO PMG-VER-CANT PMG-VER-HASH
043200         PMG-TRL-CANT PMG-TRL-HASH PMG-SEG-PERIODO.
043300     OPEN INPUT REGSEG-FILE.
043400     IF PMG-STATUS-REGSEG NOT = '00'
043500         CLOSE REGSEG-FILE
043600         DISPLAY 'PAYMERGE: COMPANIA ' PMG-CIA-CODIGO(PMG-X-CIA)
043700             ' SIN SEGMENTO ' PMG-NOMBRE-REGSEG ', NO SE FUSIONA'
043800         GO TO 2100-VERIFICAR-COMPANIA-EXIT
043900     END-IF.
044000     MOVE 'N' TO PMG-FIN-ARCHIVO.
044100     PERFORM 2200-LEER-REGSEG THRU 2200-LEER-REGSEG-EXIT
044200         UNTIL PMG-ES-FIN-ARCHIVO.
044300     CLOSE REGSEG-FILE.
044400     IF NOT PMG-ES-HAY-CABECERA
044500         OR NOT PMG-ES-HAY-CIERRE
044600         SET PMG-ES-ERROR TO TRUE
044700         DISPLAY 'PAYMERGE: ' PMG-NOMBRE-REGSEG ' NO ESTA '
044800             'COMPLETO, LA PARTICION NO TERMINO'
044900         GO TO 2100-VERIFICAR-COMPANIA-EXIT
045000     END-IF.
045100     IF PMG-TRL-CANT NOT = PMG-VER-CANT
045200         OR PMG-TRL-HASH NOT = PMG-VER-HASH
045300         SET PMG-ES-ERROR TO TRUE
045400         DISPLAY 'PAYMERGE: EL CONTROL DE CIERRE DE '
045500             PMG-NOMBRE-REGSEG ' NO COINCIDE CON LO LEIDO'
045600         GO TO 2100-VERIFICAR-COMPANIA-EXIT
045700     END-IF.
045800     IF PMG-PERIODO = ZERO
045900         MOVE PMG-SEG-PERIODO TO PMG-PERIODO
046000     END-IF.
046100     IF PMG-SEG-PERIODO NOT = PMG-PERIODO
046200         SET PMG-ES-ERROR TO TRUE
046300         DISPLAY 'PAYMERGE: ' PMG-NOMBRE-REGSEG ' ES DEL '
046400             'PERIODO ' PMG-SEG-PERIODO ' Y NO DEL ' PMG-PERIODO
046500         GO TO 2100-VERIFICAR-COMPANIA-EXIT
046600     END-IF.
046700     MOVE PMG-VER-CANT TO PMG-CIA-REG-CANT(PMG-X-CIA).
046800     MOVE PMG-VER-HASH TO PMG-CIA-REG-HASH(PMG-X-CIA).
046900     ADD PMG-VER-CANT TO PMG-SUMA-REG-CANT.
047000     ADD PMG-VER-HASH TO PMG-SUMA-REG-HASH.
047100     PERFORM 2300-VERIFICAR-HISSEG
047200         THRU 2300-VERIFICAR-HISSEG-EXIT.
047300     IF PMG-ES-ERROR
047400         GO TO 2100-VERIFICAR-COMPANIA-EXIT
047500     END-IF.
047600     PERFORM 2400-CONTAR-EXCSEG THRU 2400-CONTAR-EXCSEG-EXIT.
047700     MOVE 'S' TO PMG-CIA-SEGMENTO(PMG-X-CIA).
047800     ADD 1 TO PMG-CANT-SEGMENTOS.
047900 2100-VERIFICAR-COMPANIA-EXIT.
048000     EXIT.
048100*
048200******************************************************************
048300* 2200-LEER-REGSEG - RE-ADD ONE REGISTER SEGMENT ROW
048400******************************************************************
048500 2200-LEER-REGSEG.
048600     READ REGSEG-FILE
048700         AT END
048800             SET PMG-ES-FIN-ARCHIVO TO TRUE
048900             GO TO 2200-LEER-REGSEG-EXIT
049000     END-READ.
049100     IF RSG-REGISTRO(1:1) = '*'
049200         MOVE RSG-REGISTRO TO PMG-REGISTRO-CONTROL
049300         IF CTL-ES-CABECERA
049400             SET PMG-ES-HAY-CABECERA TO TRUE
049500             MOVE CTL-PERIODO TO PMG-SEG-PERIODO
049600         END-IF
049700         IF CTL-ES-CIERRE
049800             SET PMG-ES-HAY-CIERRE TO TRUE
049900             ADD CTL-CANT TO PMG-TRL-CANT
050000             ADD CTL-HASH TO PMG-TRL-HASH
050100         END-IF
050200     ELSE
050300         ADD 1 TO PMG-VER-CANT
050400         COMPUTE PMG-VER-HASH = PMG-VER-HASH
050500             + RSG-SUELDO-ANUAL + RSG-BONO
050600     END-IF.
050700 2200-LEER-REGSEG-EXIT.
050800     EXIT.
050900*
051000******************************************************************
051100* 2300-VERIFICAR-HISSEG - THE HISTORY SEGMENT MUST HAVE EVERY
051200*                         BRACKET CLOSED AND IN BALANCE
051300******************************************************************
051400 2300-VERIFICAR-HISSEG.
051500     MOVE 'N' TO PMG-BRACKET-ABIERTO.
051600     MOVE ZERO TO PMG-VER-CANT PMG-VER-HASH
051700         PMG-TRL-CANT PMG-TRL-HASH.
051800     MOVE 'N' TO PMG-FIN-ARCHIVO.
051900     OPEN INPUT HISSEG-FILE.
052000     IF PMG-STATUS-HISSEG = '00'
052100         PERFORM 2310-LEER-HISSEG THRU 2310-LEER-HISSEG-EXIT
052200             UNTIL PMG-ES-FIN-ARCHIVO
052300     END-IF.
052400     CLOSE HISSEG-FILE.
052500     IF PMG-ES-BRACKET-ABIERTO
052600         SET PMG-ES-ERROR TO TRUE
052700         DISPLAY 'PAYMERGE: ' PMG-NOMBRE-HISSEG ' TIENE UN '
052800             'BRACKET SIN CERRAR, LA PARTICION NO TERMINO'
052900         GO TO 2300-VERIFICAR-HISSEG-EXIT
053000     END-IF.
053100     IF PMG-TRL-CANT NOT = PMG-VER-CANT
053200         OR PMG-TRL-HASH NOT = PMG-VER-HASH
053300         SET PMG-ES-ERROR TO TRUE
053400         DISPLAY 'PAYMERGE: EL CONTROL DE CIERRE DE '
053500             PMG-NOMBRE-HISSEG ' NO COINCIDE CON LO LEIDO'
053600         GO TO 2300-VERIFICAR-HISSEG-EXIT
053700     END-IF.
053800     MOVE PMG-VER-CANT TO PMG-CIA-HIS-CANT(PMG-X-CIA).
053900     MOVE PMG-VER-HASH TO PMG-CIA-HIS-HASH(PMG-X-CIA).
054000     ADD PMG-VER-CANT TO PMG-SUMA-HIS-CANT.
054100     ADD PMG-VER-HASH TO PMG-SUMA-HIS-HASH.
054200 2300-VERIFICAR-HISSEG-EXIT.
054300     EXIT.
054400*
054500******************************************************************
054600* 2310-LEER-HISSEG - RE-ADD ONE HISTORY SEGMENT ROW
054700******************************************************************
054800 2310-LEER-HISSEG.
054900     READ HISSEG-FILE
055000         AT END
055100             SET PMG-ES-FIN-ARCHIVO TO TRUE
055200             GO TO 2310-LEER-HISSEG-EXIT
055300     END-READ.
055400     IF HSG-REGISTRO(1:1) = '*'
055500         MOVE HSG-REGISTRO TO PMG-REGISTRO-CONTROL
055600         IF CTL-ES-CIERRE
055700             MOVE 'N' TO PMG-BRACKET-ABIERTO
055800             ADD CTL-CANT TO PMG-TRL-CANT
055900             ADD CTL-HASH TO PMG-TRL-HASH
056000         ELSE
056100             SET PMG-ES-BRACKET-ABIERTO TO TRUE
056200         END-IF
056300     ELSE
056400         ADD 1 TO PMG-VER-CANT
056500         COMPUTE PMG-VER-HASH = PMG-VER-HASH
056600             + HSG-SUELDO-ANUAL + HSG-BONO
056700     END-IF.
056800 2310-LEER-HISSEG-EXIT.
056900     EXIT.
057000*
057100******************************************************************
057200* 2400-CONTAR-EXCSEG - EXCEPTIONS LOGGED BY THE PARTITION
057300******************************************************************
057400 2400-CONTAR-EXCSEG.
057500     MOVE ZERO TO PMG-EXC-CANT.
057600     MOVE 'N' TO PMG-FIN-ARCHIVO.
057700     OPEN INPUT EXCSEG-FILE.
057800     IF PMG-STATUS-EXCSEG = '00'
057900         PERFORM 2410-LEER-EXCSEG THRU 2410-LEER-EXCSEG-EXIT
058000             UNTIL PMG-ES-FIN-ARCHIVO
058100     END-IF.
058200     CLOSE EXCSEG-FILE.
058300     MOVE PMG-EXC-CANT TO PMG-CIA-EXC-CANT(PMG-X-CIA).
058400     ADD PMG-EXC-CANT TO PMG-SUMA-EXC-CANT.
058500 2400-CONTAR-EXCSEG-EXIT.
058600     EXIT.
058700*
058800 2410-LEER-EXCSEG.
058900     READ EXCSEG-FILE
059000         AT END
059100             SET PMG-ES-FIN-ARCHIVO TO TRUE
059200         NOT AT END
059300             ADD 1 TO PMG-EXC-CANT
059400     END-READ.
059500 2410-LEER-EXCSEG-EXIT.
059600     EXIT.
059700*
059800******************************************************************
059900* 2500-CONTROLAR-FUSIONADO - A PERIOD ALREADY IN PARTCTL AS MERGED
060000*                            IS NOT MERGED TWICE
060100******************************************************************
060200 2500-CONTROLAR-FUSIONADO.
060300     MOVE 'N' TO PMG-FIN-ARCHIVO.
060400     OPEN INPUT PARTCTL-FILE.
060500     IF PMG-STATUS-PARTCTL = '00'
060600         PERFORM 2510-LEER-PARTCTL THRU 2510-LEER-PARTCTL-EXIT
060700             UNTIL PMG-ES-FIN-ARCHIVO
060800     END-IF.
060900     CLOSE PARTCTL-FILE.
061000 2500-CONTROLAR-FUSIONADO-EXIT.
061100     EXIT.
061200*
061300 2510-LEER-PARTCTL.
061400     READ PARTCTL-FILE
061500         AT END
061600             SET PMG-ES-FIN-ARCHIVO TO TRUE
061700         NOT AT END
061800             IF PT-ES-FUSION
061900                 AND PT-PERIODO = PMG-PERIODO
062000                 SET PMG-ES-ERROR TO TRUE
062100                 SET PMG-ES-FIN-ARCHIVO TO TRUE
062200                 DISPLAY 'PAYMERGE: EL PERIODO ' PMG-PERIODO
062300                     ' YA FUE FUSIONADO EL ' PT-FECHA
062400             END-IF
062500     END-READ.
062600 2510-LEER-PARTCTL-EXIT.
062700     EXIT.
062800*
062900******************************************************************
063000* 2900-NOMBRES-SEGMENTO - FILE NAMES OF THE CURRENT COMPANY
063100******************************************************************
063200 2900-NOMBRES-SEGMENTO.
063300     MOVE PMG-CIA-CODIGO(PMG-X-CIA) TO PMG-SEG-COMPANIA.
063400     MOVE 'REGP' TO PMG-SEG-PREFIJO.
063500     MOVE PMG-NOMBRE-SEGMENTO TO PMG-NOMBRE-REGSEG.
063600     MOVE 'HISP' TO PMG-SEG-PREFIJO.
063700     MOVE PMG-NOMBRE-SEGMENTO TO PMG-NOMBRE-HISSEG.
063800     MOVE 'YTDP' TO PMG-SEG-PREFIJO.
063900     MOVE PMG-NOMBRE-SEGMENTO TO PMG-NOMBRE-YTDSEG.
064000     MOVE 'EXCP' TO PMG-SEG-PREFIJO.
064100     MOVE PMG-NOMBRE-SEGMENTO TO PMG-NOMBRE-EXCSEG.
064200 2900-NOMBRES-SEGMENTO-EXIT.
064300     EXIT.
064400*
064500******************************************************************
064600* 3000-ARMAR-REGISTRO - SORT THE REGISTER SEGMENTS INTO ONE
064700*                       WRAPPED PAYROLLREG AND PROVE ITS TOTALS
064800******************************************************************
064900 3000-ARMAR-REGISTRO.
065000     MOVE ZERO TO PMG-FUS-REG-CANT PMG-FUS-REG-HASH.
065100     SORT SORT-WORK-FILE
065200         ON ASCENDING KEY SW-SENIORIDAD SW-DEPARTAMENTO
065300         INPUT PROCEDURE IS 3100-SOLTAR-SEGMENTOS
065400             THRU 3100-SOLTAR-SEGMENTOS-EXIT
065500         OUTPUT PROCEDURE IS 3300-GRABAR-REGISTRO
065600             THRU 3300-GRABAR-REGISTRO-EXIT.
065700     IF PMG-FUS-REG-CANT NOT = PMG-SUMA-REG-CANT
065800         OR PMG-FUS-REG-HASH NOT = PMG-SUMA-REG-HASH
065900         SET PMG-ES-ERROR TO TRUE
066000         DISPLAY 'PAYMERGE: EL REGISTRO FUSIONADO NO SUMA LO '
066100             'MISMO QUE LAS PARTICIONES; RESTAURAR PAYROLLREG '
066200             'CON PAYBKUP'
066300     END-IF.
066400 3000-ARMAR-REGISTRO-EXIT.
066500     EXIT.
066600*
066700******************************************************************
066800* 3100-SOLTAR-SEGMENTOS - RELEASE THE DETAIL ROWS OF EVERY
066900*                         VERIFIED REGISTER SEGMENT
067000******************************************************************
067100 3100-SOLTAR-SEGMENTOS.
067200     PERFORM 3200-SOLTAR-COMPANIA THRU 3200-SOLTAR-COMPANIA-EXIT
067300         VARYING PMG-X-CIA FROM 1 BY 1
067400         UNTIL PMG-X-CIA > PMG-CANT-CIA.
067500 3100-SOLTAR-SEGMENTOS-EXIT.
067600     EXIT.
067700*
067800 3200-SOLTAR-COMPANIA.
067900     IF PMG-CIA-SEGMENTO(PMG-X-CIA) NOT = 'S'
068000         GO TO 3200-SOLTAR-COMPANIA-EXIT
068100     END-IF.
068200     PERFORM 2900-NOMBRES-SEGMENTO
068300         THRU 2900-NOMBRES-SEGMENTO-EXIT.
068400     MOVE 'N' TO PMG-FIN-ARCHIVO.
068500     OPEN INPUT REGSEG-FILE.
068600     PERFORM 3210-SOLTAR-DETALLE THRU 3210-SOLTAR-DETALLE-EXIT
068700         UNTIL PMG-ES-FIN-ARCHIVO.
068800     CLOSE REGSEG-FILE.
068900 3200-SOLTAR-COMPANIA-EXIT.
069000     EXIT.
069100*
069200 3210-SOLTAR-DETALLE.
069300     READ REGSEG-FILE
069400         AT END
069500             SET PMG-ES-FIN-ARCHIVO TO TRUE
069600             GO TO 3210-SOLTAR-DETALLE-EXIT
069700     END-READ.
069800     IF RSG-REGISTRO(1:1) NOT = '*'
069900         RELEASE SW-RECORD FROM RSG-REGISTRO
070000     END-IF.
070100 3210-SOLTAR-DETALLE-EXIT.
070200     EXIT.
070300*
070400******************************************************************
070500* 3300-GRABAR-REGISTRO - '*H', THE SORTED DETAILS AND '*T' WITH
070600*                        THE COMBINED COUNT AND HASH
070700******************************************************************
070800 3300-GRABAR-REGISTRO.
070900     OPEN OUTPUT PAYROLL-REG-FILE.
071000     INITIALIZE PMG-REGISTRO-CONTROL.
071100     MOVE '*H' TO CTL-MARCA.
071200     MOVE PMG-NOMBRE-PROGRAMA TO CTL-PROGRAMA.
071300     MOVE PMG-FECHA-HOY TO CTL-FECHA.
071400     MOVE PMG-PERIODO TO CTL-PERIODO.
071500     WRITE PR-RECORD FROM PMG-REGISTRO-CONTROL.
071600     MOVE 'N' TO PMG-FIN-ARCHIVO.
071700     PERFORM 3310-DEVOLVER-DETALLE THRU 3310-DEVOLVER-DETALLE-EXIT
071800         UNTIL PMG-ES-FIN-ARCHIVO.
071900     INITIALIZE PMG-REGISTRO-CONTROL.
072000     MOVE '*T' TO CTL-MARCA.
072100     MOVE PMG-NOMBRE-PROGRAMA TO CTL-PROGRAMA.
072200     MOVE PMG-FECHA-HOY TO CTL-FECHA.
072300     MOVE PMG-PERIODO TO CTL-PERIODO.
072400     MOVE PMG-FUS-REG-CANT TO CTL-CANT.
072500     MOVE PMG-FUS-REG-HASH TO CTL-HASH.
072600     WRITE PR-RECORD FROM PMG-REGISTRO-CONTROL.
072700     CLOSE PAYROLL-REG-FILE.
072800 3300-GRABAR-REGISTRO-EXIT.
072900     EXIT.
073000*
073100 3310-DEVOLVER-DETALLE.
073200     RETURN SORT-WORK-FILE INTO PR-RECORD
073300         AT END
073400             SET PMG-ES-FIN-ARCHIVO TO TRUE
073500             GO TO 3310-DEVOLVER-DETALLE-EXIT
073600     END-RETURN.
073700     ADD 1 TO PMG-FUS-REG-CANT.
073800     COMPUTE PMG-FUS-REG-HASH = PMG-FUS-REG-HASH
073900         + PR-SUELDO-ANUAL + PR-BONO.
074000     WRITE PR-RECORD.
074100 3310-DEVOLVER-DETALLE-EXIT.
074200     EXIT.
074300*
074400******************************************************************
074500* 4000-ANEXAR-HISTORIAL - APPEND THE HISTORY SEGMENTS TO PAYHIST
074600*                         INSIDE ONE '*H'/'*T' BRACKET
074700******************************************************************
074800 4000-ANEXAR-HISTORIAL.
074900     MOVE ZERO TO PMG-FUS-HIS-CANT PMG-FUS-HIS-HASH.
075000     OPEN EXTEND PAYHIST-FILE.
075100     IF PMG-STATUS-PAYHIST = '35'
075200         OPEN OUTPUT PAYHIST-FILE
075300     END-IF.
075400     INITIALIZE PMG-REGISTRO-CONTROL.
075500     MOVE '*H' TO CTL-MARCA.
075600     MOVE PMG-NOMBRE-PROGRAMA TO CTL-PROGRAMA.
075700     MOVE PMG-FECHA-HOY TO CTL-FECHA.
075800     MOVE PMG-PERIODO TO CTL-PERIODO.
075900     WRITE PH-REGISTRO FROM PMG-REGISTRO-CONTROL.
076000     PERFORM 4100-ANEXAR-COMPANIA THRU 4100-ANEXAR-COMPANIA-EXIT
076100         VARYING PMG-X-CIA FROM 1 BY 1
076200         UNTIL PMG-X-CIA > PMG-CANT-CIA.
076300     INITIALIZE PMG-REGISTRO-CONTROL.
076400     MOVE '*T' TO CTL-MARCA.
076500     MOVE PMG-NOMBRE-PROGRAMA TO CTL-PROGRAMA.
076600     MOVE PMG-FECHA-HOY TO CTL-FECHA.
076700     MOVE PMG-PERIODO TO CTL-PERIODO.
076800     MOVE PMG-FUS-HIS-CANT TO CTL-CANT.
076900     MOVE PMG-FUS-HIS-HASH TO CTL-HASH.
077000     WRITE PH-REGISTRO FROM PMG-REGISTRO-CONTROL.
077100     CLOSE PAYHIST-FILE.
077200     IF PMG-FUS-HIS-CANT NOT = PMG-SUMA-HIS-CANT
077300         OR PMG-FUS-HIS-HASH NOT = PMG-SUMA-HIS-HASH
077400         SET PMG-ES-ERROR TO TRUE
077500         DISPLAY 'PAYMERGE: EL HISTORIAL ANEXADO NO SUMA LO '
077600             'MISMO QUE LAS PARTICIONES; RESTAURAR PAYHIST '
077700             'CON PAYBKUP'
077800     END-IF.
077900 4000-ANEXAR-HISTORIAL-EXIT.
078000     EXIT.
078100*
078200 4100-ANEXAR-COMPANIA.
078300     IF PMG-CIA-SEGMENTO(PMG-X-CIA) NOT = 'S'
078400         GO TO 4100-ANEXAR-COMPANIA-EXIT
078500     END-IF.
078600     PERFORM 2900-NOMBRES-SEGMENTO
078700         THRU 2900-NOMBRES-SEGMENTO-EXIT.
078800     MOVE 'N' TO PMG-FIN-ARCHIVO.
078900     OPEN INPUT HISSEG-FILE.
079000     IF PMG-STATUS-HISSEG = '00'
079100         PERFORM 4110-PASAR-HISTORIA THRU 4110-PASAR-HISTORIA-EXIT
079200             UNTIL PMG-ES-FIN-ARCHIVO
079300     END-IF.
079400     CLOSE HISSEG-FILE.
079500 4100-ANEXAR-COMPANIA-EXIT.
079600     EXIT.
079700*
079800 4110-PASAR-HISTORIA.
079900     READ HISSEG-FILE
080000         AT END
080100             SET PMG-ES-FIN-ARCHIVO TO TRUE
080200             GO TO 4110-PASAR-HISTORIA-EXIT
080300     END-READ.
080400     IF HSG-REGISTRO(1:1) NOT = '*'
080500         ADD 1 TO PMG-FUS-HIS-CANT
080600         COMPUTE PMG-FUS-HIS-HASH = PMG-FUS-HIS-HASH
080700             + HSG-SUELDO-ANUAL + HSG-BONO
080800         WRITE PH-REGISTRO FROM HSG-REGISTRO
080900     END-IF.
081000 4110-PASAR-HISTORIA-EXIT.
081100     EXIT.
081200*
081300******************************************************************
081400* 5000-ACUMULAR-YTD - ADD EVERY PARTITION'S YEAR-TO-DATE INCREMENT
081500*                     TO YTDTOTALS, COUNTING THE MERGE AS ONE RUN
081600******************************************************************
081700 5000-ACUMULAR-YTD.
081800     MOVE ZERO TO YTD-SUELDO-ANUAL YTD-BONO YTD-CANT-CORRIDAS.
081900     OPEN INPUT YTD-FILE.
082000     IF PMG-STATUS-YTD = '00'
082100         READ YTD-FILE
082200             AT END
082300                 MOVE ZERO TO YTD-SUELDO-ANUAL YTD-BONO
082400                     YTD-CANT-CORRIDAS
082500         END-READ
082600     END-IF.
082700     CLOSE YTD-FILE.
082800     PERFORM 5100-SUMAR-YTD-COMPANIA
082900         THRU 5100-SUMAR-YTD-COMPANIA-EXIT
083000         VARYING PMG-X-CIA FROM 1 BY 1
083100         UNTIL PMG-X-CIA > PMG-CANT-CIA.
083200     ADD 1 TO YTD-CANT-CORRIDAS.
083300     OPEN OUTPUT YTD-FILE.
083400     WRITE YTD-RECORD.
083500     CLOSE YTD-FILE.
083600 5000-ACUMULAR-YTD-EXIT.
083700     EXIT.
083800*
083900 5100-SUMAR-YTD-COMPANIA.
084000     IF PMG-CIA-SEGMENTO(PMG-X-CIA) NOT = 'S'
084100         GO TO 5100-SUMAR-YTD-COMPANIA-EXIT
084200     END-IF.
084300     PERFORM 2900-NOMBRES-SEGMENTO
084400         THRU 2900-NOMBRES-SEGMENTO-EXIT.
084500     OPEN INPUT YTDSEG-FILE.
084600     IF PMG-STATUS-YTDSEG = '00'
084700         READ YTDSEG-FILE
084800             NOT AT END
084900                 ADD YSG-SUELDO-ANUAL TO YTD-SUELDO-ANUAL
085000                 ADD YSG-BONO TO YTD-BONO
085100         END-READ
085200     END-IF.
085300     CLOSE YTDSEG-FILE.
085400 5100-SUMAR-YTD-COMPANIA-EXIT.
085500     EXIT.
085600*
085700******************************************************************
085800* 5500-ANEXAR-EXCEPCIONES - EXCEPTIONS2 REBUILT FROM THE
085900*                           PARTITIONS' EXCEPTION FILES
086000******************************************************************
086100 5500-ANEXAR-EXCEPCIONES.
086200     MOVE ZERO TO PMG-FUS-EXC-CANT.
086300     OPEN OUTPUT EXCEPTIONS2-FILE.
086400     PERFORM 5600-PASAR-EXCEPCIONES
086500         THRU 5600-PASAR-EXCEPCIONES-EXIT
086600         VARYING PMG-X-CIA FROM 1 BY 1
086700         UNTIL PMG-X-CIA > PMG-CANT-CIA.
086800     CLOSE EXCEPTIONS2-FILE.
086900 5500-ANEXAR-EXCEPCIONES-EXIT.
087000     EXIT.
087100*
087200 5600-PASAR-EXCEPCIONES.
087300     IF PMG-CIA-SEGMENTO(PMG-X-CIA) NOT = 'S'
087400         GO TO 5600-PASAR-EXCEPCIONES-EXIT
087500     END-IF.
087600     PERFORM 2900-NOMBRES-SEGMENTO
087700         THRU 2900-NOMBRES-SEGMENTO-EXIT.
087800     MOVE 'N' TO PMG-FIN-ARCHIVO.
087900     OPEN INPUT EXCSEG-FILE.
088000     IF PMG-STATUS-EXCSEG = '00'
088100         PERFORM 5610-PASAR-EXCEPCION
088200             THRU 5610-PASAR-EXCEPCION-EXIT
088300             UNTIL PMG-ES-FIN-ARCHIVO
088400     END-IF.
088500     CLOSE EXCSEG-FILE.
088600 5600-PASAR-EXCEPCIONES-EXIT.
088700     EXIT.
088800*
088900 5610-PASAR-EXCEPCION.
089000     READ EXCSEG-FILE
089100         AT END
089200             SET PMG-ES-FIN-ARCHIVO TO TRUE
089300         NOT AT END
089400             ADD 1 TO PMG-FUS-EXC-CANT
089500             WRITE ERR-REGISTRO FROM XSG-REGISTRO
089600     END-READ.
089700 5610-PASAR-EXCEPCION-EXIT.
089800     EXIT.
089900*
089901******************************************************************
089902* 5700-APLICAR-MAESTROS - EACH PARTITION WROTE ONLY ITS OWN
089903*                         COMPANY'S ROWS OF THE MASTERS IT UPDATES
089904*                         (LONPCCC, GARPCCC, ...); THOSE ROWS
089905*                         REPLACE THE MASTER ROWS OF THE SAME
089906*                         EMPLOYEES AND THE SEGMENTS ARE EMPTIED
089907******************************************************************
089908 5700-APLICAR-MAESTROS.
089909     PERFORM 5710-APLICAR-MAESTRO THRU 5710-APLICAR-MAESTRO-EXIT
08990A         VARYING PMG-X-MAE FROM 1 BY 1
08990B         UNTIL PMG-X-MAE > PMG-CANT-MAESTROS.
08990C 5700-APLICAR-MAESTROS-EXIT.
08990D     EXIT.
08990E*
08990F******************************************************************
08990G* 5710-APLICAR-MAESTRO - ONE MASTER: THE EMPLOYEES IN ITS
08990H*                        SEGMENTS, THE MASTER ROWS OF EVERYONE
08990I*                        ELSE, THEN THE SEGMENT ROWS, THROUGH
08990J*                        MAESTMP. A PARTITION NEVER DROPS A ROW,
08990K*                        SO NO SEGMENT ROWS MEANS NOTHING TO
08990L*                        REPLACE
08990M******************************************************************
08990N 5710-APLICAR-MAESTRO.
08990O     MOVE ZERO TO PMG-CANT-IDS PMG-FILAS-SEGMENTO
08990P         PMG-FILAS-MAESTRO.
08990Q     MOVE 'N' TO PMG-DESBORDE.
08990R     MOVE PMG-MAE-POS-ID(PMG-X-MAE) TO PMG-POS-ID.
08990S     PERFORM 5720-JUNTAR-IDS THRU 5720-JUNTAR-IDS-EXIT
08990T         VARYING PMG-X-CIA FROM 1 BY 1
08990U         UNTIL PMG-X-CIA > PMG-CANT-CIA.
08990V     IF PMG-FILAS-SEGMENTO = ZERO
08990W         GO TO 5710-APLICAR-MAESTRO-EXIT
08990X     END-IF.
08990Y     IF PMG-ES-DESBORDE
08990Z         DISPLAY 'PAYMERGE: MAS DE 1000 EMPLEADOS EN LOS '
089910             'SEGMENTOS DE ' PMG-MAE-NOMBRE(PMG-X-MAE)
089911             ', NO SE APLICAN; '
089912             'QUEDAN PARA LA PROXIMA FUSION'
089913         GO TO 5710-APLICAR-MAESTRO-EXIT
089914     END-IF.
089915     MOVE PMG-MAE-NOMBRE(PMG-X-MAE) TO PMG-NOMBRE-MAESTRO.
089916     OPEN OUTPUT MAESTMP-FILE.
089917     MOVE 'N' TO PMG-FIN-ARCHIVO.
089918     OPEN INPUT MAESTRO-FILE.
089919     IF PMG-STATUS-MAESTRO = '00'
08991A         PERFORM 5730-CONSERVAR-FILA THRU 5730-CONSERVAR-FILA-EXIT
08991B             UNTIL PMG-ES-FIN-ARCHIVO
08991C     END-IF.
08991D     CLOSE MAESTRO-FILE.
08991E     PERFORM 5740-AGREGAR-SEGMENTO THRU 5740-AGREGAR-SEGMENTO-EXIT
08991F         VARYING PMG-X-CIA FROM 1 BY 1
08991G         UNTIL PMG-X-CIA > PMG-CANT-CIA.
08991H     CLOSE MAESTMP-FILE.
08991I     OPEN INPUT MAESTMP-FILE.
08991J     OPEN OUTPUT MAESTRO-FILE.
08991K     MOVE 'N' TO PMG-FIN-ARCHIVO.
08991L     PERFORM 5760-DEVOLVER-FILA THRU 5760-DEVOLVER-FILA-EXIT
08991M         UNTIL PMG-ES-FIN-ARCHIVO.
08991N     CLOSE MAESTRO-FILE.
08991O     CLOSE MAESTMP-FILE.
08991P     PERFORM 5770-VACIAR-MAESSEG THRU 5770-VACIAR-MAESSEG-EXIT
08991Q         VARYING PMG-X-CIA FROM 1 BY 1
08991R         UNTIL PMG-X-CIA > PMG-CANT-CIA.
08991S     DISPLAY 'PAYMERGE: ' PMG-MAE-NOMBRE(PMG-X-MAE)
08991T         ' ACTUALIZADO, '
08991U         PMG-FILAS-MAESTRO ' FILAS SIN CAMBIO Y '
08991V         PMG-FILAS-SEGMENTO ' DE LAS PARTICIONES'.
08991W 5710-APLICAR-MAESTRO-EXIT.
08991X     EXIT.
08991Y*
08991Z 5715-NOMBRE-MAESSEG.
089920     MOVE PMG-MAE-PREFIJO(PMG-X-MAE) TO PMG-SEG-PREFIJO.
089921     MOVE PMG-CIA-CODIGO(PMG-X-CIA) TO PMG-SEG-COMPANIA.
089922     MOVE PMG-NOMBRE-SEGMENTO TO PMG-NOMBRE-MAESSEG.
089923 5715-NOMBRE-MAESSEG-EXIT.
089924     EXIT.
089925*
089926 5720-JUNTAR-IDS.
089927     IF PMG-CIA-SEGMENTO(PMG-X-CIA) NOT = 'S'
089928         GO TO 5720-JUNTAR-IDS-EXIT
089929     END-IF.
08992A     PERFORM 5715-NOMBRE-MAESSEG THRU 5715-NOMBRE-MAESSEG-EXIT.
08992B     MOVE 'N' TO PMG-FIN-ARCHIVO.
08992C     OPEN INPUT MAESSEG-FILE.
08992D     IF PMG-STATUS-MAESSEG = '00'
08992E         PERFORM 5721-LEER-ID THRU 5721-LEER-ID-EXIT
08992F             UNTIL PMG-ES-FIN-ARCHIVO
08992G     END-IF.
08992H     CLOSE MAESSEG-FILE.
08992I 5720-JUNTAR-IDS-EXIT.
08992J     EXIT.
08992K*
08992L 5721-LEER-ID.
08992M     READ MAESSEG-FILE
08992N         AT END
08992O             SET PMG-ES-FIN-ARCHIVO TO TRUE
08992P             GO TO 5721-LEER-ID-EXIT
08992Q     END-READ.
08992R     ADD 1 TO PMG-FILAS-SEGMENTO.
08992S     MOVE MSG-REGISTRO(PMG-POS-ID:5) TO PMG-ID-FILA.
08992T     PERFORM 5725-BUSCAR-ID THRU 5725-BUSCAR-ID-EXIT.
08992U     IF PMG-ES-ID-HALLADO
08992V         GO TO 5721-LEER-ID-EXIT
08992W     END-IF.
08992X     IF PMG-CANT-IDS NOT < 1000
08992Y         SET PMG-ES-DESBORDE TO TRUE
08992Z         GO TO 5721-LEER-ID-EXIT
089930     END-IF.
089931     ADD 1 TO PMG-CANT-IDS.
089932     SET PMG-X-ID TO PMG-CANT-IDS.
089933     MOVE PMG-ID-FILA TO PMG-ID-SEGMENTO(PMG-X-ID).
089934 5721-LEER-ID-EXIT.
089935     EXIT.
089936*
089937 5725-BUSCAR-ID.
089938     MOVE 'N' TO PMG-ID-HALLADO.
089939     SET PMG-X-ID TO 1.
08993A     SEARCH PMG-ID-SEGMENTO
08993B         AT END
08993C             CONTINUE
08993D         WHEN PMG-X-ID > PMG-CANT-IDS
08993E             CONTINUE
08993F         WHEN PMG-ID-SEGMENTO(PMG-X-ID) = PMG-ID-FILA
08993G             SET PMG-ES-ID-HALLADO TO TRUE
08993H     END-SEARCH.
08993I 5725-BUSCAR-ID-EXIT.
08993J     EXIT.
08993K*
08993L 5730-CONSERVAR-FILA.
08993M     READ MAESTRO-FILE
08993N         AT END
08993O             SET PMG-ES-FIN-ARCHIVO TO TRUE
08993P             GO TO 5730-CONSERVAR-FILA-EXIT
08993Q     END-READ.
08993R     MOVE MAE-REGISTRO(PMG-POS-ID:5) TO PMG-ID-FILA.
08993S     PERFORM 5725-BUSCAR-ID THRU 5725-BUSCAR-ID-EXIT.
08993T     IF NOT PMG-ES-ID-HALLADO
08993U         ADD 1 TO PMG-FILAS-MAESTRO
08993V         WRITE MTP-REGISTRO FROM MAE-REGISTRO
08993W     END-IF.
08993X 5730-CONSERVAR-FILA-EXIT.
08993Y     EXIT.
08993Z*
089940 5740-AGREGAR-SEGMENTO.
089941     IF PMG-CIA-SEGMENTO(PMG-X-CIA) NOT = 'S'
089942         GO TO 5740-AGREGAR-SEGMENTO-EXIT
089943     END-IF.
089944     PERFORM 5715-NOMBRE-MAESSEG THRU 5715-NOMBRE-MAESSEG-EXIT.
089945     MOVE 'N' TO PMG-FIN-ARCHIVO.
089946     OPEN INPUT MAESSEG-FILE.
089947     IF PMG-STATUS-MAESSEG = '00'
089948         PERFORM 5750-PASAR-FILA THRU 5750-PASAR-FILA-EXIT
089949             UNTIL PMG-ES-FIN-ARCHIVO
08994A     END-IF.
08994B     CLOSE MAESSEG-FILE.
08994C 5740-AGREGAR-SEGMENTO-EXIT.
08994D     EXIT.
08994E*
08994F 5750-PASAR-FILA.
08994G     READ MAESSEG-FILE
08994H         AT END
08994I             SET PMG-ES-FIN-ARCHIVO TO TRUE
08994J         NOT AT END
08994K             WRITE MTP-REGISTRO FROM MSG-REGISTRO
08994L     END-READ.
08994M 5750-PASAR-FILA-EXIT.
08994N     EXIT.
08994O*
08994P 5760-DEVOLVER-FILA.
08994Q     READ MAESTMP-FILE
08994R         AT END
08994S             SET PMG-ES-FIN-ARCHIVO TO TRUE
08994T         NOT AT END
08994U             WRITE MAE-REGISTRO FROM MTP-REGISTRO
08994V     END-READ.
08994W 5760-DEVOLVER-FILA-EXIT.
08994X     EXIT.
08994Y*
08994Z 5770-VACIAR-MAESSEG.
089950     IF PMG-CIA-SEGMENTO(PMG-X-CIA) NOT = 'S'
089951         GO TO 5770-VACIAR-MAESSEG-EXIT
089952     END-IF.
089953     PERFORM 5715-NOMBRE-MAESSEG THRU 5715-NOMBRE-MAESSEG-EXIT.
089954     OPEN OUTPUT MAESSEG-FILE.
089955     CLOSE MAESSEG-FILE.
089956 5770-VACIAR-MAESSEG-EXIT.
089957     EXIT.
089958*
089959******************************************************************
08995A* 5800-APLICAR-TARIFAS - EVERY PARTITION COMPARED THE SAME
08995B*                        RATESNAP WITH THE SAME RATE TABLES, SO
08995C*                        THEIR RCHPCCC AND SNPPCCC SEGMENTS ARE
08995D*                        COPIES OF ONE ANOTHER: THE FIRST
08995E*                        COMPANY'S CHANGES ARE CHAINED ONTO
08995F*                        RATECHG THROUGH CADENAUD, ITS SNAPSHOT
08995G*                        BECOMES RATESNAP, AND ALL OF THEM ARE
08995H*                        EMPTIED
08995I******************************************************************
08995J 5800-APLICAR-TARIFAS.
08995K     MOVE ZERO TO PMG-FILAS-RATECHG.
08995L     MOVE 'N' TO PMG-HAY-TARIFAS.
08995M     PERFORM 5810-TARIFAS-COMPANIA THRU 5810-TARIFAS-COMPANIA-EXIT
08995N         VARYING PMG-X-CIA FROM 1 BY 1
08995O         UNTIL PMG-X-CIA > PMG-CANT-CIA.
08995P     IF PMG-FILAS-RATECHG > ZERO
08995Q         DISPLAY 'PAYMERGE: ' PMG-FILAS-RATECHG
08995R             ' CAMBIOS DE TARIFA ENCADENADOS EN RATECHG'
08995S     END-IF.
08995T 5800-APLICAR-TARIFAS-EXIT.
08995U     EXIT.
08995V*
08995W 5810-TARIFAS-COMPANIA.
08995X     IF PMG-CIA-SEGMENTO(PMG-X-CIA) NOT = 'S'
08995Y         GO TO 5810-TARIFAS-COMPANIA-EXIT
08995Z     END-IF.
089960     MOVE PMG-CIA-CODIGO(PMG-X-CIA) TO PMG-SEG-COMPANIA.
089961     IF NOT PMG-ES-HAY-TARIFAS
089962         SET PMG-ES-HAY-TARIFAS TO TRUE
089963         PERFORM 5820-PASAR-RATECHG THRU 5820-PASAR-RATECHG-EXIT
089964         PERFORM 5840-PASAR-RATESNAP THRU 5840-PASAR-RATESNAP-EXIT
089965     END-IF.
089966     MOVE 'RCHP' TO PMG-SEG-PREFIJO.
089967     MOVE PMG-NOMBRE-SEGMENTO TO PMG-NOMBRE-MAESSEG.
089968     OPEN OUTPUT MAESSEG-FILE.
089969     CLOSE MAESSEG-FILE.
08996A     MOVE 'SNPP' TO PMG-SEG-PREFIJO.
08996B     MOVE PMG-NOMBRE-SEGMENTO TO PMG-NOMBRE-MAESSEG.
08996C     OPEN OUTPUT MAESSEG-FILE.
08996D     CLOSE MAESSEG-FILE.
08996E 5810-TARIFAS-COMPANIA-EXIT.
08996F     EXIT.
08996G*
08996H 5820-PASAR-RATECHG.
08996I     MOVE 'RCHP' TO PMG-SEG-PREFIJO.
08996J     MOVE PMG-NOMBRE-SEGMENTO TO PMG-NOMBRE-MAESSEG.
08996K     OPEN INPUT MAESSEG-FILE.
08996L     IF PMG-STATUS-MAESSEG NOT = '00'
08996M         CLOSE MAESSEG-FILE
08996N         GO TO 5820-PASAR-RATECHG-EXIT
08996O     END-IF.
08996P     OPEN EXTEND RATECHG-FILE.
08996Q     IF PMG-STATUS-RATECHG = '35'
08996R         OPEN OUTPUT RATECHG-FILE
08996S     END-IF.
08996T     MOVE 'RATECHG' TO PMG-CAD-ARCHIVO.
08996U     MOVE 80 TO PMG-CAD-LARGO.
08996V     MOVE 'N' TO PMG-FIN-ARCHIVO.
08996W     PERFORM 5830-ENCADENAR-CAMBIO THRU 5830-ENCADENAR-CAMBIO-EXIT
08996X         UNTIL PMG-ES-FIN-ARCHIVO.
08996Y     CLOSE RATECHG-FILE.
08996Z     CLOSE MAESSEG-FILE.
089970 5820-PASAR-RATECHG-EXIT.
089971     EXIT.
089972*
089973 5830-ENCADENAR-CAMBIO.
089974     READ MAESSEG-FILE
089975         AT END
089976             SET PMG-ES-FIN-ARCHIVO TO TRUE
089977             GO TO 5830-ENCADENAR-CAMBIO-EXIT
089978     END-READ.
089979     MOVE MSG-REGISTRO(1:80) TO CHG-LINEA.
08997A     CALL 'CADENAUD' USING PMG-CAD-ACCION PMG-CAD-ARCHIVO
08997B         CHG-REGISTRO PMG-CAD-LARGO PMG-ANCLA.
08997C     MOVE ANC-ULT-SECUENCIA TO CHG-SECUENCIA.
08997D     MOVE ANC-ULT-CONTROL TO CHG-CONTROL.
08997E     WRITE CHG-REGISTRO.
08997F     ADD 1 TO PMG-FILAS-RATECHG.
08997G 5830-ENCADENAR-CAMBIO-EXIT.
08997H     EXIT.
08997I*
08997J 5840-PASAR-RATESNAP.
08997K     MOVE 'SNPP' TO PMG-SEG-PREFIJO.
08997L     MOVE PMG-NOMBRE-SEGMENTO TO PMG-NOMBRE-MAESSEG.
08997M     MOVE 'N' TO PMG-FIN-ARCHIVO.
08997N     OPEN INPUT MAESSEG-FILE.
08997O     IF PMG-STATUS-MAESSEG = '00'
08997P         READ MAESSEG-FILE
08997Q             AT END
08997R                 SET PMG-ES-FIN-ARCHIVO TO TRUE
08997S         END-READ
08997T     ELSE
08997U         SET PMG-ES-FIN-ARCHIVO TO TRUE
08997V     END-IF.
08997W     IF PMG-ES-FIN-ARCHIVO
08997X         CLOSE MAESSEG-FILE
08997Y         GO TO 5840-PASAR-RATESNAP-EXIT
08997Z     END-IF.
089980     MOVE 'RATESNAP' TO PMG-NOMBRE-MAESTRO.
089981     OPEN OUTPUT MAESTRO-FILE.
089982     WRITE MAE-REGISTRO FROM MSG-REGISTRO.
089983     PERFORM 5850-PASAR-SNAPSHOT THRU 5850-PASAR-SNAPSHOT-EXIT
089984         UNTIL PMG-ES-FIN-ARCHIVO.
089985     CLOSE MAESTRO-FILE.
089986     CLOSE MAESSEG-FILE.
089987 5840-PASAR-RATESNAP-EXIT.
089988     EXIT.
089989*
08998A 5850-PASAR-SNAPSHOT.
08998B     READ MAESSEG-FILE
08998C         AT END
08998D             SET PMG-ES-FIN-ARCHIVO TO TRUE
08998E         NOT AT END
08998F             WRITE MAE-REGISTRO FROM MSG-REGISTRO
08998G     END-READ.
08998H 5850-PASAR-SNAPSHOT-EXIT.
08998I     EXIT.
08998J*
08998K******************************************************************
08998L* 5900-AGREGAR-DETALLES - THE DETAIL LINES OF THE PARTITIONS
08998M*                         (DEDPCCC, HORPCCC, VMVPCCC, CTDPCCC,
08998N*                         EMBPCCC, NDTPCCC) ARE APPENDED TO THE
08998O*                         SHARED DEDDET, HORASDET, VACMOV,
08998P*                         CONTDET, EMBDET AND NOVDET, COMPANY BY
08998Q*                         COMPANY, AND THE SEGMENTS ARE EMPTIED
08998R******************************************************************
08998S 5900-AGREGAR-DETALLES.
08998T     PERFORM 5910-AGREGAR-DETALLE THRU 5910-AGREGAR-DETALLE-EXIT
08998U         VARYING PMG-X-DET FROM 1 BY 1
08998V         UNTIL PMG-X-DET > PMG-CANT-DETALLES.
08998W 5900-AGREGAR-DETALLES-EXIT.
08998X     EXIT.
08998Y*
08998Z 5910-AGREGAR-DETALLE.
089990     MOVE ZERO TO PMG-FILAS-DETALLE.
089991     MOVE PMG-DET-NOMBRE(PMG-X-DET) TO PMG-NOMBRE-MAESTRO.
089992     PERFORM 5920-DETALLE-COMPANIA THRU 5920-DETALLE-COMPANIA-EXIT
089993         VARYING PMG-X-CIA FROM 1 BY 1
089994         UNTIL PMG-X-CIA > PMG-CANT-CIA.
089995     IF PMG-FILAS-DETALLE > ZERO
089996         DISPLAY 'PAYMERGE: ' PMG-FILAS-DETALLE
089997             ' LINEAS AGREGADAS A ' PMG-DET-NOMBRE(PMG-X-DET)
089998     END-IF.
089999 5910-AGREGAR-DETALLE-EXIT.
08999A     EXIT.
08999B*
08999C 5920-DETALLE-COMPANIA.
08999D     IF PMG-CIA-SEGMENTO(PMG-X-CIA) NOT = 'S'
08999E         GO TO 5920-DETALLE-COMPANIA-EXIT
08999F     END-IF.
08999G     MOVE PMG-DET-PREFIJO(PMG-X-DET) TO PMG-SEG-PREFIJO.
08999H     MOVE PMG-CIA-CODIGO(PMG-X-CIA) TO PMG-SEG-COMPANIA.
08999I     MOVE PMG-NOMBRE-SEGMENTO TO PMG-NOMBRE-MAESSEG.
08999J     OPEN INPUT MAESSEG-FILE.
08999K     IF PMG-STATUS-MAESSEG NOT = '00'
08999L         CLOSE MAESSEG-FILE
08999M         GO TO 5920-DETALLE-COMPANIA-EXIT
08999N     END-IF.
08999O     OPEN EXTEND MAESTRO-FILE.
08999P     IF PMG-STATUS-MAESTRO = '35'
08999Q         OPEN OUTPUT MAESTRO-FILE
08999R     END-IF.
08999S     MOVE 'N' TO PMG-FIN-ARCHIVO.
08999T     PERFORM 5930-PASAR-DETALLE THRU 5930-PASAR-DETALLE-EXIT
08999U         UNTIL PMG-ES-FIN-ARCHIVO.
08999V     CLOSE MAESTRO-FILE.
08999W     CLOSE MAESSEG-FILE.
08999X     OPEN OUTPUT MAESSEG-FILE.
08999Y     CLOSE MAESSEG-FILE.
08999Z 5920-DETALLE-COMPANIA-EXIT.
0899A0     EXIT.
0899A1*
0899A2 5930-PASAR-DETALLE.
0899A3     READ MAESSEG-FILE
0899A4         AT END
0899A5             SET PMG-ES-FIN-ARCHIVO TO TRUE
0899A6         NOT AT END
0899A7             ADD 1 TO PMG-FILAS-DETALLE
0899A8             WRITE MAE-REGISTRO FROM MSG-REGISTRO
0899A9     END-READ.
0899AA 5930-PASAR-DETALLE-EXIT.
0899AB     EXIT.
0899AC*
090000******************************************************************
090100* 6000-GENERAR-INDEXADO - PAYROLLIX REBUILT FROM THE MERGED
090200*                         REGISTER
090300******************************************************************
090400 6000-GENERAR-INDEXADO.
090500     MOVE 'N' TO PMG-FIN-ARCHIVO.
090600     OPEN INPUT PAYROLL-REG-FILE.
090700     IF PMG-STATUS-PAYROLL = '00'
090800         OPEN OUTPUT PAYROLLIX-FILE
090900         PERFORM 6100-COPIAR-AL-INDEXADO
091000             THRU 6100-COPIAR-AL-INDEXADO-EXIT
091100             UNTIL PMG-ES-FIN-ARCHIVO
091200         CLOSE PAYROLLIX-FILE
091300     END-IF.
091400     CLOSE PAYROLL-REG-FILE.
091500 6000-GENERAR-INDEXADO-EXIT.
091600     EXIT.
091700*
091800 6100-COPIAR-AL-INDEXADO.
091900     READ PAYROLL-REG-FILE
092000         AT END
092100             SET PMG-ES-FIN-ARCHIVO TO TRUE
092200             GO TO 6100-COPIAR-AL-INDEXADO-EXIT
092300     END-READ.
092400     IF PR-RECORD(1:1) = '*'
092500         GO TO 6100-COPIAR-AL-INDEXADO-EXIT
092600     END-IF.
092700     MOVE PR-RECORD TO PIX-RECORD.
092800     WRITE PIX-RECORD
092900         INVALID KEY
093000             DISPLAY 'ID DUPLICADO EN PAYROLLIX: ' PIX-ID
093100     END-WRITE.
093200 6100-COPIAR-AL-INDEXADO-EXIT.
093300     EXIT.
093400*
093500******************************************************************
093600* 6500-MARCAR-PENDIENTE - THE MERGED REGISTER WAITS FOR APRUEBA
093700******************************************************************
093800 6500-MARCAR-PENDIENTE.
093900     OPEN OUTPUT REGSTATE-FILE.
094000     MOVE PMG-PERIODO TO RG-PERIODO.
094100     MOVE 'P' TO RG-ESTADO.
094200     MOVE PMG-USUARIO TO RG-USUARIO.
094300     MOVE PMG-FECHA-HOY TO RG-FECHA.
094400     WRITE RG-RECORD.
094500     CLOSE REGSTATE-FILE.
094600     DISPLAY 'PAYMERGE: REGISTRO PENDIENTE DE LIBERACION '
094700         '(CORRER APRUEBA)'.
094800 6500-MARCAR-PENDIENTE-EXIT.
094900     EXIT.
095000*
095100******************************************************************
095200* 7000-GRABAR-CONTROL - ONE PARTCTL ROW PER PARTITION AND ONE FOR
095300*                       THE MERGE, FOR PAYCONCIL
095400******************************************************************
095500 7000-GRABAR-CONTROL.
095600     OPEN EXTEND PARTCTL-FILE.
095700     IF PMG-STATUS-PARTCTL = '35'
095800         OPEN OUTPUT PARTCTL-FILE
095900     END-IF.
096000     PERFORM 7100-GRABAR-PARTICION THRU 7100-GRABAR-PARTICION-EXIT
096100         VARYING PMG-X-CIA FROM 1 BY 1
096200         UNTIL PMG-X-CIA > PMG-CANT-CIA.
096300     INITIALIZE PT-RECORD.
096400     MOVE PMG-PERIODO TO PT-PERIODO.
096500     SET PT-ES-FUSION TO TRUE.
096600     MOVE SPACES TO PT-COMPANIA.
096700     MOVE PMG-FUS-REG-CANT TO PT-REG-CANT.
096800     MOVE PMG-FUS-REG-HASH TO PT-REG-HASH.
096900     MOVE PMG-FUS-HIS-CANT TO PT-HIS-CANT.
097000     MOVE PMG-FUS-HIS-HASH TO PT-HIS-HASH.
097100     MOVE PMG-FUS-EXC-CANT TO PT-EXC-CANT.
097200     MOVE PMG-FECHA-HOY TO PT-FECHA.
097300     MOVE PMG-USUARIO TO PT-USUARIO.
097400     WRITE PT-RECORD.
097500     CLOSE PARTCTL-FILE.
097600 7000-GRABAR-CONTROL-EXIT.
097700     EXIT.
097800*
097900 7100-GRABAR-PARTICION.
098000     IF PMG-CIA-SEGMENTO(PMG-X-CIA) NOT = 'S'
098100         GO TO 7100-GRABAR-PARTICION-EXIT
098200     END-IF.
098300     INITIALIZE PT-RECORD.
098400     MOVE PMG-PERIODO TO PT-PERIODO.
098500     SET PT-ES-PARTICION TO TRUE.
098600     MOVE PMG-CIA-CODIGO(PMG-X-CIA) TO PT-COMPANIA.
098700     MOVE PMG-CIA-REG-CANT(PMG-X-CIA) TO PT-REG-CANT.
098800     MOVE PMG-CIA-REG-HASH(PMG-X-CIA) TO PT-REG-HASH.
098900     MOVE PMG-CIA-HIS-CANT(PMG-X-CIA) TO PT-HIS-CANT.
099000     MOVE PMG-CIA-HIS-HASH(PMG-X-CIA) TO PT-HIS-HASH.
099100     MOVE PMG-CIA-EXC-CANT(PMG-X-CIA) TO PT-EXC-CANT.
099200     MOVE PMG-FECHA-HOY TO PT-FECHA.
099300     MOVE PMG-USUARIO TO PT-USUARIO.
099400     WRITE PT-RECORD.
099500 7100-GRABAR-PARTICION-EXIT.
099600     EXIT.
099700*
099800******************************************************************
099900* 7500-VACIAR-SEGMENTOS - THE HISTORY AND YEAR-TO-DATE SEGMENTS
100000*                         ARE POSTED NOW; THE NEXT PARTITION RUN
100100*                         STARTS THEM FROM EMPTY
100200******************************************************************
100300 7500-VACIAR-SEGMENTOS.
100400     PERFORM 7600-VACIAR-COMPANIA THRU 7600-VACIAR-COMPANIA-EXIT
100500         VARYING PMG-X-CIA FROM 1 BY 1
100600         UNTIL PMG-X-CIA > PMG-CANT-CIA.
100700 7500-VACIAR-SEGMENTOS-EXIT.
100800     EXIT.
100900*
101000 7600-VACIAR-COMPANIA.
101100     IF PMG-CIA-SEGMENTO(PMG-X-CIA) NOT = 'S'
101200         GO TO 7600-VACIAR-COMPANIA-EXIT
101300     END-IF.
101400     PERFORM 2900-NOMBRES-SEGMENTO
101500         THRU 2900-NOMBRES-SEGMENTO-EXIT.
101600     OPEN OUTPUT HISSEG-FILE.
101700     CLOSE HISSEG-FILE.
101800     OPEN OUTPUT YTDSEG-FILE.
101900     CLOSE YTDSEG-FILE.
102000 7600-VACIAR-COMPANIA-EXIT.
102100     EXIT.
102200*
102300******************************************************************
102400* 9000-TERMINAR - RUN LOG, RELEASE PAYLOCK AND THE RETURN CODE
102500*                 (SET LAST, THE CALLS RESET IT)
102600******************************************************************
102700 9000-TERMINAR.
102800     MOVE 'F' TO PMG-EVENTO-RUNLOG.
102900     MOVE PMG-FUS-REG-CANT TO PMG-CANT-RUNLOG.
103000     CALL 'RUNLOG' USING PMG-NOMBRE-PROGRAMA
103100         PMG-EVENTO-RUNLOG PMG-CANT-RUNLOG.
103200     PERFORM 1500-LIBERAR-LOCK THRU 1500-LIBERAR-LOCK-EXIT.
103300     IF PMG-ES-ERROR
103400         DISPLAY 'PAYMERGE: FUSION NO REALIZADA'
103500         MOVE 8 TO RETURN-CODE
103600     ELSE
103700         DISPLAY 'PAYMERGE: PERIODO ' PMG-PERIODO ' FUSIONADO, '
103800             PMG-FUS-REG-CANT ' FILAS DE REGISTRO, '
103900             PMG-FUS-HIS-CANT ' DE HISTORIAL, '
104000             PMG-FUS-EXC-CANT ' EXCEPCIONES'
104100         MOVE ZERO TO RETURN-CODE
104200     END-IF.
104300 9000-TERMINAR-EXIT.
104400     EXIT.
104500 END PROGRAM PAYMERGE.
