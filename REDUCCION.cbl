000100******************************************************************
000200* AUTHOR:      HERNAN HERGERT
000300* INSTALLATION: DATA PROCESSING
000400* DATE-WRITTEN:
000500* DATE-COMPILED:
000600* PURPOSE:     WORKFORCE-REDUCTION PLANNING AND MASS TERMINATION.
000700*              A REDUCTION USED TO MEAN ONE EMPMAINT BAJA AT A
000800*              TIME, A SPREADSHEET FOR THE SETTLEMENTS AND A HAND
000900*              LIST OF REQUISITIONS TO CANCEL. THE OPERATOR PICKS
001000*              A SCENARIO BY DEPARTMENT, COMPANY, SENIORITY LEVEL
001100*              OR AN EXPLICIT LIST OF EMPLOYEE IDS, AN EFFECTIVE
001200*              DATE AND A MOTBAJA REASON CODE. EVERY ACTIVE
001300*              EMPLOYEE IN THE SCENARIO IS PRICED WITHOUT POSTING
001400*              ANYTHING: THE FULL SETTLEMENT THE PAYROLL WILL PAY
001500*              (SENIORITY INDEMNITY ON THE BEST SALARY IN PAYHIST
001600*              UNDER THE TIPOCONT RULE OF THE CONTRACT, THE MONTH
001700*              OF NOTICE, THE VACSALDO BALANCE AND THE PRORATED
001800*              AGUINALDO OF THE SEMESTER) AGAINST THE SAVING, THE
001900*              TWELVE MONTHS OF COST FROM THE MONTH AFTER THE
002000*              EFFECTIVE DATE PRICED THE WAY PRONOSCOSTO PRICES
002100*              THEM (RATE AND SUPPLEMENT SCALED BY THE WORKING
002200*              TIME, A TWELFTH OF THE BONUS, EMPLOYER
002300*              CONTRIBUTIONS). ONLY AFTER THE OPERATOR CONFIRMS
002400*              ARE ALL THE TERMINATIONS APPLIED TOGETHER UNDER THE
002500*              MSTLOCK MASTER LOCK, WITH THE ONE DATE AND REASON:
002600*              EMPLOYEES AND EMPIDX REWRITTEN, AN EMPAUDIT ROW AND
002700*              AN EMITEVT EVENT PER EMPLOYEE, THE OPEN
002800*              REQUISITIONS FOR THE SAME DEPARTMENT AND LEVEL
002900*              CANCELLED, ONE NOTICE LETTER PER EMPLOYEE TO THE
003000*              CARTADSP PRINT FILE (CARTADESP TEMPLATE) AND THE
003100*              WHOLE ACTION RECORDED AS ONE NUMBERED BATCH ON
003200*              REDUCLOG (NUMBER FROM THE REDUCNUM CONTROL FILE).
003300*              MODE L LISTS THE BATCHES, OR ONE BATCH IN DETAIL.
003400*              THE PAYROLL RUN OF THE EFFECTIVE PERIOD POSTS THE
003500*              SETTLEMENTS THROUGH THE EXISTING FINAL-PAY PATH.
003600* TECTONICS:   COBC
003700*
003800* MODIFICATION HISTORY:
003900*   - NEW REDUCTION TOOL, OFFERED FROM THE MENUUTIL MENU.
003901*   - EMPAUDIT ROWS ARE NOW CHAINED THROUGH CADENAUD (SEQUENCE
003902*     AND CHECK VALUE IN THE CADAUD TRAILER) FOR VERIFCAD.
003903*   - PAYHIST AMOUNTS ARE SIGNED NOW; A LINE CANCELLED BY A
003904*     REVERPER REVERSAL AND THE REVERSAL ITSELF ARE LEFT OUT
003905*     OF THE BEST SALARY (ANULHIST TELLS THEM).
004000******************************************************************
004100 IDENTIFICATION DIVISION.
004200 PROGRAM-ID. REDUCCION.
004300 ENVIRONMENT DIVISION.
004400 INPUT-OUTPUT SECTION.
004500 FILE-CONTROL.
004600     SELECT OPTIONAL EMPLOYEES-FILE ASSIGN TO 'EMPLOYEES'
004700         ORGANIZATION IS LINE SEQUENTIAL
004800         FILE STATUS IS RED-STATUS-EMPL.
004900     SELECT OPTIONAL EMPIDX-FILE ASSIGN TO 'EMPIDX'
005000         ORGANIZATION IS INDEXED
005100         ACCESS MODE IS DYNAMIC
005200         RECORD KEY IS EIX-ID
005300         FILE STATUS IS RED-STATUS-EMPIDX.
005400     SELECT OPTIONAL AUDITORIA-FILE ASSIGN TO 'EMPAUDIT'
005500         ORGANIZATION IS LINE SEQUENTIAL
005600         FILE STATUS IS RED-STATUS-AUDITORIA.
005700     SELECT OPTIONAL PAYHIST-FILE ASSIGN TO 'PAYHIST'
005800         ORGANIZATION IS LINE SEQUENTIAL
005900         FILE STATUS IS RED-STATUS-HIST.
006000     SELECT OPTIONAL VACSALDO-FILE ASSIGN TO 'VACSALDO'
006100         ORGANIZATION IS LINE SEQUENTIAL
006200         FILE STATUS IS RED-STATUS-VACSALDO.
006300     SELECT OPTIONAL CONTRATOS-FILE ASSIGN TO 'CONTRATOS'
006400         ORGANIZATION IS LINE SEQUENTIAL
006500         FILE STATUS IS RED-STATUS-CONTRATOS.
006600     SELECT OPTIONAL CONTRIBPAT-FILE ASSIGN TO 'CONTRIBPAT'
006700         ORGANIZATION IS LINE SEQUENTIAL
006800         FILE STATUS IS RED-STATUS-APORTES.
006900     SELECT OPTIONAL REQUIS-FILE ASSIGN TO 'REQUISICIONES'
007000         ORGANIZATION IS LINE SEQUENTIAL
007100         FILE STATUS IS RED-STATUS-REQUIS.
007200     SELECT OPTIONAL PERSONAS-FILE ASSIGN TO 'PERSONAS'
007300         ORGANIZATION IS LINE SEQUENTIAL
007400         FILE STATUS IS RED-STATUS-PERSONAS.
007500     SELECT OPTIONAL PLANTILLA-FILE ASSIGN TO 'CARTADESP'
007600         ORGANIZATION IS LINE SEQUENTIAL
007700         FILE STATUS IS RED-STATUS-TPL.
007800     SELECT OPTIONAL REDUCNUM-FILE ASSIGN TO 'REDUCNUM'
007900         ORGANIZATION IS LINE SEQUENTIAL
008000         FILE STATUS IS RED-STATUS-REDUCNUM.
008100     SELECT OPTIONAL REDUCLOG-FILE ASSIGN TO 'REDUCLOG'
008200         ORGANIZATION IS LINE SEQUENTIAL
008300         FILE STATUS IS RED-STATUS-REDUCLOG.
008400     SELECT CARTAS-FILE ASSIGN TO 'CARTADSP'
008500         ORGANIZATION IS LINE SEQUENTIAL.
008600 DATA DIVISION.
008700 FILE SECTION.
008800 FD  EMPLOYEES-FILE
008900     LABEL RECORDS ARE STANDARD.
009000 01  EM-RECORD.
009100     COPY EMPLEADO.
009200 FD  EMPIDX-FILE
009300     LABEL RECORDS ARE STANDARD.
009400 01  EIX-RECORD.
009500     COPY EMPLEADO
009600         REPLACING EM-NOMBRE         BY EIX-NOMBRE
009700                   EM-EXPERIENCIA    BY EIX-EXPERIENCIA
009800                   EM-DEPARTAMENTO   BY EIX-DEPARTAMENTO
009900                   EM-ID             BY EIX-ID
010000                   EM-FECHA-INGRESO  BY EIX-FECHA-INGRESO
010100                   EM-ESTADO         BY EIX-ESTADO
010200                   EM-ACTIVO         BY EIX-ACTIVO
010300                   EM-DADO-DE-BAJA   BY EIX-DADO-DE-BAJA
010400                   EM-FECHA-BAJA     BY EIX-FECHA-BAJA
010500                   EM-BANCO          BY EIX-BANCO
010600                   EM-CUENTA         BY EIX-CUENTA
010700                   EM-COMPANIA       BY EIX-COMPANIA
010800                   EM-MOTIVO-BAJA    BY EIX-MOTIVO-BAJA.
010900 FD  AUDITORIA-FILE
011000     LABEL RECORDS ARE STANDARD.
011100 01  EMA-REGISTRO.
011200     05 EMA-FECHA                PIC 9(08).
011300     05 EMA-HORA                 PIC X(08).
011400     05 EMA-OPERACION            PIC X(01).
011500     05 EMA-ANTES                PIC X(57).
011600     05 EMA-DESPUES              PIC X(57).
011700     05 EMA-USUARIO              PIC X(08).
011701     COPY CADAUD
011702         REPLACING CAD-SECUENCIA     BY EMA-SECUENCIA
011703                   CAD-CONTROL       BY EMA-CONTROL.
011800 FD  PAYHIST-FILE
011900     LABEL RECORDS ARE STANDARD.
012000 01  PH-RECORD.
012100     05 PH-NOMBRE                PIC X(05).
012200     05 PH-SENIORIDAD            PIC X(06).
012300     05 PH-SUELDO-MENSUAL        PIC S9(06)V99.
012400     05 PH-SUELDO-ANUAL          PIC S9(07)V99.
012500     05 PH-BONO                  PIC S9(06)V99.
012600     05 PH-PERIODO               PIC 9(06).
012700     05 PH-DEPARTAMENTO          PIC X(10).
012800     05 PH-EXPERIENCIA           PIC 9(02).
012900     05 PH-ID                    PIC 9(05).
013000     05 PH-IMPORTE-EXTRA         PIC S9(06)V99.
013100     05 PH-TIPO-LINEA            PIC X(01).
013200     05 PH-PERIODO-REF           PIC 9(06).
013300     05 PH-COMPANIA              PIC X(03).
013400 FD  VACSALDO-FILE
013500     LABEL RECORDS ARE STANDARD.
013600 01  VS-RECORD.
013700     05 VS-ID                    PIC 9(05).
013800     05 VS-NOMBRE                PIC X(05).
013900     05 VS-SALDO                 PIC S9(03)V99.
014000 FD  CONTRATOS-FILE
014100     LABEL RECORDS ARE STANDARD.
014200 01  KT-RECORD.
014300     COPY CONTRATO.
014400 FD  CONTRIBPAT-FILE
014500     LABEL RECORDS ARE STANDARD.
014600 01  CP-RECORD.
014700     05 CP-CONCEPTO              PIC X(15).
014800     05 CP-PORCENTAJE            PIC 9(03)V99.
014900     05 CP-VIGENCIA-DESDE        PIC 9(06).
015000     05 CP-COMPANIA              PIC X(03).
015100     05 CP-AGENCIA               PIC X(03).
015200 FD  REQUIS-FILE
015300     LABEL RECORDS ARE STANDARD.
015400 01  RQ-RECORD.
015500     05 RQ-NUMERO                PIC 9(05).
015600     05 RQ-SOLICITANTE           PIC X(08).
015700     05 RQ-DEPARTAMENTO          PIC X(10).
015800     05 RQ-NIVEL                 PIC X(06).
015900     05 RQ-COMPANIA              PIC X(03).
016000     05 RQ-APROBACION            PIC X(01).
016100     05 RQ-ESTADO                PIC X(01).
016200     05 RQ-FECHA-ALTA            PIC 9(08).
016300     05 RQ-ID-CUBIERTO           PIC 9(05).
016400     05 RQ-TIPO-CONTRATO         PIC X(01).
016500     05 RQ-MESES-CONTRATO        PIC 9(02).
016600 FD  PERSONAS-FILE
016700     LABEL RECORDS ARE STANDARD.
016800 01  PE-RECORD.
016900     05 PE-ID                    PIC 9(05).
017000     05 PE-NOMBRE-COMPLETO       PIC X(40).
017100     05 PE-CUIT                  PIC X(11).
017200     05 PE-DIRECCION             PIC X(40).
017300     05 PE-IDIOMA                PIC X(01).
017400 FD  PLANTILLA-FILE
017500     LABEL RECORDS ARE STANDARD
017600     RECORD CONTAINS 80 CHARACTERS.
017700 01  TPL-LINEA.
017800     05 TPL-SECCION              PIC X(04).
017900     05 TPL-TEXTO                PIC X(76).
018000 FD  REDUCNUM-FILE
018100     LABEL RECORDS ARE STANDARD.
018200 01  RDN-RECORD.
018300     05 RDN-PROXIMO              PIC 9(05).
018400 FD  REDUCLOG-FILE
018500     LABEL RECORDS ARE STANDARD.
018600 01  RL-RECORD.
018700     05 RL-LOTE                  PIC 9(05).
018800     05 RL-TIPO                  PIC X(01).
018900        88 RL-CABECERA           VALUE 'C'.
019000        88 RL-BAJA               VALUE 'E'.
019100        88 RL-REQUISICION        VALUE 'R'.
019200     05 RL-FECHA-PROCESO         PIC 9(08).
019300     05 RL-USUARIO               PIC X(08).
019400     05 RL-FECHA-EFECTIVA        PIC 9(08).
019500     05 RL-MOTIVO                PIC X(02).
019600     05 RL-ALCANCE               PIC X(01).
019700     05 RL-VALOR-ALCANCE         PIC X(10).
019800     05 RL-ID                    PIC 9(05).
019900     05 RL-NOMBRE                PIC X(05).
020000     05 RL-DEPARTAMENTO          PIC X(10).
020100     05 RL-COMPANIA              PIC X(03).
020200     05 RL-NIVEL                 PIC X(06).
020300     05 RL-INDEMNIZACION         PIC 9(07)V99.
020400     05 RL-PREAVISO              PIC 9(07)V99.
020500     05 RL-VACACIONES            PIC 9(07)V99.
020600     05 RL-AGUINALDO             PIC 9(07)V99.
020700     05 RL-AHORRO                PIC 9(09)V99.
020800 FD  CARTAS-FILE
020900     LABEL RECORDS ARE STANDARD
021000     RECORD CONTAINS 80 CHARACTERS.
021100 01  CRT-LINEA                   PIC X(80).
021200 WORKING-STORAGE SECTION.
021300*
021400 01  RED-STATUS-EMPL             PIC XX.
021500 01  RED-STATUS-EMPIDX           PIC XX.
021600 01  RED-STATUS-AUDITORIA        PIC XX.
021700 01  RED-STATUS-HIST             PIC XX.
021800 01  RED-STATUS-VACSALDO         PIC XX.
021900 01  RED-STATUS-CONTRATOS        PIC XX.
022000 01  RED-STATUS-APORTES          PIC XX.
022100 01  RED-STATUS-REQUIS           PIC XX.
022200 01  RED-STATUS-PERSONAS         PIC XX.
022300 01  RED-STATUS-TPL              PIC XX.
022400 01  RED-STATUS-REDUCNUM         PIC XX.
022500 01  RED-STATUS-REDUCLOG         PIC XX.
022600 01  RED-LOCK-ACCION             PIC X(01).
022700 01  RED-LOCK-PROGRAMA           PIC X(11) VALUE 'REDUCCION'.
022800 01  RED-LOCK-OCUPADO            PIC X(01).
022900 01  RED-SES-ACCION              PIC X(01) VALUE 'G'.
023000 01  RED-USUARIO                 PIC X(08).
023100 01  RED-EVT-ENTIDAD             PIC X(01) VALUE 'E'.
023200 01  RED-EVT-TIPO                PIC X(04) VALUE SPACES.
023300 01  RED-EVT-ORIGEN              PIC X(10) VALUE 'REDUCCION'.
023301 01  RED-ANU-ACCION              PIC X(01) VALUE SPACE.
023302 01  RED-ANU-RESULTADO           PIC X(01) VALUE SPACE.
023400 01  RED-EVT-ANTES               PIC X(100).
023500 01  RED-EVT-DESPUES             PIC X(100).
023600 01  RED-HORA-AHORA              PIC X(08).
023601 01  RED-CAD-ACCION              PIC X(01) VALUE 'G'.
023602 01  RED-CAD-ARCHIVO             PIC X(12) VALUE 'EMPAUDIT'.
023603 01  RED-CAD-LARGO               PIC 9(03) VALUE 139.
023604 01  RED-ANCLA.
023605     COPY CADANCLA.
023700*
023800 01  RED-MODO                    PIC X(01).
023900 01  RED-CONFIRMA                PIC X(01).
024000 01  RED-ALCANCE                 PIC X(01).
024100     88  RED-POR-DEPTO           VALUE 'D'.
024200     88  RED-POR-COMPANIA        VALUE 'C'.
024300     88  RED-POR-NIVEL           VALUE 'N'.
024400     88  RED-POR-LISTA           VALUE 'L'.
024500 01  RED-VALOR-ALCANCE           PIC X(10).
024600 01  RED-MOTIVO                  PIC X(02).
024700 01  RED-MOTIVO-DESC             PIC X(20).
024800 01  RED-FECHA-HOY               PIC 9(08).
024900 01  RED-FECHA-EFECTIVA          PIC 9(08).
025000 01  RED-EFE-PARTES REDEFINES RED-FECHA-EFECTIVA.
025100     05 RED-EFE-ANIO             PIC 9(04).
025200     05 RED-EFE-MMDD.
025300        10 RED-EFE-MES           PIC 9(02).
025400        10 RED-EFE-DIA           PIC 9(02).
025500 01  RED-FECHA-ING               PIC 9(08).
025600 01  RED-ING-PARTES REDEFINES RED-FECHA-ING.
025700     05 RED-ING-ANIO             PIC 9(04).
025800     05 RED-ING-MMDD.
025900        10 RED-ING-MES           PIC 9(02).
026000        10 RED-ING-DIA           PIC 9(02).
026100 01  RED-PERIODO-EFECTIVO        PIC 9(06).
026200 01  RED-PERIODO-MES             PIC 9(06).
026300 01  RED-MES-PARTES REDEFINES RED-PERIODO-MES.
026400     05 RED-MES-ANIO             PIC 9(04).
026500     05 RED-MES-MES              PIC 9(02).
026600 01  RED-NRO-MES                 PIC 9(02).
026700 01  RED-ID-ENT                  PIC 9(05).
026800 01  RED-LOTE-BUSCADO            PIC 9(05).
026900 01  RED-LOTE                    PIC 9(05) VALUE 1.
027000*
027100 01  RED-INDICADORES.
027200     05  RED-FIN-ARCHIVO         PIC X VALUE 'N'.
027300         88  RED-ES-FIN-ARCHIVO  VALUE 'Y'.
027400     05  RED-HALLADO             PIC X VALUE 'N'.
027500         88  RED-ES-HALLADO      VALUE 'Y'.
027600     05  RED-SUPERADO            PIC X VALUE 'N'.
027700         88  RED-ES-SUPERADO     VALUE 'Y'.
027800     05  RED-EN-ALCANCE          PIC X VALUE 'N'.
027900         88  RED-ES-EN-ALCANCE   VALUE 'Y'.
028000     05  RED-MOTIVO-OK           PIC X VALUE 'N'.
028100         88  RED-ES-MOTIVO-OK    VALUE 'Y'.
028200     05  RED-HUBO-REQUIS         PIC X VALUE 'N'.
028300         88  RED-ES-HUBO-REQUIS  VALUE 'Y'.
028400     05  RED-EN-LOTE             PIC X VALUE 'N'.
028500         88  RED-ES-EN-LOTE      VALUE 'Y'.
028600*
028700*    COSTEO DE UN EMPLEADO
028800 01  RED-NIVEL-AUX               PIC X(06).
028900 01  RED-CTZ-SENIORIDAD          PIC X(06).
029000 01  RED-CTZ-MENSUAL             PIC 9(06).
029100 01  RED-CTZ-ANUAL               PIC 9(08).
029200 01  RED-CTZ-BONO                PIC 9(06)V99.
029300 01  RED-CTZ-SUPLEMENTO          PIC 9(06).
029400 01  RED-PORC-FTE                PIC 9(03)V99.
029500 01  RED-PORC-FTE-FIN            PIC 9(03).
029600 01  RED-SUELDO-MES              PIC 9(07)V99.
029700 01  RED-MEJOR-SUELDO            PIC 9(07)V99.
029800 01  RED-ANIOS-SERVICIO          PIC 9(02).
029900 01  RED-TIPO-CONTRATO           PIC X(01).
030000 01  RED-PORC-INDEMN             PIC 9(03).
030100 01  RED-PAGA-PREAVISO           PIC X(01).
030200 01  RED-MES-DESDE               PIC 9(02).
030300 01  RED-MESES-SEMESTRE          PIC 9(02).
030400 01  RED-BRUTO-MES               PIC 9(09)V99.
030500 01  RED-PCT-APORTES             PIC 9(03)V99.
030600 01  RED-COSTO-MES               PIC 9(09)V99.
030700 01  RED-LIQ-INDEMN              PIC 9(07)V99.
030800 01  RED-LIQ-PREAVISO            PIC 9(07)V99.
030900 01  RED-LIQ-VACACIONES          PIC 9(07)V99.
031000 01  RED-LIQ-AGUINALDO           PIC 9(07)V99.
031100 01  RED-LIQ-TOTAL               PIC 9(08)V99.
031200 01  RED-AHORRO-EMP              PIC 9(09)V99.
031300*
031400 01  RED-TOTALES.
031500     05  RED-CANT-ELEGIDOS       PIC 9(04) VALUE ZERO.
031600     05  RED-CANT-FUERA          PIC 9(04) VALUE ZERO.
031700     05  RED-CANT-REQUIS-X       PIC 9(04) VALUE ZERO.
031800     05  RED-CANT-CARTAS         PIC 9(04) VALUE ZERO.
031900     05  RED-TOT-INDEMN          PIC 9(11)V99 VALUE ZERO.
032000     05  RED-TOT-PREAVISO        PIC 9(11)V99 VALUE ZERO.
032100     05  RED-TOT-VACACIONES      PIC 9(11)V99 VALUE ZERO.
032200     05  RED-TOT-AGUINALDO       PIC 9(11)V99 VALUE ZERO.
032300     05  RED-TOT-LIQUIDACION     PIC 9(11)V99 VALUE ZERO.
032400     05  RED-TOT-AHORRO          PIC 9(11)V99 VALUE ZERO.
032500     05  RED-DIFERENCIA          PIC S9(11)V99 VALUE ZERO.
032600     05  RED-IMPORTE-ED          PIC $Z,ZZZ,ZZZ,ZZ9.99-.
032700     05  RED-MONTO-ED            PIC Z,ZZZ,ZZ9.99.
032800*
032900 01  RED-CANT-EMPL               PIC 9(03) VALUE ZERO.
033000 01  RED-TABLA-EMPL.
033100     05  RED-EMPL-FILA OCCURS 500 TIMES
033200                       INDEXED BY RED-X-EMP PIC X(57).
033300 01  RED-EMPL-AUX.
033400     COPY EMPLEADO
033500         REPLACING EM-NOMBRE         BY RED-AUX-NOMBRE
033600                   EM-EXPERIENCIA    BY RED-AUX-EXPERIENCIA
033700                   EM-DEPARTAMENTO   BY RED-AUX-DEPARTAMENTO
033800                   EM-ID             BY RED-AUX-ID
033900                   EM-FECHA-INGRESO  BY RED-AUX-FECHA-INGRESO
034000                   EM-ESTADO         BY RED-AUX-ESTADO
034100                   EM-ACTIVO         BY RED-AUX-ACTIVO
034200                   EM-DADO-DE-BAJA   BY RED-AUX-DADO-DE-BAJA
034300                   EM-FECHA-BAJA     BY RED-AUX-FECHA-BAJA
034400                   EM-BANCO          BY RED-AUX-BANCO
034500                   EM-CUENTA         BY RED-AUX-CUENTA
034600                   EM-COMPANIA       BY RED-AUX-COMPANIA
034700                   EM-MOTIVO-BAJA    BY RED-AUX-MOTIVO-BAJA.
034800*
034900*    EMPLEADOS DEL ESCENARIO, CON SU LIQUIDACION Y SU AHORRO
035000 01  RED-CANT-SEL                PIC 9(03) VALUE ZERO.
035100 01  RED-TABLA-SEL.
035200     05  RED-SEL-FILA OCCURS 500 TIMES
035300                      INDEXED BY RED-X-SEL RED-X-SEL2.
035400         10 RED-SEL-POS          PIC 9(03).
035500         10 RED-SEL-NIVEL        PIC X(06).
035600         10 RED-SEL-INDEMN       PIC 9(07)V99.
035700         10 RED-SEL-PREAVISO     PIC 9(07)V99.
035800         10 RED-SEL-VACACIONES   PIC 9(07)V99.
035900         10 RED-SEL-AGUINALDO    PIC 9(07)V99.
036000         10 RED-SEL-AHORRO       PIC 9(09)V99.
036100*
036200 01  RED-CANT-LISTA              PIC 9(03) VALUE ZERO.
036300 01  RED-TABLA-LISTA.
036400     05  RED-LISTA-ID OCCURS 100 TIMES
036500                      INDEXED BY RED-X-LIS PIC 9(05).
036600*
036700 01  RED-CANT-MEJHIST            PIC 9(03) VALUE ZERO.
036800 01  RED-TABLA-MEJHIST.
036900     05  RED-MEJH-FILA OCCURS 500 TIMES
037000                       INDEXED BY RED-X-MEJ.
037100         10 RED-MEJH-ID          PIC 9(05).
037200         10 RED-MEJH-SUELDO      PIC 9(06)V99.
037300*
037400 01  RED-CANT-VACSALDO           PIC 9(03) VALUE ZERO.
037500 01  RED-TABLA-VACSALDO.
037600     05  RED-VACS-FILA OCCURS 500 TIMES
037700                       INDEXED BY RED-X-VAC.
037800         10 RED-VACS-ID          PIC 9(05).
037900         10 RED-VACS-SALDO       PIC S9(03)V99.
038000*
038100 01  RED-CANT-CONTRATOS          PIC 9(03) VALUE ZERO.
038200 01  RED-TABLA-CONTRATOS.
038300     05  RED-KTR-FILA OCCURS 500 TIMES
038400                      INDEXED BY RED-X-KTR.
038500         10 RED-KTR-ID           PIC 9(05).
038600         10 RED-KTR-TIPO         PIC X(01).
038700*
038800 01  RED-CANT-APORTES            PIC 9(02) VALUE ZERO.
038900 01  RED-TABLA-APORTES.
039000     05  RED-APORTE-FILA OCCURS 20 TIMES
039100                         INDEXED BY RED-X-APO RED-X-APO2.
039200         10 RED-APO-CONCEPTO     PIC X(15).
039300         10 RED-APO-PORCENT      PIC 9(03)V99.
039400         10 RED-APO-VIGENCIA     PIC 9(06).
039500         10 RED-APO-COMPANIA     PIC X(03).
039600*
039700 01  RED-CANT-REQUIS             PIC 9(03) VALUE ZERO.
039800 01  RED-TABLA-REQUIS.
039900     05  RED-REQ-FILA OCCURS 500 TIMES
040000                      INDEXED BY RED-X-REQ PIC X(50).
040100*
040200 01  RED-CANT-PER                PIC 9(03) VALUE ZERO.
040300 01  RED-TABLA-PER.
040400     05  RED-PER-FILA OCCURS 500 TIMES
040500                      INDEXED BY RED-X-PER.
040600         10 RED-PER-ID           PIC 9(05).
040700         10 RED-PER-NOMBRE       PIC X(40).
040800*
040900 01  RED-CANT-TPL                PIC 9(03) VALUE ZERO.
041000 01  RED-TABLA-TPL.
041100     05  RED-TPL-FILA OCCURS 60 TIMES
041200                      INDEXED BY RED-X-TPL.
041300         10 RED-TPL-SECCION      PIC X(04).
041400         10 RED-TPL-TEXTO        PIC X(76).
041500*
041600*    ARMADO DE LAS CARTAS
041700 01  RED-SECCION                 PIC X(04).
041800 01  RED-NOMBRE-COMPLETO         PIC X(40).
041900 01  RED-LINEA-TRABAJO           PIC X(80).
042000 01  RED-LINEA-NUEVA             PIC X(80).
042100 01  RED-BUSCADO                 PIC X(08).
042200 01  RED-LARGO-BUSCADO           PIC 9(02).
042300 01  RED-VALOR                   PIC X(40).
042400 01  RED-POS                     PIC 9(03).
042500 01  RED-RESTO                   PIC 9(03).
042600*
042700*    LISTADO DE LOTES
042800 01  RED-LIS-CANT                PIC 9(04) VALUE ZERO.
042900 01  RED-LIS-REQUIS              PIC 9(04) VALUE ZERO.
043000 01  RED-LIS-LIQUIDACION         PIC 9(11)V99 VALUE ZERO.
043100 01  RED-LIS-AHORRO              PIC 9(11)V99 VALUE ZERO.
043200 01  RED-LIS-CABECERA            PIC X(132) VALUE SPACES.
043300*
043400     COPY MOTBAJA.
043500     COPY TIPOCONT.
043600*
043700 PROCEDURE DIVISION.
043800******************************************************************
043900* 0000-MAINLINE - SCENARIO, COSTING, CONFIRMATION, APPLICATION
044000******************************************************************
044100 0000-MAINLINE.
044200     ACCEPT RED-FECHA-HOY FROM DATE YYYYMMDD.
044300     CALL 'SESUSER' USING RED-SES-ACCION RED-USUARIO.
044400     DISPLAY 'MODO (P=PLANIFICAR Y APLICAR / L=LISTAR LOTES): '
044500         WITH NO ADVANCING.
044600     ACCEPT RED-MODO.
044700     IF RED-MODO = 'L' OR RED-MODO = 'l'
044800         PERFORM 8000-LISTAR-LOTES THRU 8000-LISTAR-LOTES-EXIT
044900         GOBACK
045000     END-IF.
045100     MOVE 'T' TO RED-LOCK-ACCION.
045200     CALL 'MAESTLOCK' USING RED-LOCK-ACCION
045300         RED-LOCK-PROGRAMA RED-LOCK-OCUPADO.
045400     IF RED-LOCK-OCUPADO = 'Y'
045500         MOVE 8 TO RETURN-CODE
045600         GOBACK
045700     END-IF.
045800     PERFORM 0100-PLANIFICAR THRU 0100-PLANIFICAR-EXIT.
045900     MOVE 'L' TO RED-LOCK-ACCION.
046000     CALL 'MAESTLOCK' USING RED-LOCK-ACCION
046100         RED-LOCK-PROGRAMA RED-LOCK-OCUPADO.
046200     GOBACK.
046300 0000-MAINLINE-EXIT.
046400     EXIT.
046500*
046600******************************************************************
046700* 0100-PLANIFICAR - EVERYTHING DONE UNDER THE MASTER LOCK
046800******************************************************************
046900 0100-PLANIFICAR.
047000     PERFORM 1000-PEDIR-ESCENARIO THRU 1000-PEDIR-ESCENARIO-EXIT.
047100     IF NOT RED-ES-MOTIVO-OK
047200         GO TO 0100-PLANIFICAR-EXIT
047300     END-IF.
047400     PERFORM 1100-CARGAR-TABLAS THRU 1100-CARGAR-TABLAS-EXIT.
047500     PERFORM 2000-ELEGIR-EMPLEADOS
047600         THRU 2000-ELEGIR-EMPLEADOS-EXIT
047700         VARYING RED-X-EMP FROM 1 BY 1
047800         UNTIL RED-X-EMP > RED-CANT-EMPL.
047900     IF RED-POR-LISTA
048000         PERFORM 2050-CONTROLAR-LISTA
048100             THRU 2050-CONTROLAR-LISTA-EXIT
048200             VARYING RED-X-LIS FROM 1 BY 1
048300             UNTIL RED-X-LIS > RED-CANT-LISTA
048400     END-IF.
048500     IF RED-CANT-SEL = ZERO
048600         DISPLAY 'REDUCCION: NINGUN EMPLEADO ACTIVO EN EL '
048700             'ESCENARIO'
048800         GO TO 0100-PLANIFICAR-EXIT
048900     END-IF.
049000     PERFORM 3000-MOSTRAR-RESUMEN
049100         THRU 3000-MOSTRAR-RESUMEN-EXIT.
049200     DISPLAY 'CONFIRMA APLICAR LAS ' RED-CANT-SEL
049300         ' BAJAS (S/N): ' WITH NO ADVANCING.
049400     ACCEPT RED-CONFIRMA.
049500     IF RED-CONFIRMA = 'S' OR RED-CONFIRMA = 's'
049600         PERFORM 4000-APLICAR THRU 4000-APLICAR-EXIT
049700     ELSE
049800         DISPLAY 'REDUCCION: ESCENARIO SOLO COSTEADO, NO SE '
049900             'APLICO NADA'
050000     END-IF.
050100 0100-PLANIFICAR-EXIT.
050200     EXIT.
050300*
050400******************************************************************
050500* 1000-PEDIR-ESCENARIO - SCOPE, EFFECTIVE DATE AND REASON
050600******************************************************************
050700 1000-PEDIR-ESCENARIO.
050800     MOVE 'N' TO RED-MOTIVO-OK.
050900     DISPLAY 'ALCANCE (D=DEPARTAMENTO C=COMPANIA N=NIVEL '
051000         'L=LISTA): ' WITH NO ADVANCING.
051100     ACCEPT RED-ALCANCE.
051200     MOVE SPACES TO RED-VALOR-ALCANCE.
051300     EVALUATE TRUE
051400         WHEN RED-POR-DEPTO
051500             DISPLAY 'DEPARTAMENTO: ' WITH NO ADVANCING
051600             ACCEPT RED-VALOR-ALCANCE
051700         WHEN RED-POR-COMPANIA
051800             DISPLAY 'COMPANIA: ' WITH NO ADVANCING
051900             ACCEPT RED-VALOR-ALCANCE
052000         WHEN RED-POR-NIVEL
052100             DISPLAY 'NIVEL (JUNIOR/SEMISR/SENIOR): '
052200                 WITH NO ADVANCING
052300             ACCEPT RED-VALOR-ALCANCE
052400         WHEN RED-POR-LISTA
052500             MOVE 'LISTA' TO RED-VALOR-ALCANCE
052600             DISPLAY 'IDS DE EMPLEADO, UNO POR LINEA (0=FIN)'
052700             MOVE 1 TO RED-ID-ENT
052800             PERFORM 1010-PEDIR-ID THRU 1010-PEDIR-ID-EXIT
052900                 UNTIL RED-ID-ENT = ZERO
053000         WHEN OTHER
053100             DISPLAY 'REDUCCION: ALCANCE INVALIDO'
053200             GO TO 1000-PEDIR-ESCENARIO-EXIT
053300     END-EVALUATE.
053400     IF RED-VALOR-ALCANCE = SPACES
053500         OR (RED-POR-LISTA AND RED-CANT-LISTA = ZERO)
053600         DISPLAY 'REDUCCION: ESCENARIO VACIO'
053700         GO TO 1000-PEDIR-ESCENARIO-EXIT
053800     END-IF.
053900     DISPLAY 'FECHA EFECTIVA DE LAS BAJAS (AAAAMMDD): '
054000         WITH NO ADVANCING.
054100     ACCEPT RED-FECHA-EFECTIVA.
054200     IF RED-FECHA-EFECTIVA NOT NUMERIC
054300         OR RED-EFE-MES < 1 OR RED-EFE-MES > 12
054400         OR RED-EFE-DIA < 1 OR RED-EFE-DIA > 31
054500         DISPLAY 'REDUCCION: FECHA EFECTIVA INVALIDA'
054600         GO TO 1000-PEDIR-ESCENARIO-EXIT
054700     END-IF.
054800     MOVE RED-FECHA-EFECTIVA(1:6) TO RED-PERIODO-EFECTIVO.
054900     DISPLAY 'MOTIVO (RE DE PP MA FC JU FA OT): '
055000         WITH NO ADVANCING.
055100     ACCEPT RED-MOTIVO.
055200     SET MTB-X TO 1.
055300     SEARCH MTB-FILA
055400         AT END
055500             DISPLAY 'MOTIVO DE BAJA DESCONOCIDO: ' RED-MOTIVO
055600         WHEN MTB-CODIGO(MTB-X) = RED-MOTIVO
055700             MOVE MTB-DESCRIPCION(MTB-X) TO RED-MOTIVO-DESC
055800             SET RED-ES-MOTIVO-OK TO TRUE
055900     END-SEARCH.
056000 1000-PEDIR-ESCENARIO-EXIT.
056100     EXIT.
056200*
056300******************************************************************
056400* 1010-PEDIR-ID - ONE EMPLOYEE ID OF AN EXPLICIT LIST
056500******************************************************************
056600 1010-PEDIR-ID.
056700     DISPLAY 'ID: ' WITH NO ADVANCING.
056800     ACCEPT RED-ID-ENT.
056900     IF RED-ID-ENT NOT = ZERO
057000         IF RED-CANT-LISTA < 100
057100             ADD 1 TO RED-CANT-LISTA
057200             SET RED-X-LIS TO RED-CANT-LISTA
057300             MOVE RED-ID-ENT TO RED-LISTA-ID(RED-X-LIS)
057400         ELSE
057500             DISPLAY 'LISTA COMPLETA, SE IGNORA ' RED-ID-ENT
057600         END-IF
057700     END-IF.
057800 1010-PEDIR-ID-EXIT.
057900     EXIT.
058000*
058100******************************************************************
058200* 1100-CARGAR-TABLAS - THE MASTER AND WHAT THE SETTLEMENT NEEDS
058300******************************************************************
058400 1100-CARGAR-TABLAS.
058500     MOVE 'N' TO RED-FIN-ARCHIVO.
058600     OPEN INPUT EMPLOYEES-FILE.
058700     IF RED-STATUS-EMPL = '00'
058800         PERFORM 1110-LEER-EMPLEADO THRU 1110-LEER-EMPLEADO-EXIT
058900             UNTIL RED-ES-FIN-ARCHIVO
059000     END-IF.
059100     CLOSE EMPLOYEES-FILE.
059200     MOVE 'N' TO RED-FIN-ARCHIVO.
059201     MOVE 'C' TO RED-ANU-ACCION.
059202     CALL 'ANULHIST' USING RED-ANU-ACCION PH-RECORD
059203         RED-ANU-RESULTADO.
059300     OPEN INPUT PAYHIST-FILE.
059400     IF RED-STATUS-HIST = '00'
059500         PERFORM 1120-LEER-HISTORIAL THRU 1120-LEER-HISTORIAL-EXIT
059600             UNTIL RED-ES-FIN-ARCHIVO
059700     END-IF.
059800     CLOSE PAYHIST-FILE.
059900     MOVE 'N' TO RED-FIN-ARCHIVO.
060000     OPEN INPUT VACSALDO-FILE.
060100     IF RED-STATUS-VACSALDO = '00'
060200         PERFORM 1130-LEER-VACSALDO THRU 1130-LEER-VACSALDO-EXIT
060300             UNTIL RED-ES-FIN-ARCHIVO
060400     END-IF.
060500     CLOSE VACSALDO-FILE.
060600     MOVE 'N' TO RED-FIN-ARCHIVO.
060700     OPEN INPUT CONTRATOS-FILE.
060800     IF RED-STATUS-CONTRATOS = '00'
060900         PERFORM 1140-LEER-CONTRATO THRU 1140-LEER-CONTRATO-EXIT
061000             UNTIL RED-ES-FIN-ARCHIVO
061100     END-IF.
061200     CLOSE CONTRATOS-FILE.
061300     MOVE 'N' TO RED-FIN-ARCHIVO.
061400     OPEN INPUT CONTRIBPAT-FILE.
061500     IF RED-STATUS-APORTES = '00'
061600         PERFORM 1150-LEER-APORTE THRU 1150-LEER-APORTE-EXIT
061700             UNTIL RED-ES-FIN-ARCHIVO
061800     END-IF.
061900     CLOSE CONTRIBPAT-FILE.
062000     MOVE 'N' TO RED-FIN-ARCHIVO.
062100 1100-CARGAR-TABLAS-EXIT.
062200     EXIT.
062300*
062400******************************************************************
062500* 1110-LEER-EMPLEADO - KEEP ONE MASTER ROW AS IT STANDS
062600******************************************************************
062700 1110-LEER-EMPLEADO.
062800     READ EMPLOYEES-FILE
062900         AT END
063000             SET RED-ES-FIN-ARCHIVO TO TRUE
063100         NOT AT END
063200             IF RED-CANT-EMPL < 500
063300                 ADD 1 TO RED-CANT-EMPL
063400                 SET RED-X-EMP TO RED-CANT-EMPL
063500                 MOVE EM-RECORD TO RED-EMPL-FILA(RED-X-EMP)
063600             END-IF
063700     END-READ.
063800 1110-LEER-EMPLEADO-EXIT.
063900     EXIT.
064000*
064100******************************************************************
064200* 1120-LEER-HISTORIAL - BEST MONTHLY SALARY PER EMPLOYEE, SKIPPING
064300*                       THE LINE TYPES THE FINAL PAY SKIPS
064400******************************************************************
064500 1120-LEER-HISTORIAL.
064600     READ PAYHIST-FILE
064700         AT END
064800             SET RED-ES-FIN-ARCHIVO TO TRUE
064900         NOT AT END
064901             MOVE 'V' TO RED-ANU-ACCION
064902             CALL 'ANULHIST' USING RED-ANU-ACCION PH-RECORD
064903                 RED-ANU-RESULTADO
065000             IF PH-RECORD(1:1) NOT = '*'
065100                 AND PH-ID NOT = ZERO
065101                 AND RED-ANU-RESULTADO = 'N'
065200                 AND PH-TIPO-LINEA NOT = 'A'
065300                 AND PH-TIPO-LINEA NOT = 'D'
065400                 AND PH-TIPO-LINEA NOT = 'G'
065500                 AND PH-TIPO-LINEA NOT = 'F'
065600                 AND PH-TIPO-LINEA NOT = 'H'
065700                 AND PH-TIPO-LINEA NOT = 'V'
065800                 AND PH-TIPO-LINEA NOT = 'N'
065900                 AND PH-TIPO-LINEA NOT = 'X'
066000                 PERFORM 1125-ANOTAR-MEJOR
066100                     THRU 1125-ANOTAR-MEJOR-EXIT
066200             END-IF
066300     END-READ.
066400 1120-LEER-HISTORIAL-EXIT.
066500     EXIT.
066600*
066700******************************************************************
066800* 1125-ANOTAR-MEJOR - KEEP THE HIGHER OF THE TWO SALARIES
066900******************************************************************
067000 1125-ANOTAR-MEJOR.
067100     SET RED-X-MEJ TO 1.
067200     SEARCH RED-MEJH-FILA
067300         AT END
067400             IF RED-CANT-MEJHIST < 500
067500                 ADD 1 TO RED-CANT-MEJHIST
067600                 SET RED-X-MEJ TO RED-CANT-MEJHIST
067700                 MOVE PH-ID TO RED-MEJH-ID(RED-X-MEJ)
067800                 MOVE PH-SUELDO-MENSUAL
067900                     TO RED-MEJH-SUELDO(RED-X-MEJ)
068000             END-IF
068100         WHEN RED-X-MEJ > RED-CANT-MEJHIST
068200             IF RED-CANT-MEJHIST < 500
068300                 ADD 1 TO RED-CANT-MEJHIST
068400                 MOVE PH-ID TO RED-MEJH-ID(RED-X-MEJ)
068500                 MOVE PH-SUELDO-MENSUAL
068600                     TO RED-MEJH-SUELDO(RED-X-MEJ)
068700             END-IF
068800         WHEN RED-MEJH-ID(RED-X-MEJ) = PH-ID
068900             IF PH-SUELDO-MENSUAL > RED-MEJH-SUELDO(RED-X-MEJ)
069000                 MOVE PH-SUELDO-MENSUAL
069100                     TO RED-MEJH-SUELDO(RED-X-MEJ)
069200             END-IF
069300     END-SEARCH.
069400 1125-ANOTAR-MEJOR-EXIT.
069500     EXIT.
069600*
069700******************************************************************
069800* 1130-LEER-VACSALDO - KEEP ONE VACATION BALANCE
069900******************************************************************
070000 1130-LEER-VACSALDO.
070100     READ VACSALDO-FILE
070200         AT END
070300             SET RED-ES-FIN-ARCHIVO TO TRUE
070400         NOT AT END
070500             IF RED-CANT-VACSALDO < 500
070600                 ADD 1 TO RED-CANT-VACSALDO
070700                 SET RED-X-VAC TO RED-CANT-VACSALDO
070800                 MOVE VS-ID TO RED-VACS-ID(RED-X-VAC)
070900                 MOVE VS-SALDO TO RED-VACS-SALDO(RED-X-VAC)
071000             END-IF
071100     END-READ.
071200 1130-LEER-VACSALDO-EXIT.
071300     EXIT.
071400*
071500******************************************************************
071600* 1140-LEER-CONTRATO - THE LAST ROW PER EMPLOYEE IS IN FORCE
071700******************************************************************
071800 1140-LEER-CONTRATO.
071900     READ CONTRATOS-FILE
072000         AT END
072100             SET RED-ES-FIN-ARCHIVO TO TRUE
072200         NOT AT END
072300             SET RED-X-KTR TO 1
072400             SEARCH RED-KTR-FILA
072500                 WHEN RED-X-KTR > RED-CANT-CONTRATOS
072600                     IF RED-CANT-CONTRATOS < 500
072700                         ADD 1 TO RED-CANT-CONTRATOS
072800                         MOVE KT-ID TO RED-KTR-ID(RED-X-KTR)
072900                         MOVE KT-TIPO TO RED-KTR-TIPO(RED-X-KTR)
073000                     END-IF
073100                 WHEN RED-KTR-ID(RED-X-KTR) = KT-ID
073200                     MOVE KT-TIPO TO RED-KTR-TIPO(RED-X-KTR)
073300             END-SEARCH
073400     END-READ.
073500 1140-LEER-CONTRATO-EXIT.
073600     EXIT.
073700*
073800******************************************************************
073900* 1150-LEER-APORTE - KEEP ONE EMPLOYER CONTRIBUTION VERSION
074000******************************************************************
074100 1150-LEER-APORTE.
074200     READ CONTRIBPAT-FILE
074300         AT END
074400             SET RED-ES-FIN-ARCHIVO TO TRUE
074500         NOT AT END
074600             IF RED-CANT-APORTES < 20
074700                 ADD 1 TO RED-CANT-APORTES
074800                 SET RED-X-APO TO RED-CANT-APORTES
074900                 MOVE CP-CONCEPTO
075000                     TO RED-APO-CONCEPTO(RED-X-APO)
075100                 MOVE CP-PORCENTAJE
075200                     TO RED-APO-PORCENT(RED-X-APO)
075300                 IF CP-VIGENCIA-DESDE IS NUMERIC
075400                     MOVE CP-VIGENCIA-DESDE
075500                         TO RED-APO-VIGENCIA(RED-X-APO)
075600                 ELSE
075700                     MOVE ZERO TO RED-APO-VIGENCIA(RED-X-APO)
075800                 END-IF
075900                 MOVE CP-COMPANIA
076000                     TO RED-APO-COMPANIA(RED-X-APO)
076100             END-IF
076200     END-READ.
076300 1150-LEER-APORTE-EXIT.
076400     EXIT.
076500*
076600******************************************************************
076700* 2000-ELEGIR-EMPLEADOS - IS THIS ACTIVE EMPLOYEE IN THE SCENARIO
076800******************************************************************
076900 2000-ELEGIR-EMPLEADOS.
077000     MOVE RED-EMPL-FILA(RED-X-EMP) TO RED-EMPL-AUX.
077100     IF RED-AUX-DADO-DE-BAJA
077200         GO TO 2000-ELEGIR-EMPLEADOS-EXIT
077300     END-IF.
077400     EVALUATE TRUE
077500         WHEN RED-AUX-EXPERIENCIA < 3
077600             MOVE 'JUNIOR' TO RED-NIVEL-AUX
077700         WHEN RED-AUX-EXPERIENCIA < 6
077800             MOVE 'SEMISR' TO RED-NIVEL-AUX
077900         WHEN OTHER
078000             MOVE 'SENIOR' TO RED-NIVEL-AUX
078100     END-EVALUATE.
078200     MOVE 'N' TO RED-EN-ALCANCE.
078300     EVALUATE TRUE
078400         WHEN RED-POR-DEPTO
078500             IF RED-AUX-DEPARTAMENTO = RED-VALOR-ALCANCE
078600                 SET RED-ES-EN-ALCANCE TO TRUE
078700             END-IF
078800         WHEN RED-POR-COMPANIA
078900             IF RED-AUX-COMPANIA = RED-VALOR-ALCANCE(1:3)
079000                 SET RED-ES-EN-ALCANCE TO TRUE
079100             END-IF
079200         WHEN RED-POR-NIVEL
079300             IF RED-NIVEL-AUX = RED-VALOR-ALCANCE(1:6)
079400                 SET RED-ES-EN-ALCANCE TO TRUE
079500             END-IF
079600         WHEN OTHER
079700             SET RED-X-LIS TO 1
079800             SEARCH RED-LISTA-ID
079900                 WHEN RED-X-LIS > RED-CANT-LISTA
080000                     CONTINUE
080100                 WHEN RED-LISTA-ID(RED-X-LIS) = RED-AUX-ID
080200                     SET RED-ES-EN-ALCANCE TO TRUE
080300             END-SEARCH
080400     END-EVALUATE.
080500     IF NOT RED-ES-EN-ALCANCE
080600         ADD 1 TO RED-CANT-FUERA
080700         GO TO 2000-ELEGIR-EMPLEADOS-EXIT
080800     END-IF.
080900     IF RED-CANT-SEL NOT < 500
081000         DISPLAY 'ESCENARIO COMPLETO, SE OMITE ' RED-AUX-ID
081100         GO TO 2000-ELEGIR-EMPLEADOS-EXIT
081200     END-IF.
081300     PERFORM 2100-LIQUIDACION THRU 2100-LIQUIDACION-EXIT.
081400     PERFORM 2200-AHORRO THRU 2200-AHORRO-EXIT.
081500     ADD 1 TO RED-CANT-SEL.
081600     SET RED-X-SEL TO RED-CANT-SEL.
081700     SET RED-SEL-POS(RED-X-SEL) TO RED-X-EMP.
081800     MOVE RED-NIVEL-AUX TO RED-SEL-NIVEL(RED-X-SEL).
081900     MOVE RED-LIQ-INDEMN TO RED-SEL-INDEMN(RED-X-SEL).
082000     MOVE RED-LIQ-PREAVISO TO RED-SEL-PREAVISO(RED-X-SEL).
082100     MOVE RED-LIQ-VACACIONES TO RED-SEL-VACACIONES(RED-X-SEL).
082200     MOVE RED-LIQ-AGUINALDO TO RED-SEL-AGUINALDO(RED-X-SEL).
082300     MOVE RED-AHORRO-EMP TO RED-SEL-AHORRO(RED-X-SEL).
082400     ADD RED-LIQ-INDEMN TO RED-TOT-INDEMN.
082500     ADD RED-LIQ-PREAVISO TO RED-TOT-PREAVISO.
082600     ADD RED-LIQ-VACACIONES TO RED-TOT-VACACIONES.
082700     ADD RED-LIQ-AGUINALDO TO RED-TOT-AGUINALDO.
082800     ADD RED-LIQ-TOTAL TO RED-TOT-LIQUIDACION.
082900     ADD RED-AHORRO-EMP TO RED-TOT-AHORRO.
083000     MOVE RED-LIQ-TOTAL TO RED-MONTO-ED.
083100     DISPLAY RED-AUX-ID ' ' RED-AUX-NOMBRE ' '
083200         RED-AUX-DEPARTAMENTO ' ' RED-NIVEL-AUX
083300         ' LIQUIDACION ' RED-MONTO-ED.
083400 2000-ELEGIR-EMPLEADOS-EXIT.
083500     EXIT.
083600*
083700******************************************************************
083800* 2050-CONTROLAR-LISTA - A LISTED ID THAT WAS NOT TAKEN
083900******************************************************************
084000 2050-CONTROLAR-LISTA.
084100     MOVE 'N' TO RED-HALLADO.
084200     PERFORM 2060-COMPARAR-LISTA THRU 2060-COMPARAR-LISTA-EXIT
084300         VARYING RED-X-SEL FROM 1 BY 1
084400         UNTIL RED-X-SEL > RED-CANT-SEL
084500         OR RED-ES-HALLADO.
084600     IF NOT RED-ES-HALLADO
084700         DISPLAY 'ID ' RED-LISTA-ID(RED-X-LIS)
084800             ' NO ES UN EMPLEADO ACTIVO, SE OMITE'
084900     END-IF.
085000 2050-CONTROLAR-LISTA-EXIT.
085100     EXIT.
085200*
085300******************************************************************
085400* 2060-COMPARAR-LISTA - IS THIS SELECTED ROW THE LISTED ID
085500******************************************************************
085600 2060-COMPARAR-LISTA.
085700     SET RED-X-EMP TO RED-SEL-POS(RED-X-SEL).
085800     MOVE RED-EMPL-FILA(RED-X-EMP) TO RED-EMPL-AUX.
085900     IF RED-AUX-ID = RED-LISTA-ID(RED-X-LIS)
086000         SET RED-ES-HALLADO TO TRUE
086100     END-IF.
086200 2060-COMPARAR-LISTA-EXIT.
086300     EXIT.
086400*
086500******************************************************************
086600* 2100-LIQUIDACION - THE SETTLEMENT THE PAYROLL WILL PAY: MONTHLY
086700*                    SALARY AT THE EFFECTIVE PERIOD, INDEMNITY ON
086800*                    THE BEST SALARY BY WHOLE YEARS OF SERVICE
086900*                    UNDER THE CONTRACT RULE, NOTICE, VACATION
087000*                    BALANCE AND THE SEMESTER AGUINALDO SO FAR
087100******************************************************************
087200 2100-LIQUIDACION.
087300     MOVE RED-PERIODO-EFECTIVO TO RED-PERIODO-MES.
087400     PERFORM 2400-SUELDO-DEL-MES THRU 2400-SUELDO-DEL-MES-EXIT.
087500     MOVE ZERO TO RED-MEJOR-SUELDO.
087600     SET RED-X-MEJ TO 1.
087700     SEARCH RED-MEJH-FILA
087800         WHEN RED-X-MEJ > RED-CANT-MEJHIST
087900             CONTINUE
088000         WHEN RED-MEJH-ID(RED-X-MEJ) = RED-AUX-ID
088100             MOVE RED-MEJH-SUELDO(RED-X-MEJ) TO RED-MEJOR-SUELDO
088200     END-SEARCH.
088300     IF RED-SUELDO-MES > RED-MEJOR-SUELDO
088400         MOVE RED-SUELDO-MES TO RED-MEJOR-SUELDO
088500     END-IF.
088600     MOVE ZERO TO RED-ANIOS-SERVICIO.
088700     MOVE RED-AUX-FECHA-INGRESO TO RED-FECHA-ING.
088800     IF RED-FECHA-ING IS NUMERIC
088900         AND RED-FECHA-ING > ZERO
089000         AND RED-ING-ANIO < RED-EFE-ANIO
089100         COMPUTE RED-ANIOS-SERVICIO = RED-EFE-ANIO - RED-ING-ANIO
089200         IF RED-EFE-MMDD < RED-ING-MMDD
089300             SUBTRACT 1 FROM RED-ANIOS-SERVICIO
089400         END-IF
089500     END-IF.
089600     PERFORM 2150-REGLA-CONTRATO THRU 2150-REGLA-CONTRATO-EXIT.
089700     MOVE ZERO TO RED-LIQ-INDEMN.
089800     IF RED-ANIOS-SERVICIO > ZERO
089900         COMPUTE RED-LIQ-INDEMN ROUNDED =
090000             RED-MEJOR-SUELDO * RED-ANIOS-SERVICIO
090100             * RED-PORC-INDEMN / 100
090200     END-IF.
090300     MOVE ZERO TO RED-LIQ-PREAVISO.
090400     IF RED-PAGA-PREAVISO = 'S'
090500         MOVE RED-SUELDO-MES TO RED-LIQ-PREAVISO
090600     END-IF.
090700     MOVE ZERO TO RED-LIQ-VACACIONES.
090800     SET RED-X-VAC TO 1.
090900     SEARCH RED-VACS-FILA
091000         WHEN RED-X-VAC > RED-CANT-VACSALDO
091100             CONTINUE
091200         WHEN RED-VACS-ID(RED-X-VAC) = RED-AUX-ID
091300             IF RED-VACS-SALDO(RED-X-VAC) > ZERO
091400                 COMPUTE RED-LIQ-VACACIONES ROUNDED =
091500                     RED-VACS-SALDO(RED-X-VAC)
091600                     * RED-SUELDO-MES / 30
091700             END-IF
091800     END-SEARCH.
091900*    AGUINALDO PROPORCIONAL: MESES DEL SEMESTRE HASTA LA BAJA,
092000*    DESDE EL INGRESO SI FUE DENTRO DEL MISMO SEMESTRE
092100     IF RED-EFE-MES > 6
092200         MOVE 7 TO RED-MES-DESDE
092300     ELSE
092400         MOVE 1 TO RED-MES-DESDE
092500     END-IF.
092600     IF RED-FECHA-ING IS NUMERIC
092700         AND RED-ING-ANIO = RED-EFE-ANIO
092800         AND RED-ING-MES > RED-MES-DESDE
092900         MOVE RED-ING-MES TO RED-MES-DESDE
093000     END-IF.
093100     MOVE ZERO TO RED-LIQ-AGUINALDO.
093200     IF RED-MES-DESDE NOT > RED-EFE-MES
093300         COMPUTE RED-MESES-SEMESTRE =
093400             RED-EFE-MES - RED-MES-DESDE + 1
093500         COMPUTE RED-LIQ-AGUINALDO ROUNDED =
093600             RED-SUELDO-MES * RED-MESES-SEMESTRE / 12
093700     END-IF.
093800     COMPUTE RED-LIQ-TOTAL = RED-LIQ-INDEMN + RED-LIQ-PREAVISO
093900         + RED-LIQ-VACACIONES + RED-LIQ-AGUINALDO.
094000 2100-LIQUIDACION-EXIT.
094100     EXIT.
094200*
094300******************************************************************
094400* 2150-REGLA-CONTRATO - INDEMNITY SHARE AND NOTICE FROM TIPOCONT
094500*                       FOR THE CONTRACT IN FORCE (PERMANENT WHEN
094600*                       THERE IS NONE), BY END OF CONTRACT (FC) OR
094700*                       ANY OTHER REASON, AS THE PAYROLL DOES
094800******************************************************************
094900 2150-REGLA-CONTRATO.
095000     MOVE 'P' TO RED-TIPO-CONTRATO.
095100     MOVE 100 TO RED-PORC-INDEMN.
095200     MOVE 'S' TO RED-PAGA-PREAVISO.
095300     SET RED-X-KTR TO 1.
095400     SEARCH RED-KTR-FILA
095500         WHEN RED-X-KTR > RED-CANT-CONTRATOS
095600             CONTINUE
095700         WHEN RED-KTR-ID(RED-X-KTR) = RED-AUX-ID
095800             MOVE RED-KTR-TIPO(RED-X-KTR) TO RED-TIPO-CONTRATO
095900     END-SEARCH.
096000     SET TCT-X TO 1.
096100     SEARCH TCT-FILA
096200         WHEN TCT-CODIGO(TCT-X) = RED-TIPO-CONTRATO
096300             IF RED-MOTIVO = 'FC'
096400                 MOVE TCT-INDEMN-VENCIDO(TCT-X) TO RED-PORC-INDEMN
096500                 MOVE TCT-PREAVISO-VENCIDO(TCT-X)
096600                     TO RED-PAGA-PREAVISO
096700             ELSE
096800                 MOVE TCT-INDEMN-OTRA(TCT-X) TO RED-PORC-INDEMN
096900                 MOVE TCT-PREAVISO-OTRA(TCT-X)
097000                     TO RED-PAGA-PREAVISO
097100             END-IF
097200     END-SEARCH.
097300 2150-REGLA-CONTRATO-EXIT.
097400     EXIT.
097500*
097600******************************************************************
097700* 2200-AHORRO - WHAT THE EMPLOYEE WOULD HAVE COST OVER THE TWELVE
097800*               MONTHS AFTER THE EFFECTIVE DATE, PRICED AS IN
097900*               PRONOSCOSTO
098000******************************************************************
098100 2200-AHORRO.
098200     MOVE ZERO TO RED-AHORRO-EMP.
098300     MOVE RED-PERIODO-EFECTIVO TO RED-PERIODO-MES.
098400     PERFORM 2210-COSTO-UN-MES THRU 2210-COSTO-UN-MES-EXIT
098500         VARYING RED-NRO-MES FROM 1 BY 1
098600         UNTIL RED-NRO-MES > 12.
098700 2200-AHORRO-EXIT.
098800     EXIT.
098900*
099000******************************************************************
099100* 2210-COSTO-UN-MES - NEXT MONTH: SALARY, BONUS TWELFTH AND THE
099200*                     EMPLOYER CONTRIBUTIONS IN FORCE
099300******************************************************************
099400 2210-COSTO-UN-MES.
099500     IF RED-MES-MES = 12
099600         ADD 1 TO RED-MES-ANIO
099700         MOVE 1 TO RED-MES-MES
099800     ELSE
099900         ADD 1 TO RED-MES-MES
100000     END-IF.
100100     PERFORM 2400-SUELDO-DEL-MES THRU 2400-SUELDO-DEL-MES-EXIT.
100200     MOVE RED-SUELDO-MES TO RED-BRUTO-MES.
100300     IF RED-CTZ-MENSUAL > ZERO
100400         COMPUTE RED-BRUTO-MES ROUNDED =
100500             RED-SUELDO-MES
100600             + RED-CTZ-BONO * RED-SUELDO-MES
100700               / (RED-CTZ-MENSUAL * 12)
100800     END-IF.
100900     MOVE ZERO TO RED-PCT-APORTES.
101000     PERFORM 2430-EVALUAR-APORTE THRU 2430-EVALUAR-APORTE-EXIT
101100         VARYING RED-X-APO FROM 1 BY 1
101200         UNTIL RED-X-APO > RED-CANT-APORTES.
101300     COMPUTE RED-COSTO-MES ROUNDED =
101400         RED-BRUTO-MES + RED-BRUTO-MES * RED-PCT-APORTES / 100.
101500     ADD RED-COSTO-MES TO RED-AHORRO-EMP.
101600 2210-COSTO-UN-MES-EXIT.
101700     EXIT.
101800*
101900******************************************************************
102000* 2400-SUELDO-DEL-MES - RATE AND SUPPLEMENT FOR THE MONTH FROM
102100*                       COTIZAR, THE RATE SCALED BY THE CONTRACTED
102200*                       WORKING TIME (JORNVIG)
102300******************************************************************
102400 2400-SUELDO-DEL-MES.
102500     CALL 'COTIZAR' USING RED-AUX-EXPERIENCIA RED-CTZ-SENIORIDAD
102600         RED-CTZ-MENSUAL RED-CTZ-ANUAL RED-CTZ-BONO RED-AUX-ID
102700         RED-CTZ-SUPLEMENTO RED-PERIODO-MES RED-AUX-COMPANIA.
102800     CALL 'JORNVIG' USING RED-AUX-ID RED-PERIODO-MES
102900         RED-PORC-FTE RED-PORC-FTE-FIN.
103000     COMPUTE RED-SUELDO-MES ROUNDED =
103100         (RED-CTZ-MENSUAL - RED-CTZ-SUPLEMENTO)
103200         * RED-PORC-FTE / 100 + RED-CTZ-SUPLEMENTO.
103300 2400-SUELDO-DEL-MES-EXIT.
103400     EXIT.
103500*
103600******************************************************************
103700* 2430-EVALUAR-APORTE - ADD THE CONTRIBUTION RATE IF THIS ROW IS
103800*                       THE VERSION IN FORCE FOR ITS CONCEPT
103900******************************************************************
104000 2430-EVALUAR-APORTE.
104100     IF RED-APO-VIGENCIA(RED-X-APO) > RED-PERIODO-MES
104200         GO TO 2430-EVALUAR-APORTE-EXIT
104300     END-IF.
104400     IF RED-APO-COMPANIA(RED-X-APO) NOT = SPACES
104500         AND RED-APO-COMPANIA(RED-X-APO) NOT = RED-AUX-COMPANIA
104600         GO TO 2430-EVALUAR-APORTE-EXIT
104700     END-IF.
104800     MOVE 'N' TO RED-SUPERADO.
104900     PERFORM 2431-COMPARAR-APORTE THRU 2431-COMPARAR-APORTE-EXIT
105000         VARYING RED-X-APO2 FROM 1 BY 1
105100         UNTIL RED-X-APO2 > RED-CANT-APORTES
105200            OR RED-ES-SUPERADO.
105300     IF NOT RED-ES-SUPERADO
105400         ADD RED-APO-PORCENT(RED-X-APO) TO RED-PCT-APORTES
105500     END-IF.
105600 2430-EVALUAR-APORTE-EXIT.
105700     EXIT.
105800*
105900******************************************************************
106000* 2431-COMPARAR-APORTE - DOES ANOTHER ROW OF THE SAME CONCEPT
106100*                        SUPERSEDE THE ONE BEING EVALUATED
106200******************************************************************
106300 2431-COMPARAR-APORTE.
106400     IF RED-X-APO2 = RED-X-APO
106500         OR RED-APO-CONCEPTO(RED-X-APO2)
106600             NOT = RED-APO-CONCEPTO(RED-X-APO)
106700         OR RED-APO-VIGENCIA(RED-X-APO2) > RED-PERIODO-MES
106800         GO TO 2431-COMPARAR-APORTE-EXIT
106900     END-IF.
107000     IF RED-APO-COMPANIA(RED-X-APO2) NOT = SPACES
107100         AND RED-APO-COMPANIA(RED-X-APO2) NOT = RED-AUX-COMPANIA
107200         GO TO 2431-COMPARAR-APORTE-EXIT
107300     END-IF.
107400     IF RED-APO-VIGENCIA(RED-X-APO2) > RED-APO-VIGENCIA(RED-X-APO)
107500         SET RED-ES-SUPERADO TO TRUE
107600         GO TO 2431-COMPARAR-APORTE-EXIT
107700     END-IF.
107800     IF RED-APO-VIGENCIA(RED-X-APO2) = RED-APO-VIGENCIA(RED-X-APO)
107900         IF RED-APO-COMPANIA(RED-X-APO2) NOT = SPACES
108000             AND RED-APO-COMPANIA(RED-X-APO) = SPACES
108100             SET RED-ES-SUPERADO TO TRUE
108200         END-IF
108300         IF RED-APO-COMPANIA(RED-X-APO2)
108400             = RED-APO-COMPANIA(RED-X-APO)
108500             AND RED-X-APO2 > RED-X-APO
108600             SET RED-ES-SUPERADO TO TRUE
108700         END-IF
108800     END-IF.
108900 2431-COMPARAR-APORTE-EXIT.
109000     EXIT.
109100*
109200******************************************************************
109300* 3000-MOSTRAR-RESUMEN - THE PRICED SCENARIO BEFORE CONFIRMATION
109400******************************************************************
109500 3000-MOSTRAR-RESUMEN.
109600     DISPLAY ' '.
109700     DISPLAY '=== ESCENARIO DE REDUCCION ==='.
109800     DISPLAY 'ALCANCE ' RED-ALCANCE ' ' RED-VALOR-ALCANCE
109900         '  BAJA EFECTIVA ' RED-FECHA-EFECTIVA
110000         '  MOTIVO ' RED-MOTIVO ' ' RED-MOTIVO-DESC.
110100     DISPLAY 'EMPLEADOS ALCANZADOS: ' RED-CANT-SEL
110200         '  FUERA DEL ESCENARIO: ' RED-CANT-FUERA.
110300     MOVE RED-TOT-INDEMN TO RED-IMPORTE-ED.
110400     DISPLAY 'INDEMNIZACIONES:       ' RED-IMPORTE-ED.
110500     MOVE RED-TOT-PREAVISO TO RED-IMPORTE-ED.
110600     DISPLAY 'PREAVISOS:             ' RED-IMPORTE-ED.
110700     MOVE RED-TOT-VACACIONES TO RED-IMPORTE-ED.
110800     DISPLAY 'VACACIONES NO GOZADAS: ' RED-IMPORTE-ED.
110900     MOVE RED-TOT-AGUINALDO TO RED-IMPORTE-ED.
111000     DISPLAY 'AGUINALDO PROPORCIONAL:' RED-IMPORTE-ED.
111100     MOVE RED-TOT-LIQUIDACION TO RED-IMPORTE-ED.
111200     DISPLAY 'TOTAL LIQUIDACIONES:   ' RED-IMPORTE-ED.
111300     MOVE RED-TOT-AHORRO TO RED-IMPORTE-ED.
111400     DISPLAY 'AHORRO 12 MESES:       ' RED-IMPORTE-ED.
111500     COMPUTE RED-DIFERENCIA =
111600         RED-TOT-AHORRO - RED-TOT-LIQUIDACION.
111700     MOVE RED-DIFERENCIA TO RED-IMPORTE-ED.
111800     DISPLAY 'AHORRO NETO DEL ANIO:  ' RED-IMPORTE-ED.
111900     DISPLAY 'NADA FUE REGISTRADO TODAVIA'.
112000 3000-MOSTRAR-RESUMEN-EXIT.
112100     EXIT.
112200*
112300******************************************************************
112400* 4000-APLICAR - THE WHOLE BATCH: MASTER, REQUISITIONS, LETTERS,
112500*                AND THE BATCH LOG
112600******************************************************************
112700 4000-APLICAR.
112800     OPEN INPUT REDUCNUM-FILE.
112900     IF RED-STATUS-REDUCNUM = '00'
113000         READ REDUCNUM-FILE
113100             NOT AT END
113200                 MOVE RDN-PROXIMO TO RED-LOTE
113300         END-READ
113400     END-IF.
113500     CLOSE REDUCNUM-FILE.
113600     OPEN OUTPUT REDUCNUM-FILE.
113700     COMPUTE RDN-PROXIMO = RED-LOTE + 1.
113800     WRITE RDN-RECORD.
113900     CLOSE REDUCNUM-FILE.
114000     OPEN EXTEND REDUCLOG-FILE.
114100     IF RED-STATUS-REDUCLOG = '35'
114200         OPEN OUTPUT REDUCLOG-FILE
114300     END-IF.
114400     MOVE SPACES TO RL-RECORD.
114500     MOVE RED-LOTE TO RL-LOTE.
114600     SET RL-CABECERA TO TRUE.
114700     MOVE RED-FECHA-HOY TO RL-FECHA-PROCESO.
114800     MOVE RED-USUARIO TO RL-USUARIO.
114900     MOVE RED-FECHA-EFECTIVA TO RL-FECHA-EFECTIVA.
115000     MOVE RED-MOTIVO TO RL-MOTIVO.
115100     MOVE RED-ALCANCE TO RL-ALCANCE.
115200     MOVE RED-VALOR-ALCANCE TO RL-VALOR-ALCANCE.
115300     MOVE RED-CANT-SEL TO RL-ID.
115400     MOVE ZERO TO RL-INDEMNIZACION RL-PREAVISO RL-VACACIONES
115500         RL-AGUINALDO RL-AHORRO.
115600     WRITE RL-RECORD.
115700     OPEN EXTEND AUDITORIA-FILE.
115800     IF RED-STATUS-AUDITORIA = '35'
115900         OPEN OUTPUT AUDITORIA-FILE
116000     END-IF.
116100     PERFORM 4100-DAR-DE-BAJA THRU 4100-DAR-DE-BAJA-EXIT
116200         VARYING RED-X-SEL FROM 1 BY 1
116300         UNTIL RED-X-SEL > RED-CANT-SEL.
116400     CLOSE AUDITORIA-FILE.
116500     PERFORM 4500-GRABAR-MAESTRO THRU 4500-GRABAR-MAESTRO-EXIT.
116600     PERFORM 6000-CANCELAR-REQUIS THRU 6000-CANCELAR-REQUIS-EXIT.
116700     CLOSE REDUCLOG-FILE.
116800     PERFORM 5000-EMITIR-CARTAS THRU 5000-EMITIR-CARTAS-EXIT.
116900     DISPLAY 'REDUCCION: LOTE ' RED-LOTE ' APLICADO - '
117000         RED-CANT-SEL ' BAJAS, ' RED-CANT-REQUIS-X
117100         ' REQUISICIONES CANCELADAS, ' RED-CANT-CARTAS
117200         ' CARTAS EN CARTADSP'.
117300     DISPLAY 'LA NOMINA DEL PERIODO ' RED-PERIODO-EFECTIVO
117400         ' LIQUIDA LAS BAJAS'.
117500 4000-APLICAR-EXIT.
117600     EXIT.
117700*
117800******************************************************************
117900* 4100-DAR-DE-BAJA - ONE EMPLOYEE: MASTER ROW, EMPAUDIT, EMITEVT
118000*                    AND THE BATCH LOG LINE
118100******************************************************************
118200 4100-DAR-DE-BAJA.
118300     SET RED-X-EMP TO RED-SEL-POS(RED-X-SEL).
118400     MOVE RED-EMPL-FILA(RED-X-EMP) TO RED-EMPL-AUX.
118500     MOVE RED-EMPL-FILA(RED-X-EMP) TO RED-EVT-ANTES.
118600     MOVE 'B' TO RED-AUX-ESTADO.
118700     MOVE RED-FECHA-EFECTIVA TO RED-AUX-FECHA-BAJA.
118800     MOVE RED-MOTIVO TO RED-AUX-MOTIVO-BAJA.
118900     MOVE RED-EMPL-AUX TO RED-EMPL-FILA(RED-X-EMP).
119000     MOVE RED-EMPL-AUX TO RED-EVT-DESPUES.
119100     ACCEPT RED-HORA-AHORA FROM TIME.
119200     MOVE RED-FECHA-HOY TO EMA-FECHA.
119300     MOVE RED-HORA-AHORA TO EMA-HORA.
119400     MOVE 'B' TO EMA-OPERACION.
119500     MOVE RED-EVT-ANTES TO EMA-ANTES.
119600     MOVE RED-EMPL-AUX TO EMA-DESPUES.
119700     MOVE RED-USUARIO TO EMA-USUARIO.
119701     CALL 'CADENAUD' USING RED-CAD-ACCION RED-CAD-ARCHIVO
119702         EMA-REGISTRO RED-CAD-LARGO RED-ANCLA.
119703     MOVE ANC-ULT-SECUENCIA TO EMA-SECUENCIA.
119704     MOVE ANC-ULT-CONTROL TO EMA-CONTROL.
119800     WRITE EMA-REGISTRO.
119900     CALL 'EMITEVT' USING RED-EVT-ENTIDAD RED-EVT-TIPO
120000         RED-EVT-ORIGEN RED-EVT-ANTES RED-EVT-DESPUES.
120100     MOVE SPACES TO RL-RECORD.
120200     MOVE RED-LOTE TO RL-LOTE.
120300     SET RL-BAJA TO TRUE.
120400     MOVE RED-FECHA-HOY TO RL-FECHA-PROCESO.
120500     MOVE RED-USUARIO TO RL-USUARIO.
120600     MOVE RED-FECHA-EFECTIVA TO RL-FECHA-EFECTIVA.
120700     MOVE RED-MOTIVO TO RL-MOTIVO.
120800     MOVE RED-ALCANCE TO RL-ALCANCE.
120900     MOVE RED-VALOR-ALCANCE TO RL-VALOR-ALCANCE.
121000     MOVE RED-AUX-ID TO RL-ID.
121100     MOVE RED-AUX-NOMBRE TO RL-NOMBRE.
121200     MOVE RED-AUX-DEPARTAMENTO TO RL-DEPARTAMENTO.
121300     MOVE RED-AUX-COMPANIA TO RL-COMPANIA.
121400     MOVE RED-SEL-NIVEL(RED-X-SEL) TO RL-NIVEL.
121500     MOVE RED-SEL-INDEMN(RED-X-SEL) TO RL-INDEMNIZACION.
121600     MOVE RED-SEL-PREAVISO(RED-X-SEL) TO RL-PREAVISO.
121700     MOVE RED-SEL-VACACIONES(RED-X-SEL) TO RL-VACACIONES.
121800     MOVE RED-SEL-AGUINALDO(RED-X-SEL) TO RL-AGUINALDO.
121900     MOVE RED-SEL-AHORRO(RED-X-SEL) TO RL-AHORRO.
122000     WRITE RL-RECORD.
122100 4100-DAR-DE-BAJA-EXIT.
122200     EXIT.
122300*
122400******************************************************************
122500* 4500-GRABAR-MAESTRO - REWRITE EMPLOYEES AND EMPIDX
122600******************************************************************
122700 4500-GRABAR-MAESTRO.
122800     OPEN OUTPUT EMPLOYEES-FILE.
122900     PERFORM 4510-GRABAR-EMPLEADO THRU 4510-GRABAR-EMPLEADO-EXIT
123000         VARYING RED-X-EMP FROM 1 BY 1
123100         UNTIL RED-X-EMP > RED-CANT-EMPL.
123200     CLOSE EMPLOYEES-FILE.
123300     DISPLAY 'REDUCCION: MAESTRO DE EMPLEADOS REGRABADO'.
123400     OPEN I-O EMPIDX-FILE.
123500     IF RED-STATUS-EMPIDX NOT = '00'
123600         CLOSE EMPIDX-FILE
123700         GO TO 4500-GRABAR-MAESTRO-EXIT
123800     END-IF.
123900     PERFORM 4520-APLICAR-IDX THRU 4520-APLICAR-IDX-EXIT
124000         VARYING RED-X-SEL FROM 1 BY 1
124100         UNTIL RED-X-SEL > RED-CANT-SEL.
124200     CLOSE EMPIDX-FILE.
124300     DISPLAY 'REDUCCION: EMPIDX ACTUALIZADO POR CLAVE'.
124400 4500-GRABAR-MAESTRO-EXIT.
124500     EXIT.
124600*
124700******************************************************************
124800* 4510-GRABAR-EMPLEADO - WRITE ONE MASTER ROW
124900******************************************************************
125000 4510-GRABAR-EMPLEADO.
125100     MOVE RED-EMPL-FILA(RED-X-EMP) TO EM-RECORD.
125200     WRITE EM-RECORD.
125300 4510-GRABAR-EMPLEADO-EXIT.
125400     EXIT.
125500*
125600******************************************************************
125700* 4520-APLICAR-IDX - ONE TERMINATED ROW BY KEY (REWRITE IF IT
125800*                    EXISTS)
125900******************************************************************
126000 4520-APLICAR-IDX.
126100     SET RED-X-EMP TO RED-SEL-POS(RED-X-SEL).
126200     MOVE RED-EMPL-FILA(RED-X-EMP) TO EIX-RECORD.
126300     WRITE EIX-RECORD
126400         INVALID KEY
126500             REWRITE EIX-RECORD
126600                 INVALID KEY
126700                     CONTINUE
126800             END-REWRITE
126900     END-WRITE.
127000 4520-APLICAR-IDX-EXIT.
127100     EXIT.
127200*
127300******************************************************************
127400* 5000-EMITIR-CARTAS - ONE NOTICE LETTER PER TERMINATED EMPLOYEE
127500*                      FROM THE CARTADESP TEMPLATE: ENC GREETING,
127600*                      BAJA BODY, PIE CLOSING; PLACEHOLDERS
127700*                      &NOMBRE (FULL NAME FROM PERSONAS), &FECHA
127800*                      (EFFECTIVE DATE), &MOTIVO AND &LOTE
127900******************************************************************
128000 5000-EMITIR-CARTAS.
128100     MOVE 'N' TO RED-FIN-ARCHIVO.
128200     OPEN INPUT PLANTILLA-FILE.
128300     IF RED-STATUS-TPL = '00'
128400         PERFORM 5010-LEER-TPL THRU 5010-LEER-TPL-EXIT
128500             UNTIL RED-ES-FIN-ARCHIVO
128600     END-IF.
128700     CLOSE PLANTILLA-FILE.
128800     IF RED-CANT-TPL = ZERO
128900         DISPLAY 'REDUCCION: SIN PLANTILLA CARTADESP, NO SE '
129000             'EMITEN CARTAS'
129100         GO TO 5000-EMITIR-CARTAS-EXIT
129200     END-IF.
129300     MOVE 'N' TO RED-FIN-ARCHIVO.
129400     OPEN INPUT PERSONAS-FILE.
129500     IF RED-STATUS-PERSONAS = '00'
129600         PERFORM 5020-LEER-PERSONA THRU 5020-LEER-PERSONA-EXIT
129700             UNTIL RED-ES-FIN-ARCHIVO
129800     END-IF.
129900     CLOSE PERSONAS-FILE.
130000     OPEN OUTPUT CARTAS-FILE.
130100     PERFORM 5100-ARMAR-CARTA THRU 5100-ARMAR-CARTA-EXIT
130200         VARYING RED-X-SEL FROM 1 BY 1
130300         UNTIL RED-X-SEL > RED-CANT-SEL.
130400     CLOSE CARTAS-FILE.
130500 5000-EMITIR-CARTAS-EXIT.
130600     EXIT.
130700*
130800******************************************************************
130900* 5010-LEER-TPL - KEEP ONE TEMPLATE LINE WITH ITS SECTION CODE
131000******************************************************************
131100 5010-LEER-TPL.
131200     READ PLANTILLA-FILE
131300         AT END
131400             SET RED-ES-FIN-ARCHIVO TO TRUE
131500         NOT AT END
131600             IF RED-CANT-TPL < 60
131700                 ADD 1 TO RED-CANT-TPL
131800                 SET RED-X-TPL TO RED-CANT-TPL
131900                 MOVE TPL-SECCION TO RED-TPL-SECCION(RED-X-TPL)
132000                 MOVE TPL-TEXTO TO RED-TPL-TEXTO(RED-X-TPL)
132100             END-IF
132200     END-READ.
132300 5010-LEER-TPL-EXIT.
132400     EXIT.
132500*
132600******************************************************************
132700* 5020-LEER-PERSONA - KEEP ONE PERSON'S FULL NAME
132800******************************************************************
132900 5020-LEER-PERSONA.
133000     READ PERSONAS-FILE
133100         AT END
133200             SET RED-ES-FIN-ARCHIVO TO TRUE
133300         NOT AT END
133400             IF RED-CANT-PER < 500
133500                 ADD 1 TO RED-CANT-PER
133600                 SET RED-X-PER TO RED-CANT-PER
133700                 MOVE PE-ID TO RED-PER-ID(RED-X-PER)
133800                 MOVE PE-NOMBRE-COMPLETO
133900                     TO RED-PER-NOMBRE(RED-X-PER)
134000             END-IF
134100     END-READ.
134200 5020-LEER-PERSONA-EXIT.
134300     EXIT.
134400*
134500******************************************************************
134600* 5100-ARMAR-CARTA - GREETING, BODY, CLOSING, ONE PAGE EACH
134700******************************************************************
134800 5100-ARMAR-CARTA.
134900     SET RED-X-EMP TO RED-SEL-POS(RED-X-SEL).
135000     MOVE RED-EMPL-FILA(RED-X-EMP) TO RED-EMPL-AUX.
135100     MOVE RED-AUX-NOMBRE TO RED-NOMBRE-COMPLETO.
135200     SET RED-X-PER TO 1.
135300     SEARCH RED-PER-FILA
135400         WHEN RED-X-PER > RED-CANT-PER
135500             CONTINUE
135600         WHEN RED-PER-ID(RED-X-PER) = RED-AUX-ID
135700             MOVE RED-PER-NOMBRE(RED-X-PER)
135800                 TO RED-NOMBRE-COMPLETO
135900     END-SEARCH.
136000     MOVE 'ENC ' TO RED-SECCION.
136100     PERFORM 5200-EMITIR-SECCION THRU 5200-EMITIR-SECCION-EXIT.
136200     MOVE 'BAJA' TO RED-SECCION.
136300     PERFORM 5200-EMITIR-SECCION THRU 5200-EMITIR-SECCION-EXIT.
136400     MOVE 'PIE ' TO RED-SECCION.
136500     PERFORM 5200-EMITIR-SECCION THRU 5200-EMITIR-SECCION-EXIT.
136600     MOVE SPACES TO CRT-LINEA.
136700     WRITE CRT-LINEA BEFORE ADVANCING PAGE.
136800     ADD 1 TO RED-CANT-CARTAS.
136900 5100-ARMAR-CARTA-EXIT.
137000     EXIT.
137100*
137200******************************************************************
137300* 5200-EMITIR-SECCION - EVERY TEMPLATE LINE OF ONE SECTION
137400******************************************************************
137500 5200-EMITIR-SECCION.
137600     PERFORM 5300-EMITIR-LINEA THRU 5300-EMITIR-LINEA-EXIT
137700         VARYING RED-X-TPL FROM 1 BY 1
137800         UNTIL RED-X-TPL > RED-CANT-TPL.
137900 5200-EMITIR-SECCION-EXIT.
138000     EXIT.
138100*
138200******************************************************************
138300* 5300-EMITIR-LINEA - ONE TEMPLATE LINE WITH ITS PLACEHOLDERS
138400*                     FILLED IN, IF IT BELONGS TO THE SECTION
138500******************************************************************
138600 5300-EMITIR-LINEA.
138700     IF RED-TPL-SECCION(RED-X-TPL) NOT = RED-SECCION
138800         GO TO 5300-EMITIR-LINEA-EXIT
138900     END-IF.
139000     MOVE RED-TPL-TEXTO(RED-X-TPL) TO RED-LINEA-TRABAJO.
139100     MOVE '&NOMBRE' TO RED-BUSCADO.
139200     MOVE 7 TO RED-LARGO-BUSCADO.
139300     MOVE RED-NOMBRE-COMPLETO TO RED-VALOR.
139400     PERFORM 5400-SUSTITUIR THRU 5400-SUSTITUIR-EXIT.
139500     MOVE '&FECHA' TO RED-BUSCADO.
139600     MOVE 6 TO RED-LARGO-BUSCADO.
139700     MOVE RED-FECHA-EFECTIVA TO RED-VALOR.
139800     PERFORM 5400-SUSTITUIR THRU 5400-SUSTITUIR-EXIT.
139900     MOVE '&MOTIVO' TO RED-BUSCADO.
140000     MOVE 7 TO RED-LARGO-BUSCADO.
140100     MOVE RED-MOTIVO-DESC TO RED-VALOR.
140200     PERFORM 5400-SUSTITUIR THRU 5400-SUSTITUIR-EXIT.
140300     MOVE '&LOTE' TO RED-BUSCADO.
140400     MOVE 5 TO RED-LARGO-BUSCADO.
140500     MOVE RED-LOTE TO RED-VALOR.
140600     PERFORM 5400-SUSTITUIR THRU 5400-SUSTITUIR-EXIT.
140700     WRITE CRT-LINEA FROM RED-LINEA-TRABAJO.
140800 5300-EMITIR-LINEA-EXIT.
140900     EXIT.
141000*
141100******************************************************************
141200* 5400-SUSTITUIR - REPLACE THE FIRST OCCURRENCE OF RED-BUSCADO
141300*                  IN THE WORK LINE WITH THE TRIMMED VALUE
141400******************************************************************
141500 5400-SUSTITUIR.
141600     MOVE 'N' TO RED-HALLADO.
141700     PERFORM 5410-BUSCAR-POSICION
141800         THRU 5410-BUSCAR-POSICION-EXIT
141900         VARYING RED-POS FROM 1 BY 1
142000         UNTIL RED-POS > 80 - RED-LARGO-BUSCADO + 1
142100         OR RED-ES-HALLADO.
142200     IF RED-ES-HALLADO
142300         SUBTRACT 1 FROM RED-POS
142400         COMPUTE RED-RESTO = RED-POS + RED-LARGO-BUSCADO
142500         MOVE SPACES TO RED-LINEA-NUEVA
142600         IF RED-POS > 1
142700             STRING RED-LINEA-TRABAJO(1:RED-POS - 1)
142800                 FUNCTION TRIM(RED-VALOR)
142900                 RED-LINEA-TRABAJO(RED-RESTO:)
143000                 DELIMITED BY SIZE INTO RED-LINEA-NUEVA
143100         ELSE
143200             STRING FUNCTION TRIM(RED-VALOR)
143300                 RED-LINEA-TRABAJO(RED-RESTO:)
143400                 DELIMITED BY SIZE INTO RED-LINEA-NUEVA
143500         END-IF
143600         MOVE RED-LINEA-NUEVA TO RED-LINEA-TRABAJO
143700     END-IF.
143800 5400-SUSTITUIR-EXIT.
143900     EXIT.
144000*
144100******************************************************************
144200* 5410-BUSCAR-POSICION - DOES THE PLACEHOLDER START HERE
144300******************************************************************
144400 5410-BUSCAR-POSICION.
144500     IF RED-LINEA-TRABAJO(RED-POS:RED-LARGO-BUSCADO)
144600         = RED-BUSCADO(1:RED-LARGO-BUSCADO)
144700         SET RED-ES-HALLADO TO TRUE
144800     END-IF.
144900 5410-BUSCAR-POSICION-EXIT.
145000     EXIT.
145100*
145200******************************************************************
145300* 6000-CANCELAR-REQUIS - OPEN REQUISITIONS FOR A POSITION THE
145400*                        BATCH ELIMINATES (SAME DEPARTMENT AND
145500*                        LEVEL, AND COMPANY WHEN THE REQUISITION
145600*                        NAMES ONE) ARE CANCELLED AND LOGGED
145700******************************************************************
145800 6000-CANCELAR-REQUIS.
145900     MOVE 'N' TO RED-FIN-ARCHIVO.
146000     OPEN INPUT REQUIS-FILE.
146100     IF RED-STATUS-REQUIS = '00'
146200         PERFORM 6010-LEER-REQUIS THRU 6010-LEER-REQUIS-EXIT
146300             UNTIL RED-ES-FIN-ARCHIVO
146400     END-IF.
146500     CLOSE REQUIS-FILE.
146600     PERFORM 6100-REVISAR-REQUIS THRU 6100-REVISAR-REQUIS-EXIT
146700         VARYING RED-X-REQ FROM 1 BY 1
146800         UNTIL RED-X-REQ > RED-CANT-REQUIS.
146900     IF RED-ES-HUBO-REQUIS
147000         OPEN OUTPUT REQUIS-FILE
147100         PERFORM 6200-GRABAR-REQUIS THRU 6200-GRABAR-REQUIS-EXIT
147200             VARYING RED-X-REQ FROM 1 BY 1
147300             UNTIL RED-X-REQ > RED-CANT-REQUIS
147400         CLOSE REQUIS-FILE
147500     END-IF.
147600 6000-CANCELAR-REQUIS-EXIT.
147700     EXIT.
147800*
147900******************************************************************
148000* 6010-LEER-REQUIS - KEEP ONE REQUISITION AS IT STANDS
148100******************************************************************
148200 6010-LEER-REQUIS.
148300     READ REQUIS-FILE
148400         AT END
148500             SET RED-ES-FIN-ARCHIVO TO TRUE
148600         NOT AT END
148700             IF RED-CANT-REQUIS < 500
148800                 ADD 1 TO RED-CANT-REQUIS
148900                 SET RED-X-REQ TO RED-CANT-REQUIS
149000                 MOVE RQ-RECORD TO RED-REQ-FILA(RED-X-REQ)
149100             END-IF
149200     END-READ.
149300 6010-LEER-REQUIS-EXIT.
149400     EXIT.
149500*
149600******************************************************************
149700* 6100-REVISAR-REQUIS - CANCEL AN OPEN ROW MATCHING A BAJA
149800******************************************************************
149900 6100-REVISAR-REQUIS.
150000     MOVE RED-REQ-FILA(RED-X-REQ) TO RQ-RECORD.
150100     IF RQ-ESTADO NOT = 'A'
150200         GO TO 6100-REVISAR-REQUIS-EXIT
150300     END-IF.
150400     MOVE 'N' TO RED-HALLADO.
150500     PERFORM 6110-COMPARAR-PUESTO THRU 6110-COMPARAR-PUESTO-EXIT
150600         VARYING RED-X-SEL2 FROM 1 BY 1
150700         UNTIL RED-X-SEL2 > RED-CANT-SEL
150800         OR RED-ES-HALLADO.
150900     IF NOT RED-ES-HALLADO
151000         GO TO 6100-REVISAR-REQUIS-EXIT
151100     END-IF.
151200     MOVE 'X' TO RQ-ESTADO.
151300     MOVE RQ-RECORD TO RED-REQ-FILA(RED-X-REQ).
151400     MOVE 'Y' TO RED-HUBO-REQUIS.
151500     ADD 1 TO RED-CANT-REQUIS-X.
151600     DISPLAY 'REQUISICION ' RQ-NUMERO ' CANCELADA ('
151700         RQ-DEPARTAMENTO ' ' RQ-NIVEL ')'.
151800     MOVE SPACES TO RL-RECORD.
151900     MOVE RED-LOTE TO RL-LOTE.
152000     SET RL-REQUISICION TO TRUE.
152100     MOVE RED-FECHA-HOY TO RL-FECHA-PROCESO.
152200     MOVE RED-USUARIO TO RL-USUARIO.
152300     MOVE RED-FECHA-EFECTIVA TO RL-FECHA-EFECTIVA.
152400     MOVE RED-MOTIVO TO RL-MOTIVO.
152500     MOVE RED-ALCANCE TO RL-ALCANCE.
152600     MOVE RED-VALOR-ALCANCE TO RL-VALOR-ALCANCE.
152700     MOVE RQ-NUMERO TO RL-ID.
152800     MOVE RQ-DEPARTAMENTO TO RL-DEPARTAMENTO.
152900     MOVE RQ-COMPANIA TO RL-COMPANIA.
153000     MOVE RQ-NIVEL TO RL-NIVEL.
153100     MOVE ZERO TO RL-INDEMNIZACION RL-PREAVISO RL-VACACIONES
153200         RL-AGUINALDO RL-AHORRO.
153300     WRITE RL-RECORD.
153400 6100-REVISAR-REQUIS-EXIT.
153500     EXIT.
153600*
153700******************************************************************
153800* 6110-COMPARAR-PUESTO - DOES THIS BAJA ELIMINATE THE POSITION
153900******************************************************************
154000 6110-COMPARAR-PUESTO.
154100     SET RED-X-EMP TO RED-SEL-POS(RED-X-SEL2).
154200     MOVE RED-EMPL-FILA(RED-X-EMP) TO RED-EMPL-AUX.
154300     IF RQ-DEPARTAMENTO = RED-AUX-DEPARTAMENTO
154400         AND RQ-NIVEL = RED-SEL-NIVEL(RED-X-SEL2)
154500         AND (RQ-COMPANIA = SPACES
154600              OR RQ-COMPANIA = RED-AUX-COMPANIA)
154700         SET RED-ES-HALLADO TO TRUE
154800     END-IF.
154900 6110-COMPARAR-PUESTO-EXIT.
155000     EXIT.
155100*
155200******************************************************************
155300* 6200-GRABAR-REQUIS - WRITE ONE REQUISITION BACK
155400******************************************************************
155500 6200-GRABAR-REQUIS.
155600     MOVE RED-REQ-FILA(RED-X-REQ) TO RQ-RECORD.
155700     WRITE RQ-RECORD.
155800 6200-GRABAR-REQUIS-EXIT.
155900     EXIT.
156000*
156100******************************************************************
156200* 8000-LISTAR-LOTES - EVERY BATCH ON ONE LINE, OR ONE BATCH IN
156300*                     DETAIL
156400******************************************************************
156500 8000-LISTAR-LOTES.
156600     DISPLAY 'NUMERO DE LOTE (0=TODOS): ' WITH NO ADVANCING.
156700     ACCEPT RED-LOTE-BUSCADO.
156800     MOVE 'N' TO RED-FIN-ARCHIVO.
156900     MOVE 'N' TO RED-EN-LOTE.
157000     OPEN INPUT REDUCLOG-FILE.
157100     IF RED-STATUS-REDUCLOG NOT = '00'
157200         DISPLAY 'REDUCCION: NO HAY LOTES REGISTRADOS'
157300         CLOSE REDUCLOG-FILE
157400         GO TO 8000-LISTAR-LOTES-EXIT
157500     END-IF.
157600     DISPLAY 'LOTE  PROCESO  USUARIO  EFECTIVA MT ALCANCE'.
157700     PERFORM 8100-LEER-LOG THRU 8100-LEER-LOG-EXIT
157800         UNTIL RED-ES-FIN-ARCHIVO.
157900     CLOSE REDUCLOG-FILE.
158000     IF RED-ES-EN-LOTE
158100         PERFORM 8300-CERRAR-LOTE THRU 8300-CERRAR-LOTE-EXIT
158200     END-IF.
158300 8000-LISTAR-LOTES-EXIT.
158400     EXIT.
158500*
158600******************************************************************
158700* 8100-LEER-LOG - ONE REDUCLOG ROW: A HEADER CLOSES THE PREVIOUS
158800*                 BATCH AND OPENS THE NEXT, THE REST ADD UP
158900******************************************************************
159000 8100-LEER-LOG.
159100     READ REDUCLOG-FILE
159200         AT END
159300             SET RED-ES-FIN-ARCHIVO TO TRUE
159400             GO TO 8100-LEER-LOG-EXIT
159500     END-READ.
159600     IF RED-LOTE-BUSCADO NOT = ZERO
159700         AND RL-LOTE NOT = RED-LOTE-BUSCADO
159800         GO TO 8100-LEER-LOG-EXIT
159900     END-IF.
160000     IF RL-CABECERA
160100         IF RED-ES-EN-LOTE
160200             PERFORM 8300-CERRAR-LOTE THRU 8300-CERRAR-LOTE-EXIT
160300         END-IF
160400         MOVE 'Y' TO RED-EN-LOTE
160500         MOVE ZERO TO RED-LIS-CANT RED-LIS-REQUIS
160600             RED-LIS-LIQUIDACION RED-LIS-AHORRO
160700         MOVE SPACES TO RED-LIS-CABECERA
160800         STRING RL-LOTE ' ' RL-FECHA-PROCESO ' ' RL-USUARIO ' '
160900             RL-FECHA-EFECTIVA ' ' RL-MOTIVO ' ' RL-ALCANCE ' '
161000             RL-VALOR-ALCANCE DELIMITED BY SIZE
161100             INTO RED-LIS-CABECERA
161200         IF RED-LOTE-BUSCADO NOT = ZERO
161300             DISPLAY RED-LIS-CABECERA(1:60)
161400         END-IF
161500         GO TO 8100-LEER-LOG-EXIT
161600     END-IF.
161700     IF RL-BAJA
161800         ADD 1 TO RED-LIS-CANT
161900         COMPUTE RED-LIS-LIQUIDACION = RED-LIS-LIQUIDACION
162000             + RL-INDEMNIZACION + RL-PREAVISO + RL-VACACIONES
162100             + RL-AGUINALDO
162200         ADD RL-AHORRO TO RED-LIS-AHORRO
162300     ELSE
162400         ADD 1 TO RED-LIS-REQUIS
162500     END-IF.
162600     IF RED-LOTE-BUSCADO NOT = ZERO
162700         PERFORM 8200-MOSTRAR-DETALLE
162800             THRU 8200-MOSTRAR-DETALLE-EXIT
162900     END-IF.
163000 8100-LEER-LOG-EXIT.
163100     EXIT.
163200*
163300******************************************************************
163400* 8200-MOSTRAR-DETALLE - ONE TERMINATION OR CANCELLED REQUISITION
163500******************************************************************
163600 8200-MOSTRAR-DETALLE.
163700     IF RL-BAJA
163800         COMPUTE RED-LIQ-TOTAL = RL-INDEMNIZACION + RL-PREAVISO
163900             + RL-VACACIONES + RL-AGUINALDO
164000         MOVE RL-AHORRO TO RED-IMPORTE-ED
164100         MOVE RED-LIQ-TOTAL TO RED-MONTO-ED
164200         DISPLAY '  BAJA ' RL-ID ' ' RL-NOMBRE ' '
164300             RL-DEPARTAMENTO ' ' RL-NIVEL ' LIQ ' RED-MONTO-ED
164400             ' AHORRO ' RED-IMPORTE-ED
164500     ELSE
164600         DISPLAY '  REQUISICION CANCELADA ' RL-ID ' '
164700             RL-DEPARTAMENTO ' ' RL-NIVEL ' ' RL-COMPANIA
164800     END-IF.
164900 8200-MOSTRAR-DETALLE-EXIT.
165000     EXIT.
165100*
165200******************************************************************
165300* 8300-CERRAR-LOTE - THE BATCH COUNTS AND TOTALS
165400******************************************************************
165500 8300-CERRAR-LOTE.
165600     IF RED-LOTE-BUSCADO = ZERO
165700         DISPLAY RED-LIS-CABECERA(1:60)
165800     END-IF.
165900     MOVE RED-LIS-LIQUIDACION TO RED-IMPORTE-ED.
166000     DISPLAY '      BAJAS ' RED-LIS-CANT ' REQUISICIONES '
166100         RED-LIS-REQUIS ' LIQUIDACIONES ' RED-IMPORTE-ED.
166200     MOVE RED-LIS-AHORRO TO RED-IMPORTE-ED.
166300     DISPLAY '      AHORRO 12 MESES ' RED-IMPORTE-ED.
166400     MOVE 'N' TO RED-EN-LOTE.
166500 8300-CERRAR-LOTE-EXIT.
166600     EXIT.
166700 END PROGRAM REDUCCION.
