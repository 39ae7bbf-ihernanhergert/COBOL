000100******************************************************************
000200* AUTHOR:      HERNAN HERGERT
000300* INSTALLATION: DATA PROCESSING
000400* DATE-WRITTEN:
000500* DATE-COMPILED:
000600* PURPOSE:     PRE-PAYROLL CHANGE REGISTER. EDITPREV PROVES THE
000700*              TABLES ARE WELL FORMED, BUT NOTHING SHOWED WHAT
000800*              ACTUALLY CHANGED SINCE THE LAST RUN UNTIL THE
000900*              PAY SLIPS WERE OUT. THIS STEP LISTS, FOR THE OPEN
001000*              MONTHLY PERIOD (PERIODCTL, FALLING BACK TO THE
001100*              RUN DATE) AND THE COMPANIA CARD OF PARMS:
001200*                NEW HIRES AND TERMINATIONS EFFECTIVE IN THE
001300*                PERIOD (EMPLOYEES),
001400*                PENDING DEPARTMENT MOVES (EMPCAMBIOS) AND
001500*                COMPANY TRANSFERS (TRASLADOS),
001600*                MASTER FIELD CHANGES KEYED SINCE THE LAST
001700*                EJERCICIO02 RUN (EMPAUDIT AGAINST RUNLOG),
001800*                LOANS STARTING OR ENDING WITH THIS RUN (LOANS),
001900*                RATE VERSIONS THAT COME INTO FORCE IN THE PERIOD
002000*                (PAYRATES, BONUSRATES, TAXBRKT),
002100*                OVERTIME IN HOURS FAR ABOVE THE EMPLOYEE'S OWN
002200*                AVERAGE OF PAST PERIODS (HORASDET, HORASDESVIO
002300*                CARD),
002400*                BONUS ADJUSTMENTS STILL TO APPLY (BONOADJ).
002500*              THE REGISTER GOES TO THE CAMBRPT PRINT FILE WITH
002600*              AN ITEM COUNT AND A HASH CONTROL TOTAL. UNTIL THE
002700*              SUPERVISOR SIGNS OFF THAT SAME COUNT AND TOTAL WITH
002800*              CAMBVISTO (REVCAMB FILE) THE STEP ENDS WITH RC 8,
002900*              SO THE PAYMTH JOB AND THE PLANIFICA SCHEDULE HOLD
003000*              THE PAYROLL STEP; ANY CHANGE TO THE INPUTS AFTER
003100*              THE SIGN-OFF CHANGES THE TOTALS AND HOLDS IT AGAIN.
003200*              A PERIOD WITH NOTHING TO REPORT NEEDS NO SIGN-OFF.
003300* TECTONICS:   COBC
003400*
003500* MODIFICATION HISTORY:
003600*   - NEW PRE-RUN STEP, RUN BETWEEN EDITPREV AND EJERCICIO02 IN
003700*     THE PAYMTH JOB AND AVAILABLE FROM THE MENUUTIL MENU.
003701*   - THE AUDIT LOG LAYOUTS CARRY THE CADAUD CHAIN TRAILER
003702*     (SEQUENCE AND CHECK VALUE) THAT VERIFCAD CHECKS.
003800******************************************************************
003900 IDENTIFICATION DIVISION.
004000 PROGRAM-ID. CAMBPREV.
004100 ENVIRONMENT DIVISION.
004200 INPUT-OUTPUT SECTION.
004300 FILE-CONTROL.
004400     SELECT OPTIONAL EMPLOYEES-FILE ASSIGN TO 'EMPLOYEES'
004500         ORGANIZATION IS LINE SEQUENTIAL
004600         FILE STATUS IS CBP-STATUS-EMPL.
004700     SELECT OPTIONAL EMPCAMBIOS-FILE ASSIGN TO 'EMPCAMBIOS'
004800         ORGANIZATION IS LINE SEQUENTIAL
004900         FILE STATUS IS CBP-STATUS-CAMBIOS.
005000     SELECT OPTIONAL TRASLADOS-FILE ASSIGN TO 'TRASLADOS'
005100         ORGANIZATION IS LINE SEQUENTIAL
005200         FILE STATUS IS CBP-STATUS-TRASLADOS.
005300     SELECT OPTIONAL AUDITORIA-FILE ASSIGN TO 'EMPAUDIT'
005400         ORGANIZATION IS LINE SEQUENTIAL
005500         FILE STATUS IS CBP-STATUS-AUDITORIA.
005600     SELECT OPTIONAL LOANS-FILE ASSIGN TO 'LOANS'
005700         ORGANIZATION IS LINE SEQUENTIAL
005800         FILE STATUS IS CBP-STATUS-LOANS.
005900     SELECT OPTIONAL PAYRATES-FILE ASSIGN TO 'PAYRATES'
006000         ORGANIZATION IS LINE SEQUENTIAL
006100         FILE STATUS IS CBP-STATUS-RATES.
006200     SELECT OPTIONAL BONUSRATES-FILE ASSIGN TO 'BONUSRATES'
006300         ORGANIZATION IS LINE SEQUENTIAL
006400         FILE STATUS IS CBP-STATUS-BONOS.
006500     SELECT OPTIONAL TAXBRKT-FILE ASSIGN TO 'TAXBRKT'
006600         ORGANIZATION IS LINE SEQUENTIAL
006700         FILE STATUS IS CBP-STATUS-TAXBRKT.
006800     SELECT OPTIONAL HOURS-FILE ASSIGN TO 'HOURS'
006900         ORGANIZATION IS LINE SEQUENTIAL
007000         FILE STATUS IS CBP-STATUS-HOURS.
007100     SELECT OPTIONAL HORASDET-FILE ASSIGN TO 'HORASDET'
007200         ORGANIZATION IS LINE SEQUENTIAL
007300         FILE STATUS IS CBP-STATUS-HORASDET.
007400     SELECT OPTIONAL BONOADJ-FILE ASSIGN TO 'BONOADJ'
007500         ORGANIZATION IS LINE SEQUENTIAL
007600         FILE STATUS IS CBP-STATUS-BONOADJ.
007700     SELECT OPTIONAL RUNLOG-FILE ASSIGN TO 'RUNLOG'
007800         ORGANIZATION IS LINE SEQUENTIAL
007900         FILE STATUS IS CBP-STATUS-RUNLOG.
008000     SELECT OPTIONAL PERIODCTL-FILE ASSIGN TO 'PERIODCTL'
008100         ORGANIZATION IS LINE SEQUENTIAL
008200         FILE STATUS IS CBP-STATUS-PERIODO.
008300     SELECT OPTIONAL REVCAMB-FILE ASSIGN TO 'REVCAMB'
008400         ORGANIZATION IS LINE SEQUENTIAL
008500         FILE STATUS IS CBP-STATUS-REVCAMB.
008600     SELECT REPORTE-FILE ASSIGN TO 'CAMBRPT'
008700         ORGANIZATION IS LINE SEQUENTIAL.
008800 DATA DIVISION.
008900 FILE SECTION.
009000 FD  EMPLOYEES-FILE
009100     LABEL RECORDS ARE STANDARD.
009200 01  EM-RECORD.
009300     COPY EMPLEADO.
009400 FD  EMPCAMBIOS-FILE
009500     LABEL RECORDS ARE STANDARD.
009600 01  EC-RECORD.
009700     05 EC-ID                    PIC 9(05).
009800     05 EC-FECHA-DESDE           PIC 9(08).
009900     05 EC-DEPARTAMENTO          PIC X(10).
010000     05 EC-APLICADO              PIC X(01).
010100     05 EC-USUARIO               PIC X(08).
010200     05 EC-FECHA-ALTA            PIC X(08).
010300 FD  TRASLADOS-FILE
010400     LABEL RECORDS ARE STANDARD.
010500 01  TR-RECORD.
010600     05 TR-ID                    PIC 9(05).
010700     05 TR-COMPANIA-ANT          PIC X(03).
010800     05 TR-COMPANIA-NUEVA        PIC X(03).
010900     05 TR-FECHA                 PIC 9(08).
011000     05 TR-APLICADO              PIC X(01).
011100 FD  AUDITORIA-FILE
011200     LABEL RECORDS ARE STANDARD.
011300 01  EMA-REGISTRO.
011400     05 EMA-FECHA                PIC 9(08).
011500     05 EMA-HORA                 PIC X(08).
011600     05 EMA-OPERACION            PIC X(01).
011700     05 EMA-ANTES                PIC X(57).
011800     05 EMA-DESPUES              PIC X(57).
011900     05 EMA-USUARIO              PIC X(08).
011901     COPY CADAUD
011902         REPLACING CAD-SECUENCIA     BY EMA-SECUENCIA
011903                   CAD-CONTROL       BY EMA-CONTROL.
012000 FD  LOANS-FILE
012100     LABEL RECORDS ARE STANDARD.
012200 01  PL-RECORD.
012300     05 PL-ID                    PIC 9(05).
012400     05 PL-PRINCIPAL             PIC 9(07)V99.
012500     05 PL-CUOTA                 PIC 9(06)V99.
012600     05 PL-SALDO                 PIC 9(07)V99.
012700 FD  PAYRATES-FILE
012800     LABEL RECORDS ARE STANDARD.
012900 01  RT-RECORD.
013000     05 RT-NIVEL                 PIC X(06).
013100     05 RT-SUELDO                PIC 9(06).
013200     05 RT-VIGENCIA-DESDE        PIC 9(06).
013300     05 RT-COMPANIA              PIC X(03).
013400 FD  BONUSRATES-FILE
013500     LABEL RECORDS ARE STANDARD.
013600 01  BR-RECORD.
013700     05 BR-EXP-DESDE             PIC 9(02).
013800     05 BR-EXP-HASTA             PIC 9(02).
013900     05 BR-PORCENTAJE            PIC 9(03).
014000     05 BR-VIGENCIA-DESDE        PIC 9(06).
014100     05 BR-COMPANIA              PIC X(03).
014200 FD  TAXBRKT-FILE
014300     LABEL RECORDS ARE STANDARD.
014400 01  TB-RECORD.
014500     05 TB-DESDE                 PIC 9(09)V99.
014600     05 TB-HASTA                 PIC 9(09)V99.
014700     05 TB-TASA                  PIC 9(03).
014800     05 TB-FIJO                  PIC 9(07)V99.
014900     05 TB-VIGENCIA-DESDE        PIC 9(06).
015000 FD  HOURS-FILE
015100     LABEL RECORDS ARE STANDARD.
015200 01  HS-RECORD.
015300     05 HS-NOMBRE                PIC X(05).
015400     05 HS-HORAS-NORMALES        PIC 9(03).
015500     05 HS-HORAS-EXTRA           PIC 9(03).
015600     05 HS-ID                    PIC 9(05).
015700     05 HS-HORAS-EXTRA-FERIADO   PIC 9(03).
015800 FD  HORASDET-FILE
015900     LABEL RECORDS ARE STANDARD.
016000 01  HD-RECORD.
016100     05 HD-ID                    PIC 9(05).
016200     05 HD-NOMBRE                PIC X(05).
016300     05 HD-TIPO                  PIC X(01).
016400     05 HD-HORAS                 PIC 9(03).
016500     05 HD-IMPORTE               PIC 9(06)V99.
016600     05 HD-PERIODO               PIC 9(06).
016700 FD  BONOADJ-FILE
016800     LABEL RECORDS ARE STANDARD.
016900 01  AJ-RECORD.
017000     05 AJ-NOMBRE                PIC X(05).
017100     05 AJ-PERIODO               PIC 9(06).
017200     05 AJ-BONO-ANTERIOR         PIC 9(06)V99.
017300     05 AJ-BONO-NUEVO            PIC 9(06)V99.
017400     05 AJ-DIFERENCIA            PIC S9(06)V99.
017500     05 AJ-ID                    PIC 9(05).
017600     05 AJ-DEPARTAMENTO          PIC X(10).
017700     05 AJ-APLICADO              PIC X(01).
017800     05 AJ-COMPANIA              PIC X(03).
017900 FD  RUNLOG-FILE
018000     LABEL RECORDS ARE STANDARD.
018100 01  RL-RECORD.
018200     05 RL-FECHA                 PIC 9(08).
018300     05 RL-HORA                  PIC X(08).
018400     05 RL-PROGRAMA              PIC X(11).
018500     05 RL-EVENTO                PIC X(01).
018600     05 RL-CANTIDAD              PIC 9(05).
018700     05 RL-USUARIO               PIC X(08).
018701     COPY CADAUD
018702         REPLACING CAD-SECUENCIA     BY RL-SECUENCIA
018703                   CAD-CONTROL       BY RL-CONTROL.
018800 FD  PERIODCTL-FILE
018900     LABEL RECORDS ARE STANDARD.
019000 01  PC-RECORD.
019100     05 PC-PERIODO               PIC 9(06).
019200     05 PC-ESTADO                PIC X(01).
019300     05 PC-FRECUENCIA            PIC X(01).
019400     05 PC-SECUENCIA             PIC 9(02).
019500 FD  REVCAMB-FILE
019600     LABEL RECORDS ARE STANDARD.
019700 01  RV-RECORD.
019800     COPY REVCAMB.
019900 FD  REPORTE-FILE
020000     LABEL RECORDS ARE STANDARD
020100     RECORD CONTAINS 80 CHARACTERS.
020200 01  RPT-LINEA                   PIC X(80).
020300 WORKING-STORAGE SECTION.
020400*
020500 01  CBP-STATUS-EMPL             PIC XX.
020600 01  CBP-STATUS-CAMBIOS          PIC XX.
020700 01  CBP-STATUS-TRASLADOS        PIC XX.
020800 01  CBP-STATUS-AUDITORIA        PIC XX.
020900 01  CBP-STATUS-LOANS            PIC XX.
021000 01  CBP-STATUS-RATES            PIC XX.
021100 01  CBP-STATUS-BONOS            PIC XX.
021200 01  CBP-STATUS-TAXBRKT          PIC XX.
021300 01  CBP-STATUS-HOURS            PIC XX.
021400 01  CBP-STATUS-HORASDET         PIC XX.
021500 01  CBP-STATUS-BONOADJ          PIC XX.
021600 01  CBP-STATUS-RUNLOG           PIC XX.
021700 01  CBP-STATUS-PERIODO          PIC XX.
021800 01  CBP-STATUS-REVCAMB          PIC XX.
021900*
022000 01  CBP-CONSTANTES.
022100     05  CBP-RC-RETENIDO         PIC 9(04) VALUE 8.
022200     05  CBP-HORAS-MINIMAS       PIC 9(03) VALUE 10.
022300*
022400 01  CBP-INDICADORES.
022500     05  CBP-FIN-ARCHIVO         PIC X VALUE 'N'.
022600         88  CBP-ES-FIN-ARCHIVO  VALUE 'Y'.
022700     05  CBP-EMP-HALLADO         PIC X VALUE 'N'.
022800         88  CBP-ES-EMP-HALLADO  VALUE 'Y'.
022900     05  CBP-HIS-HALLADO         PIC X VALUE 'N'.
023000         88  CBP-ES-HIS-HALLADO  VALUE 'Y'.
023100     05  CBP-HAY-REVISION        PIC X VALUE 'N'.
023200         88  CBP-ES-HAY-REVISION VALUE 'Y'.
023300*
023400 01  CBP-VARIABLES.
023500     05  CBP-PERIODO             PIC 9(06) VALUE ZERO.
023600     05  CBP-FECHA-HOY           PIC 9(08).
023700     05  CBP-COMPANIA            PIC X(03) VALUE SPACES.
023800     05  CBP-PORC-DESVIO         PIC 9(03) VALUE 200.
023900     05  CBP-PARM-CLAVE          PIC X(12).
024000     05  CBP-PARM-VALOR          PIC X(20).
024100     05  CBP-PARM-HALLADO        PIC X(01).
024200         88  CBP-ES-PARM-HALLADO VALUE 'Y'.
024300     05  CBP-ULTIMA-NOMINA       PIC X(16) VALUE SPACES.
024400     05  CBP-SELLO               PIC X(16).
024500     05  CBP-ID-BUSCADO          PIC 9(05).
024600     05  CBP-EMP-NOMBRE          PIC X(05).
024700     05  CBP-EMP-COMPANIA        PIC X(03).
024800     05  CBP-CAMPO               PIC X(12).
024900     05  CBP-CAMPO-NRO           PIC 9(02).
025000     05  CBP-ANTES               PIC X(10).
025100     05  CBP-DESPUES             PIC X(10).
025200     05  CBP-HORAS-ACTUAL        PIC 9(04).
025300     05  CBP-HORAS-PROMEDIO      PIC 9(04)V99.
025400     05  CBP-HORAS-TOPE          PIC 9(06)V99.
025500     05  CBP-HORAS-ED            PIC ZZZ9.
025600     05  CBP-PROMEDIO-ED         PIC ZZZ9.99.
025700     05  CBP-IMPORTE-ED          PIC Z(8)9.99.
025800     05  CBP-CUOTA-ED            PIC Z(6)9.99.
025900     05  CBP-DIFERENCIA-ED       PIC -Z(5)9.99.
026000*
026100*    HUELLA DEL REGISTRO: CANTIDAD DE ITEMS Y TOTAL DE CONTROL
026200*    (SUMA DE ID + FECHA O PERIODO + IMPORTE DE CADA ITEM).
026300 01  CBP-HUELLA.
026400     05  CBP-CANT-ITEMS          PIC 9(05) VALUE ZERO.
026500     05  CBP-CONTROL             PIC 9(15) VALUE ZERO.
026600     05  CBP-HASH-ITEM           PIC 9(12).
026700     05  CBP-CANT-SECCION        PIC 9(05).
026800*
026900*    ULTIMA FILA DE REVCAMB PARA EL PERIODO.
027000 01  CBP-REVISION.
027100     05  CBP-REV-ESTADO          PIC X(01).
027200     05  CBP-REV-CANT-ITEMS      PIC 9(05).
027300     05  CBP-REV-CONTROL         PIC 9(15).
027400     05  CBP-REV-OPERADOR        PIC X(08).
027500     05  CBP-REV-FECHA           PIC 9(08).
027600*
027700 01  CBP-NTF-TIPO                PIC X(04) VALUE 'CAMB'.
027800 01  CBP-NTF-DESTINO             PIC X(08) VALUE SPACES.
027900 01  CBP-NTF-CLAVE               PIC X(20).
028000 01  CBP-NTF-VENCE               PIC 9(08).
028100 01  CBP-NTF-TEXTO               PIC X(30)
028200         VALUE 'REGISTRO DE CAMBIOS A REVISAR'.
028300*
028400*    IMAGENES ANTES/DESPUES DE EMPAUDIT CON EL LAYOUT DEL MAESTRO.
028500 01  CBP-IMAGEN-ANTES.
028600     COPY EMPLEADO
028700         REPLACING EM-NOMBRE         BY CBP-ANT-NOMBRE
028800                   EM-EXPERIENCIA    BY CBP-ANT-EXPERIENCIA
028900                   EM-DEPARTAMENTO   BY CBP-ANT-DEPARTAMENTO
029000                   EM-ID             BY CBP-ANT-ID
029100                   EM-FECHA-INGRESO  BY CBP-ANT-FECHA-INGRESO
029200                   EM-ESTADO         BY CBP-ANT-ESTADO
029300                   EM-ACTIVO         BY CBP-ANT-ACTIVO
029400                   EM-DADO-DE-BAJA   BY CBP-ANT-DADO-DE-BAJA
029500                   EM-FECHA-BAJA     BY CBP-ANT-FECHA-BAJA
029600                   EM-BANCO          BY CBP-ANT-BANCO
029700                   EM-CUENTA         BY CBP-ANT-CUENTA
029800                   EM-COMPANIA       BY CBP-ANT-COMPANIA
029900                   EM-MOTIVO-BAJA    BY CBP-ANT-MOTIVO-BAJA.
030000 01  CBP-IMAGEN-DESPUES.
030100     COPY EMPLEADO
030200         REPLACING EM-NOMBRE         BY CBP-DES-NOMBRE
030300                   EM-EXPERIENCIA    BY CBP-DES-EXPERIENCIA
030400                   EM-DEPARTAMENTO   BY CBP-DES-DEPARTAMENTO
030500                   EM-ID             BY CBP-DES-ID
030600                   EM-FECHA-INGRESO  BY CBP-DES-FECHA-INGRESO
030700                   EM-ESTADO         BY CBP-DES-ESTADO
030800                   EM-ACTIVO         BY CBP-DES-ACTIVO
030900                   EM-DADO-DE-BAJA   BY CBP-DES-DADO-DE-BAJA
031000                   EM-FECHA-BAJA     BY CBP-DES-FECHA-BAJA
031100                   EM-BANCO          BY CBP-DES-BANCO
031200                   EM-CUENTA         BY CBP-DES-CUENTA
031300                   EM-COMPANIA       BY CBP-DES-COMPANIA
031400                   EM-MOTIVO-BAJA    BY CBP-DES-MOTIVO-BAJA.
031500*
031600 01  CBP-CANT-EMPL               PIC 9(04) VALUE ZERO.
031700 01  CBP-TABLA-EMPL.
031800     05  CBP-EMPL-FILA OCCURS 500 TIMES
031900                       INDEXED BY CBP-X-EMPL.
032000         10 CBP-EMPL-ID          PIC 9(05).
032100         10 CBP-EMPL-NOMBRE      PIC X(05).
032200         10 CBP-EMPL-DEPTO       PIC X(10).
032300         10 CBP-EMPL-COMPANIA    PIC X(03).
032400         10 CBP-EMPL-INGRESO     PIC 9(08).
032500         10 CBP-EMPL-ESTADO      PIC X(01).
032600         10 CBP-EMPL-BAJA        PIC 9(08).
032700*
032800*    HORAS EXTRA DE PERIODOS ANTERIORES POR EMPLEADO (HORASDET).
032900 01  CBP-CANT-HISTORIA           PIC 9(04) VALUE ZERO.
033000 01  CBP-TABLA-HISTORIA.
033100     05  CBP-HIS-FILA OCCURS 500 TIMES
033200                      INDEXED BY CBP-X-HIS.
033300         10 CBP-HIS-ID           PIC 9(05).
033400         10 CBP-HIS-NOMBRE       PIC X(05).
033500         10 CBP-HIS-HORAS        PIC 9(07).
033600         10 CBP-HIS-MESES        PIC 9(03).
033700         10 CBP-HIS-ULT-PERIODO  PIC 9(06).
033800*
033900 PROCEDURE DIVISION.
034000******************************************************************
034100* 0000-MAINLINE - BUILD THE REGISTER AND HOLD THE PAYROLL UNTIL
034200*                 IT IS SIGNED OFF
034300******************************************************************
034400 0000-MAINLINE.
034500     PERFORM 0500-FIJAR-ALCANCE THRU 0500-FIJAR-ALCANCE-EXIT.
034600     PERFORM 0600-ULTIMA-NOMINA THRU 0600-ULTIMA-NOMINA-EXIT.
034700     PERFORM 0700-CARGAR-EMPLEADOS
034800         THRU 0700-CARGAR-EMPLEADOS-EXIT.
034900     OPEN OUTPUT REPORTE-FILE.
035000     MOVE 'CAMBPREV - REGISTRO DE CAMBIOS PREVIO A LA NOMINA'
035100         TO RPT-LINEA.
035200     WRITE RPT-LINEA.
035300     MOVE SPACES TO RPT-LINEA.
035400     STRING 'PERIODO ' CBP-PERIODO
035500         ' COMPANIA [' CBP-COMPANIA ']'
035600         ' ULTIMA NOMINA ' CBP-ULTIMA-NOMINA(1:8)
035700         ' ' CBP-ULTIMA-NOMINA(9:6)
035800         DELIMITED BY SIZE INTO RPT-LINEA.
035900     WRITE RPT-LINEA.
036000     PERFORM 1000-ALTAS THRU 1000-ALTAS-EXIT.
036100     PERFORM 1100-BAJAS THRU 1100-BAJAS-EXIT.
036200     PERFORM 2000-CAMBIOS-PENDIENTES
036300         THRU 2000-CAMBIOS-PENDIENTES-EXIT.
036400     PERFORM 2200-TRASLADOS-PENDIENTES
036500         THRU 2200-TRASLADOS-PENDIENTES-EXIT.
036600     PERFORM 3000-CAMBIOS-MAESTRO THRU 3000-CAMBIOS-MAESTRO-EXIT.
036700     PERFORM 4000-PRESTAMOS THRU 4000-PRESTAMOS-EXIT.
036800     PERFORM 5000-TARIFAS THRU 5000-TARIFAS-EXIT.
036900     PERFORM 6000-HORAS-DESVIADAS THRU 6000-HORAS-DESVIADAS-EXIT.
037000     PERFORM 7000-AJUSTES-BONO THRU 7000-AJUSTES-BONO-EXIT.
037100     MOVE SPACES TO RPT-LINEA.
037200     WRITE RPT-LINEA.
037300     MOVE SPACES TO RPT-LINEA.
037400     STRING 'ITEMS: ' CBP-CANT-ITEMS
037500         '   TOTAL DE CONTROL: ' CBP-CONTROL
037600         DELIMITED BY SIZE INTO RPT-LINEA.
037700     WRITE RPT-LINEA.
037800     PERFORM 8000-ESTADO-REVISION THRU 8000-ESTADO-REVISION-EXIT.
037900     CLOSE REPORTE-FILE.
038000     GOBACK.
038100 0000-MAINLINE-EXIT.
038200     EXIT.
038300*
038400******************************************************************
038500* 0500-FIJAR-ALCANCE - THE OPEN MONTHLY PERIOD (RUN DATE WHEN
038600*                      ABSENT), THE COMPANIA CARD AND THE
038700*                      HORASDESVIO CARD; THE TOTALS START AT ZERO
038800*                      ON EVERY CALL FROM CAMBVISTO
038900******************************************************************
039000 0500-FIJAR-ALCANCE.
039100     ACCEPT CBP-FECHA-HOY FROM DATE YYYYMMDD.
039200     MOVE CBP-FECHA-HOY(1:6) TO CBP-PERIODO.
039300     MOVE SPACES TO CBP-COMPANIA.
039400     MOVE 200 TO CBP-PORC-DESVIO.
039500     MOVE ZERO TO CBP-CANT-ITEMS.
039600     MOVE ZERO TO CBP-CONTROL.
039700     MOVE ZERO TO CBP-CANT-EMPL.
039800     MOVE ZERO TO CBP-CANT-HISTORIA.
039900     MOVE 'N' TO CBP-FIN-ARCHIVO.
040000     OPEN INPUT PERIODCTL-FILE.
040100     IF CBP-STATUS-PERIODO = '00'
040200         PERFORM 0510-LEER-PERIODO THRU 0510-LEER-PERIODO-EXIT
040300             UNTIL CBP-ES-FIN-ARCHIVO
040400     END-IF.
040500     CLOSE PERIODCTL-FILE.
040600     MOVE 'COMPANIA' TO CBP-PARM-CLAVE.
040700     CALL 'LEERPARM' USING CBP-PARM-CLAVE
040800         CBP-PARM-VALOR CBP-PARM-HALLADO.
040900     IF CBP-ES-PARM-HALLADO
041000         MOVE CBP-PARM-VALOR(1:3) TO CBP-COMPANIA
041100     END-IF.
041200     MOVE 'HORASDESVIO' TO CBP-PARM-CLAVE.
041300     CALL 'LEERPARM' USING CBP-PARM-CLAVE
041400         CBP-PARM-VALOR CBP-PARM-HALLADO.
041500     IF CBP-ES-PARM-HALLADO
041600         AND CBP-PARM-VALOR(1:3) IS NUMERIC
041700         AND CBP-PARM-VALOR(1:3) > '100'
041800         MOVE CBP-PARM-VALOR(1:3) TO CBP-PORC-DESVIO
041900     END-IF.
042000 0500-FIJAR-ALCANCE-EXIT.
042100     EXIT.
042200*
042300******************************************************************
042400* 0510-LEER-PERIODO - THE OPEN MONTHLY ROW OF PERIODCTL
042500******************************************************************
042600 0510-LEER-PERIODO.
042700     READ PERIODCTL-FILE
042800         AT END
042900             SET CBP-ES-FIN-ARCHIVO TO TRUE
043000         NOT AT END
043100             IF (PC-FRECUENCIA = 'M'
043200                 OR PC-FRECUENCIA = SPACE)
043300                 AND PC-ESTADO NOT = 'C'
043400                 MOVE PC-PERIODO TO CBP-PERIODO
043500             END-IF
043600     END-READ.
043700 0510-LEER-PERIODO-EXIT.
043800     EXIT.
043900*
044000******************************************************************
044100* 0600-ULTIMA-NOMINA - DATE AND TIME THE LAST EJERCICIO02 RUN
044200*                      ENDED (RUNLOG); WITH NO RUN ON FILE, THE
044300*                      START OF THE PERIOD
044400******************************************************************
044500 0600-ULTIMA-NOMINA.
044600     MOVE SPACES TO CBP-ULTIMA-NOMINA.
044700     MOVE 'N' TO CBP-FIN-ARCHIVO.
044800     OPEN INPUT RUNLOG-FILE.
044900     IF CBP-STATUS-RUNLOG = '00'
045000         PERFORM 0610-LEER-RUNLOG THRU 0610-LEER-RUNLOG-EXIT
045100             UNTIL CBP-ES-FIN-ARCHIVO
045200     END-IF.
045300     CLOSE RUNLOG-FILE.
045400     IF CBP-ULTIMA-NOMINA = SPACES
045500         MOVE CBP-PERIODO TO CBP-ULTIMA-NOMINA(1:6)
045600         MOVE '0100000000' TO CBP-ULTIMA-NOMINA(7:10)
045700     END-IF.
045800 0600-ULTIMA-NOMINA-EXIT.
045900     EXIT.
046000*
046100******************************************************************
046200* 0610-LEER-RUNLOG - KEEP THE LATEST END EVENT OF THE PAYROLL
046300******************************************************************
046400 0610-LEER-RUNLOG.
046500     READ RUNLOG-FILE
046600         AT END
046700             SET CBP-ES-FIN-ARCHIVO TO TRUE
046800         NOT AT END
046900             IF RL-PROGRAMA = 'EJERCICIO02'
047000                 AND RL-EVENTO = 'F'
047100                 MOVE RL-FECHA TO CBP-SELLO(1:8)
047200                 MOVE RL-HORA TO CBP-SELLO(9:8)
047300                 IF CBP-SELLO > CBP-ULTIMA-NOMINA
047400                     MOVE CBP-SELLO TO CBP-ULTIMA-NOMINA
047500                 END-IF
047600             END-IF
047700     END-READ.
047800 0610-LEER-RUNLOG-EXIT.
047900     EXIT.
048000*
048100******************************************************************
048200* 0700-CARGAR-EMPLEADOS - THE MASTER, FOR THE HIRES AND
048300*                         TERMINATIONS AND TO NAME AND SCOPE THE
048400*                         ITEMS THAT ONLY CARRY AN ID
048500******************************************************************
048600 0700-CARGAR-EMPLEADOS.
048700     MOVE 'N' TO CBP-FIN-ARCHIVO.
048800     OPEN INPUT EMPLOYEES-FILE.
048900     IF CBP-STATUS-EMPL = '00'
049000         PERFORM 0710-LEER-EMPLEADO THRU 0710-LEER-EMPLEADO-EXIT
049100             UNTIL CBP-ES-FIN-ARCHIVO
049200     END-IF.
049300     CLOSE EMPLOYEES-FILE.
049400 0700-CARGAR-EMPLEADOS-EXIT.
049500     EXIT.
049600*
049700******************************************************************
049800* 0710-LEER-EMPLEADO - KEEP ONE MASTER ROW
049900******************************************************************
050000 0710-LEER-EMPLEADO.
050100     READ EMPLOYEES-FILE
050200         AT END
050300             SET CBP-ES-FIN-ARCHIVO TO TRUE
050400             GO TO 0710-LEER-EMPLEADO-EXIT
050500     END-READ.
050600     IF CBP-CANT-EMPL NOT < 500
050700         GO TO 0710-LEER-EMPLEADO-EXIT
050800     END-IF.
050900     ADD 1 TO CBP-CANT-EMPL.
051000     SET CBP-X-EMPL TO CBP-CANT-EMPL.
051100     MOVE ZERO TO CBP-EMPL-ID(CBP-X-EMPL).
051200     IF EM-ID IS NUMERIC
051300         MOVE EM-ID TO CBP-EMPL-ID(CBP-X-EMPL)
051400     END-IF.
051500     MOVE EM-NOMBRE TO CBP-EMPL-NOMBRE(CBP-X-EMPL).
051600     MOVE EM-DEPARTAMENTO TO CBP-EMPL-DEPTO(CBP-X-EMPL).
051700     MOVE EM-COMPANIA TO CBP-EMPL-COMPANIA(CBP-X-EMPL).
051800     MOVE ZERO TO CBP-EMPL-INGRESO(CBP-X-EMPL).
051900     IF EM-FECHA-INGRESO IS NUMERIC
052000         MOVE EM-FECHA-INGRESO TO CBP-EMPL-INGRESO(CBP-X-EMPL)
052100     END-IF.
052200     MOVE EM-ESTADO TO CBP-EMPL-ESTADO(CBP-X-EMPL).
052300     MOVE ZERO TO CBP-EMPL-BAJA(CBP-X-EMPL).
052400     IF EM-FECHA-BAJA IS NUMERIC
052500         MOVE EM-FECHA-BAJA TO CBP-EMPL-BAJA(CBP-X-EMPL)
052600     END-IF.
052700 0710-LEER-EMPLEADO-EXIT.
052800     EXIT.
052900*
053000******************************************************************
053100* 1000-ALTAS - HIRES EFFECTIVE IN THE PERIOD
053200******************************************************************
053300 1000-ALTAS.
053400     MOVE 'ALTAS DEL PERIODO' TO RPT-LINEA.
053500     PERFORM 9100-TITULO THRU 9100-TITULO-EXIT.
053600     PERFORM 1010-VER-ALTA THRU 1010-VER-ALTA-EXIT
053700         VARYING CBP-X-EMPL FROM 1 BY 1
053800         UNTIL CBP-X-EMPL > CBP-CANT-EMPL.
053900     PERFORM 9200-CERRAR-SECCION THRU 9200-CERRAR-SECCION-EXIT.
054000 1000-ALTAS-EXIT.
054100     EXIT.
054200*
054300******************************************************************
054400* 1010-VER-ALTA - ONE MASTER ROW
054500******************************************************************
054600 1010-VER-ALTA.
054700     IF CBP-EMPL-INGRESO(CBP-X-EMPL)(1:6) NOT = CBP-PERIODO
054800         GO TO 1010-VER-ALTA-EXIT
054900     END-IF.
055000     IF CBP-COMPANIA NOT = SPACES
055100         AND CBP-EMPL-COMPANIA(CBP-X-EMPL) NOT = CBP-COMPANIA
055200         GO TO 1010-VER-ALTA-EXIT
055300     END-IF.
055400     MOVE SPACES TO RPT-LINEA.
055500     STRING '  ALTA     ' CBP-EMPL-ID(CBP-X-EMPL)
055600         ' ' CBP-EMPL-NOMBRE(CBP-X-EMPL)
055700         ' ' CBP-EMPL-DEPTO(CBP-X-EMPL)
055800         ' INGRESO ' CBP-EMPL-INGRESO(CBP-X-EMPL)
055900         DELIMITED BY SIZE INTO RPT-LINEA.
056000     COMPUTE CBP-HASH-ITEM = CBP-EMPL-ID(CBP-X-EMPL)
056100         + CBP-EMPL-INGRESO(CBP-X-EMPL).
056200     PERFORM 9000-ANOTAR-ITEM THRU 9000-ANOTAR-ITEM-EXIT.
056300 1010-VER-ALTA-EXIT.
056400     EXIT.
056500*
056600******************************************************************
056700* 1100-BAJAS - TERMINATIONS EFFECTIVE IN THE PERIOD
056800******************************************************************
056900 1100-BAJAS.
057000     MOVE 'BAJAS DEL PERIODO' TO RPT-LINEA.
057100     PERFORM 9100-TITULO THRU 9100-TITULO-EXIT.
057200     PERFORM 1110-VER-BAJA THRU 1110-VER-BAJA-EXIT
057300         VARYING CBP-X-EMPL FROM 1 BY 1
057400         UNTIL CBP-X-EMPL > CBP-CANT-EMPL.
057500     PERFORM 9200-CERRAR-SECCION THRU 9200-CERRAR-SECCION-EXIT.
057600 1100-BAJAS-EXIT.
057700     EXIT.
057800*
057900******************************************************************
058000* 1110-VER-BAJA - ONE MASTER ROW
058100******************************************************************
058200 1110-VER-BAJA.
058300     IF CBP-EMPL-ESTADO(CBP-X-EMPL) NOT = 'B'
058400         OR CBP-EMPL-BAJA(CBP-X-EMPL)(1:6) NOT = CBP-PERIODO
058500         GO TO 1110-VER-BAJA-EXIT
058600     END-IF.
058700     IF CBP-COMPANIA NOT = SPACES
058800         AND CBP-EMPL-COMPANIA(CBP-X-EMPL) NOT = CBP-COMPANIA
058900         GO TO 1110-VER-BAJA-EXIT
059000     END-IF.
059100     MOVE SPACES TO RPT-LINEA.
059200     STRING '  BAJA     ' CBP-EMPL-ID(CBP-X-EMPL)
059300         ' ' CBP-EMPL-NOMBRE(CBP-X-EMPL)
059400         ' ' CBP-EMPL-DEPTO(CBP-X-EMPL)
059500         ' BAJA ' CBP-EMPL-BAJA(CBP-X-EMPL)
059600         DELIMITED BY SIZE INTO RPT-LINEA.
059700     COMPUTE CBP-HASH-ITEM = CBP-EMPL-ID(CBP-X-EMPL)
059800         + CBP-EMPL-BAJA(CBP-X-EMPL).
059900     PERFORM 9000-ANOTAR-ITEM THRU 9000-ANOTAR-ITEM-EXIT.
060000 1110-VER-BAJA-EXIT.
060100     EXIT.
060200*
060300******************************************************************
060400* 2000-CAMBIOS-PENDIENTES - DEPARTMENT MOVES NOT YET APPLIED AND
060500*                           DUE BY THE PERIOD
060600******************************************************************
060700 2000-CAMBIOS-PENDIENTES.
060800     MOVE 'CAMBIOS DE DEPARTAMENTO PENDIENTES (EMPCAMBIOS)'
060900         TO RPT-LINEA.
061000     PERFORM 9100-TITULO THRU 9100-TITULO-EXIT.
061100     MOVE 'N' TO CBP-FIN-ARCHIVO.
061200     OPEN INPUT EMPCAMBIOS-FILE.
061300     IF CBP-STATUS-CAMBIOS = '00'
061400         PERFORM 2100-LEER-CAMBIO THRU 2100-LEER-CAMBIO-EXIT
061500             UNTIL CBP-ES-FIN-ARCHIVO
061600     END-IF.
061700     CLOSE EMPCAMBIOS-FILE.
061800     PERFORM 9200-CERRAR-SECCION THRU 9200-CERRAR-SECCION-EXIT.
061900 2000-CAMBIOS-PENDIENTES-EXIT.
062000     EXIT.
062100*
062200******************************************************************
062300* 2100-LEER-CAMBIO - ONE EMPCAMBIOS ROW
062400******************************************************************
062500 2100-LEER-CAMBIO.
062600     READ EMPCAMBIOS-FILE
062700         AT END
062800             SET CBP-ES-FIN-ARCHIVO TO TRUE
062900             GO TO 2100-LEER-CAMBIO-EXIT
063000     END-READ.
063100     IF EC-APLICADO = 'S'
063200         OR EC-ID IS NOT NUMERIC
063300         OR EC-FECHA-DESDE IS NOT NUMERIC
063400         OR EC-FECHA-DESDE(1:6) > CBP-PERIODO
063500         GO TO 2100-LEER-CAMBIO-EXIT
063600     END-IF.
063700     MOVE EC-ID TO CBP-ID-BUSCADO.
063800     PERFORM 8500-BUSCAR-EMPLEADO THRU 8500-BUSCAR-EMPLEADO-EXIT.
063900     IF CBP-COMPANIA NOT = SPACES
064000         AND CBP-ES-EMP-HALLADO
064100         AND CBP-EMP-COMPANIA NOT = CBP-COMPANIA
064200         GO TO 2100-LEER-CAMBIO-EXIT
064300     END-IF.
064400     MOVE SPACES TO RPT-LINEA.
064500     STRING '  DEPTO    ' EC-ID ' ' CBP-EMP-NOMBRE
064600         ' A ' EC-DEPARTAMENTO
064700         ' DESDE ' EC-FECHA-DESDE
064800         ' POR ' EC-USUARIO
064900         DELIMITED BY SIZE INTO RPT-LINEA.
065000     COMPUTE CBP-HASH-ITEM = EC-ID + EC-FECHA-DESDE.
065100     PERFORM 9000-ANOTAR-ITEM THRU 9000-ANOTAR-ITEM-EXIT.
065200 2100-LEER-CAMBIO-EXIT.
065300     EXIT.
065400*
065500******************************************************************
065600* 2200-TRASLADOS-PENDIENTES - COMPANY TRANSFERS NOT YET APPLIED
065700*                             AND DUE BY THE PERIOD
065800******************************************************************
065900 2200-TRASLADOS-PENDIENTES.
066000     MOVE 'TRASLADOS DE COMPANIA PENDIENTES (TRASLADOS)'
066100         TO RPT-LINEA.
066200     PERFORM 9100-TITULO THRU 9100-TITULO-EXIT.
066300     MOVE 'N' TO CBP-FIN-ARCHIVO.
066400     OPEN INPUT TRASLADOS-FILE.
066500     IF CBP-STATUS-TRASLADOS = '00'
066600         PERFORM 2300-LEER-TRASLADO THRU 2300-LEER-TRASLADO-EXIT
066700             UNTIL CBP-ES-FIN-ARCHIVO
066800     END-IF.
066900     CLOSE TRASLADOS-FILE.
067000     PERFORM 9200-CERRAR-SECCION THRU 9200-CERRAR-SECCION-EXIT.
067100 2200-TRASLADOS-PENDIENTES-EXIT.
067200     EXIT.
067300*
067400******************************************************************
067500* 2300-LEER-TRASLADO - ONE TRASLADOS ROW; A TRANSFER INTO OR OUT
067600*                      OF THE COMPANY IN SCOPE IS LISTED
067700******************************************************************
067800 2300-LEER-TRASLADO.
067900     READ TRASLADOS-FILE
068000         AT END
068100             SET CBP-ES-FIN-ARCHIVO TO TRUE
068200             GO TO 2300-LEER-TRASLADO-EXIT
068300     END-READ.
068400     IF TR-APLICADO = 'S'
068500         OR TR-ID IS NOT NUMERIC
068600         OR TR-FECHA IS NOT NUMERIC
068700         OR TR-FECHA(1:6) > CBP-PERIODO
068800         GO TO 2300-LEER-TRASLADO-EXIT
068900     END-IF.
069000     IF CBP-COMPANIA NOT = SPACES
069100         AND TR-COMPANIA-ANT NOT = CBP-COMPANIA
069200         AND TR-COMPANIA-NUEVA NOT = CBP-COMPANIA
069300         GO TO 2300-LEER-TRASLADO-EXIT
069400     END-IF.
069500     MOVE TR-ID TO CBP-ID-BUSCADO.
069600     PERFORM 8500-BUSCAR-EMPLEADO THRU 8500-BUSCAR-EMPLEADO-EXIT.
069700     MOVE SPACES TO RPT-LINEA.
069800     STRING '  TRASLADO ' TR-ID ' ' CBP-EMP-NOMBRE
069900         ' DE ' TR-COMPANIA-ANT ' A ' TR-COMPANIA-NUEVA
070000         ' DESDE ' TR-FECHA
070100         DELIMITED BY SIZE INTO RPT-LINEA.
070200     COMPUTE CBP-HASH-ITEM = TR-ID + TR-FECHA.
070300     PERFORM 9000-ANOTAR-ITEM THRU 9000-ANOTAR-ITEM-EXIT.
070400 2300-LEER-TRASLADO-EXIT.
070500     EXIT.
070600*
070700******************************************************************
070800* 3000-CAMBIOS-MAESTRO - MASTER CHANGES KEYED SINCE THE LAST
070900*                        PAYROLL RUN, ONE LINE PER CHANGED FIELD
071000******************************************************************
071100 3000-CAMBIOS-MAESTRO.
071200     MOVE 'CAMBIOS AL MAESTRO DESDE LA ULTIMA NOMINA (EMPAUDIT)'
071300         TO RPT-LINEA.
071400     PERFORM 9100-TITULO THRU 9100-TITULO-EXIT.
071500     MOVE 'N' TO CBP-FIN-ARCHIVO.
071600     OPEN INPUT AUDITORIA-FILE.
071700     IF CBP-STATUS-AUDITORIA = '00'
071800         PERFORM 3100-LEER-AUDITORIA THRU 3100-LEER-AUDITORIA-EXIT
071900             UNTIL CBP-ES-FIN-ARCHIVO
072000     END-IF.
072100     CLOSE AUDITORIA-FILE.
072200     PERFORM 9200-CERRAR-SECCION THRU 9200-CERRAR-SECCION-EXIT.
072300 3000-CAMBIOS-MAESTRO-EXIT.
072400     EXIT.
072500*
072600******************************************************************
072700* 3100-LEER-AUDITORIA - ONE EMPAUDIT ROW: A NEW OR REMOVED ROW IS
072800*                       ONE LINE, A CHANGE ONE LINE PER FIELD
072900******************************************************************
073000 3100-LEER-AUDITORIA.
073100     READ AUDITORIA-FILE
073200         AT END
073300             SET CBP-ES-FIN-ARCHIVO TO TRUE
073400             GO TO 3100-LEER-AUDITORIA-EXIT
073500     END-READ.
073600     MOVE EMA-FECHA TO CBP-SELLO(1:8).
073700     MOVE EMA-HORA TO CBP-SELLO(9:8).
073800     IF EMA-FECHA IS NOT NUMERIC
073900         OR CBP-SELLO NOT > CBP-ULTIMA-NOMINA
074000         GO TO 3100-LEER-AUDITORIA-EXIT
074100     END-IF.
074200     MOVE EMA-ANTES TO CBP-IMAGEN-ANTES.
074300     MOVE EMA-DESPUES TO CBP-IMAGEN-DESPUES.
074400     MOVE ZERO TO CBP-ID-BUSCADO.
074500     IF EMA-DESPUES NOT = SPACES
074600         MOVE CBP-DES-NOMBRE TO CBP-EMP-NOMBRE
074700         MOVE CBP-DES-COMPANIA TO CBP-EMP-COMPANIA
074800         IF CBP-DES-ID IS NUMERIC
074900             MOVE CBP-DES-ID TO CBP-ID-BUSCADO
075000         END-IF
075100     ELSE
075200         MOVE CBP-ANT-NOMBRE TO CBP-EMP-NOMBRE
075300         MOVE CBP-ANT-COMPANIA TO CBP-EMP-COMPANIA
075400         IF CBP-ANT-ID IS NUMERIC
075500             MOVE CBP-ANT-ID TO CBP-ID-BUSCADO
075600         END-IF
075700     END-IF.
075800     IF CBP-COMPANIA NOT = SPACES
075900         AND CBP-EMP-COMPANIA NOT = CBP-COMPANIA
076000         AND (EMA-ANTES = SPACES
076100              OR CBP-ANT-COMPANIA NOT = CBP-COMPANIA)
076200         GO TO 3100-LEER-AUDITORIA-EXIT
076300     END-IF.
076400     IF EMA-ANTES = SPACES
076500         MOVE 'ALTA' TO CBP-CAMPO
076600         MOVE SPACES TO CBP-ANTES
076700         MOVE CBP-DES-DEPARTAMENTO TO CBP-DESPUES
076800         MOVE 1 TO CBP-CAMPO-NRO
076900         PERFORM 3200-ANOTAR-CAMPO THRU 3200-ANOTAR-CAMPO-EXIT
077000         GO TO 3100-LEER-AUDITORIA-EXIT
077100     END-IF.
077200     IF EMA-DESPUES = SPACES
077300         MOVE 'ELIMINADO' TO CBP-CAMPO
077400         MOVE CBP-ANT-DEPARTAMENTO TO CBP-ANTES
077500         MOVE SPACES TO CBP-DESPUES
077600         MOVE 2 TO CBP-CAMPO-NRO
077700         PERFORM 3200-ANOTAR-CAMPO THRU 3200-ANOTAR-CAMPO-EXIT
077800         GO TO 3100-LEER-AUDITORIA-EXIT
077900     END-IF.
078000     IF CBP-ANT-NOMBRE NOT = CBP-DES-NOMBRE
078100         MOVE 'NOMBRE' TO CBP-CAMPO
078200         MOVE CBP-ANT-NOMBRE TO CBP-ANTES
078300         MOVE CBP-DES-NOMBRE TO CBP-DESPUES
078400         MOVE 3 TO CBP-CAMPO-NRO
078500         PERFORM 3200-ANOTAR-CAMPO THRU 3200-ANOTAR-CAMPO-EXIT
078600     END-IF.
078700     IF CBP-IMAGEN-ANTES(6:2) NOT = CBP-IMAGEN-DESPUES(6:2)
078800         MOVE 'EXPERIENCIA' TO CBP-CAMPO
078900         MOVE CBP-IMAGEN-ANTES(6:2) TO CBP-ANTES
079000         MOVE CBP-IMAGEN-DESPUES(6:2) TO CBP-DESPUES
079100         MOVE 4 TO CBP-CAMPO-NRO
079200         PERFORM 3200-ANOTAR-CAMPO THRU 3200-ANOTAR-CAMPO-EXIT
079300     END-IF.
079400     IF CBP-ANT-DEPARTAMENTO NOT = CBP-DES-DEPARTAMENTO
079500         MOVE 'DEPARTAMENTO' TO CBP-CAMPO
079600         MOVE CBP-ANT-DEPARTAMENTO TO CBP-ANTES
079700         MOVE CBP-DES-DEPARTAMENTO TO CBP-DESPUES
079800         MOVE 5 TO CBP-CAMPO-NRO
079900         PERFORM 3200-ANOTAR-CAMPO THRU 3200-ANOTAR-CAMPO-EXIT
080000     END-IF.
080100     IF CBP-IMAGEN-ANTES(23:8) NOT = CBP-IMAGEN-DESPUES(23:8)
080200         MOVE 'INGRESO' TO CBP-CAMPO
080300         MOVE CBP-IMAGEN-ANTES(23:8) TO CBP-ANTES
080400         MOVE CBP-IMAGEN-DESPUES(23:8) TO CBP-DESPUES
080500         MOVE 6 TO CBP-CAMPO-NRO
080600         PERFORM 3200-ANOTAR-CAMPO THRU 3200-ANOTAR-CAMPO-EXIT
080700     END-IF.
080800     IF CBP-ANT-ESTADO NOT = CBP-DES-ESTADO
080900         MOVE 'ESTADO' TO CBP-CAMPO
081000         MOVE CBP-ANT-ESTADO TO CBP-ANTES
081100         MOVE CBP-DES-ESTADO TO CBP-DESPUES
081200         MOVE 7 TO CBP-CAMPO-NRO
081300         PERFORM 3200-ANOTAR-CAMPO THRU 3200-ANOTAR-CAMPO-EXIT
081400     END-IF.
081500     IF CBP-IMAGEN-ANTES(32:8) NOT = CBP-IMAGEN-DESPUES(32:8)
081600         MOVE 'FECHA BAJA' TO CBP-CAMPO
081700         MOVE CBP-IMAGEN-ANTES(32:8) TO CBP-ANTES
081800         MOVE CBP-IMAGEN-DESPUES(32:8) TO CBP-DESPUES
081900         MOVE 8 TO CBP-CAMPO-NRO
082000         PERFORM 3200-ANOTAR-CAMPO THRU 3200-ANOTAR-CAMPO-EXIT
082100     END-IF.
082200     IF CBP-ANT-BANCO NOT = CBP-DES-BANCO
082300         MOVE 'BANCO' TO CBP-CAMPO
082400         MOVE CBP-ANT-BANCO TO CBP-ANTES
082500         MOVE CBP-DES-BANCO TO CBP-DESPUES
082600         MOVE 9 TO CBP-CAMPO-NRO
082700         PERFORM 3200-ANOTAR-CAMPO THRU 3200-ANOTAR-CAMPO-EXIT
082800     END-IF.
082900     IF CBP-ANT-CUENTA NOT = CBP-DES-CUENTA
083000         MOVE 'CUENTA' TO CBP-CAMPO
083100         MOVE CBP-ANT-CUENTA TO CBP-ANTES
083200         MOVE CBP-DES-CUENTA TO CBP-DESPUES
083300         MOVE 10 TO CBP-CAMPO-NRO
083400         PERFORM 3200-ANOTAR-CAMPO THRU 3200-ANOTAR-CAMPO-EXIT
083500     END-IF.
083600     IF CBP-ANT-COMPANIA NOT = CBP-DES-COMPANIA
083700         MOVE 'EMPRESA' TO CBP-CAMPO
083800         MOVE CBP-ANT-COMPANIA TO CBP-ANTES
083900         MOVE CBP-DES-COMPANIA TO CBP-DESPUES
084000         MOVE 11 TO CBP-CAMPO-NRO
084100         PERFORM 3200-ANOTAR-CAMPO THRU 3200-ANOTAR-CAMPO-EXIT
084200     END-IF.
084300     IF CBP-ANT-MOTIVO-BAJA NOT = CBP-DES-MOTIVO-BAJA
084400         MOVE 'MOTIVO BAJA' TO CBP-CAMPO
084500         MOVE CBP-ANT-MOTIVO-BAJA TO CBP-ANTES
084600         MOVE CBP-DES-MOTIVO-BAJA TO CBP-DESPUES
084700         MOVE 12 TO CBP-CAMPO-NRO
084800         PERFORM 3200-ANOTAR-CAMPO THRU 3200-ANOTAR-CAMPO-EXIT
084900     END-IF.
085000 3100-LEER-AUDITORIA-EXIT.
085100     EXIT.
085200*
085300******************************************************************
085400* 3200-ANOTAR-CAMPO - ONE CHANGED FIELD OF THE MASTER
085500******************************************************************
085600 3200-ANOTAR-CAMPO.
085700     MOVE SPACES TO RPT-LINEA.
085800     STRING '  MAESTRO  ' CBP-ID-BUSCADO ' ' CBP-EMP-NOMBRE
085900         ' ' CBP-CAMPO ' [' CBP-ANTES '] > [' CBP-DESPUES ']'
086000         ' ' EMA-USUARIO
086100         DELIMITED BY SIZE INTO RPT-LINEA.
086200     COMPUTE CBP-HASH-ITEM = CBP-ID-BUSCADO + EMA-FECHA
086300         + CBP-CAMPO-NRO.
086400     PERFORM 9000-ANOTAR-ITEM THRU 9000-ANOTAR-ITEM-EXIT.
086500 3200-ANOTAR-CAMPO-EXIT.
086600     EXIT.
086700*
086800******************************************************************
086900* 4000-PRESTAMOS - LOANS THAT START WITH THIS RUN (NOTHING PAID
087000*                  YET) OR END WITH IT (BALANCE WITHIN ONE
087100*                  INSTALMENT)
087200******************************************************************
087300 4000-PRESTAMOS.
087400     MOVE 'PRESTAMOS QUE EMPIEZAN O TERMINAN (LOANS)'
087500         TO RPT-LINEA.
087600     PERFORM 9100-TITULO THRU 9100-TITULO-EXIT.
087700     MOVE 'N' TO CBP-FIN-ARCHIVO.
087800     OPEN INPUT LOANS-FILE.
087900     IF CBP-STATUS-LOANS = '00'
088000         PERFORM 4100-LEER-PRESTAMO THRU 4100-LEER-PRESTAMO-EXIT
088100             UNTIL CBP-ES-FIN-ARCHIVO
088200     END-IF.
088300     CLOSE LOANS-FILE.
088400     PERFORM 9200-CERRAR-SECCION THRU 9200-CERRAR-SECCION-EXIT.
088500 4000-PRESTAMOS-EXIT.
088600     EXIT.
088700*
088800******************************************************************
088900* 4100-LEER-PRESTAMO - ONE LOANS ROW
089000******************************************************************
089100 4100-LEER-PRESTAMO.
089200     READ LOANS-FILE
089300         AT END
089400             SET CBP-ES-FIN-ARCHIVO TO TRUE
089500             GO TO 4100-LEER-PRESTAMO-EXIT
089600     END-READ.
089700     IF PL-ID IS NOT NUMERIC
089800         OR PL-PRINCIPAL IS NOT NUMERIC
089900         OR PL-CUOTA IS NOT NUMERIC
090000         OR PL-SALDO IS NOT NUMERIC
090100         OR PL-SALDO = ZERO
090200         GO TO 4100-LEER-PRESTAMO-EXIT
090300     END-IF.
090400     MOVE PL-ID TO CBP-ID-BUSCADO.
090500     PERFORM 8500-BUSCAR-EMPLEADO THRU 8500-BUSCAR-EMPLEADO-EXIT.
090600     IF CBP-COMPANIA NOT = SPACES
090700         AND CBP-ES-EMP-HALLADO
090800         AND CBP-EMP-COMPANIA NOT = CBP-COMPANIA
090900         GO TO 4100-LEER-PRESTAMO-EXIT
091000     END-IF.
091100     MOVE PL-SALDO TO CBP-IMPORTE-ED.
091200     MOVE PL-CUOTA TO CBP-CUOTA-ED.
091300     MOVE SPACES TO RPT-LINEA.
091400     IF PL-SALDO = PL-PRINCIPAL
091500         STRING '  NUEVO    ' PL-ID ' ' CBP-EMP-NOMBRE
091600             ' CAPITAL ' CBP-IMPORTE-ED
091700             ' CUOTA ' CBP-CUOTA-ED
091800             DELIMITED BY SIZE INTO RPT-LINEA
091900     ELSE
092000         IF PL-SALDO > PL-CUOTA
092100             GO TO 4100-LEER-PRESTAMO-EXIT
092200         END-IF
092300         STRING '  TERMINA  ' PL-ID ' ' CBP-EMP-NOMBRE
092400             ' SALDO ' CBP-IMPORTE-ED
092500             ' CUOTA ' CBP-CUOTA-ED
092600             DELIMITED BY SIZE INTO RPT-LINEA
092700     END-IF.
092800     COMPUTE CBP-HASH-ITEM = PL-ID + PL-SALDO * 100.
092900     PERFORM 9000-ANOTAR-ITEM THRU 9000-ANOTAR-ITEM-EXIT.
093000 4100-LEER-PRESTAMO-EXIT.
093100     EXIT.
093200*
093300******************************************************************
093400* 5000-TARIFAS - RATE VERSIONS THAT COME INTO FORCE IN THE PERIOD
093500******************************************************************
093600 5000-TARIFAS.
093700     MOVE 'TARIFAS QUE ENTRAN EN VIGENCIA EN EL PERIODO'
093800         TO RPT-LINEA.
093900     PERFORM 9100-TITULO THRU 9100-TITULO-EXIT.
094000     MOVE 'N' TO CBP-FIN-ARCHIVO.
094100     OPEN INPUT PAYRATES-FILE.
094200     IF CBP-STATUS-RATES = '00'
094300         PERFORM 5100-LEER-PAYRATES THRU 5100-LEER-PAYRATES-EXIT
094400             UNTIL CBP-ES-FIN-ARCHIVO
094500     END-IF.
094600     CLOSE PAYRATES-FILE.
094700     MOVE 'N' TO CBP-FIN-ARCHIVO.
094800     OPEN INPUT BONUSRATES-FILE.
094900     IF CBP-STATUS-BONOS = '00'
095000         PERFORM 5200-LEER-BONUSRATES
095100             THRU 5200-LEER-BONUSRATES-EXIT
095200             UNTIL CBP-ES-FIN-ARCHIVO
095300     END-IF.
095400     CLOSE BONUSRATES-FILE.
095500     MOVE 'N' TO CBP-FIN-ARCHIVO.
095600     OPEN INPUT TAXBRKT-FILE.
095700     IF CBP-STATUS-TAXBRKT = '00'
095800         PERFORM 5300-LEER-TAXBRKT THRU 5300-LEER-TAXBRKT-EXIT
095900             UNTIL CBP-ES-FIN-ARCHIVO
096000     END-IF.
096100     CLOSE TAXBRKT-FILE.
096200     PERFORM 9200-CERRAR-SECCION THRU 9200-CERRAR-SECCION-EXIT.
096300 5000-TARIFAS-EXIT.
096400     EXIT.
096500*
096600******************************************************************
096700* 5100-LEER-PAYRATES - ONE SALARY ROW
096800******************************************************************
096900 5100-LEER-PAYRATES.
097000     READ PAYRATES-FILE
097100         AT END
097200             SET CBP-ES-FIN-ARCHIVO TO TRUE
097300             GO TO 5100-LEER-PAYRATES-EXIT
097400     END-READ.
097500     IF RT-VIGENCIA-DESDE IS NOT NUMERIC
097600         OR RT-VIGENCIA-DESDE NOT = CBP-PERIODO
097700         OR RT-SUELDO IS NOT NUMERIC
097800         GO TO 5100-LEER-PAYRATES-EXIT
097900     END-IF.
098000     IF RT-COMPANIA NOT = SPACES
098100         AND CBP-COMPANIA NOT = SPACES
098200         AND RT-COMPANIA NOT = CBP-COMPANIA
098300         GO TO 5100-LEER-PAYRATES-EXIT
098400     END-IF.
098500     MOVE RT-SUELDO TO CBP-IMPORTE-ED.
098600     MOVE SPACES TO RPT-LINEA.
098700     STRING '  PAYRATES ' RT-NIVEL ' SUELDO ' CBP-IMPORTE-ED
098800         ' COMPANIA [' RT-COMPANIA ']'
098900         DELIMITED BY SIZE INTO RPT-LINEA.
099000     COMPUTE CBP-HASH-ITEM = RT-VIGENCIA-DESDE + RT-SUELDO.
099100     PERFORM 9000-ANOTAR-ITEM THRU 9000-ANOTAR-ITEM-EXIT.
099200 5100-LEER-PAYRATES-EXIT.
099300     EXIT.
099400*
099500******************************************************************
099600* 5200-LEER-BONUSRATES - ONE BONUS RANGE
099700******************************************************************
099800 5200-LEER-BONUSRATES.
099900     READ BONUSRATES-FILE
100000         AT END
100100             SET CBP-ES-FIN-ARCHIVO TO TRUE
100200             GO TO 5200-LEER-BONUSRATES-EXIT
100300     END-READ.
100400     IF BR-VIGENCIA-DESDE IS NOT NUMERIC
100500         OR BR-VIGENCIA-DESDE NOT = CBP-PERIODO
100600         OR BR-PORCENTAJE IS NOT NUMERIC
100700         GO TO 5200-LEER-BONUSRATES-EXIT
100800     END-IF.
100900     IF BR-COMPANIA NOT = SPACES
101000         AND CBP-COMPANIA NOT = SPACES
101100         AND BR-COMPANIA NOT = CBP-COMPANIA
101200         GO TO 5200-LEER-BONUSRATES-EXIT
101300     END-IF.
101400     MOVE SPACES TO RPT-LINEA.
101500     STRING '  BONO     EXP ' BR-EXP-DESDE '-' BR-EXP-HASTA
101600         ' ' BR-PORCENTAJE '%'
101700         ' COMPANIA [' BR-COMPANIA ']'
101800         DELIMITED BY SIZE INTO RPT-LINEA.
101900     COMPUTE CBP-HASH-ITEM = BR-VIGENCIA-DESDE + BR-PORCENTAJE.
102000     PERFORM 9000-ANOTAR-ITEM THRU 9000-ANOTAR-ITEM-EXIT.
102100 5200-LEER-BONUSRATES-EXIT.
102200     EXIT.
102300*
102400******************************************************************
102500* 5300-LEER-TAXBRKT - ONE TAX BRACKET
102600******************************************************************
102700 5300-LEER-TAXBRKT.
102800     READ TAXBRKT-FILE
102900         AT END
103000             SET CBP-ES-FIN-ARCHIVO TO TRUE
103100             GO TO 5300-LEER-TAXBRKT-EXIT
103200     END-READ.
103300     IF TB-VIGENCIA-DESDE IS NOT NUMERIC
103400         OR TB-VIGENCIA-DESDE NOT = CBP-PERIODO
103500         OR TB-DESDE IS NOT NUMERIC
103600         OR TB-TASA IS NOT NUMERIC
103700         OR TB-FIJO IS NOT NUMERIC
103800         GO TO 5300-LEER-TAXBRKT-EXIT
103900     END-IF.
104000     MOVE TB-DESDE TO CBP-IMPORTE-ED.
104100     MOVE SPACES TO RPT-LINEA.
104200     STRING '  TAXBRKT  DESDE ' CBP-IMPORTE-ED
104300         ' TASA ' TB-TASA '%'
104400         DELIMITED BY SIZE INTO RPT-LINEA.
104500     COMPUTE CBP-HASH-ITEM = TB-VIGENCIA-DESDE + TB-TASA
104600         + TB-FIJO * 100.
104700     PERFORM 9000-ANOTAR-ITEM THRU 9000-ANOTAR-ITEM-EXIT.
104800 5300-LEER-TAXBRKT-EXIT.
104900     EXIT.
105000*
105100******************************************************************
105200* 6000-HORAS-DESVIADAS - OVERTIME OF THE PERIOD FAR ABOVE THE
105300*                        EMPLOYEE'S OWN AVERAGE OF PAST PERIODS
105400*                        (HORASDESVIO PERCENT OF IT, AND AT LEAST
105500*                        THE MINIMUM HOURS)
105600******************************************************************
105700 6000-HORAS-DESVIADAS.
105800     MOVE 'HORAS EXTRA MUY POR ENCIMA DEL PROMEDIO (HOURS)'
105900         TO RPT-LINEA.
106000     PERFORM 9100-TITULO THRU 9100-TITULO-EXIT.
106100     MOVE 'N' TO CBP-FIN-ARCHIVO.
106200     OPEN INPUT HORASDET-FILE.
106300     IF CBP-STATUS-HORASDET = '00'
106400         PERFORM 6100-LEER-HORASDET THRU 6100-LEER-HORASDET-EXIT
106500             UNTIL CBP-ES-FIN-ARCHIVO
106600     END-IF.
106700     CLOSE HORASDET-FILE.
106800     MOVE 'N' TO CBP-FIN-ARCHIVO.
106900     OPEN INPUT HOURS-FILE.
107000     IF CBP-STATUS-HOURS = '00'
107100         PERFORM 6200-LEER-HOURS THRU 6200-LEER-HOURS-EXIT
107200             UNTIL CBP-ES-FIN-ARCHIVO
107300     END-IF.
107400     CLOSE HOURS-FILE.
107500     PERFORM 9200-CERRAR-SECCION THRU 9200-CERRAR-SECCION-EXIT.
107600 6000-HORAS-DESVIADAS-EXIT.
107700     EXIT.
107800*
107900******************************************************************
108000* 6100-LEER-HORASDET - ADD ONE PAST OVERTIME ROW TO THE EMPLOYEE'S
108100*                      HISTORY (THE OPEN PERIOD ITSELF IS LEFT
108200*                      OUT, SO A RERUN DOES NOT COUNT TWICE)
108300******************************************************************
108400 6100-LEER-HORASDET.
108500     READ HORASDET-FILE
108600         AT END
108700             SET CBP-ES-FIN-ARCHIVO TO TRUE
108800             GO TO 6100-LEER-HORASDET-EXIT
108900     END-READ.
109000     IF (HD-TIPO NOT = 'N' AND HD-TIPO NOT = 'F')
109100         OR HD-HORAS IS NOT NUMERIC
109200         OR HD-PERIODO IS NOT NUMERIC
109300         OR HD-PERIODO NOT < CBP-PERIODO
109400         GO TO 6100-LEER-HORASDET-EXIT
109500     END-IF.
109600     MOVE ZERO TO CBP-ID-BUSCADO.
109700     IF HD-ID IS NUMERIC
109800         MOVE HD-ID TO CBP-ID-BUSCADO
109900     END-IF.
110000     MOVE HD-NOMBRE TO CBP-EMP-NOMBRE.
110100     PERFORM 6300-BUSCAR-HISTORIA THRU 6300-BUSCAR-HISTORIA-EXIT.
110200     IF NOT CBP-ES-HIS-HALLADO
110300         IF CBP-CANT-HISTORIA NOT < 500
110400             GO TO 6100-LEER-HORASDET-EXIT
110500         END-IF
110600         ADD 1 TO CBP-CANT-HISTORIA
110700         SET CBP-X-HIS TO CBP-CANT-HISTORIA
110800         MOVE CBP-ID-BUSCADO TO CBP-HIS-ID(CBP-X-HIS)
110900         MOVE HD-NOMBRE TO CBP-HIS-NOMBRE(CBP-X-HIS)
111000         MOVE ZERO TO CBP-HIS-HORAS(CBP-X-HIS)
111100         MOVE ZERO TO CBP-HIS-MESES(CBP-X-HIS)
111200         MOVE ZERO TO CBP-HIS-ULT-PERIODO(CBP-X-HIS)
111300     END-IF.
111400     ADD HD-HORAS TO CBP-HIS-HORAS(CBP-X-HIS).
111500     IF HD-PERIODO NOT = CBP-HIS-ULT-PERIODO(CBP-X-HIS)
111600         ADD 1 TO CBP-HIS-MESES(CBP-X-HIS)
111700         MOVE HD-PERIODO TO CBP-HIS-ULT-PERIODO(CBP-X-HIS)
111800     END-IF.
111900 6100-LEER-HORASDET-EXIT.
112000     EXIT.
112100*
112200******************************************************************
112300* 6200-LEER-HOURS - ONE HOURS ROW AGAINST THE EMPLOYEE'S AVERAGE
112400******************************************************************
112500 6200-LEER-HOURS.
112600     READ HOURS-FILE
112700         AT END
112800             SET CBP-ES-FIN-ARCHIVO TO TRUE
112900             GO TO 6200-LEER-HOURS-EXIT
113000     END-READ.
113100     MOVE ZERO TO CBP-HORAS-ACTUAL.
113200     IF HS-HORAS-EXTRA IS NUMERIC
113300         ADD HS-HORAS-EXTRA TO CBP-HORAS-ACTUAL
113400     END-IF.
113500     IF HS-HORAS-EXTRA-FERIADO IS NUMERIC
113600         ADD HS-HORAS-EXTRA-FERIADO TO CBP-HORAS-ACTUAL
113700     END-IF.
113800     IF CBP-HORAS-ACTUAL < CBP-HORAS-MINIMAS
113900         GO TO 6200-LEER-HOURS-EXIT
114000     END-IF.
114100     MOVE ZERO TO CBP-ID-BUSCADO.
114200     IF HS-ID IS NUMERIC
114300         MOVE HS-ID TO CBP-ID-BUSCADO
114400     END-IF.
114500     IF CBP-COMPANIA NOT = SPACES
114600         AND CBP-ID-BUSCADO NOT = ZERO
114700         PERFORM 8500-BUSCAR-EMPLEADO
114800             THRU 8500-BUSCAR-EMPLEADO-EXIT
114900         IF CBP-ES-EMP-HALLADO
115000             AND CBP-EMP-COMPANIA NOT = CBP-COMPANIA
115100             GO TO 6200-LEER-HOURS-EXIT
115200         END-IF
115300     END-IF.
115400     MOVE HS-NOMBRE TO CBP-EMP-NOMBRE.
115500     PERFORM 6300-BUSCAR-HISTORIA THRU 6300-BUSCAR-HISTORIA-EXIT.
115600     MOVE ZERO TO CBP-HORAS-PROMEDIO.
115700     IF CBP-ES-HIS-HALLADO
115800         AND CBP-HIS-MESES(CBP-X-HIS) > ZERO
115900         COMPUTE CBP-HORAS-PROMEDIO ROUNDED =
116000             CBP-HIS-HORAS(CBP-X-HIS) / CBP-HIS-MESES(CBP-X-HIS)
116100     END-IF.
116200     COMPUTE CBP-HORAS-TOPE =
116300         CBP-HORAS-PROMEDIO * CBP-PORC-DESVIO / 100.
116400     IF CBP-HORAS-ACTUAL NOT > CBP-HORAS-TOPE
116500         GO TO 6200-LEER-HOURS-EXIT
116600     END-IF.
116700     MOVE CBP-HORAS-ACTUAL TO CBP-HORAS-ED.
116800     MOVE CBP-HORAS-PROMEDIO TO CBP-PROMEDIO-ED.
116900     MOVE SPACES TO RPT-LINEA.
117000     STRING '  HORAS    ' CBP-ID-BUSCADO ' ' HS-NOMBRE
117100         ' EXTRA ' CBP-HORAS-ED
117200         ' PROMEDIO ' CBP-PROMEDIO-ED
117300         DELIMITED BY SIZE INTO RPT-LINEA.
117400     COMPUTE CBP-HASH-ITEM = CBP-ID-BUSCADO + CBP-HORAS-ACTUAL.
117500     PERFORM 9000-ANOTAR-ITEM THRU 9000-ANOTAR-ITEM-EXIT.
117600 6200-LEER-HOURS-EXIT.
117700     EXIT.
117800*
117900******************************************************************
118000* 6300-BUSCAR-HISTORIA - THE HISTORY ROW OF AN EMPLOYEE, BY ID
118100*                        (BY NAME FOR ROWS WITHOUT ONE)
118200******************************************************************
118300 6300-BUSCAR-HISTORIA.
118400     MOVE 'N' TO CBP-HIS-HALLADO.
118500     PERFORM 6310-COMPARAR-HISTORIA
118600         THRU 6310-COMPARAR-HISTORIA-EXIT
118700         VARYING CBP-X-HIS FROM 1 BY 1
118800         UNTIL CBP-X-HIS > CBP-CANT-HISTORIA
118900            OR CBP-ES-HIS-HALLADO.
119000     IF CBP-ES-HIS-HALLADO
119100         SET CBP-X-HIS DOWN BY 1
119200     END-IF.
119300 6300-BUSCAR-HISTORIA-EXIT.
119400     EXIT.
119500*
119600******************************************************************
119700* 6310-COMPARAR-HISTORIA - ONE HISTORY ROW
119800******************************************************************
119900 6310-COMPARAR-HISTORIA.
120000     IF CBP-ID-BUSCADO NOT = ZERO
120100         IF CBP-HIS-ID(CBP-X-HIS) = CBP-ID-BUSCADO
120200             MOVE 'Y' TO CBP-HIS-HALLADO
120300         END-IF
120400     ELSE
120500         IF CBP-HIS-ID(CBP-X-HIS) = ZERO
120600             AND CBP-HIS-NOMBRE(CBP-X-HIS) = CBP-EMP-NOMBRE
120700             MOVE 'Y' TO CBP-HIS-HALLADO
120800         END-IF
120900     END-IF.
121000 6310-COMPARAR-HISTORIA-EXIT.
121100     EXIT.
121200*
121300******************************************************************
121400* 7000-AJUSTES-BONO - RETROACTIVE BONUS ADJUSTMENTS THE PAYROLL
121500*                     WILL APPLY
121600******************************************************************
121700 7000-AJUSTES-BONO.
121800     MOVE 'AJUSTES DE BONO PENDIENTES (BONOADJ)' TO RPT-LINEA.
121900     PERFORM 9100-TITULO THRU 9100-TITULO-EXIT.
122000     MOVE 'N' TO CBP-FIN-ARCHIVO.
122100     OPEN INPUT BONOADJ-FILE.
122200     IF CBP-STATUS-BONOADJ = '00'
122300         PERFORM 7100-LEER-AJUSTE THRU 7100-LEER-AJUSTE-EXIT
122400             UNTIL CBP-ES-FIN-ARCHIVO
122500     END-IF.
122600     CLOSE BONOADJ-FILE.
122700     PERFORM 9200-CERRAR-SECCION THRU 9200-CERRAR-SECCION-EXIT.
122800 7000-AJUSTES-BONO-EXIT.
122900     EXIT.
123000*
123100******************************************************************
123200* 7100-LEER-AJUSTE - ONE BONOADJ ROW
123300******************************************************************
123400 7100-LEER-AJUSTE.
123500     READ BONOADJ-FILE
123600         AT END
123700             SET CBP-ES-FIN-ARCHIVO TO TRUE
123800             GO TO 7100-LEER-AJUSTE-EXIT
123900     END-READ.
124000     IF AJ-APLICADO = 'S'
124100         OR AJ-DIFERENCIA IS NOT NUMERIC
124200         GO TO 7100-LEER-AJUSTE-EXIT
124300     END-IF.
124400     IF CBP-COMPANIA NOT = SPACES
124500         AND AJ-COMPANIA NOT = CBP-COMPANIA
124600         GO TO 7100-LEER-AJUSTE-EXIT
124700     END-IF.
124800     MOVE ZERO TO CBP-ID-BUSCADO.
124900     IF AJ-ID IS NUMERIC
125000         MOVE AJ-ID TO CBP-ID-BUSCADO
125100     END-IF.
125200     MOVE AJ-DIFERENCIA TO CBP-DIFERENCIA-ED.
125300     MOVE SPACES TO RPT-LINEA.
125400     STRING '  AJUSTE   ' CBP-ID-BUSCADO ' ' AJ-NOMBRE
125500         ' PERIODO ' AJ-PERIODO
125600         ' DIFERENCIA ' CBP-DIFERENCIA-ED
125700         DELIMITED BY SIZE INTO RPT-LINEA.
125800     IF AJ-DIFERENCIA < ZERO
125900         COMPUTE CBP-HASH-ITEM = CBP-ID-BUSCADO
126000             - AJ-DIFERENCIA * 100
126100     ELSE
126200         COMPUTE CBP-HASH-ITEM = CBP-ID-BUSCADO
126300             + AJ-DIFERENCIA * 100
126400     END-IF.
126500     PERFORM 9000-ANOTAR-ITEM THRU 9000-ANOTAR-ITEM-EXIT.
126600 7100-LEER-AJUSTE-EXIT.
126700     EXIT.
126800*
126900******************************************************************
127000* 8000-ESTADO-REVISION - A REGISTER WITH ITEMS NEEDS A SIGN-OFF OF
127100*                        THIS SAME COUNT AND CONTROL TOTAL; UNTIL
127200*                        THEN A PENDING ROW IS LEFT ON REVCAMB AND
127300*                        THE STEP ENDS WITH RC 8
127400******************************************************************
127500 8000-ESTADO-REVISION.
127600     MOVE SPACES TO RPT-LINEA.
127700     IF CBP-CANT-ITEMS = ZERO
127800         MOVE 'RESULTADO: SIN CAMBIOS, NO REQUIERE REVISION'
127900             TO RPT-LINEA
128000         WRITE RPT-LINEA
128100         DISPLAY 'CAMBPREV: SIN CAMBIOS EN EL PERIODO'
128200         GO TO 8000-ESTADO-REVISION-EXIT
128300     END-IF.
128400     MOVE 'N' TO CBP-HAY-REVISION.
128500     MOVE 'N' TO CBP-FIN-ARCHIVO.
128600     OPEN INPUT REVCAMB-FILE.
128700     IF CBP-STATUS-REVCAMB = '00'
128800         PERFORM 8100-LEER-REVISION THRU 8100-LEER-REVISION-EXIT
128900             UNTIL CBP-ES-FIN-ARCHIVO
129000     END-IF.
129100     CLOSE REVCAMB-FILE.
129200     IF CBP-ES-HAY-REVISION
129300         AND CBP-REV-ESTADO = 'R'
129400         AND CBP-REV-CANT-ITEMS = CBP-CANT-ITEMS
129500         AND CBP-REV-CONTROL = CBP-CONTROL
129600         STRING 'RESULTADO: REVISADO POR ' CBP-REV-OPERADOR
129700             ' EL ' CBP-REV-FECHA
129800             DELIMITED BY SIZE INTO RPT-LINEA
129900         WRITE RPT-LINEA
130000         DISPLAY 'CAMBPREV: REGISTRO REVISADO POR '
130100             CBP-REV-OPERADOR
130200         GO TO 8000-ESTADO-REVISION-EXIT
130300     END-IF.
130400     IF CBP-ES-HAY-REVISION
130500         AND CBP-REV-ESTADO = 'R'
130600         MOVE 'AVISO: LOS DATOS CAMBIARON DESPUES DE LA REVISION'
130700             TO RPT-LINEA
130800         WRITE RPT-LINEA
130900         MOVE SPACES TO RPT-LINEA
131000     END-IF.
131100     IF NOT CBP-ES-HAY-REVISION
131200         OR CBP-REV-ESTADO NOT = 'P'
131300         OR CBP-REV-CANT-ITEMS NOT = CBP-CANT-ITEMS
131400         OR CBP-REV-CONTROL NOT = CBP-CONTROL
131500         PERFORM 8200-ANOTAR-PENDIENTE
131600             THRU 8200-ANOTAR-PENDIENTE-EXIT
131700     END-IF.
131800     MOVE 'RESULTADO: PENDIENTE DE REVISION, NOMINA RETENIDA'
131900         TO RPT-LINEA.
132000     WRITE RPT-LINEA.
132100     MOVE CBP-RC-RETENIDO TO RETURN-CODE.
132200     DISPLAY 'CAMBPREV: ' CBP-CANT-ITEMS
132300         ' CAMBIOS SIN REVISAR, NOMINA RETENIDA (CAMBVISTO)'.
132400 8000-ESTADO-REVISION-EXIT.
132500     EXIT.
132600*
132700******************************************************************
132800* 8100-LEER-REVISION - KEEP THE LATEST ROW OF THE PERIOD
132900******************************************************************
133000 8100-LEER-REVISION.
133100     READ REVCAMB-FILE
133200         AT END
133300             SET CBP-ES-FIN-ARCHIVO TO TRUE
133400         NOT AT END
133500             IF RV-PERIODO = CBP-PERIODO
133600                 MOVE 'Y' TO CBP-HAY-REVISION
133700                 MOVE RV-ESTADO TO CBP-REV-ESTADO
133800                 MOVE RV-CANT-ITEMS TO CBP-REV-CANT-ITEMS
133900                 MOVE RV-CONTROL TO CBP-REV-CONTROL
134000                 MOVE RV-OPERADOR TO CBP-REV-OPERADOR
134100                 MOVE RV-FECHA TO CBP-REV-FECHA
134200             END-IF
134300     END-READ.
134400 8100-LEER-REVISION-EXIT.
134500     EXIT.
134600*
134700******************************************************************
134800* 8200-ANOTAR-PENDIENTE - APPEND THE PENDING ROW AND TELL THE
134900*                         PAYROLL DESK THROUGH THE OUTBOX
135000******************************************************************
135100 8200-ANOTAR-PENDIENTE.
135200     OPEN EXTEND REVCAMB-FILE.
135300     IF CBP-STATUS-REVCAMB = '35'
135400         OPEN OUTPUT REVCAMB-FILE
135500     END-IF.
135600     MOVE CBP-PERIODO TO RV-PERIODO.
135700     MOVE 'P' TO RV-ESTADO.
135800     MOVE CBP-CANT-ITEMS TO RV-CANT-ITEMS.
135900     MOVE CBP-CONTROL TO RV-CONTROL.
136000     MOVE SPACES TO RV-OPERADOR.
136100     MOVE CBP-FECHA-HOY TO RV-FECHA.
136200     WRITE RV-RECORD.
136300     CLOSE REVCAMB-FILE.
136400     MOVE SPACES TO CBP-NTF-CLAVE.
136500     MOVE CBP-PERIODO TO CBP-NTF-CLAVE(1:6).
136600     MOVE CBP-FECHA-HOY TO CBP-NTF-VENCE.
136700     CALL 'NOTIFICA' USING CBP-NTF-TIPO
136800         CBP-NTF-DESTINO CBP-NTF-CLAVE
136900         CBP-NTF-VENCE CBP-NTF-TEXTO.
137000 8200-ANOTAR-PENDIENTE-EXIT.
137100     EXIT.
137200*
137300******************************************************************
137400* 8500-BUSCAR-EMPLEADO - NAME AND COMPANY OF AN EMPLOYEE ID
137500******************************************************************
137600 8500-BUSCAR-EMPLEADO.
137700     MOVE 'N' TO CBP-EMP-HALLADO.
137800     MOVE SPACES TO CBP-EMP-NOMBRE.
137900     MOVE SPACES TO CBP-EMP-COMPANIA.
138000     PERFORM 8510-COMPARAR-EMPLEADO
138100         THRU 8510-COMPARAR-EMPLEADO-EXIT
138200         VARYING CBP-X-EMPL FROM 1 BY 1
138300         UNTIL CBP-X-EMPL > CBP-CANT-EMPL
138400            OR CBP-ES-EMP-HALLADO.
138500 8500-BUSCAR-EMPLEADO-EXIT.
138600     EXIT.
138700*
138800******************************************************************
138900* 8510-COMPARAR-EMPLEADO - ONE ROW OF THE MASTER TABLE
139000******************************************************************
139100 8510-COMPARAR-EMPLEADO.
139200     IF CBP-EMPL-ID(CBP-X-EMPL) = CBP-ID-BUSCADO
139300         MOVE 'Y' TO CBP-EMP-HALLADO
139400         MOVE CBP-EMPL-NOMBRE(CBP-X-EMPL) TO CBP-EMP-NOMBRE
139500         MOVE CBP-EMPL-COMPANIA(CBP-X-EMPL) TO CBP-EMP-COMPANIA
139600     END-IF.
139700 8510-COMPARAR-EMPLEADO-EXIT.
139800     EXIT.
139900*
140000******************************************************************
140100* 9000-ANOTAR-ITEM - PRINT THE PREPARED LINE AND ADD IT TO THE
140200*                    COUNT AND THE CONTROL TOTAL
140300******************************************************************
140400 9000-ANOTAR-ITEM.
140500     WRITE RPT-LINEA.
140600     ADD 1 TO CBP-CANT-ITEMS.
140700     ADD 1 TO CBP-CANT-SECCION.
140800     ADD CBP-HASH-ITEM TO CBP-CONTROL.
140900 9000-ANOTAR-ITEM-EXIT.
141000     EXIT.
141100*
141200******************************************************************
141300* 9100-TITULO - PRINT THE PREPARED SECTION TITLE
141400******************************************************************
141500 9100-TITULO.
141600     WRITE RPT-LINEA.
141700     MOVE ZERO TO CBP-CANT-SECCION.
141800 9100-TITULO-EXIT.
141900     EXIT.
142000*
142100******************************************************************
142200* 9200-CERRAR-SECCION - A SECTION WITH NOTHING TO REPORT SAYS SO
142300******************************************************************
142400 9200-CERRAR-SECCION.
142500     IF CBP-CANT-SECCION = ZERO
142600         MOVE '  SIN NOVEDADES' TO RPT-LINEA
142700         WRITE RPT-LINEA
142800     END-IF.
142900 9200-CERRAR-SECCION-EXIT.
143000     EXIT.
143100 END PROGRAM CAMBPREV.
