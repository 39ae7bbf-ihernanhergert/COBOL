000100******************************************************************
000200* AUTHOR:      HERNAN HERGERT
000300* INSTALLATION: DATA PROCESSING
000400* DATE-WRITTEN:
000500* DATE-COMPILED:
000600* PURPOSE:     MONTHLY SOCIAL-SECURITY DECLARATION PER COMPANY.
000700*              EVERY MONTH EACH LEGAL ENTITY IN COMPANIAS FILES
000800*              A PER-EMPLOYEE DECLARATION WITH THE TAX
000900*              AUTHORITY (TAX ID, DAYS WORKED, GROSS
001000*              REMUNERATION, EVERY WITHHELD CONCEPT AND THE
001100*              EMPLOYER CONTRIBUTIONS), AND IT WAS KEYED BY
001200*              HAND FROM THE RECIBOS PRINTOUTS. THIS
001300*              POST-APPROVAL STEP BUILDS THE FIXED-FORMAT FILE
001400*              (DJSS + COMPANY + SEQUENCE) FROM PAYROLLREG,
001500*              DEDDET, CONTDET AND PERSONAS FOR THE OPEN
001600*              PERIODCTL PERIOD. NOTHING IS BUILT WHILE ANY
001700*              EMPLOYEE LACKS A VALIDCUIT-VALID TAX ID. THE
001800*              TOTALS ARE BALANCED AGENCY BY AGENCY AGAINST THE
001900*              '9' TRAILERS OF THE REMESAS FILES (RC 8 ON A
002000*              DIFFERENCE), AND EVERY FILING IS SEQUENCED IN
002100*              DECLLOG SO A SECOND RUN FOR A PERIOD ALREADY
002200*              SUBMITTED GOES OUT AS A RECTIFYING DECLARATION.
002300* TECTONICS:   COBC
002400*
002500* MODIFICATION HISTORY:
002600*   - NEW DECLARATION PROGRAM, OFFERED FROM THE MENUUTIL MENU.
002601*   - COURT GARNISHMENT ROWS ('EMBARGO') IN DEDDET ARE NOT
002602*     SOCIAL-SECURITY WITHHOLDINGS AND ARE LEFT OUT OF THE
002603*     DECLARATION; EMBARGOS REMITS THEM TO EACH COURT.
002604*   - FAMILY ALLOWANCE 'H' LINES ARE NOT REMUNERATION AND ADD
002605*     NOTHING TO THE DECLARED BASE OR DAYS.
002606*   - EXPENSE REIMBURSEMENT 'V' LINES ARE LEFT OUT THE SAME WAY.
002607*   - OPTIONAL BENEFIT ROWS (CONCEPT BEN- PLUS PLAN AND OPTION,
002608*     BOTH THE EMPLOYEE SHARE IN DEDDET AND THE EMPLOYER SHARE
002609*     IN CONTDET) ARE PAID TO PRIVATE PROVIDERS, NOT DECLARED.
00260A*   - PERSONAS RECORD WIDENED FOR PE-IDIOMA.
00260B*   - ONE-OFF ITEMS: A TAXABLE EARNING 'N' LINE IS REMUNERATION
00260C*     (NO DAYS), A NON-TAXABLE 'X' LINE IS LEFT OUT LIKE 'V'; THE
00260D*     ITEM DEDUCTION ROWS (NOV- PLUS THE CONCEPT) IN DEDDET ARE
00260E*     NOT SOCIAL-SECURITY WITHHOLDINGS.
00260F*   - PERIODCTL RECORD WIDENED FOR PC-SECUENCIA AND COMPANIAS
00260G*     RECORD FOR CO-FRECUENCIA.
002700******************************************************************
002800 IDENTIFICATION DIVISION.
002900 PROGRAM-ID. DECLSS.
003000 ENVIRONMENT DIVISION.
003100 INPUT-OUTPUT SECTION.
003200 FILE-CONTROL.
003300     SELECT OPTIONAL PAYROLL-REG-FILE ASSIGN TO 'PAYROLLREG'
003400         ORGANIZATION IS LINE SEQUENTIAL
003500         FILE STATUS IS DSS-STATUS-PAYROLL.
003600     SELECT OPTIONAL DEDDET-FILE ASSIGN TO 'DEDDET'
003700         ORGANIZATION IS LINE SEQUENTIAL
003800         FILE STATUS IS DSS-STATUS-DETALLE.
003900     SELECT OPTIONAL CONTDET-FILE ASSIGN TO 'CONTDET'
004000         ORGANIZATION IS LINE SEQUENTIAL
004100         FILE STATUS IS DSS-STATUS-CONTDET.
004200     SELECT OPTIONAL DEDUCTIONS-FILE ASSIGN TO 'DEDUCTIONS'
004300         ORGANIZATION IS LINE SEQUENTIAL
004400         FILE STATUS IS DSS-STATUS-DEDUC.
004500     SELECT OPTIONAL PERSONAS-FILE ASSIGN TO 'PERSONAS'
004600         ORGANIZATION IS LINE SEQUENTIAL
004700         FILE STATUS IS DSS-STATUS-PERSONAS.
004800     SELECT OPTIONAL COMPANIAS-FILE ASSIGN TO 'COMPANIAS'
004900         ORGANIZATION IS LINE SEQUENTIAL
005000         FILE STATUS IS DSS-STATUS-COMPANIAS.
005100     SELECT OPTIONAL PERIODCTL-FILE ASSIGN TO 'PERIODCTL'
005200         ORGANIZATION IS LINE SEQUENTIAL
005300         FILE STATUS IS DSS-STATUS-PERIODO.
005400     SELECT OPTIONAL REGSTATE-FILE ASSIGN TO 'REGSTATE'
005500         ORGANIZATION IS LINE SEQUENTIAL
005600         FILE STATUS IS DSS-STATUS-REGSTATE.
005700     SELECT OPTIONAL DECLLOG-FILE ASSIGN TO 'DECLLOG'
005800         ORGANIZATION IS LINE SEQUENTIAL
005900         FILE STATUS IS DSS-STATUS-LOG.
006000     SELECT OPTIONAL REMESA-FILE ASSIGN USING DSS-NOMBRE-REMESA
006100         ORGANIZATION IS LINE SEQUENTIAL
006200         FILE STATUS IS DSS-STATUS-REMESA.
006300     SELECT DECLARA-FILE ASSIGN USING DSS-NOMBRE-ARCHIVO
006400         ORGANIZATION IS LINE SEQUENTIAL.
006500     SELECT REPORTE-FILE ASSIGN TO 'DECLRPT'
006600         ORGANIZATION IS LINE SEQUENTIAL.
006700 DATA DIVISION.
006800 FILE SECTION.
006900 FD  PAYROLL-REG-FILE
007000     LABEL RECORDS ARE STANDARD.
007100 01  PR-RECORD.
007200     COPY PAYROLLREG.
007300 FD  DEDDET-FILE
007400     LABEL RECORDS ARE STANDARD.
007500 01  DT-RECORD.
007600     05 DT-ID                    PIC 9(05).
007700     05 DT-NOMBRE                PIC X(05).
007800     05 DT-CONCEPTO              PIC X(15).
007900     05 DT-IMPORTE               PIC S9(06)V99.
008000     05 DT-PERIODO               PIC 9(06).
008100     05 DT-COMPANIA              PIC X(03).
008200 FD  CONTDET-FILE
008300     LABEL RECORDS ARE STANDARD.
008400 01  CD-RECORD.
008500     COPY CONTDET.
008600 FD  DEDUCTIONS-FILE
008700     LABEL RECORDS ARE STANDARD.
008800 01  DD-RECORD.
008900     05 DD-CONCEPTO              PIC X(15).
009000     05 DD-TIPO                  PIC X(01).
009100     05 DD-VALOR                 PIC 9(05)V99.
009200     05 DD-APLICA                PIC X(01).
009300     05 DD-AGENCIA               PIC X(03).
009400 FD  PERSONAS-FILE
009500     LABEL RECORDS ARE STANDARD.
009600 01  PE-RECORD.
009700     05 PE-ID                    PIC 9(05).
009800     05 PE-NOMBRE-COMPLETO       PIC X(40).
009900     05 PE-CUIT                  PIC X(11).
010000     05 PE-DIRECCION             PIC X(40).
010001     05 PE-IDIOMA                PIC X(01).
010100 FD  COMPANIAS-FILE
010200     LABEL RECORDS ARE STANDARD.
010300 01  CO-RECORD.
010400     05 CO-CODIGO                PIC X(03).
010500     05 CO-NOMBRE                PIC X(20).
010600     05 CO-MONEDA                PIC X(03).
010601     05 CO-FRECUENCIA            PIC X(01).
010700 FD  PERIODCTL-FILE
010800     LABEL RECORDS ARE STANDARD.
010900 01  PC-RECORD.
011000     05 PC-PERIODO               PIC 9(06).
011100     05 PC-ESTADO                PIC X(01).
011200     05 PC-FRECUENCIA            PIC X(01).
011201     05 PC-SECUENCIA             PIC 9(02).
011300 FD  REGSTATE-FILE
011400     LABEL RECORDS ARE STANDARD.
011500 01  RG-RECORD.
011600     05 RG-PERIODO               PIC 9(06).
011700     05 RG-ESTADO                PIC X(01).
011800     05 RG-USUARIO               PIC X(08).
011900     05 RG-FECHA                 PIC 9(08).
012000 FD  DECLLOG-FILE
012100     LABEL RECORDS ARE STANDARD.
012200 01  DL-RECORD.
012300     05 DL-PERIODO               PIC 9(06).
012400     05 DL-COMPANIA              PIC X(03).
012500     05 DL-SECUENCIA             PIC 9(02).
012600     05 DL-CLASE                 PIC X(01).
012700     05 DL-FECHA                 PIC 9(08).
012800     05 DL-USUARIO               PIC X(08).
012900     05 DL-CANT                  PIC 9(05).
013000     05 DL-TOTAL-REMUN           PIC 9(11)V99.
013100     05 DL-TOTAL-RETEN           PIC S9(11)V99.
013200     05 DL-TOTAL-CONTRIB         PIC S9(11)V99.
013300     05 DL-BALANCEADA            PIC X(01).
013400 FD  REMESA-FILE
013500     LABEL RECORDS ARE STANDARD.
013600 01  RM-RECORD.
013700     05 RM-TIPO                  PIC X(01).
013800     05 RM-DETALLE               PIC X(46).
013900     05 RM-DETALLE-CIERRE REDEFINES RM-DETALLE.
014000         10 RM-CANT              PIC 9(06).
014100         10 RM-TOTAL             PIC 9(11)V99.
014200         10 FILLER               PIC X(27).
014300 FD  DECLARA-FILE
014400     LABEL RECORDS ARE STANDARD.
014500 01  DJ-RECORD.
014600     05 DJ-TIPO                  PIC X(01).
014700     05 DJ-DATOS                 PIC X(79).
014800     05 DJ-CABECERA REDEFINES DJ-DATOS.
014900         10 DJ-CAB-COMPANIA      PIC X(03).
015000         10 DJ-CAB-NOMBRE        PIC X(20).
015100         10 DJ-CAB-PERIODO       PIC 9(06).
015200         10 DJ-CAB-SECUENCIA     PIC 9(02).
015300         10 DJ-CAB-CLASE         PIC X(01).
015400         10 DJ-CAB-FECHA         PIC 9(08).
015500         10 FILLER               PIC X(39).
015600     05 DJ-EMPLEADO REDEFINES DJ-DATOS.
015700         10 DJ-EMP-CUIT          PIC X(11).
015800         10 DJ-EMP-ID            PIC 9(05).
015900         10 DJ-EMP-DIAS          PIC 9(02).
016000         10 DJ-EMP-REMUN         PIC 9(09)V99.
016100         10 DJ-EMP-RETEN         PIC S9(09)V99.
016200         10 DJ-EMP-CONTRIB       PIC S9(09)V99.
016300         10 FILLER               PIC X(28).
016400     05 DJ-CONCEPTO REDEFINES DJ-DATOS.
016500         10 DJ-CON-CUIT          PIC X(11).
016600         10 DJ-CON-CLASE         PIC X(01).
016700         10 DJ-CON-CONCEPTO      PIC X(15).
016800         10 DJ-CON-IMPORTE       PIC S9(09)V99.
016900         10 DJ-CON-AGENCIA       PIC X(03).
017000         10 FILLER               PIC X(38).
017100     05 DJ-CIERRE REDEFINES DJ-DATOS.
017200         10 DJ-TOT-CANT          PIC 9(06).
017300         10 DJ-TOT-REMUN         PIC 9(11)V99.
017400         10 DJ-TOT-RETEN         PIC S9(11)V99.
017500         10 DJ-TOT-CONTRIB       PIC S9(11)V99.
017600         10 FILLER               PIC X(34).
017700 FD  REPORTE-FILE
017800     LABEL RECORDS ARE STANDARD
017900     RECORD CONTAINS 80 CHARACTERS.
018000 01  RPT-LINEA                   PIC X(80).
018100 WORKING-STORAGE SECTION.
018200*
018300 01  DSS-STATUS-PAYROLL          PIC XX.
018400 01  DSS-STATUS-DETALLE          PIC XX.
018500 01  DSS-STATUS-CONTDET          PIC XX.
018600 01  DSS-STATUS-DEDUC            PIC XX.
018700 01  DSS-STATUS-PERSONAS         PIC XX.
018800 01  DSS-STATUS-COMPANIAS        PIC XX.
018900 01  DSS-STATUS-PERIODO          PIC XX.
019000 01  DSS-STATUS-REGSTATE         PIC XX.
019100 01  DSS-STATUS-LOG              PIC XX.
019200 01  DSS-STATUS-REMESA           PIC XX.
019300 01  DSS-NOMBRE-ARCHIVO          PIC X(12).
019400 01  DSS-NOMBRE-REMESA           PIC X(12).
019500*
019600 01  DSS-INDICADORES.
019700     05  DSS-FIN-ARCHIVO         PIC X VALUE 'N'.
019800         88  DSS-ES-FIN-ARCHIVO  VALUE 'Y'.
019900     05  DSS-HALLADO             PIC X VALUE 'N'.
020000         88  DSS-ES-HALLADO      VALUE 'Y'.
020100     05  DSS-SIN-LIBERAR         PIC X VALUE 'N'.
020200         88  DSS-ES-SIN-LIBERAR  VALUE 'Y'.
020300     05  DSS-BALANCEADA          PIC X VALUE 'S'.
020400         88  DSS-ES-BALANCEADA   VALUE 'S'.
020500*
020600 01  DSS-PERIODO                 PIC 9(06) VALUE ZERO.
020700 01  DSS-FECHA-HOY               PIC 9(08).
020800 01  DSS-SES-ACCION              PIC X(01).
020900 01  DSS-SES-USUARIO             PIC X(08).
021000 01  DSS-CIA-PRINCIPAL           PIC X(03) VALUE '001'.
021100 01  DSS-COMPANIA-AUX            PIC X(03).
021200 01  DSS-AGENCIA-AUX             PIC X(03).
021300 01  DSS-CUIT-AUX                PIC X(11).
021400 01  DSS-ID-AUX                  PIC 9(05).
021500 01  DSS-CUIT-VALIDO             PIC X(01).
021600 01  DSS-DIAS-FILA               PIC 9(03).
021700 01  DSS-SECUENCIA               PIC 9(02).
021800 01  DSS-IMPORTE-ED              PIC $Z,ZZZ,ZZZ,ZZ9.99-.
021900 01  DSS-IMPORTE-ED2             PIC $Z,ZZZ,ZZZ,ZZ9.99-.
022000*
022100 01  DSS-CONTADORES.
022200     05  DSS-CANT-SIN-CUIT       PIC 9(04) VALUE ZERO.
022300     05  DSS-CANT-SIN-EMPLEADO   PIC 9(04) VALUE ZERO.
022400     05  DSS-CANT-DECLARADAS     PIC 9(02) VALUE ZERO.
022500     05  DSS-CIA-CANT            PIC 9(05).
022600     05  DSS-CIA-REMUN           PIC 9(11)V99.
022700     05  DSS-CIA-RETEN           PIC S9(11)V99.
022800     05  DSS-CIA-CONTRIB         PIC S9(11)V99.
022900*
023000 01  DSS-CANT-COMPANIAS          PIC 9(02) VALUE ZERO.
023100 01  DSS-TABLA-COMPANIAS.
023200     05  DSS-CIA-FILA OCCURS 20 TIMES
023300                      INDEXED BY DSS-X-CIA.
023400         10 DSS-CIA-CODIGO       PIC X(03).
023500         10 DSS-CIA-NOMBRE       PIC X(20).
023600         10 DSS-CIA-ULT-SEC      PIC 9(02).
023700*
023800 01  DSS-CANT-EMPL               PIC 9(04) VALUE ZERO.
023900 01  DSS-TABLA-EMPL.
024000     05  DSS-EMPL-FILA OCCURS 500 TIMES
024100                       INDEXED BY DSS-X-EMP.
024200         10 DSS-EMP-ID           PIC 9(05).
024300         10 DSS-EMP-NOMBRE       PIC X(05).
024400         10 DSS-EMP-COMPANIA     PIC X(03).
024500         10 DSS-EMP-CUIT         PIC X(11).
024600         10 DSS-EMP-DIAS         PIC 9(03).
024700         10 DSS-EMP-REMUN        PIC S9(09)V99.
024800         10 DSS-EMP-RETEN        PIC S9(09)V99.
024900         10 DSS-EMP-CONTRIB      PIC S9(09)V99.
025000*
025100 01  DSS-CANT-CONCEPTOS          PIC 9(04) VALUE ZERO.
025200 01  DSS-TABLA-CONCEPTOS.
025300     05  DSS-CONC-FILA OCCURS 3000 TIMES
025400                       INDEXED BY DSS-X-CON.
025500         10 DSS-CON-EMPLEADO     PIC 9(04).
025600         10 DSS-CON-CLASE        PIC X(01).
025700         10 DSS-CON-CONCEPTO     PIC X(15).
025800         10 DSS-CON-IMPORTE      PIC S9(07)V99.
025900         10 DSS-CON-AGENCIA      PIC X(03).
026000*
026100 01  DSS-CANT-MAPA               PIC 9(02) VALUE ZERO.
026200 01  DSS-TABLA-MAPA.
026300     05  DSS-MAPA-FILA OCCURS 20 TIMES
026400                       INDEXED BY DSS-X-MAP.
026500         10 DSS-MAP-CONCEPTO     PIC X(15).
026600         10 DSS-MAP-AGENCIA      PIC X(03).
026700*
026800 01  DSS-CANT-AGENCIAS           PIC 9(02) VALUE ZERO.
026900 01  DSS-TABLA-AGENCIAS.
027000     05  DSS-AGENCIA-FILA OCCURS 20 TIMES
027100                          INDEXED BY DSS-X-AGE.
027200         10 DSS-AGE-CODIGO       PIC X(03).
027300         10 DSS-AGE-DECLARADO    PIC S9(11)V99.
027400         10 DSS-AGE-REMESADO     PIC S9(11)V99.
027500         10 DSS-AGE-CON-REMESA   PIC X(01).
027600*
027700 01  DSS-EMP-BUSCADO             PIC 9(04).
027800 01  DSS-X-AUX                   PIC 9(04).
027900*
028000 PROCEDURE DIVISION.
028100******************************************************************
028200* 0000-MAINLINE - CHECK RELEASE AND TAX IDS, BALANCE AGAINST
028300*                 REMESAS, ONE DECLARATION PER COMPANY
028400******************************************************************
028500 0000-MAINLINE.
028600     PERFORM 0900-CONTROL-LIBERACION
028700         THRU 0900-CONTROL-LIBERACION-EXIT.
028800     IF DSS-ES-SIN-LIBERAR
028900         MOVE 8 TO RETURN-CODE
029000         GOBACK
029100     END-IF.
029200     ACCEPT DSS-FECHA-HOY FROM DATE YYYYMMDD.
029300     MOVE 'G' TO DSS-SES-ACCION.
029400     CALL 'SESUSER' USING DSS-SES-ACCION DSS-SES-USUARIO.
029500     PERFORM 1000-PERIODO-ABIERTO
029600         THRU 1000-PERIODO-ABIERTO-EXIT.
029700     PERFORM 1100-CARGAR-COMPANIAS
029800         THRU 1100-CARGAR-COMPANIAS-EXIT.
029900     PERFORM 1200-CARGAR-REGISTRO
030000         THRU 1200-CARGAR-REGISTRO-EXIT.
030100     OPEN OUTPUT REPORTE-FILE.
030200     MOVE SPACES TO RPT-LINEA.
030300     STRING 'DECLSS - DECLARACION DE SEGURIDAD SOCIAL - '
030400         'PERIODO ' DSS-PERIODO
030500         DELIMITED BY SIZE INTO RPT-LINEA.
030600     WRITE RPT-LINEA.
030700     IF DSS-CANT-EMPL = ZERO
030800         MOVE 'SIN REGISTRO DE NOMINA PARA EL PERIODO'
030900             TO RPT-LINEA
031000         WRITE RPT-LINEA
031100         CLOSE REPORTE-FILE
031200         DISPLAY 'DECLSS: SIN REGISTRO PARA ' DSS-PERIODO
031300         MOVE 8 TO RETURN-CODE
031400         GOBACK
031500     END-IF.
031600     PERFORM 1300-CONTROLAR-CUIT THRU 1300-CONTROLAR-CUIT-EXIT.
031700     IF DSS-CANT-SIN-CUIT > ZERO
031800         MOVE SPACES TO RPT-LINEA
031900         STRING 'DECLARACION NO GENERADA: ' DSS-CANT-SIN-CUIT
032000             ' EMPLEADO(S) SIN CUIT VALIDO EN PERSONAS'
032100             DELIMITED BY SIZE INTO RPT-LINEA
032200         WRITE RPT-LINEA
032300         CLOSE REPORTE-FILE
032400         DISPLAY 'DECLSS: ' DSS-CANT-SIN-CUIT
032500             ' EMPLEADO(S) SIN CUIT VALIDO, VER DECLRPT'
032600         MOVE 8 TO RETURN-CODE
032700         GOBACK
032800     END-IF.
032900     PERFORM 1400-CARGAR-MAPA THRU 1400-CARGAR-MAPA-EXIT.
033000     PERFORM 1500-CARGAR-RETENCIONES
033100         THRU 1500-CARGAR-RETENCIONES-EXIT.
033200     PERFORM 1600-CARGAR-APORTES THRU 1600-CARGAR-APORTES-EXIT.
033300     PERFORM 1700-CARGAR-BITACORA
033400         THRU 1700-CARGAR-BITACORA-EXIT.
033500     PERFORM 3000-BALANCEAR-REMESAS
033600         THRU 3000-BALANCEAR-REMESAS-EXIT.
033700     PERFORM 2000-DECLARAR-COMPANIA
033800         THRU 2000-DECLARAR-COMPANIA-EXIT
033900         VARYING DSS-X-CIA FROM 1 BY 1
034000         UNTIL DSS-X-CIA > DSS-CANT-COMPANIAS.
034100     CLOSE REPORTE-FILE.
034200     DISPLAY 'DECLSS: ' DSS-CANT-DECLARADAS
034300         ' DECLARACION(ES) GENERADA(S)'.
034400     IF NOT DSS-ES-BALANCEADA
034500         DISPLAY 'DECLSS: NO BALANCEA CON REMESAS, VER DECLRPT'
034600         MOVE 8 TO RETURN-CODE
034700     END-IF.
034800     GOBACK.
034900 0000-MAINLINE-EXIT.
035000     EXIT.
035100*
035200******************************************************************
035300* 0900-CONTROL-LIBERACION - AN UNRELEASED PERIOD IS NOT
035400*                           DECLARED
035500******************************************************************
035600 0900-CONTROL-LIBERACION.
035700     OPEN INPUT REGSTATE-FILE.
035800     IF DSS-STATUS-REGSTATE = '00'
035900         READ REGSTATE-FILE
036000             NOT AT END
036100                 IF RG-ESTADO NOT = 'L'
036200                     SET DSS-ES-SIN-LIBERAR TO TRUE
036300                     DISPLAY 'DECLSS: EL PERIODO '
036400                         RG-PERIODO ' NO ESTA LIBERADO '
036500                         '(CORRER APRUEBA)'
036600                 END-IF
036700         END-READ
036800     END-IF.
036900     CLOSE REGSTATE-FILE.
037000 0900-CONTROL-LIBERACION-EXIT.
037100     EXIT.
037200*
037300******************************************************************
037400* 1000-PERIODO-ABIERTO - THE MONTHLY ROW OF PERIODCTL, OR THE
037500*                        OPERATOR
037600******************************************************************
037700 1000-PERIODO-ABIERTO.
037800     MOVE 'N' TO DSS-FIN-ARCHIVO.
037900     OPEN INPUT PERIODCTL-FILE.
038000     IF DSS-STATUS-PERIODO = '00'
038100         PERFORM 1010-LEER-PERIODO THRU 1010-LEER-PERIODO-EXIT
038200             UNTIL DSS-ES-FIN-ARCHIVO
038300     END-IF.
038400     CLOSE PERIODCTL-FILE.
038500     MOVE 'N' TO DSS-FIN-ARCHIVO.
038600     IF DSS-PERIODO = ZERO
038700         DISPLAY 'PERIODO A DECLARAR (AAAAMM): '
038800             WITH NO ADVANCING
038900         ACCEPT DSS-PERIODO
039000     END-IF.
039100 1000-PERIODO-ABIERTO-EXIT.
039200     EXIT.
039300*
039400******************************************************************
039500* 1010-LEER-PERIODO - KEEP THE MONTHLY ('M' OR BLANK) ROW
039600******************************************************************
039700 1010-LEER-PERIODO.
039800     READ PERIODCTL-FILE
039900         AT END
040000             SET DSS-ES-FIN-ARCHIVO TO TRUE
040100         NOT AT END
040200             IF PC-FRECUENCIA = 'M'
040300                 OR PC-FRECUENCIA = SPACE
040400                 MOVE PC-PERIODO TO DSS-PERIODO
040500             END-IF
040600     END-READ.
040700 1010-LEER-PERIODO-EXIT.
040800     EXIT.
040900*
041000******************************************************************
041100* 1100-CARGAR-COMPANIAS - THE LEGAL ENTITIES TO DECLARE FOR;
041200*                         THE FIRST ROW IS THE PRINCIPAL
041300******************************************************************
041400 1100-CARGAR-COMPANIAS.
041500     MOVE 'N' TO DSS-FIN-ARCHIVO.
041600     OPEN INPUT COMPANIAS-FILE.
041700     IF DSS-STATUS-COMPANIAS = '00'
041800         PERFORM 1110-LEER-COMPANIA THRU 1110-LEER-COMPANIA-EXIT
041900             UNTIL DSS-ES-FIN-ARCHIVO
042000     END-IF.
042100     CLOSE COMPANIAS-FILE.
042200     MOVE 'N' TO DSS-FIN-ARCHIVO.
042300     IF DSS-CANT-COMPANIAS = ZERO
042400         MOVE 1 TO DSS-CANT-COMPANIAS
042500         MOVE DSS-CIA-PRINCIPAL TO DSS-CIA-CODIGO(1)
042600         MOVE 'COMPANIA PRINCIPAL' TO DSS-CIA-NOMBRE(1)
042700         MOVE ZERO TO DSS-CIA-ULT-SEC(1)
042800     END-IF.
042900 1100-CARGAR-COMPANIAS-EXIT.
043000     EXIT.
043100*
043200******************************************************************
043300* 1110-LEER-COMPANIA - KEEP ONE COMPANY ROW
043400******************************************************************
043500 1110-LEER-COMPANIA.
043600     READ COMPANIAS-FILE
043700         AT END
043800             SET DSS-ES-FIN-ARCHIVO TO TRUE
043900         NOT AT END
044000             IF DSS-CANT-COMPANIAS < 20
044100                 ADD 1 TO DSS-CANT-COMPANIAS
044200                 SET DSS-X-CIA TO DSS-CANT-COMPANIAS
044300                 MOVE CO-CODIGO TO DSS-CIA-CODIGO(DSS-X-CIA)
044400                 MOVE CO-NOMBRE TO DSS-CIA-NOMBRE(DSS-X-CIA)
044500                 MOVE ZERO TO DSS-CIA-ULT-SEC(DSS-X-CIA)
044600                 IF DSS-CANT-COMPANIAS = 1
044700                     MOVE CO-CODIGO TO DSS-CIA-PRINCIPAL
044800                 END-IF
044900             END-IF
045000     END-READ.
045100 1110-LEER-COMPANIA-EXIT.
045200     EXIT.
045300*
045400******************************************************************
045500* 1200-CARGAR-REGISTRO - ONE ROW PER EMPLOYEE AND COMPANY WITH
045600*                        DAYS AND GROSS REMUNERATION
045700******************************************************************
045800 1200-CARGAR-REGISTRO.
045900     MOVE 'N' TO DSS-FIN-ARCHIVO.
046000     OPEN INPUT PAYROLL-REG-FILE.
046100     IF DSS-STATUS-PAYROLL = '00'
046200         PERFORM 1210-LEER-REGISTRO THRU 1210-LEER-REGISTRO-EXIT
046300             UNTIL DSS-ES-FIN-ARCHIVO
046400     END-IF.
046500     CLOSE PAYROLL-REG-FILE.
046600     MOVE 'N' TO DSS-FIN-ARCHIVO.
046700 1200-CARGAR-REGISTRO-EXIT.
046800     EXIT.
046900*
047000******************************************************************
047100* 1210-LEER-REGISTRO - ADD ONE REGISTER LINE OF THE PERIOD
047200******************************************************************
047300 1210-LEER-REGISTRO.
047400     READ PAYROLL-REG-FILE
047500         AT END
047600             SET DSS-ES-FIN-ARCHIVO TO TRUE
047700             GO TO 1210-LEER-REGISTRO-EXIT
047800     END-READ.
047900     IF PR-RECORD(1:1) = '*'
048000         OR PR-PERIODO NOT = DSS-PERIODO
048100         GO TO 1210-LEER-REGISTRO-EXIT
048200     END-IF.
048300     MOVE PR-COMPANIA TO DSS-COMPANIA-AUX.
048400     IF DSS-COMPANIA-AUX = SPACES
048500         MOVE DSS-CIA-PRINCIPAL TO DSS-COMPANIA-AUX
048600     END-IF.
048700     PERFORM 1220-UBICAR-EMPLEADO THRU 1220-UBICAR-EMPLEADO-EXIT.
048800     IF NOT DSS-ES-HALLADO
048900         GO TO 1210-LEER-REGISTRO-EXIT
049000     END-IF.
049100*    LAS LINEAS 'A'/'D' TRAEN EL RETRO EN PR-BONO; LA LINEA
049200*    FUERA DE CICLO 'O' NO SUMA DIAS TRABAJADOS; LA ASIGNACION
049210*    FAMILIAR 'H' Y EL REINTEGRO DE GASTOS 'V' NO SON
049220*    REMUNERATIVOS, NI LA NOVEDAD NO GRAVADA 'X'.
049300     EVALUATE PR-TIPO-LINEA
049400         WHEN 'A'
049500             ADD PR-BONO TO DSS-EMP-REMUN(DSS-X-EMP)
049600         WHEN 'D'
049700             SUBTRACT PR-BONO FROM DSS-EMP-REMUN(DSS-X-EMP)
049701         WHEN 'H'
049702         WHEN 'V'
049703         WHEN 'X'
049704             CONTINUE
049800         WHEN OTHER
049900             ADD PR-SUELDO-PRORRATEADO PR-BONO PR-IMPORTE-EXTRA
050000                 TO DSS-EMP-REMUN(DSS-X-EMP)
050100             IF PR-TIPO-LINEA NOT = 'O'
050200                 AND PR-SUELDO-MENSUAL > ZERO
050300                 COMPUTE DSS-DIAS-FILA ROUNDED =
050400                     PR-SUELDO-PRORRATEADO * 30
050500                     / PR-SUELDO-MENSUAL
050600                 ADD DSS-DIAS-FILA TO DSS-EMP-DIAS(DSS-X-EMP)
050700             END-IF
050800     END-EVALUATE.
050900     IF DSS-EMP-DIAS(DSS-X-EMP) > 30
051000         MOVE 30 TO DSS-EMP-DIAS(DSS-X-EMP)
051100     END-IF.
051200 1210-LEER-REGISTRO-EXIT.
051300     EXIT.
051400*
051500******************************************************************
051600* 1220-UBICAR-EMPLEADO - FIND OR CREATE THE EMPLOYEE ROW OF THE
051700*                        REGISTER LINE
051800******************************************************************
051900 1220-UBICAR-EMPLEADO.
052000     MOVE 'N' TO DSS-HALLADO.
052100     PERFORM 1230-COMPARAR-EMPLEADO
052200         THRU 1230-COMPARAR-EMPLEADO-EXIT
052300         VARYING DSS-X-EMP FROM 1 BY 1
052400         UNTIL DSS-X-EMP > DSS-CANT-EMPL
052500         OR DSS-ES-HALLADO.
052600     IF DSS-ES-HALLADO
052700         SET DSS-X-EMP DOWN BY 1
052800         GO TO 1220-UBICAR-EMPLEADO-EXIT
052900     END-IF.
053000     IF DSS-CANT-EMPL < 500
053100         ADD 1 TO DSS-CANT-EMPL
053200         SET DSS-X-EMP TO DSS-CANT-EMPL
053300         MOVE PR-ID TO DSS-EMP-ID(DSS-X-EMP)
053400         MOVE PR-NOMBRE TO DSS-EMP-NOMBRE(DSS-X-EMP)
053500         MOVE DSS-COMPANIA-AUX TO DSS-EMP-COMPANIA(DSS-X-EMP)
053600         MOVE SPACES TO DSS-EMP-CUIT(DSS-X-EMP)
053700         MOVE ZERO TO DSS-EMP-DIAS(DSS-X-EMP)
053800         MOVE ZERO TO DSS-EMP-REMUN(DSS-X-EMP)
053900         MOVE ZERO TO DSS-EMP-RETEN(DSS-X-EMP)
054000         MOVE ZERO TO DSS-EMP-CONTRIB(DSS-X-EMP)
054100         SET DSS-ES-HALLADO TO TRUE
054200     END-IF.
054300 1220-UBICAR-EMPLEADO-EXIT.
054400     EXIT.
054500*
054600******************************************************************
054700* 1230-COMPARAR-EMPLEADO - SAME EMPLOYEE AND SAME COMPANY
054800******************************************************************
054900 1230-COMPARAR-EMPLEADO.
055000     IF DSS-EMP-COMPANIA(DSS-X-EMP) = DSS-COMPANIA-AUX
055100         AND ((PR-ID NOT = ZERO
055200               AND DSS-EMP-ID(DSS-X-EMP) = PR-ID)
055300              OR (PR-ID = ZERO
055400                  AND DSS-EMP-ID(DSS-X-EMP) = ZERO
055500                  AND DSS-EMP-NOMBRE(DSS-X-EMP) = PR-NOMBRE))
055600         SET DSS-ES-HALLADO TO TRUE
055700     END-IF.
055800 1230-COMPARAR-EMPLEADO-EXIT.
055900     EXIT.
056000*
056100******************************************************************
056200* 1300-CONTROLAR-CUIT - EVERY EMPLOYEE NEEDS A VALID TAX ID IN
056300*                       PERSONAS; LIST THE ONES THAT DO NOT
056400******************************************************************
056500 1300-CONTROLAR-CUIT.
056600     MOVE 'N' TO DSS-FIN-ARCHIVO.
056700     OPEN INPUT PERSONAS-FILE.
056800     IF DSS-STATUS-PERSONAS = '00'
056900         PERFORM 1310-LEER-PERSONA THRU 1310-LEER-PERSONA-EXIT
057000             UNTIL DSS-ES-FIN-ARCHIVO
057100     END-IF.
057200     CLOSE PERSONAS-FILE.
057300     MOVE 'N' TO DSS-FIN-ARCHIVO.
057400     PERFORM 1320-VALIDAR-EMPLEADO
057500         THRU 1320-VALIDAR-EMPLEADO-EXIT
057600         VARYING DSS-X-EMP FROM 1 BY 1
057700         UNTIL DSS-X-EMP > DSS-CANT-EMPL.
057800 1300-CONTROLAR-CUIT-EXIT.
057900     EXIT.
058000*
058100******************************************************************
058200* 1310-LEER-PERSONA - HAND THE TAX ID TO EVERY MATCHING ROW
058300******************************************************************
058400 1310-LEER-PERSONA.
058500     READ PERSONAS-FILE
058600         AT END
058700             SET DSS-ES-FIN-ARCHIVO TO TRUE
058800         NOT AT END
058900             IF PE-ID NOT = ZERO
059000                 PERFORM 1311-ASIGNAR-CUIT
059100                     THRU 1311-ASIGNAR-CUIT-EXIT
059200                     VARYING DSS-X-EMP FROM 1 BY 1
059300                     UNTIL DSS-X-EMP > DSS-CANT-EMPL
059400             END-IF
059500     END-READ.
059600 1310-LEER-PERSONA-EXIT.
059700     EXIT.
059800*
059900******************************************************************
060000* 1311-ASIGNAR-CUIT - ONE EMPLOYEE ROW AGAINST THE PERSON
060100******************************************************************
060200 1311-ASIGNAR-CUIT.
060300     IF DSS-EMP-ID(DSS-X-EMP) = PE-ID
060400         MOVE PE-CUIT TO DSS-EMP-CUIT(DSS-X-EMP)
060500     END-IF.
060600 1311-ASIGNAR-CUIT-EXIT.
060700     EXIT.
060800*
060900******************************************************************
061000* 1320-VALIDAR-EMPLEADO - CHECK-DIGIT TEST THROUGH VALIDCUIT
061100******************************************************************
061200 1320-VALIDAR-EMPLEADO.
061300     MOVE DSS-EMP-CUIT(DSS-X-EMP) TO DSS-CUIT-AUX.
061400     MOVE 'N' TO DSS-CUIT-VALIDO.
061500     IF DSS-CUIT-AUX NOT = SPACES
061600         CALL 'VALIDCUIT' USING DSS-CUIT-AUX DSS-CUIT-VALIDO
061700     END-IF.
061800     IF DSS-CUIT-VALIDO NOT = 'Y'
061900         ADD 1 TO DSS-CANT-SIN-CUIT
062000         MOVE SPACES TO RPT-LINEA
062100         IF DSS-CUIT-AUX = SPACES
062200             STRING 'SIN CUIT EN PERSONAS: ID '
062300                 DSS-EMP-ID(DSS-X-EMP) ' '
062400                 DSS-EMP-NOMBRE(DSS-X-EMP)
062500                 ' COMPANIA ' DSS-EMP-COMPANIA(DSS-X-EMP)
062600                 DELIMITED BY SIZE INTO RPT-LINEA
062700         ELSE
062800             STRING 'CUIT INVALIDO: ID '
062900                 DSS-EMP-ID(DSS-X-EMP) ' '
063000                 DSS-EMP-NOMBRE(DSS-X-EMP)
063100                 ' CUIT ' DSS-CUIT-AUX
063200                 DELIMITED BY SIZE INTO RPT-LINEA
063300         END-IF
063400         WRITE RPT-LINEA
063500     END-IF.
063600 1320-VALIDAR-EMPLEADO-EXIT.
063700     EXIT.
063800*
063900******************************************************************
064000* 1400-CARGAR-MAPA - CONCEPT -> AGENCY MAP FROM DEDUCTIONS, THE
064100*                    SAME ONE REMESAS REMITS BY
064200******************************************************************
064300 1400-CARGAR-MAPA.
064400     MOVE 'N' TO DSS-FIN-ARCHIVO.
064500     OPEN INPUT DEDUCTIONS-FILE.
064600     IF DSS-STATUS-DEDUC = '00'
064700         PERFORM 1410-LEER-CONCEPTO THRU 1410-LEER-CONCEPTO-EXIT
064800             UNTIL DSS-ES-FIN-ARCHIVO
064900     END-IF.
065000     CLOSE DEDUCTIONS-FILE.
065100     MOVE 'N' TO DSS-FIN-ARCHIVO.
065200 1400-CARGAR-MAPA-EXIT.
065300     EXIT.
065400*
065500******************************************************************
065600* 1410-LEER-CONCEPTO - KEEP ONE CONCEPT AND ITS AGENCY
065700******************************************************************
065800 1410-LEER-CONCEPTO.
065900     READ DEDUCTIONS-FILE
066000         AT END
066100             SET DSS-ES-FIN-ARCHIVO TO TRUE
066200         NOT AT END
066300             IF DSS-CANT-MAPA < 20
066400                 ADD 1 TO DSS-CANT-MAPA
066500                 SET DSS-X-MAP TO DSS-CANT-MAPA
066600                 MOVE DD-CONCEPTO TO DSS-MAP-CONCEPTO(DSS-X-MAP)
066700                 MOVE DD-AGENCIA TO DSS-MAP-AGENCIA(DSS-X-MAP)
066800             END-IF
066900     END-READ.
067000 1410-LEER-CONCEPTO-EXIT.
067100     EXIT.
067200*
067300******************************************************************
067400* 1500-CARGAR-RETENCIONES - DEDDET ROWS OF THE PERIOD UNDER
067500*                           THEIR EMPLOYEE
067600******************************************************************
067700 1500-CARGAR-RETENCIONES.
067800     MOVE 'N' TO DSS-FIN-ARCHIVO.
067900     OPEN INPUT DEDDET-FILE.
068000     IF DSS-STATUS-DETALLE = '00'
068100         PERFORM 1510-LEER-RETENCION
068200             THRU 1510-LEER-RETENCION-EXIT
068300             UNTIL DSS-ES-FIN-ARCHIVO
068400     END-IF.
068500     CLOSE DEDDET-FILE.
068600     MOVE 'N' TO DSS-FIN-ARCHIVO.
068700 1500-CARGAR-RETENCIONES-EXIT.
068800     EXIT.
068900*
069000******************************************************************
069100* 1510-LEER-RETENCION - ONE WITHHELD CONCEPT ROW
069200******************************************************************
069300 1510-LEER-RETENCION.
069400     READ DEDDET-FILE
069500         AT END
069600             SET DSS-ES-FIN-ARCHIVO TO TRUE
069700             GO TO 1510-LEER-RETENCION-EXIT
069800     END-READ.
069900     IF DT-PERIODO NOT = DSS-PERIODO
070000         GO TO 1510-LEER-RETENCION-EXIT
070100     END-IF.
070101*    LOS EMBARGOS JUDICIALES NO SE DECLARAN A LA SEGURIDAD
070102*    SOCIAL: LOS REMITE EMBARGOS A CADA JUZGADO.
070103     IF DT-CONCEPTO = 'EMBARGO'
070104         GO TO 1510-LEER-RETENCION-EXIT
070105     END-IF.
070106*    LOS BENEFICIOS OPTATIVOS SE PAGAN A CADA PRESTADOR.
070107     IF DT-CONCEPTO(1:4) = 'BEN-'
070108         GO TO 1510-LEER-RETENCION-EXIT
070109     END-IF.
07010A*    LOS DESCUENTOS DE NOVEDADES NO SON APORTES.
07010B     IF DT-CONCEPTO(1:4) = 'NOV-'
07010C         GO TO 1510-LEER-RETENCION-EXIT
07010D     END-IF.
070200     MOVE DT-COMPANIA TO DSS-COMPANIA-AUX.
070300     IF DSS-COMPANIA-AUX = SPACES
070400         MOVE DSS-CIA-PRINCIPAL TO DSS-COMPANIA-AUX
070500     END-IF.
070600     MOVE DT-ID TO DSS-ID-AUX.
070700     PERFORM 1520-BUSCAR-EMPLEADO THRU 1520-BUSCAR-EMPLEADO-EXIT.
070800     IF DSS-EMP-BUSCADO = ZERO
070900         ADD 1 TO DSS-CANT-SIN-EMPLEADO
071000         GO TO 1510-LEER-RETENCION-EXIT
071100     END-IF.
071200     MOVE SPACES TO DSS-AGENCIA-AUX.
071300     PERFORM 1530-AGENCIA-CONCEPTO THRU 1530-AGENCIA-CONCEPTO-EXIT
071400         VARYING DSS-X-MAP FROM 1 BY 1
071500         UNTIL DSS-X-MAP > DSS-CANT-MAPA.
071600     IF DSS-CANT-CONCEPTOS < 3000
071700         ADD 1 TO DSS-CANT-CONCEPTOS
071800         SET DSS-X-CON TO DSS-CANT-CONCEPTOS
071900         MOVE DSS-EMP-BUSCADO TO DSS-CON-EMPLEADO(DSS-X-CON)
072000         MOVE 'R' TO DSS-CON-CLASE(DSS-X-CON)
072100         MOVE DT-CONCEPTO TO DSS-CON-CONCEPTO(DSS-X-CON)
072200         MOVE DT-IMPORTE TO DSS-CON-IMPORTE(DSS-X-CON)
072300         MOVE DSS-AGENCIA-AUX TO DSS-CON-AGENCIA(DSS-X-CON)
072400         SET DSS-X-EMP TO DSS-EMP-BUSCADO
072500         ADD DT-IMPORTE TO DSS-EMP-RETEN(DSS-X-EMP)
072600         PERFORM 1540-SUMAR-AGENCIA THRU 1540-SUMAR-AGENCIA-EXIT
072700     END-IF.
072800 1510-LEER-RETENCION-EXIT.
072900     EXIT.
073000*
073100******************************************************************
073200* 1520-BUSCAR-EMPLEADO - POSITION OF THE DETAIL ROW'S EMPLOYEE
073300*                        (ZERO WHEN THE REGISTER LACKS IT)
073400******************************************************************
073500 1520-BUSCAR-EMPLEADO.
073600     MOVE ZERO TO DSS-EMP-BUSCADO.
073700     PERFORM 1521-COMPARAR-DETALLE THRU 1521-COMPARAR-DETALLE-EXIT
073800         VARYING DSS-X-AUX FROM 1 BY 1
073900         UNTIL DSS-X-AUX > DSS-CANT-EMPL
074000         OR DSS-EMP-BUSCADO > ZERO.
074100 1520-BUSCAR-EMPLEADO-EXIT.
074200     EXIT.
074300*
074400******************************************************************
074500* 1521-COMPARAR-DETALLE - ONE EMPLOYEE ROW AGAINST THE DETAIL
074600******************************************************************
074700 1521-COMPARAR-DETALLE.
074800     SET DSS-X-EMP TO DSS-X-AUX.
074900     IF DSS-EMP-COMPANIA(DSS-X-EMP) = DSS-COMPANIA-AUX
075000         AND DSS-EMP-ID(DSS-X-EMP) = DSS-ID-AUX
075100         MOVE DSS-X-AUX TO DSS-EMP-BUSCADO
075200     END-IF.
075300 1521-COMPARAR-DETALLE-EXIT.
075400     EXIT.
075500*
075600******************************************************************
075700* 1530-AGENCIA-CONCEPTO - AGENCY OF THE WITHHELD CONCEPT
075800******************************************************************
075900 1530-AGENCIA-CONCEPTO.
076000     IF DSS-MAP-CONCEPTO(DSS-X-MAP) = DT-CONCEPTO
076100         MOVE DSS-MAP-AGENCIA(DSS-X-MAP) TO DSS-AGENCIA-AUX
076200     END-IF.
076300 1530-AGENCIA-CONCEPTO-EXIT.
076400     EXIT.
076500*
076600******************************************************************
076700* 1540-SUMAR-AGENCIA - DECLARED AMOUNT INTO ITS AGENCY ROW
076800******************************************************************
076900 1540-SUMAR-AGENCIA.
077000     IF DSS-AGENCIA-AUX = SPACES
077100         GO TO 1540-SUMAR-AGENCIA-EXIT
077200     END-IF.
077300     MOVE 'N' TO DSS-HALLADO.
077400     PERFORM 1541-COMPARAR-AGENCIA THRU 1541-COMPARAR-AGENCIA-EXIT
077500         VARYING DSS-X-AGE FROM 1 BY 1
077600         UNTIL DSS-X-AGE > DSS-CANT-AGENCIAS
077700         OR DSS-ES-HALLADO.
077800     IF NOT DSS-ES-HALLADO
077900         AND DSS-CANT-AGENCIAS < 20
078000         ADD 1 TO DSS-CANT-AGENCIAS
078100         SET DSS-X-AGE TO DSS-CANT-AGENCIAS
078200         MOVE DSS-AGENCIA-AUX TO DSS-AGE-CODIGO(DSS-X-AGE)
078300         MOVE DSS-CON-IMPORTE(DSS-X-CON)
078400             TO DSS-AGE-DECLARADO(DSS-X-AGE)
078500         MOVE ZERO TO DSS-AGE-REMESADO(DSS-X-AGE)
078600         MOVE 'N' TO DSS-AGE-CON-REMESA(DSS-X-AGE)
078700     END-IF.
078800 1540-SUMAR-AGENCIA-EXIT.
078900     EXIT.
079000*
079100******************************************************************
079200* 1541-COMPARAR-AGENCIA - BUMP AN EXISTING AGENCY ROW
079300******************************************************************
079400 1541-COMPARAR-AGENCIA.
079500     IF DSS-AGE-CODIGO(DSS-X-AGE) = DSS-AGENCIA-AUX
079600         ADD DSS-CON-IMPORTE(DSS-X-CON)
079700             TO DSS-AGE-DECLARADO(DSS-X-AGE)
079800         SET DSS-ES-HALLADO TO TRUE
079900     END-IF.
080000 1541-COMPARAR-AGENCIA-EXIT.
080100     EXIT.
080200*
080300******************************************************************
080400* 1600-CARGAR-APORTES - CONTDET EMPLOYER CONTRIBUTIONS OF THE
080500*                       PERIOD UNDER THEIR EMPLOYEE
080600******************************************************************
080700 1600-CARGAR-APORTES.
080800     MOVE 'N' TO DSS-FIN-ARCHIVO.
080900     OPEN INPUT CONTDET-FILE.
081000     IF DSS-STATUS-CONTDET = '00'
081100         PERFORM 1610-LEER-APORTE THRU 1610-LEER-APORTE-EXIT
081200             UNTIL DSS-ES-FIN-ARCHIVO
081300     END-IF.
081400     CLOSE CONTDET-FILE.
081500     MOVE 'N' TO DSS-FIN-ARCHIVO.
081600 1600-CARGAR-APORTES-EXIT.
081700     EXIT.
081800*
081900******************************************************************
082000* 1610-LEER-APORTE - ONE EMPLOYER CONTRIBUTION ROW
082100******************************************************************
082200 1610-LEER-APORTE.
082300     READ CONTDET-FILE
082400         AT END
082500             SET DSS-ES-FIN-ARCHIVO TO TRUE
082600             GO TO 1610-LEER-APORTE-EXIT
082700     END-READ.
082800     IF CD-PERIODO NOT = DSS-PERIODO
082900         GO TO 1610-LEER-APORTE-EXIT
083000     END-IF.
083010     IF CD-CONCEPTO(1:4) = 'BEN-'
083020         GO TO 1610-LEER-APORTE-EXIT
083030     END-IF.
083100     MOVE CD-COMPANIA TO DSS-COMPANIA-AUX.
083200     IF DSS-COMPANIA-AUX = SPACES
083300         MOVE DSS-CIA-PRINCIPAL TO DSS-COMPANIA-AUX
083400     END-IF.
083500     MOVE CD-ID TO DSS-ID-AUX.
083600     PERFORM 1520-BUSCAR-EMPLEADO THRU 1520-BUSCAR-EMPLEADO-EXIT.
083700     IF DSS-EMP-BUSCADO = ZERO
083800         ADD 1 TO DSS-CANT-SIN-EMPLEADO
083900         GO TO 1610-LEER-APORTE-EXIT
084000     END-IF.
084100     MOVE CD-AGENCIA TO DSS-AGENCIA-AUX.
084200     IF DSS-CANT-CONCEPTOS < 3000
084300         ADD 1 TO DSS-CANT-CONCEPTOS
084400         SET DSS-X-CON TO DSS-CANT-CONCEPTOS
084500         MOVE DSS-EMP-BUSCADO TO DSS-CON-EMPLEADO(DSS-X-CON)
084600         MOVE 'C' TO DSS-CON-CLASE(DSS-X-CON)
084700         MOVE CD-CONCEPTO TO DSS-CON-CONCEPTO(DSS-X-CON)
084800         MOVE CD-IMPORTE TO DSS-CON-IMPORTE(DSS-X-CON)
084900         MOVE DSS-AGENCIA-AUX TO DSS-CON-AGENCIA(DSS-X-CON)
085000         SET DSS-X-EMP TO DSS-EMP-BUSCADO
085100         ADD CD-IMPORTE TO DSS-EMP-CONTRIB(DSS-X-EMP)
085200         PERFORM 1540-SUMAR-AGENCIA THRU 1540-SUMAR-AGENCIA-EXIT
085300     END-IF.
085400 1610-LEER-APORTE-EXIT.
085500     EXIT.
085600*
085700******************************************************************
085800* 1700-CARGAR-BITACORA - LAST FILING SEQUENCE OF THE PERIOD PER
085900*                        COMPANY FROM DECLLOG
086000******************************************************************
086100 1700-CARGAR-BITACORA.
086200     MOVE 'N' TO DSS-FIN-ARCHIVO.
086300     OPEN INPUT DECLLOG-FILE.
086400     IF DSS-STATUS-LOG = '00'
086500         PERFORM 1710-LEER-BITACORA THRU 1710-LEER-BITACORA-EXIT
086600             UNTIL DSS-ES-FIN-ARCHIVO
086700     END-IF.
086800     CLOSE DECLLOG-FILE.
086900     MOVE 'N' TO DSS-FIN-ARCHIVO.
087000 1700-CARGAR-BITACORA-EXIT.
087100     EXIT.
087200*
087300******************************************************************
087400* 1710-LEER-BITACORA - KEEP THE HIGHEST SEQUENCE FILED
087500******************************************************************
087600 1710-LEER-BITACORA.
087700     READ DECLLOG-FILE
087800         AT END
087900             SET DSS-ES-FIN-ARCHIVO TO TRUE
088000         NOT AT END
088100             IF DL-PERIODO = DSS-PERIODO
088200                 PERFORM 1711-COMPARAR-SECUENCIA
088300                     THRU 1711-COMPARAR-SECUENCIA-EXIT
088400                     VARYING DSS-X-CIA FROM 1 BY 1
088500                     UNTIL DSS-X-CIA > DSS-CANT-COMPANIAS
088600             END-IF
088700     END-READ.
088800 1710-LEER-BITACORA-EXIT.
088900     EXIT.
089000*
089100******************************************************************
089200* 1711-COMPARAR-SECUENCIA - ONE COMPANY AGAINST THE LOG ROW
089300******************************************************************
089400 1711-COMPARAR-SECUENCIA.
089500     IF DSS-CIA-CODIGO(DSS-X-CIA) = DL-COMPANIA
089600         AND DL-SECUENCIA > DSS-CIA-ULT-SEC(DSS-X-CIA)
089700         MOVE DL-SECUENCIA TO DSS-CIA-ULT-SEC(DSS-X-CIA)
089800     END-IF.
089900 1711-COMPARAR-SECUENCIA-EXIT.
090000     EXIT.
090100*
090200******************************************************************
090300* 2000-DECLARAR-COMPANIA - ONE DECLARATION FILE FOR ONE COMPANY
090400*                          AND ITS LINE IN THE FILING LOG
090500******************************************************************
090600 2000-DECLARAR-COMPANIA.
090700     MOVE ZERO TO DSS-CIA-CANT.
090800     PERFORM 2010-CONTAR-EMPLEADO THRU 2010-CONTAR-EMPLEADO-EXIT
090900         VARYING DSS-X-EMP FROM 1 BY 1
091000         UNTIL DSS-X-EMP > DSS-CANT-EMPL.
091100     IF DSS-CIA-CANT = ZERO
091200         GO TO 2000-DECLARAR-COMPANIA-EXIT
091300     END-IF.
091400     COMPUTE DSS-SECUENCIA = DSS-CIA-ULT-SEC(DSS-X-CIA) + 1.
091500     MOVE SPACES TO DSS-NOMBRE-ARCHIVO.
091600     STRING 'DJSS' DSS-CIA-CODIGO(DSS-X-CIA) DSS-SECUENCIA
091700         DELIMITED BY SIZE INTO DSS-NOMBRE-ARCHIVO.
091800     OPEN OUTPUT DECLARA-FILE.
091900     MOVE SPACES TO DJ-RECORD.
092000     MOVE '1' TO DJ-TIPO.
092100     MOVE DSS-CIA-CODIGO(DSS-X-CIA) TO DJ-CAB-COMPANIA.
092200     MOVE DSS-CIA-NOMBRE(DSS-X-CIA) TO DJ-CAB-NOMBRE.
092300     MOVE DSS-PERIODO TO DJ-CAB-PERIODO.
092400     MOVE DSS-SECUENCIA TO DJ-CAB-SECUENCIA.
092500*    LA PRIMERA PRESENTACION DEL PERIODO ES LA ORIGINAL; LAS
092600*    SIGUIENTES SALEN COMO RECTIFICATIVAS.
092700     IF DSS-SECUENCIA = 1
092800         MOVE 'O' TO DJ-CAB-CLASE
092900     ELSE
093000         MOVE 'R' TO DJ-CAB-CLASE
093100     END-IF.
093200     MOVE DSS-FECHA-HOY TO DJ-CAB-FECHA.
093300     WRITE DJ-RECORD.
093400     MOVE ZERO TO DSS-CIA-CANT.
093500     MOVE ZERO TO DSS-CIA-REMUN.
093600     MOVE ZERO TO DSS-CIA-RETEN.
093700     MOVE ZERO TO DSS-CIA-CONTRIB.
093800     PERFORM 2100-DECLARAR-EMPLEADO
093900         THRU 2100-DECLARAR-EMPLEADO-EXIT
094000         VARYING DSS-X-EMP FROM 1 BY 1
094100         UNTIL DSS-X-EMP > DSS-CANT-EMPL.
094200     MOVE SPACES TO DJ-RECORD.
094300     MOVE '9' TO DJ-TIPO.
094400     MOVE DSS-CIA-CANT TO DJ-TOT-CANT.
094500     MOVE DSS-CIA-REMUN TO DJ-TOT-REMUN.
094600     MOVE DSS-CIA-RETEN TO DJ-TOT-RETEN.
094700     MOVE DSS-CIA-CONTRIB TO DJ-TOT-CONTRIB.
094800     WRITE DJ-RECORD.
094900     CLOSE DECLARA-FILE.
095000     PERFORM 2200-ANOTAR-BITACORA THRU 2200-ANOTAR-BITACORA-EXIT.
095100     ADD 1 TO DSS-CANT-DECLARADAS.
095200     MOVE SPACES TO RPT-LINEA.
095300     STRING 'COMPANIA ' DSS-CIA-CODIGO(DSS-X-CIA)
095400         ' ARCHIVO ' DSS-NOMBRE-ARCHIVO
095500         ' CLASE ' DL-CLASE ' SEC ' DSS-SECUENCIA
095600         ' EMPLEADOS ' DSS-CIA-CANT
095700         DELIMITED BY SIZE INTO RPT-LINEA.
095800     WRITE RPT-LINEA.
095900     MOVE DSS-CIA-REMUN TO DSS-IMPORTE-ED.
096000     MOVE SPACES TO RPT-LINEA.
096100     STRING '  REMUNERACION:  ' DSS-IMPORTE-ED
096200         DELIMITED BY SIZE INTO RPT-LINEA.
096300     WRITE RPT-LINEA.
096400     MOVE DSS-CIA-RETEN TO DSS-IMPORTE-ED.
096500     MOVE SPACES TO RPT-LINEA.
096600     STRING '  RETENCIONES:   ' DSS-IMPORTE-ED
096700         DELIMITED BY SIZE INTO RPT-LINEA.
096800     WRITE RPT-LINEA.
096900     MOVE DSS-CIA-CONTRIB TO DSS-IMPORTE-ED.
097000     MOVE SPACES TO RPT-LINEA.
097100     STRING '  CONTRIBUCIONES:' DSS-IMPORTE-ED
097200         DELIMITED BY SIZE INTO RPT-LINEA.
097300     WRITE RPT-LINEA.
097400 2000-DECLARAR-COMPANIA-EXIT.
097500     EXIT.
097600*
097700******************************************************************
097800* 2010-CONTAR-EMPLEADO - DOES THE COMPANY HAVE ANYONE TO DECLARE
097900******************************************************************
098000 2010-CONTAR-EMPLEADO.
098100     IF DSS-EMP-COMPANIA(DSS-X-EMP) = DSS-CIA-CODIGO(DSS-X-CIA)
098200         ADD 1 TO DSS-CIA-CANT
098300     END-IF.
098400 2010-CONTAR-EMPLEADO-EXIT.
098500     EXIT.
098600*
098700******************************************************************
098800* 2100-DECLARAR-EMPLEADO - THE '2' ROW AND ITS '3' CONCEPT ROWS
098900******************************************************************
099000 2100-DECLARAR-EMPLEADO.
099100     IF DSS-EMP-COMPANIA(DSS-X-EMP)
099200         NOT = DSS-CIA-CODIGO(DSS-X-CIA)
099300         GO TO 2100-DECLARAR-EMPLEADO-EXIT
099400     END-IF.
099500     MOVE SPACES TO DJ-RECORD.
099600     MOVE '2' TO DJ-TIPO.
099700     MOVE DSS-EMP-CUIT(DSS-X-EMP) TO DJ-EMP-CUIT.
099800     MOVE DSS-EMP-ID(DSS-X-EMP) TO DJ-EMP-ID.
099900     MOVE DSS-EMP-DIAS(DSS-X-EMP) TO DJ-EMP-DIAS.
100000     MOVE DSS-EMP-REMUN(DSS-X-EMP) TO DJ-EMP-REMUN.
100100     MOVE DSS-EMP-RETEN(DSS-X-EMP) TO DJ-EMP-RETEN.
100200     MOVE DSS-EMP-CONTRIB(DSS-X-EMP) TO DJ-EMP-CONTRIB.
100300     WRITE DJ-RECORD.
100400     ADD 1 TO DSS-CIA-CANT.
100500     ADD DSS-EMP-REMUN(DSS-X-EMP) TO DSS-CIA-REMUN.
100600     ADD DSS-EMP-RETEN(DSS-X-EMP) TO DSS-CIA-RETEN.
100700     ADD DSS-EMP-CONTRIB(DSS-X-EMP) TO DSS-CIA-CONTRIB.
100800     SET DSS-X-AUX TO DSS-X-EMP.
100900     PERFORM 2110-DECLARAR-CONCEPTO
101000         THRU 2110-DECLARAR-CONCEPTO-EXIT
101100         VARYING DSS-X-CON FROM 1 BY 1
101200         UNTIL DSS-X-CON > DSS-CANT-CONCEPTOS.
101300 2100-DECLARAR-EMPLEADO-EXIT.
101400     EXIT.
101500*
101600******************************************************************
101700* 2110-DECLARAR-CONCEPTO - ONE WITHHELD OR EMPLOYER CONCEPT
101800******************************************************************
101900 2110-DECLARAR-CONCEPTO.
102000     IF DSS-CON-EMPLEADO(DSS-X-CON) = DSS-X-AUX
102100         MOVE SPACES TO DJ-RECORD
102200         MOVE '3' TO DJ-TIPO
102300         MOVE DSS-EMP-CUIT(DSS-X-EMP) TO DJ-CON-CUIT
102400         MOVE DSS-CON-CLASE(DSS-X-CON) TO DJ-CON-CLASE
102500         MOVE DSS-CON-CONCEPTO(DSS-X-CON) TO DJ-CON-CONCEPTO
102600         MOVE DSS-CON-IMPORTE(DSS-X-CON) TO DJ-CON-IMPORTE
102700         MOVE DSS-CON-AGENCIA(DSS-X-CON) TO DJ-CON-AGENCIA
102800         WRITE DJ-RECORD
102900     END-IF.
103000 2110-DECLARAR-CONCEPTO-EXIT.
103100     EXIT.
103200*
103300******************************************************************
103400* 2200-ANOTAR-BITACORA - APPEND THE FILING TO DECLLOG
103500******************************************************************
103600 2200-ANOTAR-BITACORA.
103700     OPEN EXTEND DECLLOG-FILE.
103800     IF DSS-STATUS-LOG = '35'
103900         OPEN OUTPUT DECLLOG-FILE
104000     END-IF.
104100     MOVE DSS-PERIODO TO DL-PERIODO.
104200     MOVE DSS-CIA-CODIGO(DSS-X-CIA) TO DL-COMPANIA.
104300     MOVE DSS-SECUENCIA TO DL-SECUENCIA.
104400     IF DSS-SECUENCIA = 1
104500         MOVE 'O' TO DL-CLASE
104600     ELSE
104700         MOVE 'R' TO DL-CLASE
104800     END-IF.
104900     MOVE DSS-FECHA-HOY TO DL-FECHA.
105000     MOVE DSS-SES-USUARIO TO DL-USUARIO.
105100     MOVE DSS-CIA-CANT TO DL-CANT.
105200     MOVE DSS-CIA-REMUN TO DL-TOTAL-REMUN.
105300     MOVE DSS-CIA-RETEN TO DL-TOTAL-RETEN.
105400     MOVE DSS-CIA-CONTRIB TO DL-TOTAL-CONTRIB.
105500     MOVE DSS-BALANCEADA TO DL-BALANCEADA.
105600     WRITE DL-RECORD.
105700     CLOSE DECLLOG-FILE.
105800     MOVE DSS-SECUENCIA TO DSS-CIA-ULT-SEC(DSS-X-CIA).
105900 2200-ANOTAR-BITACORA-EXIT.
106000     EXIT.
106100*
106200******************************************************************
106300* 3000-BALANCEAR-REMESAS - DECLARED AMOUNT PER AGENCY AGAINST
106400*                          THE TRAILER OF ITS REMESA FILE
106500******************************************************************
106600 3000-BALANCEAR-REMESAS.
106700     MOVE 'BALANCE CONTRA REMESAS' TO RPT-LINEA.
106800     WRITE RPT-LINEA.
106900     PERFORM 3100-BALANCEAR-AGENCIA
107000         THRU 3100-BALANCEAR-AGENCIA-EXIT
107100         VARYING DSS-X-AGE FROM 1 BY 1
107200         UNTIL DSS-X-AGE > DSS-CANT-AGENCIAS.
107300     IF DSS-CANT-SIN-EMPLEADO > ZERO
107400         MOVE 'N' TO DSS-BALANCEADA
107500         MOVE SPACES TO RPT-LINEA
107600         STRING '  FILAS DE DETALLE SIN EMPLEADO EN EL REGISTRO: '
107700             DSS-CANT-SIN-EMPLEADO
107800             DELIMITED BY SIZE INTO RPT-LINEA
107900         WRITE RPT-LINEA
108000     END-IF.
108100 3000-BALANCEAR-REMESAS-EXIT.
108200     EXIT.
108300*
108400******************************************************************
108500* 3100-BALANCEAR-AGENCIA - READ THE '9' TRAILER AND COMPARE
108600******************************************************************
108700 3100-BALANCEAR-AGENCIA.
108800     MOVE SPACES TO DSS-NOMBRE-REMESA.
108900     STRING 'REMESA' DSS-AGE-CODIGO(DSS-X-AGE)
109000         DELIMITED BY SIZE INTO DSS-NOMBRE-REMESA.
109100     MOVE 'N' TO DSS-FIN-ARCHIVO.
109200     OPEN INPUT REMESA-FILE.
109300     IF DSS-STATUS-REMESA = '00'
109400         PERFORM 3110-LEER-REMESA THRU 3110-LEER-REMESA-EXIT
109500             UNTIL DSS-ES-FIN-ARCHIVO
109600     END-IF.
109700     CLOSE REMESA-FILE.
109800     MOVE 'N' TO DSS-FIN-ARCHIVO.
109900     MOVE DSS-AGE-DECLARADO(DSS-X-AGE) TO DSS-IMPORTE-ED.
110000     MOVE DSS-AGE-REMESADO(DSS-X-AGE) TO DSS-IMPORTE-ED2.
110100     MOVE SPACES TO RPT-LINEA.
110200     IF DSS-AGE-CON-REMESA(DSS-X-AGE) = 'N'
110300         MOVE 'N' TO DSS-BALANCEADA
110400         STRING '  ' DSS-AGE-CODIGO(DSS-X-AGE)
110500             ' DECLARADO ' DSS-IMPORTE-ED
110600             ' SIN ARCHIVO REMESA'
110700             DELIMITED BY SIZE INTO RPT-LINEA
110800     ELSE
110900         IF DSS-AGE-DECLARADO(DSS-X-AGE)
111000             = DSS-AGE-REMESADO(DSS-X-AGE)
111100             STRING '  ' DSS-AGE-CODIGO(DSS-X-AGE)
111200                 ' DECLARADO ' DSS-IMPORTE-ED ' OK'
111300                 DELIMITED BY SIZE INTO RPT-LINEA
111400         ELSE
111500             MOVE 'N' TO DSS-BALANCEADA
111600             STRING '  ' DSS-AGE-CODIGO(DSS-X-AGE)
111700                 ' DECLARADO ' DSS-IMPORTE-ED
111800                 ' REMESADO ' DSS-IMPORTE-ED2 ' *DIF*'
111900                 DELIMITED BY SIZE INTO RPT-LINEA
112000         END-IF
112100     END-IF.
112200     WRITE RPT-LINEA.
112300 3100-BALANCEAR-AGENCIA-EXIT.
112400     EXIT.
112500*
112600******************************************************************
112700* 3110-LEER-REMESA - KEEP THE TRAILER TOTAL
112800******************************************************************
112900 3110-LEER-REMESA.
113000     READ REMESA-FILE
113100         AT END
113200             SET DSS-ES-FIN-ARCHIVO TO TRUE
113300         NOT AT END
113400             IF RM-TIPO = '9'
113500                 MOVE RM-TOTAL TO DSS-AGE-REMESADO(DSS-X-AGE)
113600                 MOVE 'S' TO DSS-AGE-CON-REMESA(DSS-X-AGE)
113700             END-IF
113800     END-READ.
113900 3110-LEER-REMESA-EXIT.
114000     EXIT.
114100 END PROGRAM DECLSS.
