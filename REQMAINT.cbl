002000*
002100* MODIFICATION HISTORY:
002200*   - NEW MAINTENANCE PROGRAM, OFFERED FROM THE MENUUTIL MENU.
002201*   - EVERY REQUISITION LISTED ON REQAGING IS ALSO SENT TO ITS
002202*     REQUESTER THROUGH THE NOTIFICATION OUTBOX (EVENT REQU, DUE
002203*     ON THE DAY IT PASSED THE WINDOW).
002204*   - A REQUISITION IS ONLY APPROVED BY AN OPERATOR UP THE
002205*     REQUESTER'S REPORTING LINE (JEFCADENA); A REQUESTER NOT
002206*     LINKED TO AN EMPLOYEE, OR WITH NO LINE ON FILE, KEEPS THE
002207*     OLD MENU-LEVEL RULE.
002208*   - EACH REQUISITION CARRIES THE CONTRACT TYPE OF THE OPENING
002209*     (TIPOCONT) AND, FOR A TYPE WITH AN END DATE, ITS LENGTH IN
00220A*     MONTHS; ALTAEMP OPENS THE HIRE'S FIRST CONTRACT FROM THEM.
00220B*     ROWS KEYED BEFORE CARRY NO TYPE AND READ AS PERMANENT.
00220C*   - OPTION H KEEPS THE SKILLS AN OPEN REQUISITION ASKS FOR ON
00220D*     REQHABIL: EACH SKILL REQUIRED (R) OR DESIRED (D) WITH ITS
00220E*     MINIMUM LEVEL, CHECKED AGAINST THE HABILIDADES CATALOG WHEN
00220F*     THERE IS ONE. EJERCICIO01 MATCHES CANDIDATES AGAINST THEM.
00220G*   - APPROVAL NOW PRICES THE OPENING: THE COTIZAR SALARY AND
00220H*     BONUS OF ITS LEVEL PLUS THE EMPLOYER CONTRIBUTIONS IN
00220I*     CONTRIBPAT, FOR THE MONTHS LEFT IN THE YEAR, AGAINST WHAT
00220J*     THE BUDGET FILE LEAVES THE DEPARTMENT AFTER THE CURRENT
00220K*     PAYROLL (PAYROLLREG) AND THE OTHER APPROVED OPEN
00220L*     REQUISITIONS. AN OPENING OVER THE BUDGET NEEDS A FINANCE
00220M*     OPERATOR (NIVELFINANZA PARAMETER, LEVEL 9 BY DEFAULT) AND
00220N*     A REASON; EVERY APPROVAL IS KEPT ON REQCOSTO. OPTION B
00220O*     PRINTS REQPRES: BUDGET, PAYROLL, COMMITTED HIRES AND
00220P*     HEADROOM PER DEPARTMENT TO THE END OF THE YEAR.
002300******************************************************************
002400 IDENTIFICATION DIVISION.
002500 PROGRAM-ID. REQMAINT.
003200     SELECT OPTIONAL REQNUM-FILE ASSIGN TO 'REQNUM'
003300         ORGANIZATION IS LINE SEQUENTIAL
003400         FILE STATUS IS RQM-STATUS-REQNUM.
003401     SELECT OPTIONAL REQHAB-FILE ASSIGN TO 'REQHABIL'
003402         ORGANIZATION IS LINE SEQUENTIAL
003403         FILE STATUS IS RQM-STATUS-REQHAB.
003404     SELECT OPTIONAL HABILID-FILE ASSIGN TO 'HABILIDADES'
003405         ORGANIZATION IS LINE SEQUENTIAL
003406         FILE STATUS IS RQM-STATUS-HABIL.
003407     SELECT OPTIONAL BUDGET-FILE ASSIGN TO 'BUDGET'
003408         ORGANIZATION IS LINE SEQUENTIAL
003409         FILE STATUS IS RQM-STATUS-BUDGET.
00340A     SELECT OPTIONAL PAYROLL-REG-FILE ASSIGN TO 'PAYROLLREG'
00340B         ORGANIZATION IS LINE SEQUENTIAL
00340C         FILE STATUS IS RQM-STATUS-PAYROLL.
00340D     SELECT OPTIONAL CONTRIBPAT-FILE ASSIGN TO 'CONTRIBPAT'
00340E         ORGANIZATION IS LINE SEQUENTIAL
00340F         FILE STATUS IS RQM-STATUS-APORTES.
00340G     SELECT OPTIONAL OPERATORS-FILE ASSIGN TO 'OPERATORS'
00340H         ORGANIZATION IS LINE SEQUENTIAL
00340I         FILE STATUS IS RQM-STATUS-OPER.
00340J     SELECT OPTIONAL REQCOST-FILE ASSIGN TO 'REQCOSTO'
00340K         ORGANIZATION IS LINE SEQUENTIAL
00340L         FILE STATUS IS RQM-STATUS-REQCOST.
00340M     SELECT PRESUP-FILE ASSIGN TO 'REQPRES'
00340N         ORGANIZATION IS LINE SEQUENTIAL.
003500     SELECT REPORTE-FILE ASSIGN TO 'REQAGING'
003600         ORGANIZATION IS LINE SEQUENTIAL.
003700 DATA DIVISION.
004800     05 RQ-ESTADO                PIC X(01).
004900     05 RQ-FECHA-ALTA            PIC 9(08).
005000     05 RQ-ID-CUBIERTO           PIC 9(05).
005001     05 RQ-TIPO-CONTRATO         PIC X(01).
005002     05 RQ-MESES-CONTRATO        PIC 9(02).
005100 FD  REQNUM-FILE
005200     LABEL RECORDS ARE STANDARD.
005300 01  RN-RECORD.
005400     05 RN-PROXIMO               PIC 9(05).
005401 FD  REQHAB-FILE
005402     LABEL RECORDS ARE STANDARD.
005403 01  RH-RECORD.
005404     COPY REQHAB.
005405 FD  HABILID-FILE
005406     LABEL RECORDS ARE STANDARD.
005407 01  HB-RECORD.
005408     COPY HABILID.
005409 FD  BUDGET-FILE
00540A     LABEL RECORDS ARE STANDARD.
00540B 01  BG-RECORD.
00540C     05 BG-DEPARTAMENTO          PIC X(10).
00540D     05 BG-PERIODO               PIC 9(06).
00540E     05 BG-HEADCOUNT             PIC 9(04).
00540F     05 BG-IMPORTE               PIC 9(11)V99.
00540G FD  PAYROLL-REG-FILE
00540H     LABEL RECORDS ARE STANDARD.
00540I 01  PR-RECORD.
00540J     COPY PAYROLLREG.
00540K FD  CONTRIBPAT-FILE
00540L     LABEL RECORDS ARE STANDARD.
00540M 01  CP-RECORD.
00540N     05 CP-CONCEPTO              PIC X(15).
00540O     05 CP-PORCENTAJE            PIC 9(03)V99.
00540P     05 CP-VIGENCIA-DESDE        PIC 9(06).
00540Q     05 CP-COMPANIA              PIC X(03).
00540R     05 CP-AGENCIA               PIC X(03).
00540S FD  OPERATORS-FILE
00540T     LABEL RECORDS ARE STANDARD.
00540U 01  OP-RECORD.
00540V     05 OP-USUARIO               PIC X(08).
00540W     05 OP-CLAVE                 PIC X(08).
00540X     05 OP-NIVEL                 PIC 9(01).
00540Y     05 OP-FECHA-CLAVE           PIC 9(08).
00540Z     05 OP-INTENTOS              PIC 9(01).
005410     05 OP-BLOQUEADO             PIC X(01).
005411     05 OP-CAMBIO-FORZADO        PIC X(01).
005412 FD  REQCOST-FILE
005413     LABEL RECORDS ARE STANDARD.
005414 01  RC-RECORD.
005415     COPY REQCOST.
005416 FD  PRESUP-FILE
005417     LABEL RECORDS ARE STANDARD
005418     RECORD CONTAINS 80 CHARACTERS.
005419 01  PRS-LINEA                   PIC X(80).
005500 FD  REPORTE-FILE
005600     LABEL RECORDS ARE STANDARD
005700     RECORD CONTAINS 80 CHARACTERS.
006000*
006100 01  RQM-STATUS-REQUIS           PIC XX.
006200 01  RQM-STATUS-REQNUM           PIC XX.
006201 01  RQM-STATUS-REQHAB           PIC XX.
006202 01  RQM-STATUS-HABIL            PIC XX.
006203 01  RQM-STATUS-BUDGET           PIC XX.
006204 01  RQM-STATUS-PAYROLL          PIC XX.
006205 01  RQM-STATUS-APORTES          PIC XX.
006206 01  RQM-STATUS-OPER             PIC XX.
006207 01  RQM-STATUS-REQCOST          PIC XX.
006300*
006400 01  RQM-FECHA-HOY               PIC 9(08).
006500 01  RQM-DIA-HOY                 PIC 9(07).
006600 01  RQM-DIA-ALTA                PIC 9(07).
006700 01  RQM-DIAS-LIMITE             PIC 9(03).
006701 01  RQM-DIA-VENCE               PIC 9(07).
006800 01  RQM-OPCION                  PIC X(01).
006900 01  RQM-NRO-BUSCADO             PIC 9(05).
007000 01  RQM-PROXIMO                 PIC 9(05) VALUE 1.
007100 01  RQM-SES-ACCION              PIC X(01).
007200 01  RQM-SES-USUARIO             PIC X(08).
007201 01  RQM-NTF-TIPO                PIC X(04) VALUE 'REQU'.
007202 01  RQM-NTF-DESTINO             PIC X(08) VALUE SPACES.
007203 01  RQM-NTF-CLAVE               PIC X(20).
007204 01  RQM-NTF-VENCE               PIC 9(08).
007205 01  RQM-NTF-TEXTO               PIC X(30)
007206         VALUE 'REQUISICION ABIERTA DEMORADA'.
007207 01  RQM-JFC-ACCION              PIC X(01).
007208 01  RQM-JFC-ID                  PIC 9(05).
007209 01  RQM-JFC-RESULTADO           PIC X(01).
00720A 01  RQM-JFC-JEFE                PIC 9(05).
00720B 01  RQM-MESES-TXT               PIC X(02) JUSTIFIED RIGHT.
00720C 01  RQM-HAB-CODIGO              PIC X(06).
00720D 01  RQM-HAB-TIPO                PIC X(01).
00720E 01  RQM-HAB-NIVEL               PIC X(01).
00720F 01  RQM-PARM-CLAVE              PIC X(12) VALUE 'NIVELFINANZA'.
00720G 01  RQM-PARM-VALOR              PIC X(20).
00720H 01  RQM-PARM-HALLADO            PIC X(01).
00720I     88  RQM-ES-PARM-HALLADO     VALUE 'Y'.
00720J 01  RQM-NIVEL-FINANZAS          PIC 9(01) VALUE 9.
00720K 01  RQM-AUTORIZANTE             PIC X(08).
00720L 01  RQM-CLAVE-ENT               PIC X(08).
00720M 01  RQM-CLAVE-CIFRADA           PIC X(08).
00720N 01  RQM-MOTIVO                  PIC X(40).
00720O 01  RQM-EXCEDIDO                PIC X(01).
00720P 01  RQM-PERIODO-HOY             PIC 9(06).
00720Q 01  RQM-DESGLOSE-HOY REDEFINES RQM-PERIODO-HOY.
00720R     05  RQM-ANIO-HOY            PIC 9(04).
00720S     05  RQM-MES-HOY             PIC 9(02).
00720T 01  RQM-PERIODO-MES             PIC 9(06).
00720U 01  RQM-DESGLOSE-MES REDEFINES RQM-PERIODO-MES.
00720V     05  RQM-ANIO-MES            PIC 9(04).
00720W     05  RQM-MES-MES             PIC 9(02).
00720X 01  RQM-MESES-RESTO             PIC 9(02).
00720Y 01  RQM-MESES-COSTO             PIC 9(02).
00720Z 01  RQM-NRO-EXCLUIDO            PIC 9(05).
007210 01  RQM-DEP-BUSCADO             PIC X(10).
007211 01  RQM-CTZ-EXPERIENCIA         PIC 9(02).
007212 01  RQM-CTZ-SENIORIDAD          PIC X(06).
007213 01  RQM-CTZ-MENSUAL             PIC 9(06).
007214 01  RQM-CTZ-ANUAL               PIC 9(08).
007215 01  RQM-CTZ-BONO                PIC 9(06)V99.
007216 01  RQM-CTZ-ID                  PIC 9(05) VALUE ZERO.
007217 01  RQM-CTZ-SUPLEMENTO          PIC 9(06).
007218 01  RQM-CTZ-PERIODO             PIC 9(06) VALUE ZERO.
007219 01  RQM-CTZ-COMPANIA            PIC X(03).
00721A 01  RQM-APO-COMPANIA            PIC X(03).
00721B 01  RQM-PCT-APORTES             PIC 9(03)V99.
00721C 01  RQM-COSTO-MES               PIC 9(09)V99.
00721D 01  RQM-COSTO-REQ               PIC 9(11)V99.
00721E 01  RQM-DISPONIBLE              PIC S9(13)V99.
00721F 01  RQM-BUD-MEJOR-PERIODO       PIC 9(06).
00721G 01  RQM-BUD-MEJOR-IMPORTE       PIC 9(11)V99.
00721H 01  RQM-ED-IMPORTE              PIC ---,---,---,--9.99.
007300*
007400 01  RQM-INDICADORES.
007500     05  RQM-SALIR               PIC X VALUE 'N'.
008000         88  RQM-ES-HALLADO      VALUE 'Y'.
008100     05  RQM-HUBO-CAMBIOS        PIC X VALUE 'N'.
008200         88  RQM-ES-HUBO-CAMBIOS VALUE 'Y'.
008201     05  RQM-EN-CADENA           PIC X VALUE 'Y'.
008202         88  RQM-ES-EN-CADENA    VALUE 'Y'.
008203     05  RQM-CONTRATO-OK         PIC X VALUE 'N'.
008204         88  RQM-ES-CONTRATO-OK  VALUE 'Y'.
008205     05  RQM-HUBO-CAMBIOS-HAB    PIC X VALUE 'N'.
008206         88  RQM-ES-HUBO-CAMBIOS-HAB VALUE 'Y'.
008207     05  RQM-FIN-HABIL           PIC X VALUE 'N'.
008208         88  RQM-ES-FIN-HABIL    VALUE 'Y'.
008209     05  RQM-PRESUP-OK           PIC X VALUE 'Y'.
00820A         88  RQM-ES-PRESUP-OK    VALUE 'Y'.
00820B     05  RQM-AUTORIZADO          PIC X VALUE 'N'.
00820C         88  RQM-ES-AUTORIZADO   VALUE 'Y'.
00820D     05  RQM-SUPERADO            PIC X VALUE 'N'.
00820E         88  RQM-ES-SUPERADO     VALUE 'Y'.
00820F     05  RQM-DEP-HALLADO         PIC X VALUE 'N'.
00820G         88  RQM-ES-DEP-HALLADO  VALUE 'Y'.
008300*
008400 01  RQM-CANT-REQUIS             PIC 9(03) VALUE ZERO.
008500 01  RQM-TABLA-REQUIS.
009400         10 RQM-REQ-ESTADO       PIC X(01).
009500         10 RQM-REQ-FECHA        PIC 9(08).
009600         10 RQM-REQ-CUBIERTO     PIC 9(05).
009601         10 RQM-REQ-TIPOCT       PIC X(01).
009602         10 RQM-REQ-MESES        PIC 9(02).
009603*
009604     COPY TIPOCONT.
009605*
009606*    HABILIDADES PEDIDAS POR CADA REQUISICION (NUMERO EN CERO =
009607*    FILA QUITADA, NO SE REGRABA)
009608 01  RQM-CANT-RH                 PIC 9(03) VALUE ZERO.
009609 01  RQM-TABLA-RH.
00960A     05  RQM-RH-FILA OCCURS 500 TIMES
00960B                     INDEXED BY RQM-X-RH.
00960C         10 RQM-RH-NUMERO        PIC 9(05).
00960D         10 RQM-RH-HABILIDAD     PIC X(06).
00960E         10 RQM-RH-TIPO          PIC X(01).
00960F         10 RQM-RH-NIVEL         PIC 9(01).
00960G 01  RQM-CANT-HABILIDADES        PIC 9(03) VALUE ZERO.
00960H 01  RQM-TABLA-HABILIDADES.
00960I     05  RQM-HAB-CATALOGO        PIC X(06) OCCURS 100 TIMES
00960J                                 INDEXED BY RQM-X-HAB.
00960K*
00960L*    BUDGET ROWS, EMPLOYER CONTRIBUTIONS AND, PER DEPARTMENT TO
00960M*    THE END OF THE YEAR, BUDGET, CURRENT PAYROLL, APPROVED OPEN
00960N*    REQUISITIONS AND WHAT IS LEFT
00960O 01  RQM-CANT-BUDGET             PIC 9(03) VALUE ZERO.
00960P 01  RQM-TABLA-BUDGET.
00960Q     05  RQM-BUD-FILA OCCURS 300 TIMES
00960R                      INDEXED BY RQM-X-BUD.
00960S         10 RQM-BUD-DEPTO        PIC X(10).
00960T         10 RQM-BUD-PERIODO      PIC 9(06).
00960U         10 RQM-BUD-IMPORTE      PIC 9(11)V99.
00960V 01  RQM-CANT-APORTES            PIC 9(02) VALUE ZERO.
00960W 01  RQM-TABLA-APORTES.
00960X     05  RQM-APORTE-FILA OCCURS 20 TIMES
00960Y                         INDEXED BY RQM-X-APO RQM-X-APO2.
00960Z         10 RQM-APO-CONCEPTO     PIC X(15).
009610         10 RQM-APO-PORCENT      PIC 9(03)V99.
009611         10 RQM-APO-VIGENCIA     PIC 9(06).
009612         10 RQM-APO-CIA          PIC X(03).
009613 01  RQM-CANT-DEPTOS             PIC 9(02) VALUE ZERO.
009614 01  RQM-TABLA-DEPTOS.
009615     05  RQM-DEP-FILA OCCURS 50 TIMES
009616                      INDEXED BY RQM-X-DEP.
009617         10 RQM-DEP-NOMBRE       PIC X(10).
009618         10 RQM-DEP-CON-PRESUP   PIC X(01).
009619         10 RQM-DEP-PRESUP       PIC 9(13)V99.
00961A         10 RQM-DEP-NOMINA       PIC 9(13)V99.
00961B         10 RQM-DEP-CANT-REQ     PIC 9(03).
00961C         10 RQM-DEP-COMPROM      PIC 9(13)V99.
00961D         10 RQM-DEP-DISPONIBLE   PIC S9(13)V99.
00961E 01  RQM-LINEA-PRESUP.
00961F     05  RQM-LPR-DEPTO           PIC X(10).
00961G     05  FILLER                  PIC X(01) VALUE SPACE.
00961H     05  RQM-LPR-PRESUP          PIC ZZZ,ZZZ,ZZ9.99.
00961I     05  FILLER                  PIC X(01) VALUE SPACE.
00961J     05  RQM-LPR-NOMINA          PIC ZZZ,ZZZ,ZZ9.99.
00961K     05  FILLER                  PIC X(01) VALUE SPACE.
00961L     05  RQM-LPR-CANT            PIC ZZ9.
00961M     05  FILLER                  PIC X(01) VALUE SPACE.
00961N     05  RQM-LPR-COMPROM         PIC ZZZ,ZZZ,ZZ9.99.
00961O     05  FILLER                  PIC X(01) VALUE SPACE.
00961P     05  RQM-LPR-DISPONIBLE      PIC ---,---,--9.99.
00961Q     05  FILLER                  PIC X(01) VALUE SPACE.
00961R     05  RQM-LPR-MARCA           PIC X(05).
009700*
009800 PROCEDURE DIVISION.
009900******************************************************************
010800     IF RQM-ES-HUBO-CAMBIOS
010900         PERFORM 7000-GRABAR-REQUIS THRU 7000-GRABAR-REQUIS-EXIT
011000     END-IF.
011001     IF RQM-ES-HUBO-CAMBIOS-HAB
011002         PERFORM 7200-GRABAR-HABILIDADES
011003             THRU 7200-GRABAR-HABILIDADES-EXIT
011004     END-IF.
011100     GOBACK.
011200 0000-MAINLINE-EXIT.
011300     EXIT.
013100         END-READ
013200     END-IF.
013300     CLOSE REQNUM-FILE.
013301     PERFORM 1200-CARGAR-HABILIDADES
013302         THRU 1200-CARGAR-HABILIDADES-EXIT.
013400 1000-CARGAR-REQUIS-EXIT.
013500     EXIT.
013600*
016000                     TO RQM-REQ-FECHA(RQM-X-REQ)
016100                 MOVE RQ-ID-CUBIERTO
016200                     TO RQM-REQ-CUBIERTO(RQM-X-REQ)
016201                 MOVE RQ-TIPO-CONTRATO
016202                     TO RQM-REQ-TIPOCT(RQM-X-REQ)
016203                 IF RQM-REQ-TIPOCT(RQM-X-REQ) = SPACE
016204                     MOVE 'P' TO RQM-REQ-TIPOCT(RQM-X-REQ)
016205                 END-IF
016206                 MOVE ZERO TO RQM-REQ-MESES(RQM-X-REQ)
016207                 IF RQ-MESES-CONTRATO IS NUMERIC
016208                     MOVE RQ-MESES-CONTRATO
016209                         TO RQM-REQ-MESES(RQM-X-REQ)
01620A                 END-IF
016300             END-IF
016400     END-READ.
016500 1100-LEER-REQUIS-EXIT.
016600     EXIT.
016601*
016602******************************************************************
016603* 1200-CARGAR-HABILIDADES - REQUISITION SKILLS AND THE CATALOG
016604******************************************************************
016605 1200-CARGAR-HABILIDADES.
016606     MOVE 'N' TO RQM-FIN-ARCHIVO.
016607     OPEN INPUT REQHAB-FILE.
016608     IF RQM-STATUS-REQHAB = '00'
016609         PERFORM 1210-LEER-REQHAB THRU 1210-LEER-REQHAB-EXIT
01660A             UNTIL RQM-ES-FIN-ARCHIVO
01660B     END-IF.
01660C     CLOSE REQHAB-FILE.
01660D     MOVE 'N' TO RQM-FIN-ARCHIVO.
01660E     OPEN INPUT HABILID-FILE.
01660F     IF RQM-STATUS-HABIL = '00'
01660G         PERFORM 1220-LEER-HABILIDAD THRU 1220-LEER-HABILIDAD-EXIT
01660H             UNTIL RQM-ES-FIN-ARCHIVO
01660I     END-IF.
01660J     CLOSE HABILID-FILE.
01660K     MOVE 'N' TO RQM-FIN-ARCHIVO.
01660L 1200-CARGAR-HABILIDADES-EXIT.
01660M     EXIT.
01660N*
01660O 1210-LEER-REQHAB.
01660P     READ REQHAB-FILE
01660Q         AT END
01660R             SET RQM-ES-FIN-ARCHIVO TO TRUE
01660S         NOT AT END
01660T             IF RQM-CANT-RH < 500
01660U                 ADD 1 TO RQM-CANT-RH
01660V                 SET RQM-X-RH TO RQM-CANT-RH
01660W                 MOVE RH-NUMERO TO RQM-RH-NUMERO(RQM-X-RH)
01660X                 MOVE RH-HABILIDAD TO RQM-RH-HABILIDAD(RQM-X-RH)
01660Y                 MOVE RH-TIPO TO RQM-RH-TIPO(RQM-X-RH)
01660Z                 MOVE RH-NIVEL-MIN TO RQM-RH-NIVEL(RQM-X-RH)
016610             END-IF
016611     END-READ.
016612 1210-LEER-REQHAB-EXIT.
016613     EXIT.
016614*
016615 1220-LEER-HABILIDAD.
016616     READ HABILID-FILE
016617         AT END
016618             SET RQM-ES-FIN-ARCHIVO TO TRUE
016619         NOT AT END
01661A             IF RQM-CANT-HABILIDADES < 100
01661B                 ADD 1 TO RQM-CANT-HABILIDADES
01661C                 SET RQM-X-HAB TO RQM-CANT-HABILIDADES
01661D                 MOVE HB-CODIGO TO RQM-HAB-CATALOGO(RQM-X-HAB)
01661E             END-IF
01661F     END-READ.
01661G 1220-LEER-HABILIDAD-EXIT.
01661H     EXIT.
016700*
016800******************************************************************
016900* 2000-PROCESAR-OPCION - MENU DISPATCH
017600     DISPLAY 'X. CANCELAR REQUISICION'.
017700     DISPLAY 'L. LISTAR'.
017800     DISPLAY 'E. REPORTE DE ANTIGUEDAD (REQAGING)'.
017801     DISPLAY 'H. HABILIDADES DE UNA REQUISICION'.
017802     DISPLAY 'B. PRESUPUESTO COMPROMETIDO (REQPRES)'.
017900     DISPLAY 'S. SALIR Y GRABAR'.
018000     DISPLAY 'INGRESE UNA OPCION: ' WITH NO ADVANCING.
018100     ACCEPT RQM-OPCION.
019500         WHEN 'E'
019600         WHEN 'e'
019700             PERFORM 6000-ANTIGUEDAD THRU 6000-ANTIGUEDAD-EXIT
019701         WHEN 'H'
019702         WHEN 'h'
019703             PERFORM 4700-HABILIDADES THRU 4700-HABILIDADES-EXIT
019704         WHEN 'B'
019705         WHEN 'b'
019706             PERFORM 6500-PRESUPUESTO THRU 6500-PRESUPUESTO-EXIT
019800         WHEN 'S'
019900         WHEN 's'
020000             MOVE 'Y' TO RQM-SALIR
022600     ACCEPT RQM-REQ-NIVEL(RQM-X-REQ).
022700     DISPLAY 'COMPANIA (BLANCO=GENERAL): ' WITH NO ADVANCING.
022800     ACCEPT RQM-REQ-COMPANIA(RQM-X-REQ).
022801     MOVE 'N' TO RQM-CONTRATO-OK.
022802     PERFORM 3200-PEDIR-CONTRATO THRU 3200-PEDIR-CONTRATO-EXIT
022803         UNTIL RQM-ES-CONTRATO-OK.
022900     MOVE 'P' TO RQM-REQ-APROB(RQM-X-REQ).
023000     MOVE 'A' TO RQM-REQ-ESTADO(RQM-X-REQ).
023100     MOVE RQM-FECHA-HOY TO RQM-REQ-FECHA(RQM-X-REQ).
024600     WRITE RN-RECORD.
024700     CLOSE REQNUM-FILE.
024800 3100-GRABAR-PROXIMO-EXIT.
024801     EXIT.
024802*
024803******************************************************************
024804* 3200-PEDIR-CONTRATO - CONTRACT TYPE OF THE OPENING AND, WHEN
024805*                       THE TYPE HAS AN END DATE, ITS MONTHS
024806******************************************************************
024807 3200-PEDIR-CONTRATO.
024808     DISPLAY 'CONTRATO (P=INDETERMINADO F=PLAZO FIJO T=TEMPORADA'
024809         ' I=PASANTIA, BLANCO=P): ' WITH NO ADVANCING.
02480A     ACCEPT RQM-REQ-TIPOCT(RQM-X-REQ).
02480B     IF RQM-REQ-TIPOCT(RQM-X-REQ) = SPACE
02480C         MOVE 'P' TO RQM-REQ-TIPOCT(RQM-X-REQ)
02480D     END-IF.
02480E     SET TCT-X TO 1.
02480F     SEARCH TCT-FILA
02480G         AT END
02480H             DISPLAY 'TIPO DE CONTRATO INVALIDO'
02480I             GO TO 3200-PEDIR-CONTRATO-EXIT
02480J         WHEN TCT-CODIGO(TCT-X) = RQM-REQ-TIPOCT(RQM-X-REQ)
02480K             CONTINUE
02480L     END-SEARCH.
02480M     MOVE ZERO TO RQM-REQ-MESES(RQM-X-REQ).
02480N     IF TCT-CON-VENCIMIENTO(TCT-X) = 'S'
02480O         DISPLAY 'DURACION DEL CONTRATO EN MESES: '
02480P             WITH NO ADVANCING
02480Q         ACCEPT RQM-MESES-TXT
02480R         INSPECT RQM-MESES-TXT REPLACING LEADING SPACE BY '0'
02480S         IF RQM-MESES-TXT IS NOT NUMERIC
02480T             OR RQM-MESES-TXT = '00'
02480U             DISPLAY 'DURACION INVALIDA'
02480V             GO TO 3200-PEDIR-CONTRATO-EXIT
02480W         END-IF
02480X         MOVE RQM-MESES-TXT TO RQM-REQ-MESES(RQM-X-REQ)
02480Y     END-IF.
02480Z     SET RQM-ES-CONTRATO-OK TO TRUE.
024810 3200-PEDIR-CONTRATO-EXIT.
024900     EXIT.
025000*
025100******************************************************************
025700     PERFORM 4100-BUSCAR-REQUIS THRU 4100-BUSCAR-REQUIS-EXIT.
025800     IF NOT RQM-ES-HALLADO
025900         DISPLAY 'REQUISICION NO ENCONTRADA'
025901         GO TO 4000-APROBAR-EXIT
025902     END-IF.
025903     PERFORM 4200-CONTROLAR-CADENA
025904         THRU 4200-CONTROLAR-CADENA-EXIT.
025905     IF NOT RQM-ES-EN-CADENA
025906         DISPLAY 'EL OPERADOR NO ESTA EN LA CADENA DE MANDO DE '
025907             RQM-REQ-SOLIC(RQM-X-REQ) ' (JEFE A CARGO: '
025908             RQM-JFC-JEFE ')'
026000     ELSE
026001         PERFORM 4300-CONTROLAR-PRESUPUESTO
026002             THRU 4300-CONTROLAR-PRESUPUESTO-EXIT
026003         IF RQM-ES-PRESUP-OK
026004             MOVE 'A' TO RQM-REQ-APROB(RQM-X-REQ)
026005             MOVE 'Y' TO RQM-HUBO-CAMBIOS
026006             DISPLAY 'REQUISICION APROBADA'
026007         END-IF
026008     END-IF.
026500 4000-APROBAR-EXIT.
026600     EXIT.
026601*
026602******************************************************************
026603* 4200-CONTROLAR-CADENA - THE APPROVER MUST BE UP THE REQUESTER'S
026604* REPORTING LINE. A REQUESTER WITH NO EMPLOYEE LINK, OR NO LINE
026605* ON FILE, LEAVES THE DECISION TO THE MENU LEVEL AS BEFORE.
026606******************************************************************
026607 4200-CONTROLAR-CADENA.
026608     MOVE 'Y' TO RQM-EN-CADENA.
026609     MOVE ZERO TO RQM-JFC-JEFE.
02660A     MOVE 'E' TO RQM-JFC-ACCION.
02660B     MOVE ZERO TO RQM-JFC-ID.
02660C     CALL 'JEFCADENA' USING RQM-JFC-ACCION RQM-JFC-ID
02660D         RQM-FECHA-HOY RQM-REQ-SOLIC(RQM-X-REQ)
02660E         RQM-JFC-RESULTADO RQM-JFC-JEFE.
02660F     IF RQM-JFC-RESULTADO NOT = 'S'
02660G         GO TO 4200-CONTROLAR-CADENA-EXIT
02660H     END-IF.
02660I     MOVE 'G' TO RQM-SES-ACCION.
02660J     CALL 'SESUSER' USING RQM-SES-ACCION RQM-SES-USUARIO.
02660K     MOVE 'V' TO RQM-JFC-ACCION.
02660L     CALL 'JEFCADENA' USING RQM-JFC-ACCION RQM-JFC-ID
02660M         RQM-FECHA-HOY RQM-SES-USUARIO
02660N         RQM-JFC-RESULTADO RQM-JFC-JEFE.
02660O     IF RQM-JFC-RESULTADO = 'N' OR 'U'
02660P         MOVE 'N' TO RQM-EN-CADENA
02660Q     END-IF.
02660R 4200-CONTROLAR-CADENA-EXIT.
02660S     EXIT.
02660T*
02660U******************************************************************
02660V* 4300-CONTROLAR-PRESUPUESTO - PRICE THE OPENING TO THE END OF
02660W* THE YEAR AGAINST WHAT THE DEPARTMENT BUDGET HAS LEFT AFTER THE
02660X* CURRENT PAYROLL AND THE OTHER APPROVED OPEN REQUISITIONS. OVER
02660Y* THE BUDGET IT NEEDS A FINANCE SIGNATURE. A DEPARTMENT WITH NO
02660Z* BUDGET ON FILE IS NOT CONTROLLED.
026610******************************************************************
026611 4300-CONTROLAR-PRESUPUESTO.
026612     MOVE 'Y' TO RQM-PRESUP-OK.
026613     MOVE 'N' TO RQM-EXCEDIDO.
026614     MOVE ZERO TO RQM-DISPONIBLE.
026615     MOVE SPACES TO RQM-AUTORIZANTE RQM-MOTIVO.
026616     MOVE RQM-NRO-BUSCADO TO RQM-NRO-EXCLUIDO.
026617     PERFORM 8000-ARMAR-PRESUPUESTO
026618         THRU 8000-ARMAR-PRESUPUESTO-EXIT.
026619     PERFORM 4100-BUSCAR-REQUIS THRU 4100-BUSCAR-REQUIS-EXIT.
02661A     PERFORM 8400-COTIZAR-REQUIS THRU 8400-COTIZAR-REQUIS-EXIT.
02661B     MOVE RQM-COSTO-REQ TO RQM-ED-IMPORTE.
02661C     DISPLAY 'COSTO ESTIMADO A FIN DE ANIO (' RQM-MESES-COSTO
02661D         ' MESES): ' RQM-ED-IMPORTE.
02661E     MOVE RQM-REQ-DEPTO(RQM-X-REQ) TO RQM-DEP-BUSCADO.
02661F     PERFORM 8100-BUSCAR-DEPTO THRU 8100-BUSCAR-DEPTO-EXIT.
02661G     IF NOT RQM-ES-DEP-HALLADO
02661H         OR RQM-DEP-CON-PRESUP(RQM-X-DEP) NOT = 'S'
02661I         DISPLAY 'EL DEPARTAMENTO ' RQM-REQ-DEPTO(RQM-X-REQ)
02661J             ' NO TIENE PRESUPUESTO, NO SE CONTROLA'
02661K         PERFORM 4390-ANOTAR-COSTO THRU 4390-ANOTAR-COSTO-EXIT
02661L         GO TO 4300-CONTROLAR-PRESUPUESTO-EXIT
02661M     END-IF.
02661N     MOVE RQM-DEP-DISPONIBLE(RQM-X-DEP) TO RQM-DISPONIBLE.
02661O     MOVE RQM-DISPONIBLE TO RQM-ED-IMPORTE.
02661P     DISPLAY 'DISPONIBLE DEL DEPARTAMENTO:     ' RQM-ED-IMPORTE.
02661Q     IF RQM-COSTO-REQ > RQM-DISPONIBLE
02661R         MOVE 'S' TO RQM-EXCEDIDO
02661S         DISPLAY 'LA REQUISICION EXCEDE EL PRESUPUESTO DEL '
02661T             'DEPARTAMENTO'
02661U         PERFORM 4400-AUTORIZAR-FINANZAS
02661V             THRU 4400-AUTORIZAR-FINANZAS-EXIT
02661W         IF NOT RQM-ES-AUTORIZADO
02661X             MOVE 'N' TO RQM-PRESUP-OK
02661Y             DISPLAY 'REQUISICION NO APROBADA, SIGUE PENDIENTE'
02661Z             GO TO 4300-CONTROLAR-PRESUPUESTO-EXIT
026620         END-IF
026621     END-IF.
026622     PERFORM 4390-ANOTAR-COSTO THRU 4390-ANOTAR-COSTO-EXIT.
026623 4300-CONTROLAR-PRESUPUESTO-EXIT.
026624     EXIT.
026625*
026626******************************************************************
026627* 4390-ANOTAR-COSTO - ONE REQCOSTO ROW PER APPROVAL, CREATING THE
026628*                     FILE THE FIRST TIME
026629******************************************************************
02662A 4390-ANOTAR-COSTO.
02662B     OPEN EXTEND REQCOST-FILE.
02662C     IF RQM-STATUS-REQCOST = '35'
02662D         OPEN OUTPUT REQCOST-FILE
02662E     END-IF.
02662F     MOVE RQM-REQ-NUMERO(RQM-X-REQ) TO RC-NUMERO.
02662G     MOVE RQM-FECHA-HOY TO RC-FECHA.
02662H     MOVE RQM-MESES-COSTO TO RC-MESES.
02662I     MOVE RQM-COSTO-REQ TO RC-COSTO.
02662J     MOVE RQM-DISPONIBLE TO RC-DISPONIBLE.
02662K     MOVE RQM-EXCEDIDO TO RC-EXCEDIDO.
02662L     MOVE RQM-AUTORIZANTE TO RC-AUTORIZANTE.
02662M     MOVE RQM-MOTIVO TO RC-MOTIVO.
02662N     WRITE RC-RECORD.
02662O     CLOSE REQCOST-FILE.
02662P 4390-ANOTAR-COSTO-EXIT.
02662Q     EXIT.
02662R*
02662S******************************************************************
02662T* 4400-AUTORIZAR-FINANZAS - ANOTHER OPERATOR OF THE FINANCE LEVEL
02662U*                           SIGNS FOR THE EXCESS, WITH A REASON
02662V******************************************************************
02662W 4400-AUTORIZAR-FINANZAS.
02662X     MOVE 'N' TO RQM-AUTORIZADO.
02662Y     MOVE 9 TO RQM-NIVEL-FINANZAS.
02662Z     CALL 'LEERPARM' USING RQM-PARM-CLAVE RQM-PARM-VALOR
026630         RQM-PARM-HALLADO.
026631     IF RQM-ES-PARM-HALLADO
026632         AND RQM-PARM-VALOR(1:1) IS NUMERIC
026633         AND RQM-PARM-VALOR(1:1) NOT = '0'
026634         MOVE RQM-PARM-VALOR(1:1) TO RQM-NIVEL-FINANZAS
026635     END-IF.
026636     DISPLAY 'AUTORIZA FINANZAS - USUARIO NIVEL '
026637         RQM-NIVEL-FINANZAS ' (BLANCO = NO): ' WITH NO ADVANCING.
026638     ACCEPT RQM-AUTORIZANTE.
026639     IF RQM-AUTORIZANTE = SPACES
02663A         GO TO 4400-AUTORIZAR-FINANZAS-EXIT
02663B     END-IF.
02663C     MOVE 'G' TO RQM-SES-ACCION.
02663D     CALL 'SESUSER' USING RQM-SES-ACCION RQM-SES-USUARIO.
02663E     IF RQM-AUTORIZANTE = RQM-SES-USUARIO
02663F         DISPLAY 'EL EXCESO NO PUEDE AUTORIZARLO EL MISMO '
02663G             'OPERADOR'
02663H         MOVE SPACES TO RQM-AUTORIZANTE
02663I         GO TO 4400-AUTORIZAR-FINANZAS-EXIT
02663J     END-IF.
02663K     DISPLAY 'CLAVE: ' WITH NO ADVANCING.
02663L     ACCEPT RQM-CLAVE-ENT.
02663M     CALL 'CIFRACLAVE' USING RQM-CLAVE-ENT RQM-CLAVE-CIFRADA.
02663N     MOVE 'N' TO RQM-FIN-ARCHIVO.
02663O     OPEN INPUT OPERATORS-FILE.
02663P     IF RQM-STATUS-OPER = '00'
02663Q         PERFORM 4410-COMPARAR-OPERADOR
02663R             THRU 4410-COMPARAR-OPERADOR-EXIT
02663S             UNTIL RQM-ES-FIN-ARCHIVO OR RQM-ES-AUTORIZADO
02663T     END-IF.
02663U     CLOSE OPERATORS-FILE.
02663V     MOVE 'N' TO RQM-FIN-ARCHIVO.
02663W     IF NOT RQM-ES-AUTORIZADO
02663X         DISPLAY 'USUARIO O CLAVE INCORRECTOS, O SIN NIVEL DE '
02663Y             'FINANZAS'
02663Z         MOVE SPACES TO RQM-AUTORIZANTE
026640         GO TO 4400-AUTORIZAR-FINANZAS-EXIT
026641     END-IF.
026642     DISPLAY 'MOTIVO DEL EXCESO: ' WITH NO ADVANCING.
026643     ACCEPT RQM-MOTIVO.
026644     IF RQM-MOTIVO = SPACES
026645         DISPLAY 'SIN MOTIVO NO SE AUTORIZA EL EXCESO'
026646         MOVE 'N' TO RQM-AUTORIZADO
026647         MOVE SPACES TO RQM-AUTORIZANTE
026648     END-IF.
026649 4400-AUTORIZAR-FINANZAS-EXIT.
02664A     EXIT.
02664B*
02664C******************************************************************
02664D* 4410-COMPARAR-OPERADOR - VALIDATE THE FINANCE SIGNATURE
02664E******************************************************************
02664F 4410-COMPARAR-OPERADOR.
02664G     READ OPERATORS-FILE
02664H         AT END
02664I             SET RQM-ES-FIN-ARCHIVO TO TRUE
02664J         NOT AT END
02664K             IF OP-USUARIO = RQM-AUTORIZANTE
02664L                 AND OP-CLAVE = RQM-CLAVE-CIFRADA
02664M                 AND OP-NIVEL NOT < RQM-NIVEL-FINANZAS
02664N                 AND OP-BLOQUEADO NOT = 'S'
02664O                 MOVE 'Y' TO RQM-AUTORIZADO
02664P             END-IF
02664Q     END-READ.
02664R 4410-COMPARAR-OPERADOR-EXIT.
02664S     EXIT.
026700*
026800******************************************************************
026900* 4100-BUSCAR-REQUIS - FIND A ROW BY NUMBER (INDEX LEFT ON IT)
030700     END-IF.
030800 4500-CANCELAR-EXIT.
030900     EXIT.
030901*
030902******************************************************************
030903* 4700-HABILIDADES - SHOW AND EDIT THE SKILLS AN OPEN
030904*                    REQUISITION ASKS FOR
030905******************************************************************
030906 4700-HABILIDADES.
030907     DISPLAY 'NUMERO DE REQUISICION: ' WITH NO ADVANCING.
030908     ACCEPT RQM-NRO-BUSCADO.
030909     PERFORM 4100-BUSCAR-REQUIS THRU 4100-BUSCAR-REQUIS-EXIT.
03090A     IF NOT RQM-ES-HALLADO
03090B         DISPLAY 'REQUISICION NO ENCONTRADA'
03090C         GO TO 4700-HABILIDADES-EXIT
03090D     END-IF.
03090E     IF RQM-REQ-ESTADO(RQM-X-REQ) NOT = 'A'
03090F         DISPLAY 'LA REQUISICION NO ESTA ABIERTA'
03090G         GO TO 4700-HABILIDADES-EXIT
03090H     END-IF.
03090I     DISPLAY 'HABILIDAD TIPO NIVEL MINIMO'.
03090J     PERFORM 4710-MOSTRAR-HABILIDAD
03090K         THRU 4710-MOSTRAR-HABILIDAD-EXIT
03090L         VARYING RQM-X-RH FROM 1 BY 1
03090M         UNTIL RQM-X-RH > RQM-CANT-RH.
03090N     MOVE 'N' TO RQM-FIN-HABIL.
03090O     PERFORM 4720-PEDIR-HABILIDAD THRU 4720-PEDIR-HABILIDAD-EXIT
03090P         UNTIL RQM-ES-FIN-HABIL.
03090Q 4700-HABILIDADES-EXIT.
03090R     EXIT.
03090S*
03090T 4710-MOSTRAR-HABILIDAD.
03090U     IF RQM-RH-NUMERO(RQM-X-RH) = RQM-NRO-BUSCADO
03090V         DISPLAY RQM-RH-HABILIDAD(RQM-X-RH) '    '
03090W             RQM-RH-TIPO(RQM-X-RH) '    '
03090X             RQM-RH-NIVEL(RQM-X-RH)
03090Y     END-IF.
03090Z 4710-MOSTRAR-HABILIDAD-EXIT.
030910     EXIT.
030911*
030912******************************************************************
030913* 4720-PEDIR-HABILIDAD - ADD, CHANGE OR REMOVE ONE SKILL OF THE
030914*                        REQUISITION (BLANK CODE ENDS)
030915******************************************************************
030916 4720-PEDIR-HABILIDAD.
030917     DISPLAY 'HABILIDAD (BLANCO=TERMINAR): ' WITH NO ADVANCING.
030918     MOVE SPACES TO RQM-HAB-CODIGO.
030919     ACCEPT RQM-HAB-CODIGO.
03091A     IF RQM-HAB-CODIGO = SPACES
03091B         SET RQM-ES-FIN-HABIL TO TRUE
03091C         GO TO 4720-PEDIR-HABILIDAD-EXIT
03091D     END-IF.
03091E     IF RQM-CANT-HABILIDADES > ZERO
03091F         SET RQM-X-HAB TO 1
03091G         SEARCH RQM-HAB-CATALOGO
03091H             AT END
03091I                 DISPLAY 'HABILIDAD NO ESTA EN EL CATALOGO'
03091J                 GO TO 4720-PEDIR-HABILIDAD-EXIT
03091K             WHEN RQM-X-HAB > RQM-CANT-HABILIDADES
03091L                 DISPLAY 'HABILIDAD NO ESTA EN EL CATALOGO'
03091M                 GO TO 4720-PEDIR-HABILIDAD-EXIT
03091N             WHEN RQM-HAB-CATALOGO(RQM-X-HAB) = RQM-HAB-CODIGO
03091O                 CONTINUE
03091P         END-SEARCH
03091Q     END-IF.
03091R     DISPLAY 'R=REQUERIDA D=DESEABLE X=QUITAR: '
03091S         WITH NO ADVANCING.
03091T     ACCEPT RQM-HAB-TIPO.
03091U     INSPECT RQM-HAB-TIPO CONVERTING 'rdx' TO 'RDX'.
03091V     IF RQM-HAB-TIPO NOT = 'R' AND RQM-HAB-TIPO NOT = 'D'
03091W         AND RQM-HAB-TIPO NOT = 'X'
03091X         DISPLAY 'TIPO INVALIDO'
03091Y         GO TO 4720-PEDIR-HABILIDAD-EXIT
03091Z     END-IF.
030920     IF RQM-HAB-TIPO NOT = 'X'
030921         DISPLAY 'NIVEL MINIMO (1 A 5): ' WITH NO ADVANCING
030922         ACCEPT RQM-HAB-NIVEL
030923         IF RQM-HAB-NIVEL < '1' OR RQM-HAB-NIVEL > '5'
030924             DISPLAY 'NIVEL INVALIDO'
030925             GO TO 4720-PEDIR-HABILIDAD-EXIT
030926         END-IF
030927     END-IF.
030928     MOVE 'N' TO RQM-HALLADO.
030929     PERFORM 4730-BUSCAR-HABILIDAD THRU 4730-BUSCAR-HABILIDAD-EXIT
03092A         VARYING RQM-X-RH FROM 1 BY 1
03092B         UNTIL RQM-X-RH > RQM-CANT-RH
03092C         OR RQM-ES-HALLADO.
03092D     IF RQM-ES-HALLADO
03092E         SET RQM-X-RH DOWN BY 1
03092F     END-IF.
03092G     IF RQM-HAB-TIPO = 'X'
03092H         IF RQM-ES-HALLADO
03092I             MOVE ZERO TO RQM-RH-NUMERO(RQM-X-RH)
03092J             MOVE 'Y' TO RQM-HUBO-CAMBIOS-HAB
03092K             DISPLAY 'HABILIDAD QUITADA'
03092L         ELSE
03092M             DISPLAY 'LA REQUISICION NO PIDE ESA HABILIDAD'
03092N         END-IF
03092O         GO TO 4720-PEDIR-HABILIDAD-EXIT
03092P     END-IF.
03092Q     IF NOT RQM-ES-HALLADO
03092R         IF RQM-CANT-RH >= 500
03092S             DISPLAY 'ARCHIVO DE HABILIDADES LLENO'
03092T             GO TO 4720-PEDIR-HABILIDAD-EXIT
03092U         END-IF
03092V         ADD 1 TO RQM-CANT-RH
03092W         SET RQM-X-RH TO RQM-CANT-RH
03092X         MOVE RQM-NRO-BUSCADO TO RQM-RH-NUMERO(RQM-X-RH)
03092Y         MOVE RQM-HAB-CODIGO TO RQM-RH-HABILIDAD(RQM-X-RH)
03092Z     END-IF.
030930     MOVE RQM-HAB-TIPO TO RQM-RH-TIPO(RQM-X-RH).
030931     MOVE RQM-HAB-NIVEL TO RQM-RH-NIVEL(RQM-X-RH).
030932     MOVE 'Y' TO RQM-HUBO-CAMBIOS-HAB.
030933     DISPLAY 'HABILIDAD REGISTRADA'.
030934 4720-PEDIR-HABILIDAD-EXIT.
030935     EXIT.
030936*
030937 4730-BUSCAR-HABILIDAD.
030938     IF RQM-RH-NUMERO(RQM-X-RH) = RQM-NRO-BUSCADO
030939         AND RQM-RH-HABILIDAD(RQM-X-RH) = RQM-HAB-CODIGO
03093A         SET RQM-ES-HALLADO TO TRUE
03093B     END-IF.
03093C 4730-BUSCAR-HABILIDAD-EXIT.
03093D     EXIT.
031000*
031100******************************************************************
031200* 5000-LISTAR - SHOW THE WHOLE MASTER
031300******************************************************************
031400 5000-LISTAR.
031500     DISPLAY 'NRO   SOLIC    DEPTO      NIVEL  CIA APR EST '
031600         'CUBIERTA CT MESES'.
031700     PERFORM 5100-LISTAR-UNA THRU 5100-LISTAR-UNA-EXIT
031800         VARYING RQM-X-REQ FROM 1 BY 1
031900         UNTIL RQM-X-REQ > RQM-CANT-REQUIS.
033100         RQM-REQ-COMPANIA(RQM-X-REQ) ' '
033200         RQM-REQ-APROB(RQM-X-REQ) '   '
033300         RQM-REQ-ESTADO(RQM-X-REQ) '   '
033400         RQM-REQ-CUBIERTO(RQM-X-REQ) '    '
033401         RQM-REQ-TIPOCT(RQM-X-REQ) '  '
033402         RQM-REQ-MESES(RQM-X-REQ).
033500 5100-LISTAR-UNA-EXIT.
033600     EXIT.
033700*
037500                 ' DESDE ' RQM-REQ-FECHA(RQM-X-REQ)
037600                 DELIMITED BY SIZE INTO RPT-LINEA
037700             WRITE RPT-LINEA
037701             MOVE RQM-REQ-SOLIC(RQM-X-REQ) TO RQM-NTF-DESTINO
037702             MOVE SPACES TO RQM-NTF-CLAVE
037703             MOVE RQM-REQ-NUMERO(RQM-X-REQ) TO RQM-NTF-CLAVE(1:5)
037704             COMPUTE RQM-DIA-VENCE =
037705                 RQM-DIA-ALTA + RQM-DIAS-LIMITE
037706             COMPUTE RQM-NTF-VENCE =
037707                 FUNCTION DATE-OF-INTEGER(RQM-DIA-VENCE)
037708             CALL 'NOTIFICA' USING RQM-NTF-TIPO RQM-NTF-DESTINO
037709                 RQM-NTF-CLAVE RQM-NTF-VENCE RQM-NTF-TEXTO
037800         END-IF
037900     END-IF.
038000 6100-EVALUAR-UNA-EXIT.
038100     EXIT.
038101*
038102******************************************************************
038103* 6500-PRESUPUESTO - REQPRES: PER DEPARTMENT, THE BUDGET LEFT TO
038104* THE END OF THE YEAR, WHAT THE CURRENT PAYROLL WILL COST IN THAT
038105* TIME, THE APPROVED OPEN REQUISITIONS AND THE HEADROOM
038106******************************************************************
038107 6500-PRESUPUESTO.
038108     MOVE ZERO TO RQM-NRO-EXCLUIDO.
038109     PERFORM 8000-ARMAR-PRESUPUESTO
03810A         THRU 8000-ARMAR-PRESUPUESTO-EXIT.
03810B     OPEN OUTPUT PRESUP-FILE.
03810C     MOVE SPACES TO PRS-LINEA.
03810D     STRING 'REQPRES - PRESUPUESTO COMPROMETIDO VS DISPONIBLE, '
03810E         RQM-MESES-RESTO ' MESES A FIN DE ' RQM-ANIO-HOY
03810F         DELIMITED BY SIZE INTO PRS-LINEA.
03810G     WRITE PRS-LINEA.
03810H     MOVE SPACES TO PRS-LINEA.
03810I     STRING 'DEPTO         PRESUPUESTO         NOMINA REQ   '
03810J         'COMPROMETIDO     DISPONIBLE'
03810K         DELIMITED BY SIZE INTO PRS-LINEA.
03810L     WRITE PRS-LINEA.
03810M     PERFORM 6510-PRESUPUESTO-DEPTO
03810N         THRU 6510-PRESUPUESTO-DEPTO-EXIT
03810O         VARYING RQM-X-DEP FROM 1 BY 1
03810P         UNTIL RQM-X-DEP > RQM-CANT-DEPTOS.
03810Q     CLOSE PRESUP-FILE.
03810R     DISPLAY 'REQMAINT: REPORTE REQPRES GENERADO'.
03810S 6500-PRESUPUESTO-EXIT.
03810T     EXIT.
03810U*
03810V******************************************************************
03810W* 6510-PRESUPUESTO-DEPTO - ONE REQPRES LINE. EXC MARKS A
03810X* DEPARTMENT ALREADY OVER ITS BUDGET, S/P ONE WITH NO BUDGET
03810Y******************************************************************
03810Z 6510-PRESUPUESTO-DEPTO.
038110     MOVE RQM-DEP-NOMBRE(RQM-X-DEP) TO RQM-LPR-DEPTO.
038111     MOVE RQM-DEP-PRESUP(RQM-X-DEP) TO RQM-LPR-PRESUP.
038112     MOVE RQM-DEP-NOMINA(RQM-X-DEP) TO RQM-LPR-NOMINA.
038113     MOVE RQM-DEP-CANT-REQ(RQM-X-DEP) TO RQM-LPR-CANT.
038114     MOVE RQM-DEP-COMPROM(RQM-X-DEP) TO RQM-LPR-COMPROM.
038115     MOVE RQM-DEP-DISPONIBLE(RQM-X-DEP) TO RQM-LPR-DISPONIBLE.
038116     MOVE SPACES TO RQM-LPR-MARCA.
038117     IF RQM-DEP-CON-PRESUP(RQM-X-DEP) NOT = 'S'
038118         MOVE 'S/P' TO RQM-LPR-MARCA
038119     ELSE
03811A         IF RQM-DEP-DISPONIBLE(RQM-X-DEP) < ZERO
03811B             MOVE 'EXC' TO RQM-LPR-MARCA
03811C         END-IF
03811D     END-IF.
03811E     WRITE PRS-LINEA FROM RQM-LINEA-PRESUP.
03811F 6510-PRESUPUESTO-DEPTO-EXIT.
03811G     EXIT.
038200*
038300******************************************************************
038400* 7000-GRABAR-REQUIS - REWRITE THE MASTER
040600     MOVE RQM-REQ-ESTADO(RQM-X-REQ) TO RQ-ESTADO.
040700     MOVE RQM-REQ-FECHA(RQM-X-REQ) TO RQ-FECHA-ALTA.
040800     MOVE RQM-REQ-CUBIERTO(RQM-X-REQ) TO RQ-ID-CUBIERTO.
040801     MOVE RQM-REQ-TIPOCT(RQM-X-REQ) TO RQ-TIPO-CONTRATO.
040802     MOVE RQM-REQ-MESES(RQM-X-REQ) TO RQ-MESES-CONTRATO.
040900     WRITE RQ-RECORD.
041000 7100-GRABAR-UNA-EXIT.
041100     EXIT.
041101*
041102******************************************************************
041103* 7200-GRABAR-HABILIDADES - REWRITE REQHABIL WITHOUT THE ROWS
041104*                           REMOVED IN THIS SESSION
041105******************************************************************
041106 7200-GRABAR-HABILIDADES.
041107     OPEN OUTPUT REQHAB-FILE.
041108     PERFORM 7210-GRABAR-HABILIDAD THRU 7210-GRABAR-HABILIDAD-EXIT
041109         VARYING RQM-X-RH FROM 1 BY 1
04110A         UNTIL RQM-X-RH > RQM-CANT-RH.
04110B     CLOSE REQHAB-FILE.
04110C     DISPLAY 'REQMAINT: HABILIDADES REGRABADAS'.
04110D 7200-GRABAR-HABILIDADES-EXIT.
04110E     EXIT.
04110F*
04110G 7210-GRABAR-HABILIDAD.
04110H     IF RQM-RH-NUMERO(RQM-X-RH) NOT = ZERO
04110I         MOVE RQM-RH-NUMERO(RQM-X-RH) TO RH-NUMERO
04110J         MOVE RQM-RH-HABILIDAD(RQM-X-RH) TO RH-HABILIDAD
04110K         MOVE RQM-RH-TIPO(RQM-X-RH) TO RH-TIPO
04110L         MOVE RQM-RH-NIVEL(RQM-X-RH) TO RH-NIVEL-MIN
04110M         WRITE RH-RECORD
04110N     END-IF.
04110O 7210-GRABAR-HABILIDAD-EXIT.
04110P     EXIT.
04110Q*
04110R******************************************************************
04110S* 8000-ARMAR-PRESUPUESTO - PER DEPARTMENT, THE BUDGET FROM THIS
04110T* MONTH TO DECEMBER, THE CURRENT PAYROLL OVER THE SAME MONTHS AND
04110U* THE APPROVED OPEN REQUISITIONS (LESS THE ONE BEING APPROVED)
04110V******************************************************************
04110W 8000-ARMAR-PRESUPUESTO.
04110X     MOVE RQM-FECHA-HOY(1:6) TO RQM-PERIODO-HOY.
04110Y     COMPUTE RQM-MESES-RESTO = 13 - RQM-MES-HOY.
04110Z     MOVE ZERO TO RQM-CANT-BUDGET RQM-CANT-APORTES
041110                  RQM-CANT-DEPTOS.
041111     MOVE 'N' TO RQM-FIN-ARCHIVO.
041112     OPEN INPUT BUDGET-FILE.
041113     IF RQM-STATUS-BUDGET = '00'
041114         PERFORM 8010-LEER-BUDGET THRU 8010-LEER-BUDGET-EXIT
041115             UNTIL RQM-ES-FIN-ARCHIVO
041116     END-IF.
041117     CLOSE BUDGET-FILE.
041118     MOVE 'N' TO RQM-FIN-ARCHIVO.
041119     OPEN INPUT CONTRIBPAT-FILE.
04111A     IF RQM-STATUS-APORTES = '00'
04111B         PERFORM 8020-LEER-APORTE THRU 8020-LEER-APORTE-EXIT
04111C             UNTIL RQM-ES-FIN-ARCHIVO
04111D     END-IF.
04111E     CLOSE CONTRIBPAT-FILE.
04111F     PERFORM 8200-PRESUPUESTO-DEPTO
04111G         THRU 8200-PRESUPUESTO-DEPTO-EXIT
04111H         VARYING RQM-X-DEP FROM 1 BY 1
04111I         UNTIL RQM-X-DEP > RQM-CANT-DEPTOS.
04111J     MOVE 'N' TO RQM-FIN-ARCHIVO.
04111K     OPEN INPUT PAYROLL-REG-FILE.
04111L     IF RQM-STATUS-PAYROLL = '00'
04111M         PERFORM 8030-LEER-NOMINA THRU 8030-LEER-NOMINA-EXIT
04111N             UNTIL RQM-ES-FIN-ARCHIVO
04111O     END-IF.
04111P     CLOSE PAYROLL-REG-FILE.
04111Q     MOVE 'N' TO RQM-FIN-ARCHIVO.
04111R     PERFORM 8040-COMPROMETIDA THRU 8040-COMPROMETIDA-EXIT
04111S         VARYING RQM-X-REQ FROM 1 BY 1
04111T         UNTIL RQM-X-REQ > RQM-CANT-REQUIS.
04111U     PERFORM 8050-CALCULAR-DISPONIBLE
04111V         THRU 8050-CALCULAR-DISPONIBLE-EXIT
04111W         VARYING RQM-X-DEP FROM 1 BY 1
04111X         UNTIL RQM-X-DEP > RQM-CANT-DEPTOS.
04111Y 8000-ARMAR-PRESUPUESTO-EXIT.
04111Z     EXIT.
041120*
041121 8010-LEER-BUDGET.
041122     READ BUDGET-FILE
041123         AT END
041124             SET RQM-ES-FIN-ARCHIVO TO TRUE
041125         NOT AT END
041126             IF BG-PERIODO IS NUMERIC
041127                 AND BG-IMPORTE IS NUMERIC
041128                 AND RQM-CANT-BUDGET < 300
041129                 ADD 1 TO RQM-CANT-BUDGET
04112A                 SET RQM-X-BUD TO RQM-CANT-BUDGET
04112B                 MOVE BG-DEPARTAMENTO TO RQM-BUD-DEPTO(RQM-X-BUD)
04112C                 MOVE BG-PERIODO TO RQM-BUD-PERIODO(RQM-X-BUD)
04112D                 MOVE BG-IMPORTE TO RQM-BUD-IMPORTE(RQM-X-BUD)
04112E                 MOVE BG-DEPARTAMENTO TO RQM-DEP-BUSCADO
04112F                 PERFORM 8100-BUSCAR-DEPTO
04112G                     THRU 8100-BUSCAR-DEPTO-EXIT
04112H                 IF RQM-ES-DEP-HALLADO
04112I                     MOVE 'S' TO RQM-DEP-CON-PRESUP(RQM-X-DEP)
04112J                 END-IF
04112K             END-IF
04112L     END-READ.
04112M 8010-LEER-BUDGET-EXIT.
04112N     EXIT.
04112O*
04112P 8020-LEER-APORTE.
04112Q     READ CONTRIBPAT-FILE
04112R         AT END
04112S             SET RQM-ES-FIN-ARCHIVO TO TRUE
04112T         NOT AT END
04112U             IF CP-PORCENTAJE IS NUMERIC
04112V                 AND CP-VIGENCIA-DESDE IS NUMERIC
04112W                 AND RQM-CANT-APORTES < 20
04112X                 ADD 1 TO RQM-CANT-APORTES
04112Y                 SET RQM-X-APO TO RQM-CANT-APORTES
04112Z                 MOVE CP-CONCEPTO TO RQM-APO-CONCEPTO(RQM-X-APO)
041130                 MOVE CP-PORCENTAJE TO RQM-APO-PORCENT(RQM-X-APO)
041131                 MOVE CP-VIGENCIA-DESDE
041132                     TO RQM-APO-VIGENCIA(RQM-X-APO)
041133                 MOVE CP-COMPANIA TO RQM-APO-CIA(RQM-X-APO)
041134             END-IF
041135     END-READ.
041136 8020-LEER-APORTE-EXIT.
041137     EXIT.
041138*
041139******************************************************************
04113A* 8030-LEER-NOMINA - ONE REGULAR LINE OF THE LAST REGISTER, COSTED
04113B*                    WITH BONUS AND EMPLOYER CONTRIBUTIONS FOR THE
04113C*                    MONTHS LEFT IN THE YEAR
04113D******************************************************************
04113E 8030-LEER-NOMINA.
04113F     READ PAYROLL-REG-FILE
04113G         AT END
04113H             SET RQM-ES-FIN-ARCHIVO TO TRUE
04113I             GO TO 8030-LEER-NOMINA-EXIT
04113J     END-READ.
04113K     IF PR-RECORD(1:1) = '*'
04113L         OR (PR-TIPO-LINEA NOT = SPACE
04113M             AND PR-TIPO-LINEA NOT = 'O')
04113N         OR PR-SUELDO-ANUAL IS NOT NUMERIC
04113O         GO TO 8030-LEER-NOMINA-EXIT
04113P     END-IF.
04113Q     MOVE PR-DEPARTAMENTO TO RQM-DEP-BUSCADO.
04113R     PERFORM 8100-BUSCAR-DEPTO THRU 8100-BUSCAR-DEPTO-EXIT.
04113S     IF NOT RQM-ES-DEP-HALLADO
04113T         GO TO 8030-LEER-NOMINA-EXIT
04113U     END-IF.
04113V     MOVE PR-COMPANIA TO RQM-APO-COMPANIA.
04113W     PERFORM 8500-PCT-APORTES THRU 8500-PCT-APORTES-EXIT.
04113X     IF PR-BONO IS NUMERIC
04113Y         COMPUTE RQM-COSTO-MES ROUNDED =
04113Z             (PR-SUELDO-ANUAL + PR-BONO) / 12
041140             * (100 + RQM-PCT-APORTES) / 100
041141     ELSE
041142         COMPUTE RQM-COSTO-MES ROUNDED =
041143             PR-SUELDO-ANUAL / 12
041144             * (100 + RQM-PCT-APORTES) / 100
041145     END-IF.
041146     COMPUTE RQM-DEP-NOMINA(RQM-X-DEP) =
041147         RQM-DEP-NOMINA(RQM-X-DEP)
041148         + RQM-COSTO-MES * RQM-MESES-RESTO.
041149 8030-LEER-NOMINA-EXIT.
04114A     EXIT.
04114B*
04114C 8040-COMPROMETIDA.
04114D     IF RQM-REQ-APROB(RQM-X-REQ) NOT = 'A'
04114E         OR RQM-REQ-ESTADO(RQM-X-REQ) NOT = 'A'
04114F         OR RQM-REQ-NUMERO(RQM-X-REQ) = RQM-NRO-EXCLUIDO
04114G         GO TO 8040-COMPROMETIDA-EXIT
04114H     END-IF.
04114I     MOVE RQM-REQ-DEPTO(RQM-X-REQ) TO RQM-DEP-BUSCADO.
04114J     PERFORM 8100-BUSCAR-DEPTO THRU 8100-BUSCAR-DEPTO-EXIT.
04114K     IF NOT RQM-ES-DEP-HALLADO
04114L         GO TO 8040-COMPROMETIDA-EXIT
04114M     END-IF.
04114N     PERFORM 8400-COTIZAR-REQUIS THRU 8400-COTIZAR-REQUIS-EXIT.
04114O     ADD 1 TO RQM-DEP-CANT-REQ(RQM-X-DEP).
04114P     ADD RQM-COSTO-REQ TO RQM-DEP-COMPROM(RQM-X-DEP).
04114Q 8040-COMPROMETIDA-EXIT.
04114R     EXIT.
04114S*
04114T 8050-CALCULAR-DISPONIBLE.
04114U     COMPUTE RQM-DEP-DISPONIBLE(RQM-X-DEP) =
04114V         RQM-DEP-PRESUP(RQM-X-DEP) - RQM-DEP-NOMINA(RQM-X-DEP)
04114W         - RQM-DEP-COMPROM(RQM-X-DEP).
04114X 8050-CALCULAR-DISPONIBLE-EXIT.
04114Y     EXIT.
04114Z*
041150******************************************************************
041151* 8100-BUSCAR-DEPTO - FIND A DEPARTMENT ROW, ADDING IT WHEN NEW
041152*                     (INDEX LEFT ON IT)
041153******************************************************************
041154 8100-BUSCAR-DEPTO.
041155     MOVE 'N' TO RQM-DEP-HALLADO.
041156     SET RQM-X-DEP TO 1.
041157     SEARCH RQM-DEP-FILA
041158         AT END
041159             DISPLAY 'MAS DE 50 DEPARTAMENTOS, SE IGNORA '
04115A                 RQM-DEP-BUSCADO
04115B             GO TO 8100-BUSCAR-DEPTO-EXIT
04115C         WHEN RQM-X-DEP > RQM-CANT-DEPTOS
04115D             ADD 1 TO RQM-CANT-DEPTOS
04115E             MOVE RQM-DEP-BUSCADO TO RQM-DEP-NOMBRE(RQM-X-DEP)
04115F             MOVE 'N' TO RQM-DEP-CON-PRESUP(RQM-X-DEP)
04115G             MOVE ZERO TO RQM-DEP-PRESUP(RQM-X-DEP)
04115H                          RQM-DEP-NOMINA(RQM-X-DEP)
04115I                          RQM-DEP-CANT-REQ(RQM-X-DEP)
04115J                          RQM-DEP-COMPROM(RQM-X-DEP)
04115K                          RQM-DEP-DISPONIBLE(RQM-X-DEP)
04115L         WHEN RQM-DEP-NOMBRE(RQM-X-DEP) = RQM-DEP-BUSCADO
04115M             CONTINUE
04115N     END-SEARCH.
04115O     MOVE 'Y' TO RQM-DEP-HALLADO.
04115P 8100-BUSCAR-DEPTO-EXIT.
04115Q     EXIT.
04115R*
04115S******************************************************************
04115T* 8200-PRESUPUESTO-DEPTO - BUDGET OF ONE DEPARTMENT FROM THIS
04115U* MONTH TO DECEMBER; EACH MONTH TAKES THE LATEST ROW IN FORCE
04115V******************************************************************
04115W 8200-PRESUPUESTO-DEPTO.
04115X     MOVE RQM-PERIODO-HOY TO RQM-PERIODO-MES.
04115Y     PERFORM 8210-PRESUPUESTO-MES THRU 8210-PRESUPUESTO-MES-EXIT
04115Z         UNTIL RQM-MES-MES > 12.
041160 8200-PRESUPUESTO-DEPTO-EXIT.
041161     EXIT.
041162*
041163 8210-PRESUPUESTO-MES.
041164     MOVE ZERO TO RQM-BUD-MEJOR-PERIODO RQM-BUD-MEJOR-IMPORTE.
041165     PERFORM 8220-COMPARAR-BUDGET THRU 8220-COMPARAR-BUDGET-EXIT
041166         VARYING RQM-X-BUD FROM 1 BY 1
041167         UNTIL RQM-X-BUD > RQM-CANT-BUDGET.
041168     ADD RQM-BUD-MEJOR-IMPORTE TO RQM-DEP-PRESUP(RQM-X-DEP).
041169     ADD 1 TO RQM-MES-MES.
04116A 8210-PRESUPUESTO-MES-EXIT.
04116B     EXIT.
04116C*
04116D 8220-COMPARAR-BUDGET.
04116E     IF RQM-BUD-DEPTO(RQM-X-BUD) = RQM-DEP-NOMBRE(RQM-X-DEP)
04116F         AND RQM-BUD-PERIODO(RQM-X-BUD) NOT > RQM-PERIODO-MES
04116G         AND RQM-BUD-PERIODO(RQM-X-BUD)
04116H             NOT < RQM-BUD-MEJOR-PERIODO
04116I         MOVE RQM-BUD-PERIODO(RQM-X-BUD) TO RQM-BUD-MEJOR-PERIODO
04116J         MOVE RQM-BUD-IMPORTE(RQM-X-BUD) TO RQM-BUD-MEJOR-IMPORTE
04116K     END-IF.
04116L 8220-COMPARAR-BUDGET-EXIT.
04116M     EXIT.
04116N*
04116O******************************************************************
04116P* 8400-COTIZAR-REQUIS - COST OF THE OPENING UNDER RQM-X-REQ FROM
04116Q* NOW TO DECEMBER (OR TO THE END OF A SHORTER CONTRACT): COTIZAR
04116R* SALARY AND BONUS OF ITS LEVEL PLUS EMPLOYER CONTRIBUTIONS
04116S******************************************************************
04116T 8400-COTIZAR-REQUIS.
04116U     EVALUATE RQM-REQ-NIVEL(RQM-X-REQ)
04116V         WHEN 'JUNIOR'
04116W             MOVE 0 TO RQM-CTZ-EXPERIENCIA
04116X         WHEN 'SEMISR'
04116Y             MOVE 3 TO RQM-CTZ-EXPERIENCIA
04116Z         WHEN OTHER
041170             MOVE 6 TO RQM-CTZ-EXPERIENCIA
041171     END-EVALUATE.
041172     MOVE ZERO TO RQM-CTZ-ID RQM-CTZ-PERIODO.
041173     MOVE RQM-REQ-COMPANIA(RQM-X-REQ) TO RQM-CTZ-COMPANIA.
041174     CALL 'COTIZAR' USING RQM-CTZ-EXPERIENCIA RQM-CTZ-SENIORIDAD
041175         RQM-CTZ-MENSUAL RQM-CTZ-ANUAL RQM-CTZ-BONO RQM-CTZ-ID
041176         RQM-CTZ-SUPLEMENTO RQM-CTZ-PERIODO RQM-CTZ-COMPANIA.
041177     MOVE RQM-REQ-COMPANIA(RQM-X-REQ) TO RQM-APO-COMPANIA.
041178     PERFORM 8500-PCT-APORTES THRU 8500-PCT-APORTES-EXIT.
041179     MOVE RQM-MESES-RESTO TO RQM-MESES-COSTO.
04117A     IF RQM-REQ-MESES(RQM-X-REQ) > ZERO
04117B         AND RQM-REQ-MESES(RQM-X-REQ) < RQM-MESES-COSTO
04117C         MOVE RQM-REQ-MESES(RQM-X-REQ) TO RQM-MESES-COSTO
04117D     END-IF.
04117E     COMPUTE RQM-COSTO-REQ ROUNDED =
04117F         (RQM-CTZ-ANUAL + RQM-CTZ-BONO) / 12
04117G         * (100 + RQM-PCT-APORTES) / 100 * RQM-MESES-COSTO.
04117H 8400-COTIZAR-REQUIS-EXIT.
04117I     EXIT.
04117J*
04117K******************************************************************
04117L* 8500-PCT-APORTES - EMPLOYER CONTRIBUTION PERCENTAGE IN FORCE
04117M* THIS MONTH FOR RQM-APO-COMPANIA: PER CONCEPT THE LATEST ROW,
04117N* A COMPANY ROW OVER THE GENERAL ONE OF THE SAME DATE
04117O******************************************************************
04117P 8500-PCT-APORTES.
04117Q     MOVE ZERO TO RQM-PCT-APORTES.
04117R     PERFORM 8510-EVALUAR-APORTE THRU 8510-EVALUAR-APORTE-EXIT
04117S         VARYING RQM-X-APO FROM 1 BY 1
04117T         UNTIL RQM-X-APO > RQM-CANT-APORTES.
04117U 8500-PCT-APORTES-EXIT.
04117V     EXIT.
04117W*
04117X 8510-EVALUAR-APORTE.
04117Y     IF RQM-APO-VIGENCIA(RQM-X-APO) > RQM-PERIODO-HOY
04117Z         GO TO 8510-EVALUAR-APORTE-EXIT
041180     END-IF.
041181     IF RQM-APO-CIA(RQM-X-APO) NOT = SPACES
041182         AND RQM-APO-CIA(RQM-X-APO) NOT = RQM-APO-COMPANIA
041183         GO TO 8510-EVALUAR-APORTE-EXIT
041184     END-IF.
041185     MOVE 'N' TO RQM-SUPERADO.
041186     PERFORM 8520-COMPARAR-APORTE THRU 8520-COMPARAR-APORTE-EXIT
041187         VARYING RQM-X-APO2 FROM 1 BY 1
041188         UNTIL RQM-X-APO2 > RQM-CANT-APORTES
041189            OR RQM-ES-SUPERADO.
04118A     IF NOT RQM-ES-SUPERADO
04118B         ADD RQM-APO-PORCENT(RQM-X-APO) TO RQM-PCT-APORTES
04118C     END-IF.
04118D 8510-EVALUAR-APORTE-EXIT.
04118E     EXIT.
04118F*
04118G 8520-COMPARAR-APORTE.
04118H     IF RQM-X-APO2 = RQM-X-APO
04118I         OR RQM-APO-CONCEPTO(RQM-X-APO2)
04118J             NOT = RQM-APO-CONCEPTO(RQM-X-APO)
04118K         OR RQM-APO-VIGENCIA(RQM-X-APO2) > RQM-PERIODO-HOY
04118L         GO TO 8520-COMPARAR-APORTE-EXIT
04118M     END-IF.
04118N     IF RQM-APO-CIA(RQM-X-APO2) NOT = SPACES
04118O         AND RQM-APO-CIA(RQM-X-APO2) NOT = RQM-APO-COMPANIA
04118P         GO TO 8520-COMPARAR-APORTE-EXIT
04118Q     END-IF.
04118R     IF RQM-APO-VIGENCIA(RQM-X-APO2) > RQM-APO-VIGENCIA(RQM-X-APO)
04118S         SET RQM-ES-SUPERADO TO TRUE
04118T         GO TO 8520-COMPARAR-APORTE-EXIT
04118U     END-IF.
04118V     IF RQM-APO-VIGENCIA(RQM-X-APO2) = RQM-APO-VIGENCIA(RQM-X-APO)
04118W         IF RQM-APO-CIA(RQM-X-APO2) NOT = SPACES
04118X             AND RQM-APO-CIA(RQM-X-APO) = SPACES
04118Y             SET RQM-ES-SUPERADO TO TRUE
04118Z         END-IF
041190         IF RQM-APO-CIA(RQM-X-APO2) = RQM-APO-CIA(RQM-X-APO)
041191             AND RQM-X-APO2 > RQM-X-APO
041192             SET RQM-ES-SUPERADO TO TRUE
041193         END-IF
041194     END-IF.
041195 8520-COMPARAR-APORTE-EXIT.
041196     EXIT.
041200 END PROGRAM REQMAINT.
