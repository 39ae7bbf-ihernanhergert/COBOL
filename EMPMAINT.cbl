002193*     SPLIT) NOW GOES THROUGH THE SHARED VALIDCTA CHECK-DIGIT
002194*     VALIDATION, SO A MISTYPED ACCOUNT IS REJECTED AT THE
002195*     DESK INSTEAD OF BOUNCING AFTER PAGOBANCO SENT THE FILE.
002196*   - NEW P OPTION KEYS THE EMPLOYEE'S INDIVIDUAL SALARY
002197*     SUPPLEMENT ON TOP OF THE PAYRATES BRACKET: EFFECTIVE
002198*     PERIOD, MONTHLY AMOUNT AND A MOTSUPL REASON CODE, STAMPED
002199*     WITH THE APPROVING (SIGNED-ON) OPERATOR AND THE DATE. ROWS
00219A*     ARE ONLY APPENDED TO SUPLEMENTOS, SO THE FILE KEEPS THE
00219B*     WHOLE HISTORY OF EVERY PACKAGE.
00219C*   - EVERY EMPAUDIT ROW NOW ALSO CARRIES THE SIGNED-ON
00219D*     OPERATOR (VIA THE SHARED SESUSER LOOKUP), SO THE
00219E*     HISTCAMB TIMELINE CAN SAY WHO MADE EACH CHANGE.
00219F*   - DEPOSIT-ACCOUNT CHANGES (D AND C OPTIONS) NO LONGER TAKE
00219G*     EFFECT HERE: EACH ONE IS QUEUED ON CTAPEND AS PENDING
00219H*     WITH THE REQUESTING OPERATOR, THE DATE AND THE OLD/NEW
00219I*     VALUES, AND A SECOND, DIFFERENT OPERATOR APPLIES IT
00219J*     THROUGH APRUCTA; SPLITCTA IS NO LONGER REWRITTEN HERE.
00219K*   - THE B (BAJA) OPTION ALSO PROMPTS THE TERMINATION REASON
00219L*     (EM-MOTIVO-BAJA), VALIDATED AGAINST THE MOTBAJA CODES.
00219M*   - NEW J OPTION KEYS THE EMPLOYEE'S REPORTING LINE: THE
00219N*     CANDIDATE NUMBER OF THE MANAGER AND THE DATE IT TAKES
00219O*     EFFECT (ZERO FOR THE TOP OF THE CHAIN), STAMPED WITH THE
00219P*     OPERATOR AND THE DATE. ROWS ARE ONLY APPENDED TO
00219Q*     JEFATURAS, LIKE SUPLEMENTOS, AND THE APPROVAL STEPS ROUTE
00219R*     THROUGH THE CHAIN (JEFCADENA).
00219S*   - NEW K OPTION KEEPS THE EMPLOYEE'S CONTRACT HISTORY ON
00219T*     CONTRATOS (TIPOCONT TYPES): A NEW CONTRACT WITH ITS TYPE,
00219U*     START AND END DATE, OR A RENEWAL THAT MOVES THE END DATE,
00219V*     UP TO THE RENEWALS THE TYPE ALLOWS. ROWS ARE ONLY
00219W*     APPENDED, STAMPED WITH THE OPERATOR AND THE DATE.
00219X*   - NEW H OPTION KEYS THE EMPLOYEE'S CONTRACTED WORKING TIME
00219Y*     AS A PERCENTAGE OF A FULL-TIME POSITION (FTE, 1 TO 100)
00219Z*     WITH THE DATE IT TAKES EFFECT, STAMPED WITH THE OPERATOR
0021A0*     AND THE DATE. ROWS ARE ONLY APPENDED TO JORNADAS, LIKE
0021A1*     SUPLEMENTOS; JORNVIG PRORATES THEM FOR THE PAYROLL.
0021A2*   - EVERY HIRE, CHANGE AND TERMINATION NOW ALSO CALLS EMITEVT
0021A3*     WITH THE ROW BEFORE AND AFTER, SO THE CHANGE REACHES THE
0021A4*     CORPORATE HR FEED THAT ENVIOHR DELIVERS.
0021A5*   - EMPAUDIT ROWS ARE NOW CHAINED THROUGH CADENAUD (SEQUENCE
0021A6*     AND CHECK VALUE IN THE CADAUD TRAILER) FOR VERIFCAD.
002200******************************************************************
002300 IDENTIFICATION DIVISION.
002400 PROGRAM-ID. EMPMAINT.
003340     SELECT OPTIONAL DEPTMAST-FILE ASSIGN TO 'DEPTMAST'
003350         ORGANIZATION IS LINE SEQUENTIAL
003360         FILE STATUS IS EMM-STATUS-DEPTMAST.
003361     SELECT OPTIONAL SUPLEMENTOS-FILE ASSIGN TO 'SUPLEMENTOS'
003362         ORGANIZATION IS LINE SEQUENTIAL
003363         FILE STATUS IS EMM-STATUS-SUPLEM.
003364     SELECT OPTIONAL MOTSUPL-FILE ASSIGN TO 'MOTSUPL'
003365         ORGANIZATION IS LINE SEQUENTIAL
003366         FILE STATUS IS EMM-STATUS-MOTSUPL.
003367     SELECT OPTIONAL CTAPEND-FILE ASSIGN TO 'CTAPEND'
003368         ORGANIZATION IS LINE SEQUENTIAL
003369         FILE STATUS IS EMM-STATUS-CTAPEND.
00336A     SELECT OPTIONAL JEFATURAS-FILE ASSIGN TO 'JEFATURAS'
00336B         ORGANIZATION IS LINE SEQUENTIAL
00336C         FILE STATUS IS EMM-STATUS-JEFATURAS.
00336D     SELECT OPTIONAL CONTRATOS-FILE ASSIGN TO 'CONTRATOS'
00336E         ORGANIZATION IS LINE SEQUENTIAL
00336F         FILE STATUS IS EMM-STATUS-CONTRATOS.
00336G     SELECT OPTIONAL JORNADAS-FILE ASSIGN TO 'JORNADAS'
00336H         ORGANIZATION IS LINE SEQUENTIAL
00336I         FILE STATUS IS EMM-STATUS-JORNADAS.
003400 DATA DIVISION.
003500 FILE SECTION.
003600 FD  EMPLOYEES-FILE
004500     05 EMA-FECHA                PIC 9(08).
004600     05 EMA-HORA                 PIC X(08).
004700     05 EMA-OPERACION            PIC X(01).
004800     05 EMA-ANTES                PIC X(57).
004900     05 EMA-DESPUES              PIC X(57).
004901     05 EMA-USUARIO              PIC X(08).
004902     COPY CADAUD
004903         REPLACING CAD-SECUENCIA     BY EMA-SECUENCIA
004904                   CAD-CONTROL       BY EMA-CONTROL.
004910 FD  CANDNUM-FILE
004920     LABEL RECORDS ARE STANDARD.
004930 01  CN-RECORD.
00493H                   EM-FECHA-BAJA     BY EIX-FECHA-BAJA
00493I                   EM-BANCO          BY EIX-BANCO
00493J                   EM-CUENTA         BY EIX-CUENTA
00493K                   EM-COMPANIA       BY EIX-COMPANIA
00493L                   EM-MOTIVO-BAJA    BY EIX-MOTIVO-BAJA.
004941 FD  SPLITCTA-FILE
004942     LABEL RECORDS ARE STANDARD.
004943 01  SC-RECORD.
004960     LABEL RECORDS ARE STANDARD.
004970 01  DM-RECORD.
004980     05 DM-DEPARTAMENTO          PIC X(10).
004981 FD  SUPLEMENTOS-FILE
004982     LABEL RECORDS ARE STANDARD.
004983 01  SP-RECORD.
004984     COPY SUPLEM.
004985 FD  MOTSUPL-FILE
004986     LABEL RECORDS ARE STANDARD.
004987 01  MS-RECORD.
004988     05 MS-CODIGO                PIC X(02).
004989     05 MS-DESCRIPCION           PIC X(20).
00498A FD  CTAPEND-FILE
00498B     LABEL RECORDS ARE STANDARD.
00498C 01  CP-RECORD.
00498D     COPY CTAPEND.
00498E FD  JEFATURAS-FILE
00498F     LABEL RECORDS ARE STANDARD.
00498G 01  JF-RECORD.
00498H     COPY JEFATURA.
00498I FD  CONTRATOS-FILE
00498J     LABEL RECORDS ARE STANDARD.
00498K 01  KT-RECORD.
00498L     COPY CONTRATO.
00498M FD  JORNADAS-FILE
00498N     LABEL RECORDS ARE STANDARD.
00498O 01  JR-RECORD.
00498P     COPY JORNADA.
005000 WORKING-STORAGE SECTION.
005100*
005200 01  EMM-STATUS-EMPLEADOS        PIC XX.
005335 01  EMM-STATUS-EMPIDX           PIC XX.
005336 01  EMM-EXISTE-IDX              PIC X VALUE 'N'.
005337     88  EMM-ES-EXISTE-IDX       VALUE 'Y'.
005338 01  EMM-STATUS-SUPLEM           PIC XX.
005339 01  EMM-STATUS-MOTSUPL          PIC XX.
00533A 01  EMM-STATUS-CTAPEND          PIC XX.
00533B 01  EMM-STATUS-JEFATURAS        PIC XX.
00533C 01  EMM-STATUS-CONTRATOS        PIC XX.
00533D 01  EMM-STATUS-JORNADAS         PIC XX.
005340 01  EMM-LOCK-ACCION             PIC X(01).
005350 01  EMM-LOCK-PROGRAMA           PIC X(11).
005360 01  EMM-LOCK-OCUPADO            PIC X(01).
008300     05  EMM-NOMBRE-BUSCADO      PIC X(05).
008400     05  EMM-EXPERIENCIA-TXT     PIC X(06).
008500     05  EMM-DEPARTAMENTO-ENT    PIC X(10).
008600     05  EMM-IMAGEN-ANTES        PIC X(57).
008700     05  EMM-IMAGEN-DESPUES      PIC X(57).
008701     05  EMM-FECHA-BAJA-ENT      PIC 9(08).
008702     05  EMM-MOTIVO-BAJA-ENT     PIC X(02).
008703     05  EMM-EVT-ENTIDAD         PIC X(01).
008704     05  EMM-EVT-TIPO            PIC X(04).
008705     05  EMM-EVT-ORIGEN          PIC X(10).
008706     05  EMM-EVT-ANTES           PIC X(100).
008707     05  EMM-EVT-DESPUES         PIC X(100).
008710     05  EMM-ID-NUEVO            PIC 9(05).
008800     05  EMM-FECHA-HOY           PIC 9(08).
008900     05  EMM-HORA-AHORA          PIC X(08).
009000     05  EMM-POS-HALLADA         PIC 9(04).
009001     05  EMM-CAD-ACCION          PIC X(01) VALUE 'G'.
009002     05  EMM-CAD-ARCHIVO         PIC X(12) VALUE 'EMPAUDIT'.
009003     05  EMM-CAD-LARGO           PIC 9(03) VALUE 139.
009004 01  EMM-ANCLA.
009005     COPY CADANCLA.
009100*
009110 01  EMM-SPLITS.
009140     05  EMM-FIN-SPLITS          PIC X VALUE 'N'.
009150         88  EMM-ES-FIN-SPLITS   VALUE 'Y'.
009160     05  EMM-SPL-OPCION          PIC X(01).
009174     05  EMM-SPL-VALOR           PIC 9(05)V99.
009175     05  EMM-SPL-PCT-TOTAL       PIC 9(05)V99.
009176     05  EMM-SPL-ID              PIC 9(05).
009177     05  EMM-PEN-TIPO            PIC X(01).
009180 01  EMM-CANT-SPLITS             PIC 9(03) VALUE ZERO.
009181 01  EMM-TABLA-SPLITS.
009182     05  EMM-SPLIT-FILA OCCURS 100 TIMES
009187         10 EMM-SPL-TIPO-TBL     PIC X(01).
009188         10 EMM-SPL-VALOR-TBL    PIC 9(05)V99.
009189         10 EMM-SPL-BORRADO-TBL  PIC X(01).
00918A 01  EMM-SUPLEMENTO.
00918B     05  EMM-FIN-SUPLEM          PIC X VALUE 'N'.
00918C         88  EMM-ES-FIN-SUPLEM   VALUE 'Y'.
00918D     05  EMM-MOTIVO-OK           PIC X VALUE 'N'.
00918E         88  EMM-ES-MOTIVO-OK    VALUE 'Y'.
00918F     05  EMM-SUP-OPCION          PIC X(01).
00918G     05  EMM-SUP-ID              PIC 9(05).
00918H     05  EMM-SUP-VIGENCIA-TXT    PIC X(06).
00918I     05  EMM-SUP-VIGENCIA        PIC 9(06).
00918J     05  EMM-SUP-DESGLOSE REDEFINES EMM-SUP-VIGENCIA.
00918K         10 EMM-SUP-ANIO         PIC 9(04).
00918L         10 EMM-SUP-MES          PIC 9(02).
00918M     05  EMM-SUP-IMPORTE-TXT     PIC X(12).
00918N     05  EMM-SUP-IMPORTE         PIC 9(06)V99.
00918O     05  EMM-SUP-IMPORTE-ED      PIC ZZZ,ZZ9.99.
00918P     05  EMM-SUP-MOTIVO          PIC X(02).
00918Q     05  EMM-SUP-OPERADOR        PIC X(08).
00918R     05  EMM-SES-ACCION          PIC X(01).
00918S 01  EMM-JEFATURA.
00918T     05  EMM-JEF-ID              PIC 9(05).
00918U     05  EMM-JEF-VIGENCIA-TXT    PIC X(08).
00918V     05  EMM-JEF-VIGENCIA        PIC 9(08).
00918W     05  EMM-JEF-DESGLOSE REDEFINES EMM-JEF-VIGENCIA.
00918X         10 EMM-JEF-ANIO         PIC 9(04).
00918Y         10 EMM-JEF-MES          PIC 9(02).
00918Z         10 EMM-JEF-DIA          PIC 9(02).
009190     05  EMM-JEF-JEFE-TXT        PIC X(05).
009191     05  EMM-JEF-JEFE            PIC 9(05).
009192     05  EMM-JEF-JEFE-OK         PIC X VALUE 'N'.
009193         88  EMM-ES-JEF-JEFE-OK  VALUE 'Y'.
009194 01  EMM-CONTRATO.
009195     05  EMM-KTR-HAY             PIC X VALUE 'N'.
009196         88  EMM-ES-KTR-HAY      VALUE 'Y'.
009197     05  EMM-KTR-NUMERO          PIC 9(02).
009198     05  EMM-KTR-EVENTO          PIC X(01).
009199     05  EMM-KTR-TIPO            PIC X(01).
00919A     05  EMM-KTR-DESDE           PIC 9(08).
00919B     05  EMM-KTR-HASTA           PIC 9(08).
00919C     05  EMM-KTR-RENOVACION      PIC 9(02).
00919D     05  EMM-KTR-TIPO-ENT        PIC X(01).
00919E     05  EMM-KTR-DESDE-NVO       PIC 9(08).
00919F     05  EMM-KTR-HASTA-NVO       PIC 9(08).
00919G     05  EMM-KTR-FECHA-TXT       PIC X(08).
00919H     05  EMM-KTR-FECHA           PIC 9(08).
00919I     05  EMM-KTR-DESGLOSE REDEFINES EMM-KTR-FECHA.
00919J         10 EMM-KTR-ANIO         PIC 9(04).
00919K         10 EMM-KTR-MES          PIC 9(02).
00919L         10 EMM-KTR-DIA          PIC 9(02).
00919M     05  EMM-KTR-FECHA-OK        PIC X VALUE 'N'.
00919N         88  EMM-ES-KTR-FECHA-OK VALUE 'Y'.
00919O 01  EMM-JORNADA.
00919P     05  EMM-JOR-HAY             PIC X VALUE 'N'.
00919Q         88  EMM-ES-JOR-HAY      VALUE 'Y'.
00919R     05  EMM-JOR-PORC-TXT        PIC X(03).
00919S     05  EMM-JOR-PORC            PIC 9(03).
009200 01  EMM-CANT-EMPLEADOS          PIC 9(04) VALUE ZERO.
009300 01  EMM-TABLA-EMPLEADOS.
009400     05  EMM-EMPLEADO OCCURS 500 TIMES
009850         10 EMM-BANCO-TBL        PIC X(03).
009860         10 EMM-CUENTA-TBL       PIC X(10).
009870         10 EMM-COMPANIA-TBL     PIC X(03).
009871         10 EMM-MOTIVO-BAJA-TBL  PIC X(02).
009872*
009873     COPY MOTBAJA.
009874     COPY TIPOCONT.
009900*
010000 PROCEDURE DIVISION.
010100******************************************************************
015142             MOVE EM-CUENTA TO EMM-CUENTA-TBL(EMM-X-EMP)
015143             MOVE EM-COMPANIA
015144                 TO EMM-COMPANIA-TBL(EMM-X-EMP)
015145             MOVE EM-MOTIVO-BAJA
015146                 TO EMM-MOTIVO-BAJA-TBL(EMM-X-EMP)
015150             IF EM-FECHA-BAJA IS NUMERIC
015160                 MOVE EM-FECHA-BAJA
015170                     TO EMM-FECHA-BAJA-TBL(EMM-X-EMP)
016500     DISPLAY 'L. LISTAR EMPLEADOS'.
016510     DISPLAY 'C. CUENTAS DE DEPOSITO (SPLITS)'.
016520     DISPLAY 'D. CUENTA DE DEPOSITO PRINCIPAL'.
016521     DISPLAY 'P. SUPLEMENTO SALARIAL PERSONAL'.
016522     DISPLAY 'J. JEFE DIRECTO (LINEA DE REPORTE)'.
016523     DISPLAY 'K. CONTRATO (TIPO, VENCIMIENTO, RENOVACIONES)'.
016524     DISPLAY 'H. JORNADA PARCIAL (PORCENTAJE FTE)'.
016600     DISPLAY 'S. SALIR Y GRABAR'.
016700     DISPLAY 'INGRESE UNA OPCION: ' WITH NO ADVANCING.
016800     ACCEPT EMM-OPCION.
018160         WHEN 'd'
018170             PERFORM 4500-CUENTA-DEPOSITO
018180                 THRU 4500-CUENTA-DEPOSITO-EXIT
018181         WHEN 'P'
018182         WHEN 'p'
018183             PERFORM 9800-SUPLEMENTO-PERSONAL
018184                 THRU 9800-SUPLEMENTO-PERSONAL-EXIT
018185         WHEN 'J'
018186         WHEN 'j'
018187             PERFORM 9850-JEFE-DIRECTO
018188                 THRU 9850-JEFE-DIRECTO-EXIT
018189         WHEN 'K'
01818A         WHEN 'k'
01818B             PERFORM 9960-CONTRATO
01818C                 THRU 9960-CONTRATO-EXIT
01818D         WHEN 'H'
01818E         WHEN 'h'
01818F             PERFORM 9990-JORNADA
01818G                 THRU 9990-JORNADA-EXIT
018200         WHEN 'S'
018300         WHEN 's'
018400             MOVE 'Y' TO EMM-SALIR
021070             MOVE SPACES TO EMM-BANCO-TBL(EMM-X-EMP)
021080             MOVE SPACES TO EMM-CUENTA-TBL(EMM-X-EMP)
021090             MOVE SPACES TO EMM-COMPANIA-TBL(EMM-X-EMP)
021091             MOVE SPACES TO EMM-MOTIVO-BAJA-TBL(EMM-X-EMP)
021100             MOVE SPACES TO EMM-IMAGEN-ANTES
021200             MOVE EMM-EMPLEADO(EMM-X-EMP) TO EMM-IMAGEN-DESPUES
021300             PERFORM 8000-AUDITAR-CAMBIO
024900     EXIT.
024910*
024920******************************************************************
024930* 4500-CUENTA-DEPOSITO - NEW MAIN DEPOSIT BANK AND ACCOUNT,
024940*                        CHECKED AND QUEUED FOR APPROVAL
024950******************************************************************
024960 4500-CUENTA-DEPOSITO.
024961     DISPLAY 'NOMBRE DEL EMPLEADO: ' WITH NO ADVANCING.
024967         GO TO 4500-CUENTA-DEPOSITO-EXIT
024968     END-IF.
024969     SET EMM-X-EMP TO EMM-POS-HALLADA.
02496A     DISPLAY 'CUENTA ACTUAL: ' EMM-BANCO-TBL(EMM-X-EMP) ' '
02496B         EMM-CUENTA-TBL(EMM-X-EMP).
02496C     DISPLAY 'BANCO (3): ' WITH NO ADVANCING.
02496D     ACCEPT EMM-SPL-BANCO.
02496E     DISPLAY 'CUENTA (10): ' WITH NO ADVANCING.
02496F     ACCEPT EMM-SPL-CUENTA.
02496G     CALL 'VALIDCTA' USING EMM-SPL-BANCO EMM-SPL-CUENTA
02496H         EMM-CTA-VALIDA.
02496I     IF EMM-CTA-VALIDA NOT = 'Y'
02496J         DISPLAY 'CUENTA INVALIDA (DIGITO VERIFICADOR), '
02496K             'NO SE GRABA'
02496L         GO TO 4500-CUENTA-DEPOSITO-EXIT
02496M     END-IF.
02496N     IF EMM-SPL-BANCO = EMM-BANCO-TBL(EMM-X-EMP)
02496O         AND EMM-SPL-CUENTA = EMM-CUENTA-TBL(EMM-X-EMP)
02496P         DISPLAY 'ES LA CUENTA ACTUAL, NADA QUE CAMBIAR'
02496Q         GO TO 4500-CUENTA-DEPOSITO-EXIT
02496R     END-IF.
02496S     MOVE 'D' TO EMM-PEN-TIPO.
02496T     MOVE SPACE TO EMM-SPL-TIPO.
02496U     MOVE ZERO TO EMM-SPL-VALOR.
02496V     PERFORM 9900-PEDIR-APROBACION
02496W         THRU 9900-PEDIR-APROBACION-EXIT.
02496X 4500-CUENTA-DEPOSITO-EXIT.
02496Y     EXIT.
025000*
025100******************************************************************
025200* 5000-BAJA - MARK AN EMPLOYEE TERMINATED WITH THE DATE. THE
025780         MOVE EMM-EMPLEADO(EMM-X-EMP) TO EMM-IMAGEN-ANTES
025790         DISPLAY 'FECHA DE BAJA (AAAAMMDD): ' WITH NO ADVANCING
025800         ACCEPT EMM-FECHA-BAJA-ENT
025801         DISPLAY 'MOTIVO (RE DE PP MA FC JU FA OT): '
025802             WITH NO ADVANCING
025803         ACCEPT EMM-MOTIVO-BAJA-ENT
025804         PERFORM 9840-BUSCAR-MOTIVO-BAJA
025805             THRU 9840-BUSCAR-MOTIVO-BAJA-EXIT
025806     END-IF.
025807     IF EMM-ES-HALLADO AND NOT EMM-ES-MOTIVO-OK
025808         DISPLAY 'MOTIVO DE BAJA DESCONOCIDO: '
025809             EMM-MOTIVO-BAJA-ENT
02580A     END-IF.
02580B     IF EMM-ES-HALLADO AND EMM-ES-MOTIVO-OK
025810         MOVE 'B' TO EMM-ESTADO-TBL(EMM-X-EMP)
025820         MOVE EMM-FECHA-BAJA-ENT
025830             TO EMM-FECHA-BAJA-TBL(EMM-X-EMP)
025831         MOVE EMM-MOTIVO-BAJA-ENT
025832             TO EMM-MOTIVO-BAJA-TBL(EMM-X-EMP)
025840         MOVE EMM-EMPLEADO(EMM-X-EMP) TO EMM-IMAGEN-DESPUES
025850         PERFORM 8000-AUDITAR-CAMBIO THRU 8000-AUDITAR-CAMBIO-EXIT
025860         MOVE 'Y' TO EMM-HUBO-CAMBIOS
031902         PERFORM 9700-ACTUALIZAR-INDEXADO
031903             THRU 9700-ACTUALIZAR-INDEXADO-EXIT
031904     END-IF.
032000 7000-GRABAR-MAESTRO-EXIT.
032100     EXIT.
032200*
032960     MOVE EMM-BANCO-TBL(EMM-X-EMP)      TO EM-BANCO.
032970     MOVE EMM-CUENTA-TBL(EMM-X-EMP)     TO EM-CUENTA.
032980     MOVE EMM-COMPANIA-TBL(EMM-X-EMP)   TO EM-COMPANIA.
032981     MOVE EMM-MOTIVO-BAJA-TBL(EMM-X-EMP) TO EM-MOTIVO-BAJA.
033000     WRITE EM-RECORD.
033100 7100-GRABAR-UNO-EXIT.
033200     EXIT.
034600     MOVE EMM-OPCION         TO EMA-OPERACION.
034700     MOVE EMM-IMAGEN-ANTES   TO EMA-ANTES.
034800     MOVE EMM-IMAGEN-DESPUES TO EMA-DESPUES.
034801     MOVE 'G' TO EMM-SES-ACCION.
034802     CALL 'SESUSER' USING EMM-SES-ACCION EMA-USUARIO.
034803     CALL 'CADENAUD' USING EMM-CAD-ACCION EMM-CAD-ARCHIVO
034804         EMA-REGISTRO EMM-CAD-LARGO EMM-ANCLA.
034805     MOVE ANC-ULT-SECUENCIA TO EMA-SECUENCIA.
034806     MOVE ANC-ULT-CONTROL TO EMA-CONTROL.
034900     WRITE EMA-REGISTRO.
035000     CLOSE AUDITORIA-FILE.
035001*    EL MISMO CAMBIO VA AL ENVIO DE NOVEDADES A RRHH CORPORATIVO.
035002     MOVE 'E' TO EMM-EVT-ENTIDAD.
035003     MOVE SPACES TO EMM-EVT-TIPO.
035004     MOVE 'EMPMAINT' TO EMM-EVT-ORIGEN.
035005     MOVE EMM-IMAGEN-ANTES TO EMM-EVT-ANTES.
035006     MOVE EMM-IMAGEN-DESPUES TO EMM-EVT-DESPUES.
035007     CALL 'EMITEVT' USING EMM-EVT-ENTIDAD EMM-EVT-TIPO
035008         EMM-EVT-ORIGEN EMM-EVT-ANTES EMM-EVT-DESPUES.
035100 8000-AUDITAR-CAMBIO-EXIT.
035200     EXIT.
035300*
0446D4     EXIT.
0446D5*
0446D6******************************************************************
0446D7* 9520-AGREGAR-SPLIT - ASK FOR ONE NEW SPLIT ROW; PERCENTAGE
0446D8*                      ROWS MAY NOT EXCEED 100 IN TOTAL
0446D9******************************************************************
0446E0 9520-AGREGAR-SPLIT.
0446E1     IF EMM-CANT-SPLITS >= 100
0446G6             GO TO 9520-AGREGAR-SPLIT-EXIT
0446G7         END-IF
0446G8     END-IF.
0446G9     MOVE 'A' TO EMM-PEN-TIPO.
0446GA     PERFORM 9900-PEDIR-APROBACION
0446GB         THRU 9900-PEDIR-APROBACION-EXIT.
0446GC 9520-AGREGAR-SPLIT-EXIT.
0446GD     EXIT.
0446I1*
0446I2******************************************************************
0446I3* 9530-BORRAR-SPLITS - ASK FOR THE REMOVAL OF EVERY SPLIT OF
0446I4*                      THE EMPLOYEE
0446I5******************************************************************
0446I6 9530-BORRAR-SPLITS.
0446I7     MOVE 'B' TO EMM-PEN-TIPO.
0446I8     MOVE SPACES TO EMM-SPL-BANCO EMM-SPL-CUENTA EMM-SPL-TIPO.
0446I9     MOVE ZERO TO EMM-SPL-VALOR.
0446IA     PERFORM 9900-PEDIR-APROBACION
0446IB         THRU 9900-PEDIR-APROBACION-EXIT.
0446IC 9530-BORRAR-SPLITS-EXIT.
0446ID     EXIT.
0446K3*
0446K4******************************************************************
0446K5* 9540-SUMAR-PCT - ADD UP THE EMPLOYEE'S PERCENTAGE ROWS
0446L3     END-IF.
0446L4 9540-SUMAR-PCT-EXIT.
0446L5     EXIT.
0446P0*
0446P1******************************************************************
0446P2* 9700-ACTUALIZAR-INDEXADO - KEYED WRITE/REWRITE OF THE WORK
0446U9     MOVE EMM-BANCO-TBL(EMM-X-EMP)        TO EIX-BANCO.
0446V0     MOVE EMM-CUENTA-TBL(EMM-X-EMP)       TO EIX-CUENTA.
0446V1     MOVE EMM-COMPANIA-TBL(EMM-X-EMP)     TO EIX-COMPANIA.
0446V2     MOVE EMM-MOTIVO-BAJA-TBL(EMM-X-EMP)  TO EIX-MOTIVO-BAJA.
0446V2 9720-ARMAR-REGISTRO-EXIT.
0446V3     EXIT.
0446V4*
0446V5******************************************************************
0446V6* 9800-SUPLEMENTO-PERSONAL - LIST THE SUPLEMENTOS ROWS OF ONE
0446V7*                            EMPLOYEE AND OPTIONALLY ADD A NEW
0446V8*                            EFFECTIVE-DATED ROW (ROWS ARE NEVER
0446V9*                            CHANGED OR DELETED; A LATER ROW
0446VA*                            REPLACES THEM, A ZERO AMOUNT ENDS THE
0446VB*                            SUPPLEMENT)
0446VC******************************************************************
0446VD 9800-SUPLEMENTO-PERSONAL.
0446VE     DISPLAY 'NOMBRE DEL EMPLEADO: ' WITH NO ADVANCING.
0446VF     ACCEPT EMM-NOMBRE-BUSCADO.
0446VG     PERFORM 8100-BUSCAR-EMPLEADO THRU 8100-BUSCAR-EMPLEADO-EXIT.
0446VH     IF NOT EMM-ES-HALLADO
0446VI         DISPLAY 'EMPLEADO NO ENCONTRADO: ' EMM-NOMBRE-BUSCADO
0446VJ         GO TO 9800-SUPLEMENTO-PERSONAL-EXIT
0446VK     END-IF.
0446VL     SET EMM-X-EMP TO EMM-POS-HALLADA.
0446VM     MOVE EMM-ID-TBL(EMM-X-EMP) TO EMM-SUP-ID.
0446VN     IF EMM-SUP-ID = ZERO
0446VO         DISPLAY 'EL EMPLEADO NO TIENE ID, NO ADMITE SUPLEMENTO'
0446VP         GO TO 9800-SUPLEMENTO-PERSONAL-EXIT
0446VQ     END-IF.
0446VR     DISPLAY 'SUPLEMENTOS REGISTRADOS (VIGENCIA IMPORTE MOTIVO '
0446VS         'OPERADOR FECHA):'.
0446VT     MOVE 'N' TO EMM-FIN-SUPLEM.
0446VU     OPEN INPUT SUPLEMENTOS-FILE.
0446VV     IF EMM-STATUS-SUPLEM = '00'
0446VW         PERFORM 9810-LISTAR-SUPLEMENTO
0446VX             THRU 9810-LISTAR-SUPLEMENTO-EXIT
0446VY             UNTIL EMM-ES-FIN-SUPLEM
0446VZ     END-IF.
0446W0     CLOSE SUPLEMENTOS-FILE.
0446W1     DISPLAY 'A=AGREGAR, N=NADA: ' WITH NO ADVANCING.
0446W2     ACCEPT EMM-SUP-OPCION.
0446W3     IF EMM-SUP-OPCION = 'A' OR EMM-SUP-OPCION = 'a'
0446W4         PERFORM 9820-AGREGAR-SUPLEMENTO
0446W5             THRU 9820-AGREGAR-SUPLEMENTO-EXIT
0446W6     END-IF.
0446W7 9800-SUPLEMENTO-PERSONAL-EXIT.
0446W8     EXIT.
0446W9*
0446WA******************************************************************
0446WB* 9810-LISTAR-SUPLEMENTO - SHOW ONE ROW IF IT IS THE EMPLOYEE'S
0446WC******************************************************************
0446WD 9810-LISTAR-SUPLEMENTO.
0446WE     READ SUPLEMENTOS-FILE
0446WF         AT END
0446WG             SET EMM-ES-FIN-SUPLEM TO TRUE
0446WH         NOT AT END
0446WI             IF SP-ID = EMM-SUP-ID
0446WJ                 MOVE SP-IMPORTE TO EMM-SUP-IMPORTE-ED
0446WK                 DISPLAY '  ' SP-VIGENCIA-DESDE ' '
0446WL                     EMM-SUP-IMPORTE-ED ' ' SP-MOTIVO ' '
0446WM                     SP-OPERADOR ' ' SP-FECHA-ALTA
0446WN             END-IF
0446WO     END-READ.
0446WP 9810-LISTAR-SUPLEMENTO-EXIT.
0446WQ     EXIT.
0446WR*
0446WS******************************************************************
0446WT* 9820-AGREGAR-SUPLEMENTO - VALIDATE AND APPEND ONE ROW, STAMPED
0446WU*                           WITH THE APPROVING OPERATOR AND TODAY
0446WV******************************************************************
0446WW 9820-AGREGAR-SUPLEMENTO.
0446WX     DISPLAY 'VIGENCIA DESDE (AAAAMM): ' WITH NO ADVANCING.
0446WY     ACCEPT EMM-SUP-VIGENCIA-TXT.
0446WZ     IF EMM-SUP-VIGENCIA-TXT IS NOT NUMERIC
0446X0         DISPLAY 'VIGENCIA INVALIDA'
0446X1         GO TO 9820-AGREGAR-SUPLEMENTO-EXIT
0446X2     END-IF.
0446X3     MOVE EMM-SUP-VIGENCIA-TXT TO EMM-SUP-VIGENCIA.
0446X4     IF EMM-SUP-MES < 1 OR EMM-SUP-MES > 12
0446X5         DISPLAY 'VIGENCIA INVALIDA'
0446X6         GO TO 9820-AGREGAR-SUPLEMENTO-EXIT
0446X7     END-IF.
0446X8     DISPLAY 'IMPORTE MENSUAL (0 = FIN DEL SUPLEMENTO): '
0446X9         WITH NO ADVANCING.
0446XA     ACCEPT EMM-SUP-IMPORTE-TXT.
0446XB     MOVE FUNCTION NUMVAL(EMM-SUP-IMPORTE-TXT) TO EMM-SUP-IMPORTE.
0446XC     DISPLAY 'MOTIVO (MOTSUPL): ' WITH NO ADVANCING.
0446XD     ACCEPT EMM-SUP-MOTIVO.
0446XE     PERFORM 9830-BUSCAR-MOTIVO THRU 9830-BUSCAR-MOTIVO-EXIT.
0446XF     IF NOT EMM-ES-MOTIVO-OK
0446XG         DISPLAY 'MOTIVO DESCONOCIDO: ' EMM-SUP-MOTIVO
0446XH         GO TO 9820-AGREGAR-SUPLEMENTO-EXIT
0446XI     END-IF.
0446XJ*   QUIEN APRUEBA ES EL OPERADOR DE LA SESION DEL MENU; FUERA
0446XK*   DEL MENU SE PIDE, Y SIN OPERADOR NO SE GRABA.
0446XL     MOVE 'G' TO EMM-SES-ACCION.
0446XM     CALL 'SESUSER' USING EMM-SES-ACCION EMM-SUP-OPERADOR.
0446XN     IF EMM-SUP-OPERADOR = SPACES
0446XO         DISPLAY 'OPERADOR QUE APRUEBA: ' WITH NO ADVANCING
0446XP         ACCEPT EMM-SUP-OPERADOR
0446XQ     END-IF.
0446XR     IF EMM-SUP-OPERADOR = SPACES
0446XS         DISPLAY 'FALTA EL OPERADOR QUE APRUEBA, NO SE GRABA'
0446XT         GO TO 9820-AGREGAR-SUPLEMENTO-EXIT
0446XU     END-IF.
0446XV     MOVE EMM-SUP-ID        TO SP-ID.
0446XW     MOVE EMM-SUP-VIGENCIA  TO SP-VIGENCIA-DESDE.
0446XX     MOVE EMM-SUP-IMPORTE   TO SP-IMPORTE.
0446XY     MOVE EMM-SUP-MOTIVO    TO SP-MOTIVO.
0446XZ     MOVE EMM-SUP-OPERADOR  TO SP-OPERADOR.
0446Y0     MOVE EMM-FECHA-HOY     TO SP-FECHA-ALTA.
0446Y1     OPEN EXTEND SUPLEMENTOS-FILE.
0446Y2     IF EMM-STATUS-SUPLEM = '35'
0446Y3         OPEN OUTPUT SUPLEMENTOS-FILE
0446Y4     END-IF.
0446Y5     WRITE SP-RECORD.
0446Y6     CLOSE SUPLEMENTOS-FILE.
0446Y7     DISPLAY 'SUPLEMENTO REGISTRADO'.
0446Y8 9820-AGREGAR-SUPLEMENTO-EXIT.
0446Y9     EXIT.
0446YA*
0446YB******************************************************************
0446YC* 9830-BUSCAR-MOTIVO - IS THE REASON CODE ON THE MOTSUPL TABLE
0446YD******************************************************************
0446YE 9830-BUSCAR-MOTIVO.
0446YF     MOVE 'N' TO EMM-MOTIVO-OK.
0446YG     MOVE 'N' TO EMM-FIN-SUPLEM.
0446YH     OPEN INPUT MOTSUPL-FILE.
0446YI     IF EMM-STATUS-MOTSUPL = '00'
0446YJ         PERFORM 9831-LEER-MOTIVO THRU 9831-LEER-MOTIVO-EXIT
0446YK             UNTIL EMM-ES-FIN-SUPLEM OR EMM-ES-MOTIVO-OK
0446YL     END-IF.
0446YM     CLOSE MOTSUPL-FILE.
0446YN 9830-BUSCAR-MOTIVO-EXIT.
0446YO     EXIT.
0446YP*
0446YQ******************************************************************
0446YR* 9831-LEER-MOTIVO - CHECK ONE REASON CODE
0446YS******************************************************************
0446YT 9831-LEER-MOTIVO.
0446YU     READ MOTSUPL-FILE
0446YV         AT END
0446YW             SET EMM-ES-FIN-SUPLEM TO TRUE
0446YX         NOT AT END
0446YY             IF MS-CODIGO = EMM-SUP-MOTIVO
0446YZ                 AND EMM-SUP-MOTIVO NOT = SPACES
0446Z0                 SET EMM-ES-MOTIVO-OK TO TRUE
0446Z1             END-IF
0446Z2     END-READ.
0446Z3 9831-LEER-MOTIVO-EXIT.
0446Z4     EXIT.
0446Z5*
0446Z6******************************************************************
0446Z7* 9900-PEDIR-APROBACION - APPEND THE ACCOUNT CHANGE TO CTAPEND
0446Z8*                         AS PENDING; NOTHING CHANGES UNTIL A
0446Z9*                         SECOND OPERATOR APPROVES IT IN APRUCTA
0446ZA******************************************************************
0446ZB 9900-PEDIR-APROBACION.
0446ZC     IF EMM-ID-TBL(EMM-X-EMP) = ZERO
0446ZD         DISPLAY 'EMPLEADO SIN NUMERO DE CANDIDATO, NO SE GRABA'
0446ZE         GO TO 9900-PEDIR-APROBACION-EXIT
0446ZF     END-IF.
0446ZG     OPEN EXTEND CTAPEND-FILE.
0446ZH     IF EMM-STATUS-CTAPEND = '35'
0446ZI         OPEN OUTPUT CTAPEND-FILE
0446ZJ     END-IF.
0446ZK     MOVE EMM-ID-TBL(EMM-X-EMP) TO CP-ID.
0446ZL     MOVE EMM-NOMBRE-TBL(EMM-X-EMP) TO CP-NOMBRE.
0446ZM     MOVE EMM-PEN-TIPO TO CP-TIPO.
0446ZN     IF CP-ES-PRINCIPAL
0446ZO         MOVE EMM-BANCO-TBL(EMM-X-EMP) TO CP-BANCO-ANT
0446ZP         MOVE EMM-CUENTA-TBL(EMM-X-EMP) TO CP-CUENTA-ANT
0446ZQ     ELSE
0446ZR         MOVE SPACES TO CP-BANCO-ANT CP-CUENTA-ANT
0446ZS     END-IF.
0446ZT     MOVE EMM-SPL-BANCO TO CP-BANCO-NUE.
0446ZU     MOVE EMM-SPL-CUENTA TO CP-CUENTA-NUE.
0446ZV     MOVE EMM-SPL-TIPO TO CP-SPL-TIPO.
0446ZW     MOVE EMM-SPL-VALOR TO CP-SPL-VALOR.
0446ZX     MOVE 'G' TO EMM-SES-ACCION.
0446ZY     CALL 'SESUSER' USING EMM-SES-ACCION CP-SOLICITANTE.
0446ZZ     MOVE EMM-FECHA-HOY TO CP-FECHA-SOL.
044700     SET CP-PENDIENTE TO TRUE.
044701     MOVE SPACES TO CP-AUTORIZANTE.
044702     MOVE ZERO TO CP-FECHA-AUT.
044703     WRITE CP-RECORD.
044704     CLOSE CTAPEND-FILE.
044705     DISPLAY 'CAMBIO DE CUENTA PENDIENTE: LO APRUEBA OTRO '
044706         'OPERADOR EN APRUCTA'.
044707 9900-PEDIR-APROBACION-EXIT.
044708     EXIT.
04470A*
04470B******************************************************************
04470C* 9840-BUSCAR-MOTIVO-BAJA - IS THE TERMINATION REASON ON THE
04470D*                           MOTBAJA TABLE
04470E******************************************************************
04470F 9840-BUSCAR-MOTIVO-BAJA.
04470G     MOVE 'N' TO EMM-MOTIVO-OK.
04470H     SET MTB-X TO 1.
04470I     SEARCH MTB-FILA
04470J         AT END
04470K             CONTINUE
04470L         WHEN MTB-CODIGO(MTB-X) = EMM-MOTIVO-BAJA-ENT
04470M             SET EMM-ES-MOTIVO-OK TO TRUE
04470N     END-SEARCH.
04470O 9840-BUSCAR-MOTIVO-BAJA-EXIT.
04470P     EXIT.
04470Z*
044710******************************************************************
044711* 9850-JEFE-DIRECTO - LIST THE JEFATURAS ROWS OF ONE EMPLOYEE AND
044712*                     OPTIONALLY ADD A NEW EFFECTIVE-DATED ROW
044713*                     (ROWS ARE NEVER CHANGED OR DELETED; A LATER
044714*                     ROW REPLACES THEM)
044715******************************************************************
044716 9850-JEFE-DIRECTO.
044717     DISPLAY 'NOMBRE DEL EMPLEADO: ' WITH NO ADVANCING.
044718     ACCEPT EMM-NOMBRE-BUSCADO.
044719     PERFORM 8100-BUSCAR-EMPLEADO THRU 8100-BUSCAR-EMPLEADO-EXIT.
04471A     IF NOT EMM-ES-HALLADO
04471B         DISPLAY 'EMPLEADO NO ENCONTRADO: ' EMM-NOMBRE-BUSCADO
04471C         GO TO 9850-JEFE-DIRECTO-EXIT
04471D     END-IF.
04471E     SET EMM-X-EMP TO EMM-POS-HALLADA.
04471F     MOVE EMM-ID-TBL(EMM-X-EMP) TO EMM-JEF-ID.
04471G     IF EMM-JEF-ID = ZERO
04471H         DISPLAY 'EL EMPLEADO NO TIENE ID, NO ADMITE JEFE'
04471I         GO TO 9850-JEFE-DIRECTO-EXIT
04471J     END-IF.
04471K     DISPLAY 'LINEAS DE REPORTE (VIGENCIA JEFE OPERADOR FECHA):'.
04471L     MOVE 'N' TO EMM-FIN-SUPLEM.
04471M     OPEN INPUT JEFATURAS-FILE.
04471N     IF EMM-STATUS-JEFATURAS = '00'
04471O         PERFORM 9860-LISTAR-JEFATURA
04471P             THRU 9860-LISTAR-JEFATURA-EXIT
04471Q             UNTIL EMM-ES-FIN-SUPLEM
04471R     END-IF.
04471S     CLOSE JEFATURAS-FILE.
04471T     DISPLAY 'A=AGREGAR, N=NADA: ' WITH NO ADVANCING.
04471U     ACCEPT EMM-SUP-OPCION.
04471V     IF EMM-SUP-OPCION = 'A' OR EMM-SUP-OPCION = 'a'
04471W         PERFORM 9870-AGREGAR-JEFATURA
04471X             THRU 9870-AGREGAR-JEFATURA-EXIT
04471Y     END-IF.
04471Z 9850-JEFE-DIRECTO-EXIT.
044720     EXIT.
044721*
044722******************************************************************
044723* 9860-LISTAR-JEFATURA - SHOW ONE ROW IF IT IS THE EMPLOYEE'S
044724******************************************************************
044725 9860-LISTAR-JEFATURA.
044726     READ JEFATURAS-FILE
044727         AT END
044728             SET EMM-ES-FIN-SUPLEM TO TRUE
044729         NOT AT END
04472A             IF JF-ID = EMM-JEF-ID
04472B                 DISPLAY '  ' JF-VIGENCIA-DESDE ' ' JF-JEFE-ID ' '
04472C                     JF-OPERADOR ' ' JF-FECHA-ALTA
04472D             END-IF
04472E     END-READ.
04472F 9860-LISTAR-JEFATURA-EXIT.
04472G     EXIT.
04472H*
04472I******************************************************************
04472J* 9870-AGREGAR-JEFATURA - VALIDATE AND APPEND ONE ROW, STAMPED
04472K*                         WITH THE OPERATOR AND TODAY
04472L******************************************************************
04472M 9870-AGREGAR-JEFATURA.
04472N     DISPLAY 'VIGENCIA DESDE (AAAAMMDD): ' WITH NO ADVANCING.
04472O     ACCEPT EMM-JEF-VIGENCIA-TXT.
04472P     IF EMM-JEF-VIGENCIA-TXT IS NOT NUMERIC
04472Q         DISPLAY 'VIGENCIA INVALIDA'
04472R         GO TO 9870-AGREGAR-JEFATURA-EXIT
04472S     END-IF.
04472T     MOVE EMM-JEF-VIGENCIA-TXT TO EMM-JEF-VIGENCIA.
04472U     IF EMM-JEF-MES < 1 OR EMM-JEF-MES > 12
04472V         OR EMM-JEF-DIA < 1 OR EMM-JEF-DIA > 31
04472W         DISPLAY 'VIGENCIA INVALIDA'
04472X         GO TO 9870-AGREGAR-JEFATURA-EXIT
04472Y     END-IF.
04472Z     DISPLAY 'LEGAJO DEL JEFE (0 = CIMA DE LA CADENA): '
044730         WITH NO ADVANCING.
044731     ACCEPT EMM-JEF-JEFE-TXT.
044732     IF EMM-JEF-JEFE-TXT = '0'
044733         MOVE '00000' TO EMM-JEF-JEFE-TXT
044734     END-IF.
044735     IF EMM-JEF-JEFE-TXT IS NOT NUMERIC
044736         DISPLAY 'LEGAJO INVALIDO'
044737         GO TO 9870-AGREGAR-JEFATURA-EXIT
044738     END-IF.
044739     MOVE EMM-JEF-JEFE-TXT TO EMM-JEF-JEFE.
04473A     IF EMM-JEF-JEFE = EMM-JEF-ID
04473B         DISPLAY 'UN EMPLEADO NO PUEDE REPORTARSE A SI MISMO'
04473C         GO TO 9870-AGREGAR-JEFATURA-EXIT
04473D     END-IF.
04473E     IF EMM-JEF-JEFE NOT = ZERO
04473F         MOVE 'N' TO EMM-JEF-JEFE-OK
04473G         PERFORM 9880-COMPARAR-JEFE THRU 9880-COMPARAR-JEFE-EXIT
04473H             VARYING EMM-X-EMP FROM 1 BY 1
04473I             UNTIL EMM-X-EMP > EMM-CANT-EMPLEADOS
04473J         IF NOT EMM-ES-JEF-JEFE-OK
04473K             DISPLAY 'EL JEFE NO ES UN EMPLEADO ACTIVO: '
04473L                 EMM-JEF-JEFE
04473M             GO TO 9870-AGREGAR-JEFATURA-EXIT
04473N         END-IF
04473O     END-IF.
04473P     MOVE 'G' TO EMM-SES-ACCION.
04473Q     CALL 'SESUSER' USING EMM-SES-ACCION EMM-SUP-OPERADOR.
04473R     IF EMM-SUP-OPERADOR = SPACES
04473S         DISPLAY 'OPERADOR: ' WITH NO ADVANCING
04473T         ACCEPT EMM-SUP-OPERADOR
04473U     END-IF.
04473V     IF EMM-SUP-OPERADOR = SPACES
04473W         DISPLAY 'FALTA EL OPERADOR, NO SE GRABA'
04473X         GO TO 9870-AGREGAR-JEFATURA-EXIT
04473Y     END-IF.
04473Z     MOVE EMM-JEF-ID        TO JF-ID.
044740     MOVE EMM-JEF-VIGENCIA  TO JF-VIGENCIA-DESDE.
044741     MOVE EMM-JEF-JEFE      TO JF-JEFE-ID.
044742     MOVE EMM-SUP-OPERADOR  TO JF-OPERADOR.
044743     MOVE EMM-FECHA-HOY     TO JF-FECHA-ALTA.
044744     OPEN EXTEND JEFATURAS-FILE.
044745     IF EMM-STATUS-JEFATURAS = '35'
044746         OPEN OUTPUT JEFATURAS-FILE
044747     END-IF.
044748     WRITE JF-RECORD.
044749     CLOSE JEFATURAS-FILE.
04474A     DISPLAY 'LINEA DE REPORTE REGISTRADA'.
04474B 9870-AGREGAR-JEFATURA-EXIT.
04474C     EXIT.
04474D*
04474E******************************************************************
04474F* 9880-COMPARAR-JEFE - IS THE TABLE ENTRY THE MANAGER, AND ACTIVE
04474G******************************************************************
04474H 9880-COMPARAR-JEFE.
04474I     IF EMM-ID-TBL(EMM-X-EMP) = EMM-JEF-JEFE
04474J         AND EMM-ESTADO-TBL(EMM-X-EMP) NOT = 'B'
04474K         SET EMM-ES-JEF-JEFE-OK TO TRUE
04474L     END-IF.
04474M 9880-COMPARAR-JEFE-EXIT.
04474N     EXIT.
04474O*
04474P******************************************************************
04474Q* 9960-CONTRATO - LIST THE CONTRATOS ROWS OF ONE EMPLOYEE AND
04474R*                 OPTIONALLY KEY A NEW CONTRACT OR A RENEWAL OF
04474S*                 THE ONE IN FORCE (THE LAST ROW). ROWS ARE NEVER
04474T*                 CHANGED OR DELETED
04474U******************************************************************
04474V 9960-CONTRATO.
04474W     DISPLAY 'NOMBRE DEL EMPLEADO: ' WITH NO ADVANCING.
04474X     ACCEPT EMM-NOMBRE-BUSCADO.
04474Y     PERFORM 8100-BUSCAR-EMPLEADO THRU 8100-BUSCAR-EMPLEADO-EXIT.
04474Z     IF NOT EMM-ES-HALLADO
044750         DISPLAY 'EMPLEADO NO ENCONTRADO: ' EMM-NOMBRE-BUSCADO
044751         GO TO 9960-CONTRATO-EXIT
044752     END-IF.
044753     SET EMM-X-EMP TO EMM-POS-HALLADA.
044754     MOVE EMM-ID-TBL(EMM-X-EMP) TO EMM-JEF-ID.
044755     IF EMM-JEF-ID = ZERO
044756         DISPLAY 'EL EMPLEADO NO TIENE ID, NO ADMITE CONTRATO'
044757         GO TO 9960-CONTRATO-EXIT
044758     END-IF.
044759     DISPLAY 'CONTRATOS (NRO EV TIPO DESDE HASTA RENOV OPERADOR '
04475A         'FECHA):'.
04475B     MOVE 'N' TO EMM-KTR-HAY.
04475C     MOVE ZERO TO EMM-KTR-NUMERO.
04475D     MOVE 'N' TO EMM-FIN-SUPLEM.
04475E     OPEN INPUT CONTRATOS-FILE.
04475F     IF EMM-STATUS-CONTRATOS = '00'
04475G         PERFORM 9965-LISTAR-CONTRATO
04475H             THRU 9965-LISTAR-CONTRATO-EXIT
04475I             UNTIL EMM-ES-FIN-SUPLEM
04475J     END-IF.
04475K     CLOSE CONTRATOS-FILE.
04475L     IF NOT EMM-ES-KTR-HAY
04475M         DISPLAY '  SIN CONTRATOS: POR TIEMPO INDETERMINADO'
04475N     END-IF.
04475O     IF EMM-ESTADO-TBL(EMM-X-EMP) = 'B'
04475P         DISPLAY 'EMPLEADO DADO DE BAJA, NO ADMITE CAMBIOS'
04475Q         GO TO 9960-CONTRATO-EXIT
04475R     END-IF.
04475S     DISPLAY 'N=NUEVO CONTRATO, R=RENOVACION, OTRA=NADA: '
04475T         WITH NO ADVANCING.
04475U     ACCEPT EMM-SUP-OPCION.
04475V     EVALUATE EMM-SUP-OPCION
04475W         WHEN 'N'
04475X         WHEN 'n'
04475Y             PERFORM 9970-NUEVO-CONTRATO
04475Z                 THRU 9970-NUEVO-CONTRATO-EXIT
044760         WHEN 'R'
044761         WHEN 'r'
044762             PERFORM 9975-RENOVAR-CONTRATO
044763                 THRU 9975-RENOVAR-CONTRATO-EXIT
044764     END-EVALUATE.
044765 9960-CONTRATO-EXIT.
044766     EXIT.
044767*
044768******************************************************************
044769* 9965-LISTAR-CONTRATO - SHOW ONE ROW IF IT IS THE EMPLOYEE'S AND
04476A*                        KEEP IT AS THE CONTRACT IN FORCE
04476B******************************************************************
04476C 9965-LISTAR-CONTRATO.
04476D     READ CONTRATOS-FILE
04476E         AT END
04476F             SET EMM-ES-FIN-SUPLEM TO TRUE
04476G         NOT AT END
04476H             IF KT-ID = EMM-JEF-ID
04476I                 DISPLAY '  ' KT-NUMERO ' ' KT-EVENTO ' ' KT-TIPO
04476J                     ' ' KT-FECHA-DESDE ' ' KT-FECHA-HASTA ' '
04476K                     KT-RENOVACION ' ' KT-OPERADOR ' '
04476L                     KT-FECHA-ALTA
04476M                 SET EMM-ES-KTR-HAY TO TRUE
04476N                 MOVE KT-NUMERO      TO EMM-KTR-NUMERO
04476O                 MOVE KT-EVENTO      TO EMM-KTR-EVENTO
04476P                 MOVE KT-TIPO        TO EMM-KTR-TIPO
04476Q                 MOVE KT-FECHA-DESDE TO EMM-KTR-DESDE
04476R                 MOVE KT-FECHA-HASTA TO EMM-KTR-HASTA
04476S                 MOVE KT-RENOVACION  TO EMM-KTR-RENOVACION
04476T             END-IF
04476U     END-READ.
04476V 9965-LISTAR-CONTRATO-EXIT.
04476W     EXIT.
04476X*
04476Y******************************************************************
04476Z* 9970-NUEVO-CONTRATO - TYPE, START AND (WHEN THE TYPE HAS ONE)
044770*                       END DATE OF A NEW CONTRACT
044771******************************************************************
044772 9970-NUEVO-CONTRATO.
044773     DISPLAY 'TIPO (P=INDETERMINADO F=PLAZO FIJO T=TEMPORADA '
044774         'I=PASANTIA): ' WITH NO ADVANCING.
044775     ACCEPT EMM-KTR-TIPO-ENT.
044776     SET TCT-X TO 1.
044777     SEARCH TCT-FILA
044778         AT END
044779             DISPLAY 'TIPO DE CONTRATO INVALIDO'
04477A             GO TO 9970-NUEVO-CONTRATO-EXIT
04477B         WHEN TCT-CODIGO(TCT-X) = EMM-KTR-TIPO-ENT
04477C             CONTINUE
04477D     END-SEARCH.
04477E     DISPLAY 'FECHA DE INICIO (AAAAMMDD): ' WITH NO ADVANCING.
04477F     ACCEPT EMM-KTR-FECHA-TXT.
04477G     PERFORM 9985-VALIDAR-FECHA THRU 9985-VALIDAR-FECHA-EXIT.
04477H     IF NOT EMM-ES-KTR-FECHA-OK
04477I         DISPLAY 'FECHA INVALIDA'
04477J         GO TO 9970-NUEVO-CONTRATO-EXIT
04477K     END-IF.
04477L     MOVE EMM-KTR-FECHA TO EMM-KTR-DESDE-NVO.
04477M     MOVE ZERO TO EMM-KTR-HASTA-NVO.
04477N     IF TCT-CON-VENCIMIENTO(TCT-X) = 'S'
04477O         DISPLAY 'FECHA DE FIN (AAAAMMDD): ' WITH NO ADVANCING
04477P         ACCEPT EMM-KTR-FECHA-TXT
04477Q         PERFORM 9985-VALIDAR-FECHA THRU 9985-VALIDAR-FECHA-EXIT
04477R         IF NOT EMM-ES-KTR-FECHA-OK
04477S             OR EMM-KTR-FECHA NOT > EMM-KTR-DESDE-NVO
04477T             DISPLAY 'FECHA DE FIN INVALIDA'
04477U             GO TO 9970-NUEVO-CONTRATO-EXIT
04477V         END-IF
04477W         MOVE EMM-KTR-FECHA TO EMM-KTR-HASTA-NVO
04477X     END-IF.
04477Y     ADD 1 TO EMM-KTR-NUMERO.
04477Z     MOVE EMM-KTR-NUMERO    TO KT-NUMERO.
044780     MOVE 'A'               TO KT-EVENTO.
044781     MOVE EMM-KTR-TIPO-ENT  TO KT-TIPO.
044782     MOVE EMM-KTR-DESDE-NVO TO KT-FECHA-DESDE.
044783     MOVE EMM-KTR-HASTA-NVO TO KT-FECHA-HASTA.
044784     MOVE ZERO              TO KT-RENOVACION.
044785     PERFORM 9980-GRABAR-CONTRATO THRU 9980-GRABAR-CONTRATO-EXIT.
044786 9970-NUEVO-CONTRATO-EXIT.
044787     EXIT.
044788*
044789******************************************************************
04478A* 9975-RENOVAR-CONTRATO - MOVE THE END DATE OF THE CONTRACT IN
04478B*                         FORCE, WITHIN THE RENEWALS OF ITS TYPE
04478C******************************************************************
04478D 9975-RENOVAR-CONTRATO.
04478E     IF NOT EMM-ES-KTR-HAY OR EMM-KTR-EVENTO = 'F'
04478F         DISPLAY 'NO HAY CONTRATO VIGENTE PARA RENOVAR; '
04478G             'CARGUE UNO NUEVO'
04478H         GO TO 9975-RENOVAR-CONTRATO-EXIT
04478I     END-IF.
04478J     SET TCT-X TO 1.
04478K     SEARCH TCT-FILA
04478L         AT END
04478M             DISPLAY 'TIPO DE CONTRATO DESCONOCIDO: ' EMM-KTR-TIPO
04478N             GO TO 9975-RENOVAR-CONTRATO-EXIT
04478O         WHEN TCT-CODIGO(TCT-X) = EMM-KTR-TIPO
04478P             CONTINUE
04478Q     END-SEARCH.
04478R     IF EMM-KTR-RENOVACION NOT < TCT-MAX-RENOVACIONES(TCT-X)
04478S         DISPLAY 'EL CONTRATO ' TCT-DESCRIPCION(TCT-X)
04478T             ' ADMITE ' TCT-MAX-RENOVACIONES(TCT-X)
04478U             ' RENOVACIONES Y YA TIENE ' EMM-KTR-RENOVACION
04478V         GO TO 9975-RENOVAR-CONTRATO-EXIT
04478W     END-IF.
04478X     DISPLAY 'NUEVA FECHA DE FIN (AAAAMMDD): ' WITH NO ADVANCING.
04478Y     ACCEPT EMM-KTR-FECHA-TXT.
04478Z     PERFORM 9985-VALIDAR-FECHA THRU 9985-VALIDAR-FECHA-EXIT.
044790     IF NOT EMM-ES-KTR-FECHA-OK
044791         OR EMM-KTR-FECHA NOT > EMM-KTR-HASTA
044792         DISPLAY 'LA NUEVA FECHA DEBE SER POSTERIOR A '
044793             EMM-KTR-HASTA
044794         GO TO 9975-RENOVAR-CONTRATO-EXIT
044795     END-IF.
044796     MOVE EMM-KTR-NUMERO  TO KT-NUMERO.
044797     MOVE 'R'             TO KT-EVENTO.
044798     MOVE EMM-KTR-TIPO    TO KT-TIPO.
044799     MOVE EMM-KTR-DESDE   TO KT-FECHA-DESDE.
04479A     MOVE EMM-KTR-FECHA   TO KT-FECHA-HASTA.
04479B     COMPUTE KT-RENOVACION = EMM-KTR-RENOVACION + 1.
04479C     PERFORM 9980-GRABAR-CONTRATO THRU 9980-GRABAR-CONTRATO-EXIT.
04479D 9975-RENOVAR-CONTRATO-EXIT.
04479E     EXIT.
04479F*
04479G******************************************************************
04479H* 9980-GRABAR-CONTRATO - STAMP THE OPERATOR AND TODAY AND APPEND
04479I******************************************************************
04479J 9980-GRABAR-CONTRATO.
04479K     MOVE 'G' TO EMM-SES-ACCION.
04479L     CALL 'SESUSER' USING EMM-SES-ACCION EMM-SUP-OPERADOR.
04479M     IF EMM-SUP-OPERADOR = SPACES
04479N         DISPLAY 'OPERADOR: ' WITH NO ADVANCING
04479O         ACCEPT EMM-SUP-OPERADOR
04479P     END-IF.
04479Q     IF EMM-SUP-OPERADOR = SPACES
04479R         DISPLAY 'FALTA EL OPERADOR, NO SE GRABA'
04479S         GO TO 9980-GRABAR-CONTRATO-EXIT
04479T     END-IF.
04479U     MOVE EMM-JEF-ID       TO KT-ID.
04479V     MOVE EMM-SUP-OPERADOR TO KT-OPERADOR.
04479W     MOVE EMM-FECHA-HOY    TO KT-FECHA-ALTA.
04479X     OPEN EXTEND CONTRATOS-FILE.
04479Y     IF EMM-STATUS-CONTRATOS = '35'
04479Z         OPEN OUTPUT CONTRATOS-FILE
0447A0     END-IF.
0447A1     WRITE KT-RECORD.
0447A2     CLOSE CONTRATOS-FILE.
0447A3     DISPLAY 'CONTRATO REGISTRADO'.
0447A4 9980-GRABAR-CONTRATO-EXIT.
0447A5     EXIT.
0447A6*
0447A7******************************************************************
0447A8* 9985-VALIDAR-FECHA - AAAAMMDD KEYED IN EMM-KTR-FECHA-TXT
0447A9******************************************************************
0447AA 9985-VALIDAR-FECHA.
0447AB     MOVE 'N' TO EMM-KTR-FECHA-OK.
0447AC     IF EMM-KTR-FECHA-TXT IS NOT NUMERIC
0447AD         GO TO 9985-VALIDAR-FECHA-EXIT
0447AE     END-IF.
0447AF     MOVE EMM-KTR-FECHA-TXT TO EMM-KTR-FECHA.
0447AG     IF EMM-KTR-MES < 1 OR EMM-KTR-MES > 12
0447AH         OR EMM-KTR-DIA < 1 OR EMM-KTR-DIA > 31
0447AI         GO TO 9985-VALIDAR-FECHA-EXIT
0447AJ     END-IF.
0447AK     SET EMM-ES-KTR-FECHA-OK TO TRUE.
0447AL 9985-VALIDAR-FECHA-EXIT.
0447AM     EXIT.
0447AN*
0447AO******************************************************************
0447AP* 9990-JORNADA - LIST THE JORNADAS ROWS OF ONE EMPLOYEE AND
0447AQ*                OPTIONALLY ADD A NEW EFFECTIVE-DATED PERCENTAGE
0447AR*                (ROWS ARE NEVER CHANGED OR DELETED; A LATER ROW
0447AS*                REPLACES THEM, 100 GOES BACK TO FULL TIME)
0447AT******************************************************************
0447AU 9990-JORNADA.
0447AV     DISPLAY 'NOMBRE DEL EMPLEADO: ' WITH NO ADVANCING.
0447AW     ACCEPT EMM-NOMBRE-BUSCADO.
0447AX     PERFORM 8100-BUSCAR-EMPLEADO THRU 8100-BUSCAR-EMPLEADO-EXIT.
0447AY     IF NOT EMM-ES-HALLADO
0447AZ         DISPLAY 'EMPLEADO NO ENCONTRADO: ' EMM-NOMBRE-BUSCADO
0447B0         GO TO 9990-JORNADA-EXIT
0447B1     END-IF.
0447B2     SET EMM-X-EMP TO EMM-POS-HALLADA.
0447B3     MOVE EMM-ID-TBL(EMM-X-EMP) TO EMM-SUP-ID.
0447B4     IF EMM-SUP-ID = ZERO
0447B5         DISPLAY 'EL EMPLEADO NO TIENE ID, NO ADMITE JORNADA'
0447B6         GO TO 9990-JORNADA-EXIT
0447B7     END-IF.
0447B8     DISPLAY 'JORNADAS REGISTRADAS (VIGENCIA PORC-FTE OPERADOR '
0447B9         'FECHA):'.
0447BA     MOVE 'N' TO EMM-JOR-HAY.
0447BB     MOVE 'N' TO EMM-FIN-SUPLEM.
0447BC     OPEN INPUT JORNADAS-FILE.
0447BD     IF EMM-STATUS-JORNADAS = '00'
0447BE         PERFORM 9991-LISTAR-JORNADA
0447BF             THRU 9991-LISTAR-JORNADA-EXIT
0447BG             UNTIL EMM-ES-FIN-SUPLEM
0447BH     END-IF.
0447BI     CLOSE JORNADAS-FILE.
0447BJ     IF NOT EMM-ES-JOR-HAY
0447BK         DISPLAY '  SIN JORNADAS: TIEMPO COMPLETO (100)'
0447BL     END-IF.
0447BM     IF EMM-ESTADO-TBL(EMM-X-EMP) = 'B'
0447BN         DISPLAY 'EMPLEADO DADO DE BAJA, NO ADMITE CAMBIOS'
0447BO         GO TO 9990-JORNADA-EXIT
0447BP     END-IF.
0447BQ     DISPLAY 'A=AGREGAR, N=NADA: ' WITH NO ADVANCING.
0447BR     ACCEPT EMM-SUP-OPCION.
0447BS     IF EMM-SUP-OPCION = 'A' OR EMM-SUP-OPCION = 'a'
0447BT         PERFORM 9992-AGREGAR-JORNADA
0447BU             THRU 9992-AGREGAR-JORNADA-EXIT
0447BV     END-IF.
0447BW 9990-JORNADA-EXIT.
0447BX     EXIT.
0447BY*
0447BZ******************************************************************
0447C0* 9991-LISTAR-JORNADA - SHOW ONE ROW IF IT IS THE EMPLOYEE'S
0447C1******************************************************************
0447C2 9991-LISTAR-JORNADA.
0447C3     READ JORNADAS-FILE
0447C4         AT END
0447C5             SET EMM-ES-FIN-SUPLEM TO TRUE
0447C6         NOT AT END
0447C7             IF JR-ID = EMM-SUP-ID
0447C8                 SET EMM-ES-JOR-HAY TO TRUE
0447C9                 DISPLAY '  ' JR-VIGENCIA-DESDE ' '
0447CA                     JR-PORC-FTE '% ' JR-OPERADOR ' '
0447CB                     JR-FECHA-ALTA
0447CC             END-IF
0447CD     END-READ.
0447CE 9991-LISTAR-JORNADA-EXIT.
0447CF     EXIT.
0447CG*
0447CH******************************************************************
0447CI* 9992-AGREGAR-JORNADA - VALIDATE AND APPEND ONE ROW, STAMPED
0447CJ*                        WITH THE APPROVING OPERATOR AND TODAY
0447CK******************************************************************
0447CL 9992-AGREGAR-JORNADA.
0447CM     DISPLAY 'VIGENCIA DESDE (AAAAMMDD): ' WITH NO ADVANCING.
0447CN     ACCEPT EMM-KTR-FECHA-TXT.
0447CO     PERFORM 9985-VALIDAR-FECHA THRU 9985-VALIDAR-FECHA-EXIT.
0447CP     IF NOT EMM-ES-KTR-FECHA-OK
0447CQ         DISPLAY 'VIGENCIA INVALIDA'
0447CR         GO TO 9992-AGREGAR-JORNADA-EXIT
0447CS     END-IF.
0447CT     DISPLAY 'PORCENTAJE DE JORNADA (1 A 100, 100 = COMPLETA): '
0447CU         WITH NO ADVANCING.
0447CV     ACCEPT EMM-JOR-PORC-TXT.
0447CW     MOVE FUNCTION NUMVAL(EMM-JOR-PORC-TXT) TO EMM-JOR-PORC.
0447CX     IF EMM-JOR-PORC < 1 OR EMM-JOR-PORC > 100
0447CY         DISPLAY 'PORCENTAJE INVALIDO'
0447CZ         GO TO 9992-AGREGAR-JORNADA-EXIT
0447D0     END-IF.
0447D1*   QUIEN APRUEBA ES EL OPERADOR DE LA SESION DEL MENU; FUERA
0447D2*   DEL MENU SE PIDE, Y SIN OPERADOR NO SE GRABA.
0447D3     MOVE 'G' TO EMM-SES-ACCION.
0447D4     CALL 'SESUSER' USING EMM-SES-ACCION EMM-SUP-OPERADOR.
0447D5     IF EMM-SUP-OPERADOR = SPACES
0447D6         DISPLAY 'OPERADOR QUE APRUEBA: ' WITH NO ADVANCING
0447D7         ACCEPT EMM-SUP-OPERADOR
0447D8     END-IF.
0447D9     IF EMM-SUP-OPERADOR = SPACES
0447DA         DISPLAY 'FALTA EL OPERADOR QUE APRUEBA, NO SE GRABA'
0447DB         GO TO 9992-AGREGAR-JORNADA-EXIT
0447DC     END-IF.
0447DD     MOVE EMM-SUP-ID        TO JR-ID.
0447DE     MOVE EMM-KTR-FECHA     TO JR-VIGENCIA-DESDE.
0447DF     MOVE EMM-JOR-PORC      TO JR-PORC-FTE.
0447DG     MOVE EMM-SUP-OPERADOR  TO JR-OPERADOR.
0447DH     MOVE EMM-FECHA-HOY     TO JR-FECHA-ALTA.
0447DI     OPEN EXTEND JORNADAS-FILE.
0447DJ     IF EMM-STATUS-JORNADAS = '35'
0447DK         OPEN OUTPUT JORNADAS-FILE
0447DL     END-IF.
0447DM     WRITE JR-RECORD.
0447DN     CLOSE JORNADAS-FILE.
0447DO     DISPLAY 'JORNADA REGISTRADA'.
0447DP 9992-AGREGAR-JORNADA-EXIT.
0447DQ     EXIT.
0447DR END PROGRAM EMPMAINT.
