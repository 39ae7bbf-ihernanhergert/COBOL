002193*     VALIDATION; A BAD ACCOUNT LEAVES THE HIRE WITHOUT
002194*     DEPOSIT DATA (PAID BY CHEQUE) INSTEAD OF STORING A
002195*     NUMBER THAT BOUNCES ON PAYMENT DAY.
002196*   - A HIRE WHO IS ALREADY ON THE MASTER AS A TERMINATED
002197*     EMPLOYEE CAN NOW BE TAKEN BACK AS A REHIRE: THE OPERATOR
002198*     CONFIRMS IT AND THE OLD ROW IS REACTIVATED WITH THE NEW
002199*     START DATE, SO THE YEARS-OF-SERVICE COUNT RESTARTS FROM
00219A*     THE REHIRE DATE. THE MASTER IS REWRITTEN AFTER THE RUN,
00219B*     LIKE TRASLADO DOES.
00219C*   - NEW AND RE-HIRED ROWS START WITH A BLANK EM-MOTIVO-BAJA.
00219D*   - APPLICANTS CARRIES THE RECRUITMENT SOURCE AND THE
00219E*     INTAKE DATE AT THE END OF THE RECORD.
00219F*   - A NEW HIRE WHOSE APPLICANTS ROW NAMES A REFERRING
00219G*     EMPLOYEE IS ADDED TO THE REFERIDOS FILE, WITH THE LEVEL
00219H*     FROM HIRED, AS A REFERRAL UNDER PROBATION; PROBREV AND
00219I*     EJERCICIO02 TAKE THE BONUS FROM THERE. A REHIRE EARNS
00219J*     NO REFERRAL BONUS.
00219K*   - EVERY HIRE, NEW OR RETURNING, OPENS A CONTRACT ON
00219L*     CONTRATOS FROM THE REQUISITION IT COVERED (THE TYPE AND,
00219M*     FOR A TYPE WITH AN END DATE, THE MONTHS FROM THE START
00219N*     DATE). A HIRE THAT COVERED NO REQUISITION GETS NO ROW AND
00219O*     STAYS PERMANENT.
00219P*   - EVERY NEW HIRE AND EVERY REHIRE NOW ALSO CALLS EMITEVT,
00219Q*     SO THE CHANGE REACHES THE CORPORATE HR FEED THAT ENVIOHR
00219R*     DELIVERS.
002200******************************************************************
002300 IDENTIFICATION DIVISION.
002400 PROGRAM-ID. ALTAEMP.
003610     SELECT OPTIONAL DEPTMAST-FILE ASSIGN TO 'DEPTMAST'
003620         ORGANIZATION IS LINE SEQUENTIAL
003630         FILE STATUS IS ALE-STATUS-DEPTMAST.
003631     SELECT OPTIONAL REFERIDOS-FILE ASSIGN TO 'REFERIDOS'
003632         ORGANIZATION IS LINE SEQUENTIAL
003633         FILE STATUS IS ALE-STATUS-REFERIDOS.
003634     SELECT OPTIONAL REQUIS-FILE ASSIGN TO 'REQUISICIONES'
003635         ORGANIZATION IS LINE SEQUENTIAL
003636         FILE STATUS IS ALE-STATUS-REQUIS.
003637     SELECT OPTIONAL CONTRATOS-FILE ASSIGN TO 'CONTRATOS'
003638         ORGANIZATION IS LINE SEQUENTIAL
003639         FILE STATUS IS ALE-STATUS-CONTRATOS.
003700 DATA DIVISION.
003800 FILE SECTION.
003900 FD  HIRED-FILE
004600     05 AP-NOMBRE                PIC X(05).
004700     05 AP-EXPERIENCIA           PIC 9(02).
004800     05 AP-ID                    PIC 9(05).
004801     05 AP-FUENTE                PIC X(02).
004802     05 AP-FECHA-INGRESO         PIC 9(08).
004803     05 AP-REFERENTE             PIC 9(05).
004900 FD  EMPLOYEES-FILE
005000     LABEL RECORDS ARE STANDARD.
005100 01  EM-RECORD.
00529D                   EM-FECHA-BAJA     BY EIX-FECHA-BAJA
00529E                   EM-BANCO          BY EIX-BANCO
00529F                   EM-CUENTA         BY EIX-CUENTA
00529G                   EM-COMPANIA       BY EIX-COMPANIA
00529H                   EM-MOTIVO-BAJA    BY EIX-MOTIVO-BAJA.
0052A0  FD  PROBATION-FILE
0052A1      LABEL RECORDS ARE STANDARD.
0052A2  01  PB-RECORD.
005220     LABEL RECORDS ARE STANDARD.
005230 01  DM-RECORD.
005240     05 DM-DEPARTAMENTO          PIC X(10).
005250 FD  REFERIDOS-FILE
005260     LABEL RECORDS ARE STANDARD.
005270 01  RF-RECORD.
005280     COPY REFERIDO.
005281 FD  REQUIS-FILE
005282     LABEL RECORDS ARE STANDARD.
005283 01  RQ-RECORD.
005284     05 RQ-NUMERO                PIC 9(05).
005285     05 RQ-SOLICITANTE           PIC X(08).
005286     05 RQ-DEPARTAMENTO          PIC X(10).
005287     05 RQ-NIVEL                 PIC X(06).
005288     05 RQ-COMPANIA              PIC X(03).
005289     05 RQ-APROBACION            PIC X(01).
00528A     05 RQ-ESTADO                PIC X(01).
00528B     05 RQ-FECHA-ALTA            PIC 9(08).
00528C     05 RQ-ID-CUBIERTO           PIC 9(05).
00528D     05 RQ-TIPO-CONTRATO         PIC X(01).
00528E     05 RQ-MESES-CONTRATO        PIC 9(02).
00528F FD  CONTRATOS-FILE
00528G     LABEL RECORDS ARE STANDARD.
00528H 01  KT-RECORD.
00528I     COPY CONTRATO.
005600 WORKING-STORAGE SECTION.
005700*
005800 01  ALE-STATUS-HIRED            PIC XX.
00602A 01  ALE-STATUS-EMPIDX           PIC XX.
00602B 01  ALE-IDX-ABIERTO             PIC X VALUE 'N'.
00602C     88  ALE-ES-IDX-ABIERTO      VALUE 'Y'.
00602D 01  ALE-STATUS-REFERIDOS        PIC XX.
00602E 01  ALE-REFERENTE               PIC 9(05) VALUE ZERO.
00602F 01  ALE-CANT-REFERIDOS          PIC 9(04) VALUE ZERO.
006031 01  ALE-LOCK-ACCION             PIC X(01).
006032 01  ALE-LOCK-PROGRAMA           PIC X(11).
006033 01  ALE-LOCK-OCUPADO            PIC X(01).
00608B                         INDEXED BY ALE-X-REC.
00608C         10 ALE-REC-ID           PIC 9(05).
00608D         10 ALE-REC-ITEM         PIC X(20).
00608E 01  ALE-STATUS-REQUIS           PIC XX.
00608F 01  ALE-STATUS-CONTRATOS        PIC XX.
00608G 01  ALE-CANT-CONTRATOS          PIC 9(04) VALUE ZERO.
00608H 01  ALE-CANT-REING-ANTES        PIC 9(04) VALUE ZERO.
00608I 01  ALE-FIN-REQUIS              PIC X VALUE 'N'.
00608J     88  ALE-ES-FIN-REQUIS       VALUE 'Y'.
00608K 01  ALE-CANT-REQ                PIC 9(03) VALUE ZERO.
00608L 01  ALE-TABLA-REQ.
00608M     05  ALE-REQ-FILA OCCURS 200 TIMES
00608N                      INDEXED BY ALE-X-REQ.
00608O         10 ALE-REQ-ID           PIC 9(05).
00608P         10 ALE-REQ-TIPO         PIC X(01).
00608Q         10 ALE-REQ-MESES        PIC 9(02).
00608R 01  ALE-CONTRATO.
00608S     05  ALE-KTR-HALLADO         PIC X VALUE 'N'.
00608T         88  ALE-ES-KTR-HALLADO  VALUE 'Y'.
00608U     05  ALE-KTR-TIPO            PIC X(01).
00608V     05  ALE-KTR-MESES           PIC 9(02).
00608W     05  ALE-KTR-NUMERO          PIC 9(02).
00608X     05  ALE-KTR-MESES-TOT       PIC 9(04).
00608Y     05  ALE-KTR-FECHA           PIC 9(08).
00608Z     05  ALE-KTR-DESGLOSE REDEFINES ALE-KTR-FECHA.
006090         10 ALE-KTR-ANIO         PIC 9(04).
006091         10 ALE-KTR-MES          PIC 9(02).
006092         10 ALE-KTR-DIA          PIC 9(02).
006093     05  ALE-KTR-ULTIMO-DIA      PIC 9(08).
006094     05  ALE-KTR-HASTA           PIC 9(08).
006095     05  ALE-SES-ACCION          PIC X(01).
006096     05  ALE-SES-USUARIO         PIC X(08).
006097     05  ALE-EVT-ENTIDAD         PIC X(01).
006098     05  ALE-EVT-TIPO            PIC X(04).
006099     05  ALE-EVT-ORIGEN          PIC X(10).
00609A     05  ALE-EVT-ANTES           PIC X(100).
00609B     05  ALE-EVT-DESPUES         PIC X(100).
006100*
006200 01  ALE-CONSTANTES.
006300     05  ALE-CANT-DEPTOS         PIC 9(02) VALUE 3.
008410     05  ALE-EXPERIENCIA-TXT     PIC X(06).
008420     05  ALE-EXP-VALIDA          PIC X.
008430         88  ALE-ES-EXP-VALIDA   VALUE 'Y'.
008431     05  ALE-ESTADO-HALLADO      PIC X(01).
008432     05  ALE-RESP-REINGRESO      PIC X(01).
008433         88  ALE-ES-REINGRESO    VALUE 'S' 's'.
008434*
008435 01  ALE-CANT-REING              PIC 9(03) VALUE ZERO.
008436 01  ALE-TABLA-REING.
008437     05  ALE-REING-FILA OCCURS 100 TIMES
008438                        INDEXED BY ALE-X-REING PIC X(57).
008439 01  ALE-CANT-MAESTRO            PIC 9(04) VALUE ZERO.
00843A 01  ALE-TABLA-MAESTRO.
00843B     05  ALE-MAESTRO-FILA OCCURS 500 TIMES
00843C                          INDEXED BY ALE-X-MAE PIC X(57).
00843D 01  ALE-EMPL-AUX.
00843E     COPY EMPLEADO
00843F         REPLACING EM-NOMBRE         BY ALE-AUX-NOMBRE
00843G                   EM-EXPERIENCIA    BY ALE-AUX-EXPERIENCIA
00843H                   EM-DEPARTAMENTO   BY ALE-AUX-DEPARTAMENTO
00843I                   EM-ID             BY ALE-AUX-ID
00843J                   EM-FECHA-INGRESO  BY ALE-AUX-FECHA-INGRESO
00843K                   EM-ESTADO         BY ALE-AUX-ESTADO
00843L                   EM-ACTIVO         BY ALE-AUX-ACTIVO
00843M                   EM-DADO-DE-BAJA   BY ALE-AUX-DADO-DE-BAJA
00843N                   EM-FECHA-BAJA     BY ALE-AUX-FECHA-BAJA
00843O                   EM-BANCO          BY ALE-AUX-BANCO
00843P                   EM-CUENTA         BY ALE-AUX-CUENTA
00843Q                   EM-COMPANIA       BY ALE-AUX-COMPANIA
00843R                   EM-MOTIVO-BAJA    BY ALE-AUX-MOTIVO-BAJA.
008500*
008600 01  ALE-CONTADORES.
008700     05  ALE-CANT-AGREGADOS      PIC 9(04) VALUE ZERO.
008800     05  ALE-CANT-EXISTENTES     PIC 9(04) VALUE ZERO.
008801     05  ALE-CANT-REINGRESOS     PIC 9(04) VALUE ZERO.
008900*
009000 01  ALE-CANT-EMPL               PIC 9(04) VALUE ZERO.
009100 01  ALE-TABLA-EMPL.
009300                       INDEXED BY ALE-X-EMPL.
009400         10 ALE-EMPL-NOMBRE      PIC X(05).
009500         10 ALE-EMPL-ID          PIC 9(05).
009501         10 ALE-EMPL-ESTADO      PIC X(01).
009600*
009700 01  ALE-CANT-APPL               PIC 9(04) VALUE ZERO.
009800 01  ALE-TABLA-APPL.
010000                       INDEXED BY ALE-X-APPL.
010100         10 ALE-APPL-ID          PIC 9(05).
010200         10 ALE-APPL-EXPERIENCIA PIC 9(02).
010201         10 ALE-APPL-REFERENTE   PIC 9(05).
010300*
010400 PROCEDURE DIVISION.
010500******************************************************************
010910     PERFORM 0500-CARGAR-DEPTOS THRU 0500-CARGAR-DEPTOS-EXIT.
010920     PERFORM 0600-CARGAR-DOCUMENTOS
010930         THRU 0600-CARGAR-DOCUMENTOS-EXIT.
010931     PERFORM 0800-CARGAR-REQUIS THRU 0800-CARGAR-REQUIS-EXIT.
010940     MOVE 'PROBDIAS' TO ALE-PARM-CLAVE.
010950     CALL 'LEERPARM' USING ALE-PARM-CLAVE
010960         ALE-PARM-VALOR ALE-PARM-HALLADO.
011200     PERFORM 2000-CARGAR-APPLICANTS
011300         THRU 2000-CARGAR-APPLICANTS-EXIT.
011400     PERFORM 3000-PROCESAR-HIRED THRU 3000-PROCESAR-HIRED-EXIT.
011401     IF ALE-CANT-REING > ZERO
011402         PERFORM 3800-APLICAR-REINGRESOS
011403             THRU 3800-APLICAR-REINGRESOS-EXIT
011404     END-IF.
011500     DISPLAY 'ALTAEMP: AGREGADOS:     ' ALE-CANT-AGREGADOS.
011600     DISPLAY 'ALTAEMP: YA EXISTENTES: ' ALE-CANT-EXISTENTES.
011601     DISPLAY 'ALTAEMP: REINGRESOS:    ' ALE-CANT-REINGRESOS.
011602     DISPLAY 'ALTAEMP: REFERIDOS:     ' ALE-CANT-REFERIDOS.
011603     DISPLAY 'ALTAEMP: CONTRATOS:     ' ALE-CANT-CONTRATOS.
011610     IF ALE-CANT-DOCREQ > ZERO
011620         DISPLAY 'ALTAEMP: SIN PAPELES:   ' ALE-CANT-SIN-DOCS
011630     END-IF.
0120C4 0720-COMPARAR-RECIBIDO-EXIT.
0120C5     EXIT.
0120C6*
0120C7******************************************************************
0120C8* 0800-CARGAR-REQUIS - COVERED REQUISITIONS: THE CANDIDATE WHO
0120C9*                      FILLED EACH, ITS CONTRACT TYPE AND MONTHS
0120CA******************************************************************
0120CB 0800-CARGAR-REQUIS.
0120CC     MOVE 'N' TO ALE-FIN-REQUIS.
0120CD     MOVE ZERO TO ALE-CANT-REQ.
0120CE     OPEN INPUT REQUIS-FILE.
0120CF     IF ALE-STATUS-REQUIS = '00'
0120CG         PERFORM 0810-LEER-REQUIS THRU 0810-LEER-REQUIS-EXIT
0120CH             UNTIL ALE-ES-FIN-REQUIS
0120CI     END-IF.
0120CJ     CLOSE REQUIS-FILE.
0120CK 0800-CARGAR-REQUIS-EXIT.
0120CL     EXIT.
0120CM*
0120CN******************************************************************
0120CO* 0810-LEER-REQUIS - KEEP ONE COVERED REQUISITION
0120CP******************************************************************
0120CQ 0810-LEER-REQUIS.
0120CR     READ REQUIS-FILE
0120CS         AT END
0120CT             SET ALE-ES-FIN-REQUIS TO TRUE
0120CU         NOT AT END
0120CV             IF RQ-ESTADO = 'C'
0120CW                 AND RQ-ID-CUBIERTO NOT = ZERO
0120CX                 AND ALE-CANT-REQ < 200
0120CY                 ADD 1 TO ALE-CANT-REQ
0120CZ                 SET ALE-X-REQ TO ALE-CANT-REQ
0120D0                 MOVE RQ-ID-CUBIERTO TO ALE-REQ-ID(ALE-X-REQ)
0120D1                 MOVE RQ-TIPO-CONTRATO TO ALE-REQ-TIPO(ALE-X-REQ)
0120D2                 IF RQ-TIPO-CONTRATO = SPACE
0120D3                     MOVE 'P' TO ALE-REQ-TIPO(ALE-X-REQ)
0120D4                 END-IF
0120D5                 MOVE ZERO TO ALE-REQ-MESES(ALE-X-REQ)
0120D6                 IF RQ-MESES-CONTRATO IS NUMERIC
0120D7                     MOVE RQ-MESES-CONTRATO
0120D8                         TO ALE-REQ-MESES(ALE-X-REQ)
0120D9                 END-IF
0120DA             END-IF
0120DB     END-READ.
0120DC 0810-LEER-REQUIS-EXIT.
0120DD     EXIT.
0120DE*
012100******************************************************************
012200* 1000-CARGAR-EMPLEADOS - LOAD THE CURRENT MASTER KEYS SO AN
012300*                         ALREADY-ONBOARDED HIRE IS SKIPPED
014600                 SET ALE-X-EMPL TO ALE-CANT-EMPL
014700                 MOVE EM-NOMBRE TO ALE-EMPL-NOMBRE(ALE-X-EMPL)
014800                 MOVE EM-ID TO ALE-EMPL-ID(ALE-X-EMPL)
014801                 MOVE EM-ESTADO TO ALE-EMPL-ESTADO(ALE-X-EMPL)
014900             END-IF
015000     END-READ.
015100 1100-LEER-EMPLEADO-EXIT.
018000                 MOVE AP-ID TO ALE-APPL-ID(ALE-X-APPL)
018100                 MOVE AP-EXPERIENCIA
018200                     TO ALE-APPL-EXPERIENCIA(ALE-X-APPL)
018210                 IF AP-REFERENTE IS NUMERIC
018220                     MOVE AP-REFERENTE
018230                         TO ALE-APPL-REFERENTE(ALE-X-APPL)
018240                 ELSE
018250                     MOVE ZERO TO ALE-APPL-REFERENTE(ALE-X-APPL)
018260                 END-IF
018300             END-IF
018400     END-READ.
018500 2100-LEER-APPLICANT-EXIT.
022900 3200-ONBOARDEAR-UNO.
023000     PERFORM 3300-BUSCAR-EN-MAESTRO
023100         THRU 3300-BUSCAR-EN-MAESTRO-EXIT.
023101     MOVE ALE-CANT-REINGRESOS TO ALE-CANT-REING-ANTES.
023200     IF ALE-ES-YA-EXISTE
023210         AND ALE-ESTADO-HALLADO = 'B'
023220         AND HI-ID NOT = ZERO
023230         PERFORM 3700-REINGRESAR THRU 3700-REINGRESAR-EXIT
023231         IF ALE-CANT-REINGRESOS > ALE-CANT-REING-ANTES
023232             PERFORM 3660-REGISTRAR-CONTRATO
023233                 THRU 3660-REGISTRAR-CONTRATO-EXIT
023234         END-IF
023240         GO TO 3200-ONBOARDEAR-UNO-EXIT
023250     END-IF.
023260     IF ALE-ES-YA-EXISTE
023300         ADD 1 TO ALE-CANT-EXISTENTES
023400         DISPLAY 'YA EXISTE:  ' HI-NOMBRE ' ID ' HI-ID
023500     ELSE
024480         MOVE ALE-CTA-BANCO TO EM-BANCO
024490         MOVE ALE-CTA-CUENTA TO EM-CUENTA
024495         MOVE SPACES TO EM-COMPANIA
024496         MOVE SPACES TO EM-MOTIVO-BAJA
024500         WRITE EM-RECORD
024501         IF ALE-ES-IDX-ABIERTO
024502             MOVE EM-RECORD TO EIX-RECORD
024508                     END-REWRITE
024509             END-WRITE
02450A         END-IF
02450B         MOVE 'E' TO ALE-EVT-ENTIDAD
02450C         MOVE SPACES TO ALE-EVT-TIPO
02450D         MOVE 'ALTAEMP' TO ALE-EVT-ORIGEN
02450E         MOVE SPACES TO ALE-EVT-ANTES
02450F         MOVE EM-RECORD TO ALE-EVT-DESPUES
02450G         CALL 'EMITEVT' USING ALE-EVT-ENTIDAD ALE-EVT-TIPO
02450H             ALE-EVT-ORIGEN ALE-EVT-ANTES ALE-EVT-DESPUES
024510         PERFORM 3600-REGISTRAR-PROBATION
024520             THRU 3600-REGISTRAR-PROBATION-EXIT
024530         PERFORM 3650-REGISTRAR-REFERIDO
024540             THRU 3650-REGISTRAR-REFERIDO-EXIT
024541         PERFORM 3660-REGISTRAR-CONTRATO
024542             THRU 3660-REGISTRAR-CONTRATO-EXIT
024600         ADD 1 TO ALE-CANT-AGREGADOS
024700         DISPLAY 'AGREGADO:   ' HI-NOMBRE ' ID ' HI-ID
024800             ' EXP ' ALE-EXPERIENCIA
025600******************************************************************
025700 3300-BUSCAR-EN-MAESTRO.
025800     MOVE 'N' TO ALE-YA-EXISTE.
025810     MOVE SPACE TO ALE-ESTADO-HALLADO.
025900     PERFORM 3310-COMPARAR-EMPL THRU 3310-COMPARAR-EMPL-EXIT
026000         VARYING ALE-X-EMPL FROM 1 BY 1
026100         UNTIL ALE-X-EMPL > ALE-CANT-EMPL
027110     IF HI-ID NOT = ZERO
027120         AND ALE-EMPL-ID(ALE-X-EMPL) = HI-ID
027130         SET ALE-ES-YA-EXISTE TO TRUE
027135         MOVE ALE-EMPL-ESTADO(ALE-X-EMPL) TO ALE-ESTADO-HALLADO
027140     ELSE
027150         IF (HI-ID = ZERO OR ALE-EMPL-ID(ALE-X-EMPL) = ZERO)
027200             AND ALE-EMPL-NOMBRE(ALE-X-EMPL) = HI-NOMBRE
028200 3400-BUSCAR-EXPERIENCIA.
028300     MOVE 'N' TO ALE-EXP-HALLADA.
028400     MOVE ZERO TO ALE-EXPERIENCIA.
028410     MOVE ZERO TO ALE-REFERENTE.
028500     PERFORM 3410-COMPARAR-APPL THRU 3410-COMPARAR-APPL-EXIT
028600         VARYING ALE-X-APPL FROM 1 BY 1
028700         UNTIL ALE-X-APPL > ALE-CANT-APPL
030100     IF ALE-APPL-ID(ALE-X-APPL) = HI-ID
030200         MOVE ALE-APPL-EXPERIENCIA(ALE-X-APPL)
030300             TO ALE-EXPERIENCIA
030310         MOVE ALE-APPL-REFERENTE(ALE-X-APPL) TO ALE-REFERENTE
030400         SET ALE-ES-EXP-HALLADA TO TRUE
030500     END-IF.
030600 3410-COMPARAR-APPL-EXIT.
033685     CLOSE PROBATION-FILE.
033686 3600-REGISTRAR-PROBATION-EXIT.
033687     EXIT.
033688*
033689******************************************************************
03368A* 3700-REINGRESAR - A TERMINATED EMPLOYEE COMES BACK: ON THE
03368B*                   OPERATOR'S CONFIRMATION THE OLD ROW IS
03368C*                   REACTIVATED WITH THE NEW START DATE (THE
03368D*                   SENIORITY RESTARTS) AND QUEUED FOR THE MASTER
03368E*                   REWRITE
03368F******************************************************************
03368G 3700-REINGRESAR.
03368H     DISPLAY 'EX EMPLEADO DADO DE BAJA: ' HI-NOMBRE ' ID ' HI-ID.
03368I     DISPLAY 'ES UN REINGRESO (S/N): ' WITH NO ADVANCING.
03368J     ACCEPT ALE-RESP-REINGRESO.
03368K     IF NOT ALE-ES-REINGRESO
03368L         ADD 1 TO ALE-CANT-EXISTENTES
03368M         DISPLAY 'YA EXISTE:  ' HI-NOMBRE ' ID ' HI-ID
03368N         GO TO 3700-REINGRESAR-EXIT
03368O     END-IF.
03368P     IF ALE-CANT-REING NOT < 100
03368Q         DISPLAY 'DEMASIADOS REINGRESOS EN LA CORRIDA: ' HI-ID
03368R         GO TO 3700-REINGRESAR-EXIT
03368S     END-IF.
03368T     PERFORM 3400-BUSCAR-EXPERIENCIA
03368U         THRU 3400-BUSCAR-EXPERIENCIA-EXIT.
03368V     MOVE 'N' TO ALE-DEPTO-OK.
03368W     PERFORM 3500-PEDIR-DEPARTAMENTO
03368X         THRU 3500-PEDIR-DEPARTAMENTO-EXIT
03368Y         UNTIL ALE-ES-DEPTO-OK.
03368Z     PERFORM 3550-PEDIR-CUENTA
033690         THRU 3550-PEDIR-CUENTA-EXIT.
033691     MOVE HI-NOMBRE TO EM-NOMBRE.
033692     MOVE ALE-EXPERIENCIA TO EM-EXPERIENCIA.
033693     MOVE ALE-DEPARTAMENTO-ENT TO EM-DEPARTAMENTO.
033694     MOVE HI-ID TO EM-ID.
033695     MOVE HI-FECHA-ALTA TO EM-FECHA-INGRESO.
033696     MOVE 'A' TO EM-ESTADO.
033697     MOVE ZERO TO EM-FECHA-BAJA.
033698     MOVE ALE-CTA-BANCO TO EM-BANCO.
033699     MOVE ALE-CTA-CUENTA TO EM-CUENTA.
03369A     MOVE SPACES TO EM-COMPANIA.
03369B     MOVE SPACES TO EM-MOTIVO-BAJA.
03369C     ADD 1 TO ALE-CANT-REING.
03369D     SET ALE-X-REING TO ALE-CANT-REING.
03369E     MOVE EM-RECORD TO ALE-REING-FILA(ALE-X-REING).
03369F     IF ALE-ES-IDX-ABIERTO
03369G         MOVE EM-RECORD TO EIX-RECORD
03369H         REWRITE EIX-RECORD
03369I             INVALID KEY
03369J                 WRITE EIX-RECORD
03369K                     INVALID KEY
03369L                         CONTINUE
03369M                 END-WRITE
03369N         END-REWRITE
03369O     END-IF.
03369P     PERFORM 3600-REGISTRAR-PROBATION
03369Q         THRU 3600-REGISTRAR-PROBATION-EXIT.
03369R     ADD 1 TO ALE-CANT-REINGRESOS.
03369S     DISPLAY 'REINGRESO:  ' HI-NOMBRE ' ID ' HI-ID
03369T         ' DESDE ' HI-FECHA-ALTA ' DEPTO ' ALE-DEPARTAMENTO-ENT.
03369U 3700-REINGRESAR-EXIT.
03369V     EXIT.
03369W*
03369X******************************************************************
03369Y* 3800-APLICAR-REINGRESOS - RELOAD THE WHOLE MASTER (IT NOW ALSO
03369Z*                           HOLDS THIS RUN'S NEW HIRES), REPLACE
0336A0*                           THE REHIRED ROWS AND REWRITE IT
0336A1******************************************************************
0336A2 3800-APLICAR-REINGRESOS.
0336A3     MOVE 'N' TO ALE-FIN-ARCHIVO.
0336A4     MOVE ZERO TO ALE-CANT-MAESTRO.
0336A5     OPEN INPUT EMPLOYEES-FILE.
0336A6     IF ALE-STATUS-EMPL NOT = '00'
0336A7         CLOSE EMPLOYEES-FILE
0336A8         GO TO 3800-APLICAR-REINGRESOS-EXIT
0336A9     END-IF.
0336AA     PERFORM 3810-LEER-MAESTRO THRU 3810-LEER-MAESTRO-EXIT
0336AB         UNTIL ALE-ES-FIN-ARCHIVO.
0336AC     CLOSE EMPLOYEES-FILE.
0336AD     PERFORM 3820-REEMPLAZAR-FILA THRU 3820-REEMPLAZAR-FILA-EXIT
0336AE         VARYING ALE-X-MAE FROM 1 BY 1
0336AF         UNTIL ALE-X-MAE > ALE-CANT-MAESTRO.
0336AG     OPEN OUTPUT EMPLOYEES-FILE.
0336AH     PERFORM 3840-GRABAR-MAESTRO THRU 3840-GRABAR-MAESTRO-EXIT
0336AI         VARYING ALE-X-MAE FROM 1 BY 1
0336AJ         UNTIL ALE-X-MAE > ALE-CANT-MAESTRO.
0336AK     CLOSE EMPLOYEES-FILE.
0336AL 3800-APLICAR-REINGRESOS-EXIT.
0336AM     EXIT.
0336AN*
0336AO******************************************************************
0336AP* 3810-LEER-MAESTRO - KEEP ONE FULL MASTER ROW
0336AQ******************************************************************
0336AR 3810-LEER-MAESTRO.
0336AS     READ EMPLOYEES-FILE
0336AT         AT END
0336AU             SET ALE-ES-FIN-ARCHIVO TO TRUE
0336AV         NOT AT END
0336AW             IF ALE-CANT-MAESTRO < 500
0336AX                 ADD 1 TO ALE-CANT-MAESTRO
0336AY                 SET ALE-X-MAE TO ALE-CANT-MAESTRO
0336AZ                 MOVE EM-RECORD TO ALE-MAESTRO-FILA(ALE-X-MAE)
0336B0             END-IF
0336B1     END-READ.
0336B2 3810-LEER-MAESTRO-EXIT.
0336B3     EXIT.
0336B4*
0336B5******************************************************************
0336B6* 3820-REEMPLAZAR-FILA - A TERMINATED ROW WITH A QUEUED REHIRE
0336B7*                        TAKES THE REACTIVATED RECORD
0336B8******************************************************************
0336B9 3820-REEMPLAZAR-FILA.
0336BA     MOVE ALE-MAESTRO-FILA(ALE-X-MAE) TO ALE-EMPL-AUX.
0336BB     IF NOT ALE-AUX-DADO-DE-BAJA
0336BC         GO TO 3820-REEMPLAZAR-FILA-EXIT
0336BD     END-IF.
0336BE     PERFORM 3830-COMPARAR-REING THRU 3830-COMPARAR-REING-EXIT
0336BF         VARYING ALE-X-REING FROM 1 BY 1
0336BG         UNTIL ALE-X-REING > ALE-CANT-REING.
0336BH 3820-REEMPLAZAR-FILA-EXIT.
0336BI     EXIT.
0336BJ*
0336BK******************************************************************
0336BL* 3830-COMPARAR-REING - ONE QUEUED REHIRE AGAINST THE ROW
0336BM******************************************************************
0336BN 3830-COMPARAR-REING.
0336BO     IF ALE-REING-FILA(ALE-X-REING)(18:5) = ALE-AUX-ID
0336BP         PERFORM 3835-REINGRESAR-FILA
0336BQ             THRU 3835-REINGRESAR-FILA-EXIT
0336BR     END-IF.
0336BS 3830-COMPARAR-REING-EXIT.
0336BT     EXIT.
0336BU*
0336BV******************************************************************
0336BW* 3840-GRABAR-MAESTRO - WRITE ONE MASTER ROW
0336BX******************************************************************
0336BY 3840-GRABAR-MAESTRO.
0336BZ     MOVE ALE-MAESTRO-FILA(ALE-X-MAE) TO EM-RECORD.
0336C0     WRITE EM-RECORD.
0336C1 3840-GRABAR-MAESTRO-EXIT.
0336C2     EXIT.
0336C3*
0336C4******************************************************************
0336C5* 3650-REGISTRAR-REFERIDO - A HIRE REFERRED BY AN EMPLOYEE: THE
0336C6*                           REFERRAL WAITS IN REFERIDOS FOR THE
0336C7*                           PROBATION VERDICT
0336C8******************************************************************
0336C9 3650-REGISTRAR-REFERIDO.
0336CA     IF ALE-REFERENTE = ZERO
0336CB         OR ALE-REFERENTE = HI-ID
0336CC         OR HI-ID = ZERO
0336CD         GO TO 3650-REGISTRAR-REFERIDO-EXIT
0336CE     END-IF.
0336CF     OPEN EXTEND REFERIDOS-FILE.
0336CG     IF ALE-STATUS-REFERIDOS = '35'
0336CH         OPEN OUTPUT REFERIDOS-FILE
0336CI     END-IF.
0336CJ     MOVE HI-ID TO RF-ID-REFERIDO.
0336CK     MOVE HI-NOMBRE TO RF-NOMBRE.
0336CL     MOVE ALE-REFERENTE TO RF-ID-REFERENTE.
0336CM     MOVE HI-CLASIFICACION TO RF-NIVEL.
0336CN     MOVE HI-FECHA-ALTA TO RF-FECHA-ALTA.
0336CO     SET RF-EN-PRUEBA TO TRUE.
0336CP     MOVE ZERO TO RF-IMPORTE RF-FECHA-DECISION RF-PERIODO-PAGO.
0336CQ     MOVE SPACES TO RF-MOTIVO.
0336CR     WRITE RF-RECORD.
0336CS     CLOSE REFERIDOS-FILE.
0336CT     ADD 1 TO ALE-CANT-REFERIDOS.
0336CU     DISPLAY 'REFERIDO:   ' HI-NOMBRE ' ID ' HI-ID
0336CV         ' REFERENTE ' ALE-REFERENTE.
0336CW 3650-REGISTRAR-REFERIDO-EXIT.
0336CX     EXIT.
0336CY*
0336CZ******************************************************************
0336D0* 3660-REGISTRAR-CONTRATO - OPEN THE HIRE'S CONTRACT FROM THE
0336D1*                           REQUISITION IT COVERED (THE LAST ONE
0336D2*                           ON FILE); THE END DATE IS THE DAY
0336D3*                           BEFORE THE START DATE MONTHS LATER
0336D4******************************************************************
0336D5 3660-REGISTRAR-CONTRATO.
0336D6     IF HI-ID = ZERO
0336D7         GO TO 3660-REGISTRAR-CONTRATO-EXIT
0336D8     END-IF.
0336D9     MOVE 'N' TO ALE-KTR-HALLADO.
0336DA     PERFORM 3670-COMPARAR-REQ THRU 3670-COMPARAR-REQ-EXIT
0336DB         VARYING ALE-X-REQ FROM 1 BY 1
0336DC         UNTIL ALE-X-REQ > ALE-CANT-REQ.
0336DD     IF NOT ALE-ES-KTR-HALLADO
0336DE         GO TO 3660-REGISTRAR-CONTRATO-EXIT
0336DF     END-IF.
0336DG     MOVE ZERO TO ALE-KTR-HASTA.
0336DH     IF ALE-KTR-TIPO NOT = 'P' AND ALE-KTR-MESES > ZERO
0336DI         MOVE HI-FECHA-ALTA TO ALE-KTR-FECHA
0336DJ         COMPUTE ALE-KTR-MESES-TOT =
0336DK             ALE-KTR-MES - 1 + ALE-KTR-MESES
0336DL         COMPUTE ALE-KTR-ANIO =
0336DM             ALE-KTR-ANIO + ALE-KTR-MESES-TOT / 12
0336DN         COMPUTE ALE-KTR-MES =
0336DO             FUNCTION MOD(ALE-KTR-MESES-TOT, 12) + 1
0336DP         MOVE ALE-KTR-FECHA TO ALE-KTR-ULTIMO-DIA
0336DQ         MOVE 01 TO ALE-KTR-ULTIMO-DIA(7:2)
0336DR         COMPUTE ALE-DIA-ENTERO =
0336DS             FUNCTION INTEGER-OF-DATE(ALE-KTR-ULTIMO-DIA) + 31
0336DT         COMPUTE ALE-KTR-ULTIMO-DIA =
0336DU             FUNCTION DATE-OF-INTEGER(ALE-DIA-ENTERO)
0336DV         MOVE 01 TO ALE-KTR-ULTIMO-DIA(7:2)
0336DW         COMPUTE ALE-DIA-ENTERO =
0336DX             FUNCTION INTEGER-OF-DATE(ALE-KTR-ULTIMO-DIA) - 1
0336DY         COMPUTE ALE-KTR-ULTIMO-DIA =
0336DZ             FUNCTION DATE-OF-INTEGER(ALE-DIA-ENTERO)
0336E0         IF ALE-KTR-FECHA > ALE-KTR-ULTIMO-DIA
0336E1             MOVE ALE-KTR-ULTIMO-DIA TO ALE-KTR-HASTA
0336E2         ELSE
0336E3             COMPUTE ALE-DIA-ENTERO =
0336E4                 FUNCTION INTEGER-OF-DATE(ALE-KTR-FECHA) - 1
0336E5             COMPUTE ALE-KTR-HASTA =
0336E6                 FUNCTION DATE-OF-INTEGER(ALE-DIA-ENTERO)
0336E7         END-IF
0336E8     END-IF.
0336E9     MOVE ZERO TO ALE-KTR-NUMERO.
0336EA     MOVE 'N' TO ALE-FIN-REQUIS.
0336EB     OPEN INPUT CONTRATOS-FILE.
0336EC     IF ALE-STATUS-CONTRATOS = '00'
0336ED         PERFORM 3680-LEER-CONTRATO THRU 3680-LEER-CONTRATO-EXIT
0336EE             UNTIL ALE-ES-FIN-REQUIS
0336EF     END-IF.
0336EG     CLOSE CONTRATOS-FILE.
0336EH     MOVE 'G' TO ALE-SES-ACCION.
0336EI     CALL 'SESUSER' USING ALE-SES-ACCION ALE-SES-USUARIO.
0336EJ     IF ALE-SES-USUARIO = SPACES
0336EK         MOVE 'ALTAEMP' TO ALE-SES-USUARIO
0336EL     END-IF.
0336EM     OPEN EXTEND CONTRATOS-FILE.
0336EN     IF ALE-STATUS-CONTRATOS = '35'
0336EO         OPEN OUTPUT CONTRATOS-FILE
0336EP     END-IF.
0336EQ     MOVE HI-ID TO KT-ID.
0336ER     ADD 1 TO ALE-KTR-NUMERO.
0336ES     MOVE ALE-KTR-NUMERO TO KT-NUMERO.
0336ET     MOVE 'A' TO KT-EVENTO.
0336EU     MOVE ALE-KTR-TIPO TO KT-TIPO.
0336EV     MOVE HI-FECHA-ALTA TO KT-FECHA-DESDE.
0336EW     MOVE ALE-KTR-HASTA TO KT-FECHA-HASTA.
0336EX     MOVE ZERO TO KT-RENOVACION.
0336EY     MOVE ALE-SES-USUARIO TO KT-OPERADOR.
0336EZ     ACCEPT KT-FECHA-ALTA FROM DATE YYYYMMDD.
0336F0     WRITE KT-RECORD.
0336F1     CLOSE CONTRATOS-FILE.
0336F2     ADD 1 TO ALE-CANT-CONTRATOS.
0336F3     DISPLAY 'CONTRATO:   ' HI-NOMBRE ' ID ' HI-ID
0336F4         ' TIPO ' ALE-KTR-TIPO ' HASTA ' ALE-KTR-HASTA.
0336F5 3660-REGISTRAR-CONTRATO-EXIT.
0336F6     EXIT.
0336F7*
0336F8******************************************************************
0336F9* 3670-COMPARAR-REQ - DID THIS REQUISITION GO TO THE HIRE
0336FA******************************************************************
0336FB 3670-COMPARAR-REQ.
0336FC     IF ALE-REQ-ID(ALE-X-REQ) = HI-ID
0336FD         SET ALE-ES-KTR-HALLADO TO TRUE
0336FE         MOVE ALE-REQ-TIPO(ALE-X-REQ) TO ALE-KTR-TIPO
0336FF         MOVE ALE-REQ-MESES(ALE-X-REQ) TO ALE-KTR-MESES
0336FG     END-IF.
0336FH 3670-COMPARAR-REQ-EXIT.
0336FI     EXIT.
0336FJ*
0336FK******************************************************************
0336FL* 3680-LEER-CONTRATO - HIGHEST CONTRACT NUMBER OF THE HIRE
0336FM******************************************************************
0336FN 3680-LEER-CONTRATO.
0336FO     READ CONTRATOS-FILE
0336FP         AT END
0336FQ             SET ALE-ES-FIN-REQUIS TO TRUE
0336FR         NOT AT END
0336FS             IF KT-ID = HI-ID
0336FT                 AND KT-NUMERO > ALE-KTR-NUMERO
0336FU                 MOVE KT-NUMERO TO ALE-KTR-NUMERO
0336FV             END-IF
0336FW     END-READ.
0336FX 3680-LEER-CONTRATO-EXIT.
0336FY     EXIT.
0336FZ*
0336G0******************************************************************
0336G1* 3835-REINGRESAR-FILA - THE ROW TAKES THE REACTIVATED RECORD
0336G2*                        AND THE REHIRE GOES TO THE HR FEED
0336G3******************************************************************
0336G4 3835-REINGRESAR-FILA.
0336G5     MOVE ALE-MAESTRO-FILA(ALE-X-MAE) TO ALE-EVT-ANTES.
0336G6     MOVE ALE-REING-FILA(ALE-X-REING)
0336G7         TO ALE-MAESTRO-FILA(ALE-X-MAE).
0336G8     MOVE 'E' TO ALE-EVT-ENTIDAD.
0336G9     MOVE SPACES TO ALE-EVT-TIPO.
0336GA     MOVE 'ALTAEMP' TO ALE-EVT-ORIGEN.
0336GB     MOVE ALE-MAESTRO-FILA(ALE-X-MAE) TO ALE-EVT-DESPUES.
0336GC     CALL 'EMITEVT' USING ALE-EVT-ENTIDAD ALE-EVT-TIPO
0336GD         ALE-EVT-ORIGEN ALE-EVT-ANTES ALE-EVT-DESPUES.
0336GE 3835-REINGRESAR-FILA-EXIT.
0336GF     EXIT.
033700 END PROGRAM ALTAEMP.
