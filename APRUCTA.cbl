000100******************************************************************
000200* AUTHOR:      HERNAN HERGERT
000300* INSTALLATION: DATA PROCESSING
000400* DATE-WRITTEN:
000500* DATE-COMPILED:
000600* PURPOSE:     DUAL-CONTROL APPROVAL OF DEPOSIT-ACCOUNT CHANGES.
000700*              EMPMAINT ONLY QUEUES A NEW MAIN ACCOUNT, A NEW
000800*              SPLIT ROW OR THE REMOVAL OF THE SPLITS AS A
000900*              PENDING ROW ON CTAPEND. HERE AN AUTHORIZING
001000*              OPERATOR SIGNS WITH USER AND PASSWORD (CHECKED
001100*              AGAINST OPERATORS, LIKE THE APRUEBA RELEASE) AND
001200*              APPROVES OR REJECTS EACH PENDING ROW; A ROW CAN
001300*              NOT BE DECIDED BY THE OPERATOR WHO ASKED FOR IT.
001400*              AN APPROVED ACCOUNT MUST STILL PASS VALIDCTA (AND
001500*              A PERCENTAGE SPLIT MUST KEEP THE TOTAL WITHIN
001600*              100), OTHERWISE THE ROW IS REJECTED. APPROVED
001700*              CHANGES ARE APPLIED UNDER THE SHARED MSTLOCK TO
001800*              THE EMPLOYEES MASTER (AND EMPIDX WHEN IT EXISTS,
001900*              WITH AN EMPAUDIT ROW) OR TO SPLITCTA, THE ROW IS
002000*              STAMPED WITH THE AUTHORIZER AND THE DATE, AND A
002100*              NOTIFICATION LETTER FOR THE EMPLOYEE IS PRINTED
002200*              ON CARTACTA FROM THE CTATPLS/CTATPLI TEMPLATE
002300*              (IDIOMA CARD IN PARMS), WITH THE NEW ACCOUNT
002400*              MASKED TO ITS LAST FOUR DIGITS.
002500* TECTONICS:   COBC
002600*
002700* MODIFICATION HISTORY:
002800*   - NEW APPROVAL STEP, OFFERED FROM THE MENUUTIL MENU.
002801*   - EMPLOYEE IMAGES WIDENED FOR EM-MOTIVO-BAJA.
002802*   - PERSONAS RECORD WIDENED FOR PE-IDIOMA.
002803*   - EVERY CHANGE TO AN EMPLOYEE ROW NOW ALSO CALLS EMITEVT
002804*     WITH THE ROW BEFORE AND AFTER, SO IT REACHES THE
002805*     CORPORATE HR FEED THAT ENVIOHR DELIVERS.
002806*   - EMPAUDIT ROWS ARE NOW CHAINED THROUGH CADENAUD (SEQUENCE
002807*     AND CHECK VALUE IN THE CADAUD TRAILER) FOR VERIFCAD.
002900******************************************************************
003000 IDENTIFICATION DIVISION.
003100 PROGRAM-ID. APRUCTA.
003200 ENVIRONMENT DIVISION.
003300 INPUT-OUTPUT SECTION.
003400 FILE-CONTROL.
003500     SELECT OPTIONAL CTAPEND-FILE ASSIGN TO 'CTAPEND'
003600         ORGANIZATION IS LINE SEQUENTIAL
003700         FILE STATUS IS APC-STATUS-CTAPEND.
003800     SELECT OPTIONAL OPERATORS-FILE ASSIGN TO 'OPERATORS'
003900         ORGANIZATION IS LINE SEQUENTIAL
004000         FILE STATUS IS APC-STATUS-OPER.
004100     SELECT OPTIONAL EMPLOYEES-FILE ASSIGN TO 'EMPLOYEES'
004200         ORGANIZATION IS LINE SEQUENTIAL
004300         FILE STATUS IS APC-STATUS-EMPL.
004400     SELECT OPTIONAL EMPIDX-FILE ASSIGN TO 'EMPIDX'
004500         ORGANIZATION IS INDEXED
004600         ACCESS MODE IS DYNAMIC
004700         RECORD KEY IS EIX-ID
004800         FILE STATUS IS APC-STATUS-EMPIDX.
004900     SELECT OPTIONAL AUDITORIA-FILE ASSIGN TO 'EMPAUDIT'
005000         ORGANIZATION IS LINE SEQUENTIAL
005100         FILE STATUS IS APC-STATUS-AUDITORIA.
005200     SELECT OPTIONAL SPLITCTA-FILE ASSIGN TO 'SPLITCTA'
005300         ORGANIZATION IS LINE SEQUENTIAL
005400         FILE STATUS IS APC-STATUS-SPLIT.
005500     SELECT OPTIONAL PLANTILLA-FILE ASSIGN USING APC-NOMBRE-TPL
005600         ORGANIZATION IS LINE SEQUENTIAL
005700         FILE STATUS IS APC-STATUS-TPL.
005800     SELECT OPTIONAL PERSONAS-FILE ASSIGN TO 'PERSONAS'
005900         ORGANIZATION IS LINE SEQUENTIAL
006000         FILE STATUS IS APC-STATUS-PERSONAS.
006100     SELECT CARTAS-FILE ASSIGN TO 'CARTACTA'
006200         ORGANIZATION IS LINE SEQUENTIAL.
006300 DATA DIVISION.
006400 FILE SECTION.
006500 FD  CTAPEND-FILE
006600     LABEL RECORDS ARE STANDARD.
006700 01  CTP-LINEA                   PIC X(78).
006800 FD  OPERATORS-FILE
006900     LABEL RECORDS ARE STANDARD.
007000 01  OP-RECORD.
007100     05 OP-USUARIO               PIC X(08).
007200     05 OP-CLAVE                 PIC X(08).
007300     05 OP-NIVEL                 PIC 9(01).
007400     05 OP-FECHA-CLAVE           PIC 9(08).
007500     05 OP-INTENTOS              PIC 9(01).
007600     05 OP-BLOQUEADO             PIC X(01).
007700     05 OP-CAMBIO-FORZADO        PIC X(01).
007800 FD  EMPLOYEES-FILE
007900     LABEL RECORDS ARE STANDARD.
008000 01  EM-RECORD.
008100     COPY EMPLEADO.
008200 FD  EMPIDX-FILE
008300     LABEL RECORDS ARE STANDARD.
008400 01  EIX-RECORD.
008500     COPY EMPLEADO
008600         REPLACING EM-NOMBRE         BY EIX-NOMBRE
008700                   EM-EXPERIENCIA    BY EIX-EXPERIENCIA
008800                   EM-DEPARTAMENTO   BY EIX-DEPARTAMENTO
008900                   EM-ID             BY EIX-ID
009000                   EM-FECHA-INGRESO  BY EIX-FECHA-INGRESO
009100                   EM-ESTADO         BY EIX-ESTADO
009200                   EM-ACTIVO         BY EIX-ACTIVO
009300                   EM-DADO-DE-BAJA   BY EIX-DADO-DE-BAJA
009400                   EM-FECHA-BAJA     BY EIX-FECHA-BAJA
009500                   EM-BANCO          BY EIX-BANCO
009600                   EM-CUENTA         BY EIX-CUENTA
009700                   EM-COMPANIA       BY EIX-COMPANIA
009701                   EM-MOTIVO-BAJA    BY EIX-MOTIVO-BAJA.
009800 FD  AUDITORIA-FILE
009900     LABEL RECORDS ARE STANDARD.
010000 01  EMA-REGISTRO.
010100     05 EMA-FECHA                PIC 9(08).
010200     05 EMA-HORA                 PIC X(08).
010300     05 EMA-OPERACION            PIC X(01).
010400     05 EMA-ANTES                PIC X(57).
010500     05 EMA-DESPUES              PIC X(57).
010600     05 EMA-USUARIO              PIC X(08).
010601     COPY CADAUD
010602         REPLACING CAD-SECUENCIA     BY EMA-SECUENCIA
010603                   CAD-CONTROL       BY EMA-CONTROL.
010700 FD  SPLITCTA-FILE
010800     LABEL RECORDS ARE STANDARD.
010900 01  SC-RECORD.
011000     05 SC-ID                    PIC 9(05).
011100     05 SC-BANCO                 PIC X(03).
011200     05 SC-CUENTA                PIC X(10).
011300     05 SC-TIPO                  PIC X(01).
011400     05 SC-VALOR                 PIC 9(05)V99.
011500 FD  PLANTILLA-FILE
011600     LABEL RECORDS ARE STANDARD
011700     RECORD CONTAINS 80 CHARACTERS.
011800 01  TPL-LINEA                   PIC X(80).
011900 FD  PERSONAS-FILE
012000     LABEL RECORDS ARE STANDARD.
012100 01  PE-RECORD.
012200     05 PE-ID                    PIC 9(05).
012300     05 PE-NOMBRE-COMPLETO       PIC X(40).
012400     05 PE-CUIT                  PIC X(11).
012500     05 PE-DIRECCION             PIC X(40).
012501     05 PE-IDIOMA                PIC X(01).
012600 FD  CARTAS-FILE
012700     LABEL RECORDS ARE STANDARD
012800     RECORD CONTAINS 80 CHARACTERS.
012900 01  CRT-LINEA                   PIC X(80).
013000 WORKING-STORAGE SECTION.
013100*
013200 01  APC-STATUS-CTAPEND          PIC XX.
013300 01  APC-STATUS-OPER             PIC XX.
013400 01  APC-STATUS-EMPL             PIC XX.
013500 01  APC-STATUS-EMPIDX           PIC XX.
013600 01  APC-STATUS-AUDITORIA        PIC XX.
013700 01  APC-STATUS-SPLIT            PIC XX.
013800 01  APC-STATUS-TPL              PIC XX.
013900 01  APC-STATUS-PERSONAS         PIC XX.
014000 01  APC-NOMBRE-TPL              PIC X(12).
014100 01  APC-LOCK-ACCION             PIC X(01).
014200 01  APC-LOCK-PROGRAMA           PIC X(11) VALUE 'APRUCTA'.
014300 01  APC-LOCK-OCUPADO            PIC X(01).
014400*
014500 01  APC-FECHA-HOY               PIC 9(08).
014501 01  APC-EVT-ENTIDAD             PIC X(01) VALUE 'E'.
014502 01  APC-EVT-TIPO                PIC X(04) VALUE SPACES.
014503 01  APC-EVT-ORIGEN              PIC X(10) VALUE 'APRUCTA'.
014504 01  APC-EVT-ANTES               PIC X(100).
014505 01  APC-EVT-DESPUES             PIC X(100).
014506 01  APC-CAD-ACCION              PIC X(01) VALUE 'G'.
014507 01  APC-CAD-ARCHIVO             PIC X(12) VALUE 'EMPAUDIT'.
014508 01  APC-CAD-LARGO               PIC 9(03) VALUE 139.
014509 01  APC-ANCLA.
01450A     COPY CADANCLA.
014600 01  APC-HORA-AHORA              PIC X(08).
014700 01  APC-USUARIO-ENT             PIC X(08).
014800 01  APC-CLAVE-ENT               PIC X(08).
014900 01  APC-CLAVE-CIFRADA           PIC X(08).
015000 01  APC-RESPUESTA               PIC X(01).
015100 01  APC-CTA-VALIDA              PIC X(01).
015200 01  APC-PCT-TOTAL               PIC 9(05)V99.
015300 01  APC-VALOR-ED                PIC ZZZZ9.99.
015400 01  APC-MOTIVO                  PIC X(40).
015500 01  APC-POS-EMPL                PIC 9(03).
015600*
015700 01  APC-PARM-CLAVE              PIC X(12).
015800 01  APC-PARM-VALOR              PIC X(20).
015900 01  APC-PARM-HALLADO            PIC X(01).
016000     88  APC-ES-PARM-HALLADO     VALUE 'Y'.
016100*
016200 COPY IDIOMA.
016300*
016400 01  APC-INDICADORES.
016500     05  APC-FIN-ARCHIVO         PIC X VALUE 'N'.
016600         88  APC-ES-FIN-ARCHIVO  VALUE 'Y'.
016700     05  APC-FIRMADO             PIC X VALUE 'N'.
016800         88  APC-ES-FIRMADO      VALUE 'Y'.
016900     05  APC-DESBORDE            PIC X VALUE 'N'.
017000         88  APC-ES-DESBORDE     VALUE 'Y'.
017100     05  APC-APLICADO            PIC X VALUE 'N'.
017200         88  APC-ES-APLICADO     VALUE 'Y'.
017300     05  APC-HUBO-DECISION       PIC X VALUE 'N'.
017400         88  APC-ES-HUBO-DECISION VALUE 'Y'.
017500     05  APC-HUBO-MAESTRO        PIC X VALUE 'N'.
017600         88  APC-ES-HUBO-MAESTRO VALUE 'Y'.
017700     05  APC-HUBO-SPLITS         PIC X VALUE 'N'.
017800         88  APC-ES-HUBO-SPLITS  VALUE 'Y'.
017900     05  APC-HALLADO             PIC X VALUE 'N'.
018000         88  APC-ES-HALLADO      VALUE 'Y'.
018100     05  APC-PERSONA             PIC X VALUE 'N'.
018200         88  APC-ES-PERSONA      VALUE 'Y'.
018300*
018400 01  APC-TOTALES.
018500     05  APC-CANT-PENDIENTES     PIC 9(04) VALUE ZERO.
018600     05  APC-CANT-APROBADOS      PIC 9(04) VALUE ZERO.
018700     05  APC-CANT-RECHAZADOS     PIC 9(04) VALUE ZERO.
018800     05  APC-CANT-OMITIDOS       PIC 9(04) VALUE ZERO.
018900*
019000*    FILA DE CTAPEND EN TRABAJO (EL FD SOLO LLEVA LA LINEA)
019100 01  CP-RECORD.
019200     COPY CTAPEND.
019300*
019400 01  APC-CANT-FILAS              PIC 9(04) VALUE ZERO.
019500 01  APC-TABLA-PEND.
019600     05  APC-PEND-FILA OCCURS 2000 TIMES
019700                       INDEXED BY APC-X-PEN PIC X(78).
019800*
019900 01  APC-CANT-EMPL               PIC 9(03) VALUE ZERO.
020000 01  APC-TABLA-EMPL.
020100     05  APC-EMPL-FILA OCCURS 500 TIMES
020200                       INDEXED BY APC-X-EMP PIC X(57).
020300 01  APC-IMAGEN-ANTES            PIC X(57).
020400 01  APC-EMPL-AUX.
020500     COPY EMPLEADO
020600         REPLACING EM-NOMBRE         BY APC-AUX-NOMBRE
020700                   EM-EXPERIENCIA    BY APC-AUX-EXPERIENCIA
020800                   EM-DEPARTAMENTO   BY APC-AUX-DEPARTAMENTO
020900                   EM-ID             BY APC-AUX-ID
021000                   EM-FECHA-INGRESO  BY APC-AUX-FECHA-INGRESO
021100                   EM-ESTADO         BY APC-AUX-ESTADO
021200                   EM-ACTIVO         BY APC-AUX-ACTIVO
021300                   EM-DADO-DE-BAJA   BY APC-AUX-DADO-DE-BAJA
021400                   EM-FECHA-BAJA     BY APC-AUX-FECHA-BAJA
021500                   EM-BANCO          BY APC-AUX-BANCO
021600                   EM-CUENTA         BY APC-AUX-CUENTA
021700                   EM-COMPANIA       BY APC-AUX-COMPANIA
021701                   EM-MOTIVO-BAJA    BY APC-AUX-MOTIVO-BAJA.
021800*
021900 01  APC-CANT-SPLITS             PIC 9(03) VALUE ZERO.
022000 01  APC-TABLA-SPLITS.
022100     05  APC-SPLIT-FILA OCCURS 100 TIMES
022200                        INDEXED BY APC-X-SPL.
022300         10 APC-SPL-ID-TBL       PIC 9(05).
022400         10 APC-SPL-BANCO-TBL    PIC X(03).
022500         10 APC-SPL-CUENTA-TBL   PIC X(10).
022600         10 APC-SPL-TIPO-TBL     PIC X(01).
022700         10 APC-SPL-VALOR-TBL    PIC 9(05)V99.
022800         10 APC-SPL-BORRADO-TBL  PIC X(01).
022900*
023000 01  APC-CANT-TPL                PIC 9(02) VALUE ZERO.
023100 01  APC-TABLA-TPL.
023200     05  APC-TPL-FILA            PIC X(80) OCCURS 30 TIMES
023300                                 INDEXED BY APC-X-TPL.
023400*
023500 01  APC-CARTA.
023600     05  APC-NOMBRE-COMPLETO     PIC X(40).
023700     05  APC-DETALLE             PIC X(40).
023800     05  APC-CUENTA-MASCARA.
023900         10 FILLER               PIC X(06) VALUE '******'.
024000         10 APC-CUENTA-ULTIMOS   PIC X(04).
024100     05  APC-FECHA-ED.
024200         10 APC-FEC-DIA          PIC 9(02).
024300         10 FILLER               PIC X(01) VALUE '/'.
024400         10 APC-FEC-MES          PIC 9(02).
024500         10 FILLER               PIC X(01) VALUE '/'.
024600         10 APC-FEC-ANIO         PIC 9(04).
024700     05  APC-FECHA-DESGLOSE.
024800         10 APC-DES-ANIO         PIC 9(04).
024900         10 APC-DES-MES          PIC 9(02).
025000         10 APC-DES-DIA          PIC 9(02).
025100     05  APC-LINEA-TRABAJO       PIC X(80).
025200     05  APC-LINEA-NUEVA         PIC X(80).
025300     05  APC-BUSCADO             PIC X(08).
025400     05  APC-LARGO-BUSCADO       PIC 9(02).
025500     05  APC-VALOR               PIC X(40).
025600     05  APC-POS                 PIC 9(03).
025700     05  APC-RESTO               PIC 9(03).
025800*
025900 PROCEDURE DIVISION.
026000******************************************************************
026100* 0000-MAINLINE - PENDING ROWS, AUTHORIZER SIGNATURE, DECIDE
026200*                 EACH ROW, PERSIST UNDER THE MASTER LOCK
026300******************************************************************
026400 0000-MAINLINE.
026500     ACCEPT APC-FECHA-HOY FROM DATE YYYYMMDD.
026600     PERFORM 1000-CARGAR-PENDIENTES
026700         THRU 1000-CARGAR-PENDIENTES-EXIT.
026800     IF APC-ES-DESBORDE
026900         DISPLAY 'APRUCTA: CTAPEND SUPERA LAS 2000 FILAS, '
027000             'NO SE PROCESA'
027100         MOVE 8 TO RETURN-CODE
027200         GOBACK
027300     END-IF.
027400     IF APC-CANT-PENDIENTES = ZERO
027500         DISPLAY 'APRUCTA: NO HAY CAMBIOS DE CUENTA PENDIENTES'
027600         GOBACK
027700     END-IF.
027800     DISPLAY 'APRUCTA: ' APC-CANT-PENDIENTES
027900         ' CAMBIOS DE CUENTA PENDIENTES'.
028000     PERFORM 2000-FIRMA-AUTORIZANTE
028100         THRU 2000-FIRMA-AUTORIZANTE-EXIT.
028200     IF NOT APC-ES-FIRMADO
028300         DISPLAY 'APRUCTA: SIN FIRMA VALIDA, LOS CAMBIOS '
028400             'SIGUEN PENDIENTES'
028500         MOVE 8 TO RETURN-CODE
028600         GOBACK
028700     END-IF.
028800     MOVE 'T' TO APC-LOCK-ACCION.
028900     CALL 'MAESTLOCK' USING APC-LOCK-ACCION
029000         APC-LOCK-PROGRAMA APC-LOCK-OCUPADO.
029100     IF APC-LOCK-OCUPADO = 'Y'
029200         MOVE 8 TO RETURN-CODE
029300         GOBACK
029400     END-IF.
029500     PERFORM 3000-CARGAR-MAESTROS THRU 3000-CARGAR-MAESTROS-EXIT.
029600     OPEN OUTPUT CARTAS-FILE.
029700     PERFORM 4000-DECIDIR-CAMBIO THRU 4000-DECIDIR-CAMBIO-EXIT
029800         VARYING APC-X-PEN FROM 1 BY 1
029900         UNTIL APC-X-PEN > APC-CANT-FILAS.
030000     CLOSE CARTAS-FILE.
030100     PERFORM 7000-GRABAR THRU 7000-GRABAR-EXIT.
030200     MOVE 'L' TO APC-LOCK-ACCION.
030300     CALL 'MAESTLOCK' USING APC-LOCK-ACCION
030400         APC-LOCK-PROGRAMA APC-LOCK-OCUPADO.
030500     DISPLAY 'APRUCTA: APROBADOS ' APC-CANT-APROBADOS
030600         ' RECHAZADOS ' APC-CANT-RECHAZADOS
030700         ' PENDIENTES ' APC-CANT-OMITIDOS.
030800     IF APC-CANT-APROBADOS > ZERO
030900         DISPLAY 'APRUCTA: CARTAS DE AVISO EN CARTACTA'
031000     END-IF.
031100     MOVE ZERO TO RETURN-CODE.
031200     GOBACK.
031300 0000-MAINLINE-EXIT.
031400     EXIT.
031500*
031600******************************************************************
031700* 1000-CARGAR-PENDIENTES - LOAD THE WHOLE CTAPEND FILE (IT IS
031800*                          REWRITTEN WITH THE DECISIONS)
031900******************************************************************
032000 1000-CARGAR-PENDIENTES.
032100     MOVE 'N' TO APC-FIN-ARCHIVO.
032200     OPEN INPUT CTAPEND-FILE.
032300     IF APC-STATUS-CTAPEND = '00'
032400         PERFORM 1100-LEER-PENDIENTE
032500             THRU 1100-LEER-PENDIENTE-EXIT
032600             UNTIL APC-ES-FIN-ARCHIVO
032700     END-IF.
032800     CLOSE CTAPEND-FILE.
032900     MOVE 'N' TO APC-FIN-ARCHIVO.
033000 1000-CARGAR-PENDIENTES-EXIT.
033100     EXIT.
033200*
033300******************************************************************
033400* 1100-LEER-PENDIENTE - KEEP ONE ROW, COUNT THE PENDING ONES
033500******************************************************************
033600 1100-LEER-PENDIENTE.
033700     READ CTAPEND-FILE INTO CP-RECORD
033800         AT END
033900             SET APC-ES-FIN-ARCHIVO TO TRUE
034000         NOT AT END
034100             IF APC-CANT-FILAS < 2000
034200                 ADD 1 TO APC-CANT-FILAS
034300                 SET APC-X-PEN TO APC-CANT-FILAS
034400                 MOVE CP-RECORD TO APC-PEND-FILA(APC-X-PEN)
034500                 IF CP-PENDIENTE
034600                     ADD 1 TO APC-CANT-PENDIENTES
034700                 END-IF
034800             ELSE
034900                 SET APC-ES-DESBORDE TO TRUE
035000             END-IF
035100     END-READ.
035200 1100-LEER-PENDIENTE-EXIT.
035300     EXIT.
035400*
035500******************************************************************
035600* 2000-FIRMA-AUTORIZANTE - THE AUTHORIZER SIGNS WITH USER AND
035700*                          PASSWORD
035800******************************************************************
035900 2000-FIRMA-AUTORIZANTE.
036000     DISPLAY 'AUTORIZANTE - USUARIO: ' WITH NO ADVANCING.
036100     ACCEPT APC-USUARIO-ENT.
036200     IF APC-USUARIO-ENT = SPACES
036300         GO TO 2000-FIRMA-AUTORIZANTE-EXIT
036400     END-IF.
036500     DISPLAY 'CLAVE: ' WITH NO ADVANCING.
036600     ACCEPT APC-CLAVE-ENT.
036700     CALL 'CIFRACLAVE' USING APC-CLAVE-ENT APC-CLAVE-CIFRADA.
036800     MOVE 'N' TO APC-FIN-ARCHIVO.
036900     OPEN INPUT OPERATORS-FILE.
037000     IF APC-STATUS-OPER = '00'
037100         PERFORM 2100-COMPARAR-OPERADOR
037200             THRU 2100-COMPARAR-OPERADOR-EXIT
037300             UNTIL APC-ES-FIN-ARCHIVO OR APC-ES-FIRMADO
037400     ELSE
037500         DISPLAY 'SIN ARCHIVO OPERATORS, FIRMA ACEPTADA'
037600         MOVE 'Y' TO APC-FIRMADO
037700     END-IF.
037800     CLOSE OPERATORS-FILE.
037900     MOVE 'N' TO APC-FIN-ARCHIVO.
038000 2000-FIRMA-AUTORIZANTE-EXIT.
038100     EXIT.
038200*
038300******************************************************************
038400* 2100-COMPARAR-OPERADOR - VALIDATE THE AUTHORIZER
038500******************************************************************
038600 2100-COMPARAR-OPERADOR.
038700     READ OPERATORS-FILE
038800         AT END
038900             SET APC-ES-FIN-ARCHIVO TO TRUE
039000         NOT AT END
039100             IF OP-USUARIO = APC-USUARIO-ENT
039200                 AND OP-CLAVE = APC-CLAVE-CIFRADA
039300                 AND OP-BLOQUEADO NOT = 'S'
039400                 MOVE 'Y' TO APC-FIRMADO
039500             END-IF
039600     END-READ.
039700 2100-COMPARAR-OPERADOR-EXIT.
039800     EXIT.
039900*
040000******************************************************************
040100* 3000-CARGAR-MAESTROS - MASTER, SPLITS, LETTER TEMPLATE
040200******************************************************************
040300 3000-CARGAR-MAESTROS.
040400     MOVE 'N' TO APC-FIN-ARCHIVO.
040500     OPEN INPUT EMPLOYEES-FILE.
040600     IF APC-STATUS-EMPL = '00'
040700         PERFORM 3100-LEER-EMPLEADO THRU 3100-LEER-EMPLEADO-EXIT
040800             UNTIL APC-ES-FIN-ARCHIVO
040900     END-IF.
041000     CLOSE EMPLOYEES-FILE.
041100     MOVE 'N' TO APC-FIN-ARCHIVO.
041200     OPEN INPUT SPLITCTA-FILE.
041300     IF APC-STATUS-SPLIT = '00'
041400         PERFORM 3200-LEER-SPLIT THRU 3200-LEER-SPLIT-EXIT
041500             UNTIL APC-ES-FIN-ARCHIVO
041600     END-IF.
041700     CLOSE SPLITCTA-FILE.
041800     MOVE 'N' TO APC-FIN-ARCHIVO.
041900     MOVE 'IDIOMA' TO APC-PARM-CLAVE.
042000     CALL 'LEERPARM' USING APC-PARM-CLAVE
042100         APC-PARM-VALOR APC-PARM-HALLADO.
042200     IF APC-ES-PARM-HALLADO
042300         MOVE APC-PARM-VALOR(1:1) TO WSF-IDIOMA-OPERADOR
042400     END-IF.
042500     IF WSS-IDIOMA-INGLES
042600         MOVE 'CTATPLI' TO APC-NOMBRE-TPL
042700     ELSE
042800         MOVE 'CTATPLS' TO APC-NOMBRE-TPL
042900     END-IF.
043000     OPEN INPUT PLANTILLA-FILE.
043100     IF APC-STATUS-TPL = '00'
043200         PERFORM 3300-LEER-TPL THRU 3300-LEER-TPL-EXIT
043300             UNTIL APC-ES-FIN-ARCHIVO
043400     END-IF.
043500     CLOSE PLANTILLA-FILE.
043600     MOVE 'N' TO APC-FIN-ARCHIVO.
043700     IF APC-CANT-TPL = ZERO
043800         DISPLAY 'APRUCTA: SIN PLANTILLA ' APC-NOMBRE-TPL
043900             ', NO SE EMITEN CARTAS'
044000     END-IF.
044100 3000-CARGAR-MAESTROS-EXIT.
044200     EXIT.
044300*
044400******************************************************************
044500* 3100-LEER-EMPLEADO - KEEP ONE MASTER ROW IMAGE
044600******************************************************************
044700 3100-LEER-EMPLEADO.
044800     READ EMPLOYEES-FILE
044900         AT END
045000             SET APC-ES-FIN-ARCHIVO TO TRUE
045100         NOT AT END
045200             IF APC-CANT-EMPL < 500
045300                 ADD 1 TO APC-CANT-EMPL
045400                 SET APC-X-EMP TO APC-CANT-EMPL
045500                 MOVE EM-RECORD TO APC-EMPL-FILA(APC-X-EMP)
045600             END-IF
045700     END-READ.
045800 3100-LEER-EMPLEADO-EXIT.
045900     EXIT.
046000*
046100******************************************************************
046200* 3200-LEER-SPLIT - KEEP ONE SPLIT ROW
046300******************************************************************
046400 3200-LEER-SPLIT.
046500     READ SPLITCTA-FILE
046600         AT END
046700             SET APC-ES-FIN-ARCHIVO TO TRUE
046800         NOT AT END
046900             IF APC-CANT-SPLITS < 100
047000                 ADD 1 TO APC-CANT-SPLITS
047100                 SET APC-X-SPL TO APC-CANT-SPLITS
047200                 MOVE SC-ID TO APC-SPL-ID-TBL(APC-X-SPL)
047300                 MOVE SC-BANCO TO APC-SPL-BANCO-TBL(APC-X-SPL)
047400                 MOVE SC-CUENTA
047500                     TO APC-SPL-CUENTA-TBL(APC-X-SPL)
047600                 MOVE SC-TIPO TO APC-SPL-TIPO-TBL(APC-X-SPL)
047700                 MOVE SC-VALOR TO APC-SPL-VALOR-TBL(APC-X-SPL)
047800                 MOVE 'N' TO APC-SPL-BORRADO-TBL(APC-X-SPL)
047900             END-IF
048000     END-READ.
048100 3200-LEER-SPLIT-EXIT.
048200     EXIT.
048300*
048400******************************************************************
048500* 3300-LEER-TPL - KEEP ONE TEMPLATE LINE
048600******************************************************************
048700 3300-LEER-TPL.
048800     READ PLANTILLA-FILE
048900         AT END
049000             SET APC-ES-FIN-ARCHIVO TO TRUE
049100         NOT AT END
049200             IF APC-CANT-TPL < 30
049300                 ADD 1 TO APC-CANT-TPL
049400                 SET APC-X-TPL TO APC-CANT-TPL
049500                 MOVE TPL-LINEA TO APC-TPL-FILA(APC-X-TPL)
049600             END-IF
049700     END-READ.
049800 3300-LEER-TPL-EXIT.
049900     EXIT.
050000*
050100******************************************************************
050200* 4000-DECIDIR-CAMBIO - SHOW ONE PENDING ROW AND TAKE THE
050300*                       AUTHORIZER'S DECISION
050400******************************************************************
050500 4000-DECIDIR-CAMBIO.
050600     MOVE APC-PEND-FILA(APC-X-PEN) TO CP-RECORD.
050700     IF NOT CP-PENDIENTE
050800         GO TO 4000-DECIDIR-CAMBIO-EXIT
050900     END-IF.
051000     DISPLAY ' '.
051100     DISPLAY 'LEGAJO ' CP-ID ' ' CP-NOMBRE
051200         ' PEDIDO POR ' CP-SOLICITANTE ' EL ' CP-FECHA-SOL.
051300     EVALUATE TRUE
051400         WHEN CP-ES-PRINCIPAL
051500             DISPLAY '  CUENTA PRINCIPAL ' CP-BANCO-ANT ' '
051600                 CP-CUENTA-ANT ' -> ' CP-BANCO-NUE ' '
051700                 CP-CUENTA-NUE
051800         WHEN CP-ES-ALTA-SPLIT
051900             MOVE CP-SPL-VALOR TO APC-VALOR-ED
052000             DISPLAY '  SPLIT NUEVO ' CP-BANCO-NUE ' '
052100                 CP-CUENTA-NUE ' ' CP-SPL-TIPO ' ' APC-VALOR-ED
052200         WHEN OTHER
052300             DISPLAY '  BORRAR TODOS LOS SPLITS DEL EMPLEADO'
052400     END-EVALUATE.
052500     IF CP-SOLICITANTE = APC-USUARIO-ENT
052600         DISPLAY '  LO PIDIO EL MISMO OPERADOR, DEBE APROBARLO '
052700             'OTRO OPERADOR'
052800         ADD 1 TO APC-CANT-OMITIDOS
052900         GO TO 4000-DECIDIR-CAMBIO-EXIT
053000     END-IF.
053100     DISPLAY 'A=APROBAR, R=RECHAZAR, N=DEJAR PENDIENTE: '
053200         WITH NO ADVANCING.
053300     ACCEPT APC-RESPUESTA.
053400     EVALUATE APC-RESPUESTA
053500         WHEN 'A'
053600         WHEN 'a'
053700             PERFORM 5000-APROBAR THRU 5000-APROBAR-EXIT
053800         WHEN 'R'
053900         WHEN 'r'
054000             MOVE 'REPROBADO POR EL AUTORIZANTE' TO APC-MOTIVO
054100             PERFORM 4100-RECHAZAR THRU 4100-RECHAZAR-EXIT
054200         WHEN OTHER
054300             ADD 1 TO APC-CANT-OMITIDOS
054400     END-EVALUATE.
054500 4000-DECIDIR-CAMBIO-EXIT.
054600     EXIT.
054700*
054800******************************************************************
054900* 4100-RECHAZAR - STAMP THE ROW REJECTED
055000******************************************************************
055100 4100-RECHAZAR.
055200     SET CP-RECHAZADO TO TRUE.
055300     MOVE APC-USUARIO-ENT TO CP-AUTORIZANTE.
055400     MOVE APC-FECHA-HOY TO CP-FECHA-AUT.
055500     MOVE CP-RECORD TO APC-PEND-FILA(APC-X-PEN).
055600     SET APC-ES-HUBO-DECISION TO TRUE.
055700     ADD 1 TO APC-CANT-RECHAZADOS.
055800     DISPLAY '  RECHAZADO: ' APC-MOTIVO.
055900 4100-RECHAZAR-EXIT.
056000     EXIT.
056100*
056200******************************************************************
056300* 5000-APROBAR - VALIDATE AGAIN, APPLY, STAMP, NOTIFY; A ROW
056400*                THAT CAN NOT BE APPLIED IS REJECTED
056500******************************************************************
056600 5000-APROBAR.
056700     IF NOT CP-ES-BAJA-SPLITS
056800         CALL 'VALIDCTA' USING CP-BANCO-NUE CP-CUENTA-NUE
056900             APC-CTA-VALIDA
057000         IF APC-CTA-VALIDA NOT = 'Y'
057100             MOVE 'CUENTA INVALIDA (DIGITO VERIFICADOR)'
057200                 TO APC-MOTIVO
057300             PERFORM 4100-RECHAZAR THRU 4100-RECHAZAR-EXIT
057400             GO TO 5000-APROBAR-EXIT
057500         END-IF
057600     END-IF.
057700     MOVE 'N' TO APC-APLICADO.
057800     EVALUATE TRUE
057900         WHEN CP-ES-PRINCIPAL
058000             PERFORM 5100-APLICAR-PRINCIPAL
058100                 THRU 5100-APLICAR-PRINCIPAL-EXIT
058200         WHEN CP-ES-ALTA-SPLIT
058300             PERFORM 5200-APLICAR-ALTA-SPLIT
058400                 THRU 5200-APLICAR-ALTA-SPLIT-EXIT
058500         WHEN OTHER
058600             PERFORM 5300-APLICAR-BAJA-SPLITS
058700                 THRU 5300-APLICAR-BAJA-SPLITS-EXIT
058800     END-EVALUATE.
058900     IF NOT APC-ES-APLICADO
059000         PERFORM 4100-RECHAZAR THRU 4100-RECHAZAR-EXIT
059100         GO TO 5000-APROBAR-EXIT
059200     END-IF.
059300     SET CP-APROBADO TO TRUE.
059400     MOVE APC-USUARIO-ENT TO CP-AUTORIZANTE.
059500     MOVE APC-FECHA-HOY TO CP-FECHA-AUT.
059600     MOVE CP-RECORD TO APC-PEND-FILA(APC-X-PEN).
059700     SET APC-ES-HUBO-DECISION TO TRUE.
059800     ADD 1 TO APC-CANT-APROBADOS.
059900     DISPLAY '  APROBADO Y APLICADO'.
060000     IF APC-CANT-TPL > ZERO
060100         PERFORM 6000-EMITIR-CARTA THRU 6000-EMITIR-CARTA-EXIT
060200     END-IF.
060300 5000-APROBAR-EXIT.
060400     EXIT.
060500*
060600******************************************************************
060700* 5100-APLICAR-PRINCIPAL - NEW MAIN ACCOUNT ON THE MASTER ROW,
060800*                          ONLY IF IT STILL HOLDS THE ACCOUNT
060900*                          THE REQUEST WAS MADE AGAINST
061000******************************************************************
061100 5100-APLICAR-PRINCIPAL.
061200     MOVE ZERO TO APC-POS-EMPL.
061300     PERFORM 5110-BUSCAR-EMPLEADO THRU 5110-BUSCAR-EMPLEADO-EXIT
061400         VARYING APC-X-EMP FROM 1 BY 1
061500         UNTIL APC-X-EMP > APC-CANT-EMPL
061600         OR APC-POS-EMPL NOT = ZERO.
061700     IF APC-POS-EMPL = ZERO
061800         MOVE 'EMPLEADO NO ENCONTRADO EN EL MAESTRO'
061900             TO APC-MOTIVO
062000         GO TO 5100-APLICAR-PRINCIPAL-EXIT
062100     END-IF.
062200     SET APC-X-EMP TO APC-POS-EMPL.
062300     MOVE APC-EMPL-FILA(APC-X-EMP) TO APC-EMPL-AUX.
062400     IF APC-AUX-BANCO NOT = CP-BANCO-ANT
062500         OR APC-AUX-CUENTA NOT = CP-CUENTA-ANT
062600         MOVE 'LA CUENTA CAMBIO DESDE EL PEDIDO'
062700             TO APC-MOTIVO
062800         GO TO 5100-APLICAR-PRINCIPAL-EXIT
062900     END-IF.
063000     MOVE APC-EMPL-AUX TO APC-IMAGEN-ANTES.
063100     MOVE CP-BANCO-NUE TO APC-AUX-BANCO.
063200     MOVE CP-CUENTA-NUE TO APC-AUX-CUENTA.
063300     MOVE APC-EMPL-AUX TO APC-EMPL-FILA(APC-X-EMP).
063400     SET APC-ES-HUBO-MAESTRO TO TRUE.
063500     SET APC-ES-APLICADO TO TRUE.
063600     PERFORM 8000-AUDITAR-CAMBIO THRU 8000-AUDITAR-CAMBIO-EXIT.
063601     MOVE APC-IMAGEN-ANTES TO APC-EVT-ANTES.
063602     MOVE APC-EMPL-AUX TO APC-EVT-DESPUES.
063603     CALL 'EMITEVT' USING APC-EVT-ENTIDAD APC-EVT-TIPO
063604         APC-EVT-ORIGEN APC-EVT-ANTES APC-EVT-DESPUES.
063700 5100-APLICAR-PRINCIPAL-EXIT.
063800     EXIT.
063900*
064000******************************************************************
064100* 5110-BUSCAR-EMPLEADO - MATCH ONE MASTER ROW BY CANDIDATE NUMBER
064200******************************************************************
064300 5110-BUSCAR-EMPLEADO.
064400     MOVE APC-EMPL-FILA(APC-X-EMP) TO APC-EMPL-AUX.
064500     IF APC-AUX-ID = CP-ID
064600         SET APC-POS-EMPL TO APC-X-EMP
064700     END-IF.
064800 5110-BUSCAR-EMPLEADO-EXIT.
064900     EXIT.
065000*
065100******************************************************************
065200* 5200-APLICAR-ALTA-SPLIT - ADD THE SPLIT ROW; PERCENTAGE ROWS
065300*                           MAY STILL NOT EXCEED 100 IN TOTAL
065400******************************************************************
065500 5200-APLICAR-ALTA-SPLIT.
065600     IF APC-CANT-SPLITS >= 100
065700         MOVE 'TABLA DE SPLITS LLENA' TO APC-MOTIVO
065800         GO TO 5200-APLICAR-ALTA-SPLIT-EXIT
065900     END-IF.
066000     IF CP-SPL-TIPO = 'P'
066100         MOVE CP-SPL-VALOR TO APC-PCT-TOTAL
066200         PERFORM 5210-SUMAR-PCT THRU 5210-SUMAR-PCT-EXIT
066300             VARYING APC-X-SPL FROM 1 BY 1
066400             UNTIL APC-X-SPL > APC-CANT-SPLITS
066500         IF APC-PCT-TOTAL > 100
066600             MOVE 'LOS PORCENTAJES SUPERARIAN 100'
066700                 TO APC-MOTIVO
066800             GO TO 5200-APLICAR-ALTA-SPLIT-EXIT
066900         END-IF
067000     END-IF.
067100     ADD 1 TO APC-CANT-SPLITS.
067200     SET APC-X-SPL TO APC-CANT-SPLITS.
067300     MOVE CP-ID TO APC-SPL-ID-TBL(APC-X-SPL).
067400     MOVE CP-BANCO-NUE TO APC-SPL-BANCO-TBL(APC-X-SPL).
067500     MOVE CP-CUENTA-NUE TO APC-SPL-CUENTA-TBL(APC-X-SPL).
067600     MOVE CP-SPL-TIPO TO APC-SPL-TIPO-TBL(APC-X-SPL).
067700     MOVE CP-SPL-VALOR TO APC-SPL-VALOR-TBL(APC-X-SPL).
067800     MOVE 'N' TO APC-SPL-BORRADO-TBL(APC-X-SPL).
067900     SET APC-ES-HUBO-SPLITS TO TRUE.
068000     SET APC-ES-APLICADO TO TRUE.
068100 5200-APLICAR-ALTA-SPLIT-EXIT.
068200     EXIT.
068300*
068400******************************************************************
068500* 5210-SUMAR-PCT - ADD UP THE EMPLOYEE'S PERCENTAGE ROWS
068600******************************************************************
068700 5210-SUMAR-PCT.
068800     IF APC-SPL-ID-TBL(APC-X-SPL) = CP-ID
068900         AND APC-SPL-BORRADO-TBL(APC-X-SPL) = 'N'
069000         AND APC-SPL-TIPO-TBL(APC-X-SPL) = 'P'
069100         ADD APC-SPL-VALOR-TBL(APC-X-SPL) TO APC-PCT-TOTAL
069200     END-IF.
069300 5210-SUMAR-PCT-EXIT.
069400     EXIT.
069500*
069600******************************************************************
069700* 5300-APLICAR-BAJA-SPLITS - DROP EVERY SPLIT OF THE EMPLOYEE
069800******************************************************************
069900 5300-APLICAR-BAJA-SPLITS.
070000     PERFORM 5310-BORRAR-SPLIT THRU 5310-BORRAR-SPLIT-EXIT
070100         VARYING APC-X-SPL FROM 1 BY 1
070200         UNTIL APC-X-SPL > APC-CANT-SPLITS.
070300     SET APC-ES-HUBO-SPLITS TO TRUE.
070400     SET APC-ES-APLICADO TO TRUE.
070500 5300-APLICAR-BAJA-SPLITS-EXIT.
070600     EXIT.
070700*
070800******************************************************************
070900* 5310-BORRAR-SPLIT - MARK ONE SPLIT ROW OF THE EMPLOYEE
071000******************************************************************
071100 5310-BORRAR-SPLIT.
071200     IF APC-SPL-ID-TBL(APC-X-SPL) = CP-ID
071300         MOVE 'S' TO APC-SPL-BORRADO-TBL(APC-X-SPL)
071400     END-IF.
071500 5310-BORRAR-SPLIT-EXIT.
071600     EXIT.
071700*
071800******************************************************************
071900* 6000-EMITIR-CARTA - NOTIFICATION LETTER FOR THE EMPLOYEE
072000******************************************************************
072100 6000-EMITIR-CARTA.
072200     PERFORM 6500-BUSCAR-PERSONA THRU 6500-BUSCAR-PERSONA-EXIT.
072300     IF NOT APC-ES-PERSONA
072400         MOVE CP-NOMBRE TO APC-NOMBRE-COMPLETO
072500     END-IF.
072600     MOVE CP-CUENTA-NUE(7:4) TO APC-CUENTA-ULTIMOS.
072700     MOVE SPACES TO APC-DETALLE.
072800     EVALUATE TRUE
072900         WHEN CP-ES-PRINCIPAL AND WSS-IDIOMA-INGLES
073000             STRING 'NEW ACCOUNT: BANK ' CP-BANCO-NUE ' '
073100                 APC-CUENTA-MASCARA
073200                 DELIMITED BY SIZE INTO APC-DETALLE
073300         WHEN CP-ES-PRINCIPAL
073400             STRING 'CUENTA NUEVA: BANCO ' CP-BANCO-NUE ' '
073500                 APC-CUENTA-MASCARA
073600                 DELIMITED BY SIZE INTO APC-DETALLE
073700         WHEN CP-ES-ALTA-SPLIT AND WSS-IDIOMA-INGLES
073800             STRING 'NEW SPLIT: BANK ' CP-BANCO-NUE ' '
073900                 APC-CUENTA-MASCARA
074000                 DELIMITED BY SIZE INTO APC-DETALLE
074100         WHEN CP-ES-ALTA-SPLIT
074200             STRING 'NUEVO SPLIT: BANCO ' CP-BANCO-NUE ' '
074300                 APC-CUENTA-MASCARA
074400                 DELIMITED BY SIZE INTO APC-DETALLE
074500         WHEN WSS-IDIOMA-INGLES
074600             MOVE 'ALL DEPOSIT SPLITS REMOVED' TO APC-DETALLE
074700         WHEN OTHER
074800             MOVE 'SE ELIMINARON LOS SPLITS DE DEPOSITO'
074900                 TO APC-DETALLE
075000     END-EVALUATE.
075100     MOVE APC-FECHA-HOY TO APC-FECHA-DESGLOSE.
075200     MOVE APC-DES-DIA TO APC-FEC-DIA.
075300     MOVE APC-DES-MES TO APC-FEC-MES.
075400     MOVE APC-DES-ANIO TO APC-FEC-ANIO.
075500     PERFORM 6100-EMITIR-LINEA THRU 6100-EMITIR-LINEA-EXIT
075600         VARYING APC-X-TPL FROM 1 BY 1
075700         UNTIL APC-X-TPL > APC-CANT-TPL.
075800     MOVE SPACES TO CRT-LINEA.
075900     WRITE CRT-LINEA BEFORE ADVANCING PAGE.
076000 6000-EMITIR-CARTA-EXIT.
076100     EXIT.
076200*
076300******************************************************************
076400* 6100-EMITIR-LINEA - ONE TEMPLATE LINE WITH ITS PLACEHOLDERS
076500*                     FILLED IN
076600******************************************************************
076700 6100-EMITIR-LINEA.
076800     MOVE APC-TPL-FILA(APC-X-TPL) TO APC-LINEA-TRABAJO.
076900     MOVE '&NOMBRE' TO APC-BUSCADO.
077000     MOVE 7 TO APC-LARGO-BUSCADO.
077100     MOVE APC-NOMBRE-COMPLETO TO APC-VALOR.
077200     PERFORM 6200-SUSTITUIR THRU 6200-SUSTITUIR-EXIT.
077300     MOVE '&DETALLE' TO APC-BUSCADO.
077400     MOVE 8 TO APC-LARGO-BUSCADO.
077500     MOVE APC-DETALLE TO APC-VALOR.
077600     PERFORM 6200-SUSTITUIR THRU 6200-SUSTITUIR-EXIT.
077700     MOVE '&FECHA' TO APC-BUSCADO.
077800     MOVE 6 TO APC-LARGO-BUSCADO.
077900     MOVE APC-FECHA-ED TO APC-VALOR.
078000     PERFORM 6200-SUSTITUIR THRU 6200-SUSTITUIR-EXIT.
078100     WRITE CRT-LINEA FROM APC-LINEA-TRABAJO.
078200 6100-EMITIR-LINEA-EXIT.
078300     EXIT.
078400*
078500******************************************************************
078600* 6200-SUSTITUIR - REPLACE THE FIRST OCCURRENCE OF APC-BUSCADO
078700*                  IN THE WORK LINE WITH THE TRIMMED VALUE
078800******************************************************************
078900 6200-SUSTITUIR.
079000     MOVE 'N' TO APC-HALLADO.
079100     PERFORM 6210-BUSCAR-POSICION
079200         THRU 6210-BUSCAR-POSICION-EXIT
079300         VARYING APC-POS FROM 1 BY 1
079400         UNTIL APC-POS > 80 - APC-LARGO-BUSCADO + 1
079500         OR APC-ES-HALLADO.
079600     IF APC-ES-HALLADO
079700         SUBTRACT 1 FROM APC-POS
079800         COMPUTE APC-RESTO = APC-POS + APC-LARGO-BUSCADO
079900         MOVE SPACES TO APC-LINEA-NUEVA
080000         IF APC-POS > 1
080100             STRING APC-LINEA-TRABAJO(1:APC-POS - 1)
080200                 FUNCTION TRIM(APC-VALOR)
080300                 APC-LINEA-TRABAJO(APC-RESTO:)
080400                 DELIMITED BY SIZE INTO APC-LINEA-NUEVA
080500         ELSE
080600             STRING FUNCTION TRIM(APC-VALOR)
080700                 APC-LINEA-TRABAJO(APC-RESTO:)
080800                 DELIMITED BY SIZE INTO APC-LINEA-NUEVA
080900         END-IF
081000         MOVE APC-LINEA-NUEVA TO APC-LINEA-TRABAJO
081100     END-IF.
081200 6200-SUSTITUIR-EXIT.
081300     EXIT.
081400*
081500******************************************************************
081600* 6210-BUSCAR-POSICION - DOES THE PLACEHOLDER START HERE
081700******************************************************************
081800 6210-BUSCAR-POSICION.
081900     IF APC-LINEA-TRABAJO(APC-POS:APC-LARGO-BUSCADO)
082000         = APC-BUSCADO(1:APC-LARGO-BUSCADO)
082100         SET APC-ES-HALLADO TO TRUE
082200     END-IF.
082300 6210-BUSCAR-POSICION-EXIT.
082400     EXIT.
082500*
082600******************************************************************
082700* 6500-BUSCAR-PERSONA - FULL NAME FROM THE PERSONAS MASTER
082800******************************************************************
082900 6500-BUSCAR-PERSONA.
083000     MOVE 'N' TO APC-PERSONA.
083100     MOVE 'N' TO APC-FIN-ARCHIVO.
083200     MOVE SPACES TO APC-NOMBRE-COMPLETO.
083300     OPEN INPUT PERSONAS-FILE.
083400     IF APC-STATUS-PERSONAS = '00'
083500         PERFORM 6510-LEER-PERSONA THRU 6510-LEER-PERSONA-EXIT
083600             UNTIL APC-ES-FIN-ARCHIVO OR APC-ES-PERSONA
083700     END-IF.
083800     CLOSE PERSONAS-FILE.
083900     MOVE 'N' TO APC-FIN-ARCHIVO.
084000 6500-BUSCAR-PERSONA-EXIT.
084100     EXIT.
084200*
084300******************************************************************
084400* 6510-LEER-PERSONA - MATCH ONE PERSON BY CANDIDATE NUMBER
084500******************************************************************
084600 6510-LEER-PERSONA.
084700     READ PERSONAS-FILE
084800         AT END
084900             SET APC-ES-FIN-ARCHIVO TO TRUE
085000         NOT AT END
085100             IF PE-ID = CP-ID
085200                 MOVE PE-NOMBRE-COMPLETO
085300                     TO APC-NOMBRE-COMPLETO
085400                 SET APC-ES-PERSONA TO TRUE
085500             END-IF
085600     END-READ.
085700 6510-LEER-PERSONA-EXIT.
085800     EXIT.
085900*
086000******************************************************************
086100* 7000-GRABAR - REWRITE WHAT CHANGED: MASTER (AND EMPIDX),
086200*               SPLITCTA, AND CTAPEND WITH THE DECISIONS
086300******************************************************************
086400 7000-GRABAR.
086500     IF APC-ES-HUBO-MAESTRO
086600         OPEN OUTPUT EMPLOYEES-FILE
086700         PERFORM 7100-GRABAR-EMPLEADO
086800             THRU 7100-GRABAR-EMPLEADO-EXIT
086900             VARYING APC-X-EMP FROM 1 BY 1
087000             UNTIL APC-X-EMP > APC-CANT-EMPL
087100         CLOSE EMPLOYEES-FILE
087200         PERFORM 7200-ACTUALIZAR-INDEXADO
087300             THRU 7200-ACTUALIZAR-INDEXADO-EXIT
087400         DISPLAY 'APRUCTA: MAESTRO ACTUALIZADO'
087500     END-IF.
087600     IF APC-ES-HUBO-SPLITS
087700         OPEN OUTPUT SPLITCTA-FILE
087800         PERFORM 7300-GRABAR-SPLIT THRU 7300-GRABAR-SPLIT-EXIT
087900             VARYING APC-X-SPL FROM 1 BY 1
088000             UNTIL APC-X-SPL > APC-CANT-SPLITS
088100         CLOSE SPLITCTA-FILE
088200         DISPLAY 'APRUCTA: SPLITCTA ACTUALIZADO'
088300     END-IF.
088400     IF APC-ES-HUBO-DECISION
088500         OPEN OUTPUT CTAPEND-FILE
088600         PERFORM 7400-GRABAR-PENDIENTE
088700             THRU 7400-GRABAR-PENDIENTE-EXIT
088800             VARYING APC-X-PEN FROM 1 BY 1
088900             UNTIL APC-X-PEN > APC-CANT-FILAS
089000         CLOSE CTAPEND-FILE
089100     END-IF.
089200 7000-GRABAR-EXIT.
089300     EXIT.
089400*
089500******************************************************************
089600* 7100-GRABAR-EMPLEADO - WRITE ONE MASTER ROW
089700******************************************************************
089800 7100-GRABAR-EMPLEADO.
089900     MOVE APC-EMPL-FILA(APC-X-EMP) TO EM-RECORD.
090000     WRITE EM-RECORD.
090100 7100-GRABAR-EMPLEADO-EXIT.
090200     EXIT.
090300*
090400******************************************************************
090500* 7200-ACTUALIZAR-INDEXADO - APPLY THE SAME ROWS TO THE EMPIDX
090600*                            KEYED MASTER, LIKE EMPMAINT: THE
090700*                            PAYMENT STEPS READ EMPIDX WHEN IT
090800*                            EXISTS
090900******************************************************************
091000 7200-ACTUALIZAR-INDEXADO.
091100     OPEN I-O EMPIDX-FILE.
091200     IF APC-STATUS-EMPIDX NOT = '00'
091300         CLOSE EMPIDX-FILE
091400         GO TO 7200-ACTUALIZAR-INDEXADO-EXIT
091500     END-IF.
091600     PERFORM 7210-APLICAR-IDX THRU 7210-APLICAR-IDX-EXIT
091700         VARYING APC-X-EMP FROM 1 BY 1
091800         UNTIL APC-X-EMP > APC-CANT-EMPL.
091900     CLOSE EMPIDX-FILE.
092000     DISPLAY 'APRUCTA: EMPIDX ACTUALIZADO POR CLAVE'.
092100 7200-ACTUALIZAR-INDEXADO-EXIT.
092200     EXIT.
092300*
092400******************************************************************
092500* 7210-APLICAR-IDX - ONE ROW BY KEY (REWRITE IF IT EXISTS)
092600******************************************************************
092700 7210-APLICAR-IDX.
092800     MOVE APC-EMPL-FILA(APC-X-EMP) TO EIX-RECORD.
092900     WRITE EIX-RECORD
093000         INVALID KEY
093100             REWRITE EIX-RECORD
093200                 INVALID KEY
093300                     CONTINUE
093400             END-REWRITE
093500     END-WRITE.
093600 7210-APLICAR-IDX-EXIT.
093700     EXIT.
093800*
093900******************************************************************
094000* 7300-GRABAR-SPLIT - WRITE ONE SPLIT ROW THAT WAS NOT DROPPED
094100******************************************************************
094200 7300-GRABAR-SPLIT.
094300     IF APC-SPL-BORRADO-TBL(APC-X-SPL) = 'N'
094400         MOVE APC-SPL-ID-TBL(APC-X-SPL) TO SC-ID
094500         MOVE APC-SPL-BANCO-TBL(APC-X-SPL) TO SC-BANCO
094600         MOVE APC-SPL-CUENTA-TBL(APC-X-SPL) TO SC-CUENTA
094700         MOVE APC-SPL-TIPO-TBL(APC-X-SPL) TO SC-TIPO
094800         MOVE APC-SPL-VALOR-TBL(APC-X-SPL) TO SC-VALOR
094900         WRITE SC-RECORD
095000     END-IF.
095100 7300-GRABAR-SPLIT-EXIT.
095200     EXIT.
095300*
095400******************************************************************
095500* 7400-GRABAR-PENDIENTE - WRITE ONE CTAPEND ROW BACK
095600******************************************************************
095700 7400-GRABAR-PENDIENTE.
095800     MOVE APC-PEND-FILA(APC-X-PEN) TO CTP-LINEA.
095900     WRITE CTP-LINEA.
096000 7400-GRABAR-PENDIENTE-EXIT.
096100     EXIT.
096200*
096300******************************************************************
096400* 8000-AUDITAR-CAMBIO - EMPAUDIT ROW FOR THE NEW MAIN ACCOUNT,
096500*                       UNDER THE AUTHORIZER'S NAME
096600******************************************************************
096700 8000-AUDITAR-CAMBIO.
096800     ACCEPT APC-HORA-AHORA FROM TIME.
096900     OPEN EXTEND AUDITORIA-FILE.
097000     IF APC-STATUS-AUDITORIA = '35'
097100         OPEN OUTPUT AUDITORIA-FILE
097200     END-IF.
097300     MOVE APC-FECHA-HOY      TO EMA-FECHA.
097400     MOVE APC-HORA-AHORA     TO EMA-HORA.
097500     MOVE 'D'                TO EMA-OPERACION.
097600     MOVE APC-IMAGEN-ANTES   TO EMA-ANTES.
097700     MOVE APC-EMPL-AUX       TO EMA-DESPUES.
097800     MOVE APC-USUARIO-ENT    TO EMA-USUARIO.
097801     CALL 'CADENAUD' USING APC-CAD-ACCION APC-CAD-ARCHIVO
097802         EMA-REGISTRO APC-CAD-LARGO APC-ANCLA.
097803     MOVE ANC-ULT-SECUENCIA TO EMA-SECUENCIA.
097804     MOVE ANC-ULT-CONTROL TO EMA-CONTROL.
097900     WRITE EMA-REGISTRO.
098000     CLOSE AUDITORIA-FILE.
098100 8000-AUDITAR-CAMBIO-EXIT.
098200     EXIT.
098300 END PROGRAM APRUCTA.
