000100******************************************************************
000200* AUTHOR:      HERNAN HERGERT
000300* INSTALLATION: DATA PROCESSING
000400* DATE-WRITTEN:
000500* DATE-COMPILED:
000600* PURPOSE:     SHARED SEGREGATION-OF-DUTIES CHECK. THE MENU
000700*              LEVELS SAY WHO MAY RUN EACH PROGRAM, BUT NOTHING
000800*              STOPPED ONE OPERATOR FROM CHANGING PAY DATA,
000900*              RUNNING THE PAYROLL, RELEASING IT AND CLOSING THE
001000*              PERIOD ALONE. APRUEBA, CIERREPER AND LIBRELOCK
001100*              CALL THIS SUBROUTINE WITH THEIR STEP NAME, THE
001200*              OPERATOR AND THE PERIOD BEFORE THEY ACT. THE
001300*              SODRULES CONFLICT TABLE LISTS, PER STEP, THE
001400*              ACTIVITIES THAT MAY NOT COME FROM THE SAME
001500*              PERSON:
001600*                O NN         MENU OPTION NN CHOSEN (SIGNLOG)
001700*                P PROGRAM    PROGRAM STARTED (RUNLOG)
001800*                M            MASTER CHANGE KEYED (EMPAUDIT)
001900*                L            PERIOD RELEASED (REGSTATE)
002000*              THE OPERATOR'S ACTIONS FROM THE FIRST DAY OF THE
002100*              PERIOD UP TO TODAY ARE SEARCHED IN THOSE TRAILS.
002200*              ON A CONFLICT THE STEP IS REFUSED UNLESS A
002300*              DIFFERENT, LEVEL-9 OPERATOR SIGNS AN OVERRIDE
002400*              AND TYPES THE REASON. EVERY CONFLICT -- REFUSED
002500*              OR OVERRIDDEN -- IS APPENDED TO SODLOG FOR THE
002600*              MONTHLY SODREPT REPORT. WITHOUT SODRULES, OR
002700*              WITHOUT A SIGNED-ON OPERATOR, THE STEP IS ALLOWED
002800*              AS BEFORE.
002900* TECTONICS:   COBC
003000*
003100* MODIFICATION HISTORY:
003200*   - NEW SUBROUTINE, IN THE STYLE OF LEERPARM AND MAESTLOCK.
003201*   - EMPLOYEE AUDIT IMAGES WIDENED FOR EM-MOTIVO-BAJA.
003202*   - SIGNLOG NOW RECORDS THREE-DIGIT MENU OPTIONS. ROWS WRITTEN
003203*     BEFORE (TWO DIGITS) AND THE TWO-DIGIT 'O' RULES ARE
003204*     RIGHT-ALIGNED TO THREE BEFORE COMPARING.
003205*   - THE AUDIT LOG LAYOUTS CARRY THE CADAUD CHAIN TRAILER
003206*     (SEQUENCE AND CHECK VALUE) THAT VERIFCAD CHECKS.
003300******************************************************************
003400 IDENTIFICATION DIVISION.
003500 PROGRAM-ID. VERIFSOD.
003600 ENVIRONMENT DIVISION.
003700 INPUT-OUTPUT SECTION.
003800 FILE-CONTROL.
003900     SELECT OPTIONAL SODRULES-FILE ASSIGN TO 'SODRULES'
004000         ORGANIZATION IS LINE SEQUENTIAL
004100         FILE STATUS IS VSD-STATUS-ARCHIVO.
004200     SELECT OPTIONAL SIGNLOG-FILE ASSIGN TO 'SIGNLOG'
004300         ORGANIZATION IS LINE SEQUENTIAL
004400         FILE STATUS IS VSD-STATUS-ARCHIVO.
004500     SELECT OPTIONAL RUNLOG-FILE ASSIGN TO 'RUNLOG'
004600         ORGANIZATION IS LINE SEQUENTIAL
004700         FILE STATUS IS VSD-STATUS-ARCHIVO.
004800     SELECT OPTIONAL AUDITORIA-FILE ASSIGN TO 'EMPAUDIT'
004900         ORGANIZATION IS LINE SEQUENTIAL
005000         FILE STATUS IS VSD-STATUS-ARCHIVO.
005100     SELECT OPTIONAL REGSTATE-FILE ASSIGN TO 'REGSTATE'
005200         ORGANIZATION IS LINE SEQUENTIAL
005300         FILE STATUS IS VSD-STATUS-ARCHIVO.
005400     SELECT OPTIONAL OPERATORS-FILE ASSIGN TO 'OPERATORS'
005500         ORGANIZATION IS LINE SEQUENTIAL
005600         FILE STATUS IS VSD-STATUS-ARCHIVO.
005700     SELECT OPTIONAL SODLOG-FILE ASSIGN TO 'SODLOG'
005800         ORGANIZATION IS LINE SEQUENTIAL
005900         FILE STATUS IS VSD-STATUS-SODLOG.
006000 DATA DIVISION.
006100 FILE SECTION.
006200 FD  SODRULES-FILE
006300     LABEL RECORDS ARE STANDARD.
006400 01  SR-RECORD.
006500     05 SR-PASO                  PIC X(10).
006600     05 SR-TIPO                  PIC X(01).
006700     05 SR-VALOR                 PIC X(11).
006800     05 SR-DESCRIPCION           PIC X(40).
006900 FD  SIGNLOG-FILE
007000     LABEL RECORDS ARE STANDARD.
007100 01  SGL-REGISTRO.
007200     05 SGL-FECHA                PIC 9(08).
007300     05 SGL-HORA                 PIC X(08).
007400     05 SGL-USUARIO              PIC X(08).
007500     05 SGL-RESULTADO            PIC X(01).
007600     05 SGL-OPCION               PIC X(03).
007601     COPY CADAUD
007602         REPLACING CAD-SECUENCIA     BY SGL-SECUENCIA
007603                   CAD-CONTROL       BY SGL-CONTROL.
007700 FD  RUNLOG-FILE
007800     LABEL RECORDS ARE STANDARD.
007900 01  RGL-REGISTRO.
008000     05 RGL-REG-FECHA            PIC 9(08).
008100     05 RGL-REG-HORA             PIC X(08).
008200     05 RGL-REG-PROGRAMA         PIC X(11).
008300     05 RGL-REG-EVENTO           PIC X(01).
008400     05 RGL-REG-CANTIDAD         PIC 9(05).
008500     05 RGL-REG-USUARIO          PIC X(08).
008501     COPY CADAUD
008502         REPLACING CAD-SECUENCIA     BY RGL-REG-SECUENCIA
008503                   CAD-CONTROL       BY RGL-REG-CONTROL.
008600 FD  AUDITORIA-FILE
008700     LABEL RECORDS ARE STANDARD.
008800 01  EMA-REGISTRO.
008900     05 EMA-FECHA                PIC 9(08).
009000     05 EMA-HORA                 PIC X(08).
009100     05 EMA-OPERACION            PIC X(01).
009200     05 EMA-ANTES                PIC X(57).
009300     05 EMA-DESPUES              PIC X(57).
009400     05 EMA-USUARIO              PIC X(08).
009401     COPY CADAUD
009402         REPLACING CAD-SECUENCIA     BY EMA-SECUENCIA
009403                   CAD-CONTROL       BY EMA-CONTROL.
009500 FD  REGSTATE-FILE
009600     LABEL RECORDS ARE STANDARD.
009700 01  RG-RECORD.
009800     05 RG-PERIODO               PIC 9(06).
009900     05 RG-ESTADO                PIC X(01).
010000     05 RG-USUARIO               PIC X(08).
010100     05 RG-FECHA                 PIC 9(08).
010200 FD  OPERATORS-FILE
010300     LABEL RECORDS ARE STANDARD.
010400 01  OP-RECORD.
010500     05 OP-USUARIO               PIC X(08).
010600     05 OP-CLAVE                 PIC X(08).
010700     05 OP-NIVEL                 PIC 9(01).
010800     05 OP-FECHA-CLAVE           PIC 9(08).
010900     05 OP-INTENTOS              PIC 9(01).
011000     05 OP-BLOQUEADO             PIC X(01).
011100     05 OP-CAMBIO-FORZADO        PIC X(01).
011200 FD  SODLOG-FILE
011300     LABEL RECORDS ARE STANDARD.
011400 01  SDL-REGISTRO.
011500     05 SDL-FECHA                PIC 9(08).
011600     05 SDL-HORA                 PIC X(08).
011700     05 SDL-PASO                 PIC X(10).
011800     05 SDL-PERIODO              PIC 9(06).
011900     05 SDL-USUARIO              PIC X(08).
012000     05 SDL-TIPO                 PIC X(01).
012100     05 SDL-VALOR                PIC X(11).
012200     05 SDL-DESCRIPCION          PIC X(40).
012300     05 SDL-RESULTADO            PIC X(01).
012400     05 SDL-AUTORIZANTE          PIC X(08).
012500     05 SDL-MOTIVO               PIC X(40).
012600 WORKING-STORAGE SECTION.
012700*
012800 01  VSD-STATUS-ARCHIVO          PIC XX.
012900 01  VSD-STATUS-SODLOG           PIC XX.
013000*
013100 01  VSD-FECHA-HOY               PIC 9(08).
013200 01  VSD-HORA-AHORA              PIC X(08).
013300 01  VSD-FECHA-DESDE             PIC 9(08).
013400 01  VSD-AUTORIZANTE             PIC X(08).
013500 01  VSD-CLAVE-ENT               PIC X(08).
013600 01  VSD-CLAVE-CIFRADA           PIC X(08).
013700 01  VSD-MOTIVO                  PIC X(40).
013800 01  VSD-RESULTADO               PIC X(01).
013900 01  VSD-TIPO-BUSCADO            PIC X(01).
013910 01  VSD-OPCION-LOG              PIC X(03).
013920 01  VSD-OPCION-REGLA            PIC X(03).
014000*
014100 01  VSD-INDICADORES.
014200     05  VSD-FIN-ARCHIVO         PIC X VALUE 'N'.
014300         88  VSD-ES-FIN-ARCHIVO  VALUE 'Y'.
014400     05  VSD-AUTORIZADO          PIC X VALUE 'N'.
014500         88  VSD-ES-AUTORIZADO   VALUE 'Y'.
014600*
014700*    REGLAS DEL PASO; LA MARCA QUEDA EN 'Y' CUANDO ALGUNO DE
014800*    LOS RASTROS MUESTRA LA ACTIVIDAD EN CONFLICTO.
014900 01  VSD-CANT-REGLAS             PIC 9(02) VALUE ZERO.
015000 01  VSD-CANT-CONFLICTOS         PIC 9(02) VALUE ZERO.
015100 01  VSD-TABLA-REGLAS.
015200     05  VSD-REGLA OCCURS 30 TIMES
015300                   INDEXED BY VSD-X-REG.
015400         10 VSD-REG-TIPO         PIC X(01).
015500         10 VSD-REG-VALOR        PIC X(11).
015600         10 VSD-REG-DESCRIPCION  PIC X(40).
015700         10 VSD-REG-HALLADA      PIC X(01).
015800*
015900 LINKAGE SECTION.
016000 01  VSD-PASO                    PIC X(10).
016100 01  VSD-USUARIO                 PIC X(08).
016200 01  VSD-PERIODO                 PIC 9(06).
016300 01  VSD-PERMITIDO               PIC X(01).
016400     88  VSD-ES-PERMITIDO        VALUE 'S'.
016500*
016600 PROCEDURE DIVISION USING VSD-PASO
016700                          VSD-USUARIO
016800                          VSD-PERIODO
016900                          VSD-PERMITIDO.
017000******************************************************************
017100* 0000-MAINLINE - RUN THE CHECK AND RETURN THE VERDICT
017200******************************************************************
017300 0000-MAINLINE.
017400     PERFORM 0100-VERIFICAR THRU 0100-VERIFICAR-EXIT.
017500     GOBACK.
017600 0000-MAINLINE-EXIT.
017700     EXIT.
017800*
017900******************************************************************
018000* 0100-VERIFICAR - RULES, TRAILS, OVERRIDE AND LOG
018100******************************************************************
018200 0100-VERIFICAR.
018300     MOVE 'S' TO VSD-PERMITIDO.
018400     MOVE ZERO TO VSD-CANT-REGLAS.
018500     MOVE ZERO TO VSD-CANT-CONFLICTOS.
018600     MOVE 'N' TO VSD-AUTORIZADO.
018700     MOVE SPACES TO VSD-AUTORIZANTE.
018800     MOVE SPACES TO VSD-MOTIVO.
018900     IF VSD-USUARIO = SPACES
019000         GO TO 0100-VERIFICAR-EXIT
019100     END-IF.
019200     ACCEPT VSD-FECHA-HOY FROM DATE YYYYMMDD.
019300     COMPUTE VSD-FECHA-DESDE = VSD-PERIODO * 100 + 1.
019400     PERFORM 1000-CARGAR-REGLAS THRU 1000-CARGAR-REGLAS-EXIT.
019500     IF VSD-CANT-REGLAS = ZERO
019600         GO TO 0100-VERIFICAR-EXIT
019700     END-IF.
019800     PERFORM 2000-BUSCAR-OPCIONES THRU 2000-BUSCAR-OPCIONES-EXIT.
019900     PERFORM 2100-BUSCAR-CORRIDAS THRU 2100-BUSCAR-CORRIDAS-EXIT.
020000     PERFORM 2200-BUSCAR-MAESTRO THRU 2200-BUSCAR-MAESTRO-EXIT.
020100     PERFORM 2300-BUSCAR-LIBERACION
020200         THRU 2300-BUSCAR-LIBERACION-EXIT.
020300     PERFORM 2400-CONTAR-CONFLICTOS
020400         THRU 2400-CONTAR-CONFLICTOS-EXIT
020500         VARYING VSD-X-REG FROM 1 BY 1
020600         UNTIL VSD-X-REG > VSD-CANT-REGLAS.
020700     IF VSD-CANT-CONFLICTOS = ZERO
020800         GO TO 0100-VERIFICAR-EXIT
020900     END-IF.
021000     DISPLAY '*** CONFLICTO DE SEGREGACION DE FUNCIONES ***'.
021100     DISPLAY 'EL OPERADOR ' VSD-USUARIO ' NO PUEDE EJECUTAR '
021200         VSD-PASO ' EN EL PERIODO ' VSD-PERIODO ':'.
021300     PERFORM 3000-MOSTRAR-CONFLICTO
021400         THRU 3000-MOSTRAR-CONFLICTO-EXIT
021500         VARYING VSD-X-REG FROM 1 BY 1
021600         UNTIL VSD-X-REG > VSD-CANT-REGLAS.
021700     PERFORM 4000-EXCEPCION THRU 4000-EXCEPCION-EXIT.
021800     IF VSD-ES-AUTORIZADO
021900         MOVE 'O' TO VSD-RESULTADO
022000         DISPLAY 'EXCEPCION AUTORIZADA POR ' VSD-AUTORIZANTE
022100     ELSE
022200         MOVE 'B' TO VSD-RESULTADO
022300         MOVE 'N' TO VSD-PERMITIDO
022400         DISPLAY VSD-PASO ': PASO RECHAZADO POR SEGREGACION DE '
022500             'FUNCIONES'
022600     END-IF.
022700     PERFORM 5000-ABRIR-SODLOG THRU 5000-ABRIR-SODLOG-EXIT.
022800     PERFORM 5100-ANOTAR-CONFLICTO
022900         THRU 5100-ANOTAR-CONFLICTO-EXIT
023000         VARYING VSD-X-REG FROM 1 BY 1
023100         UNTIL VSD-X-REG > VSD-CANT-REGLAS.
023200     CLOSE SODLOG-FILE.
023300 0100-VERIFICAR-EXIT.
023400     EXIT.
023500*
023600******************************************************************
023700* 1000-CARGAR-REGLAS - THE SODRULES ROWS OF THIS STEP
023800******************************************************************
023900 1000-CARGAR-REGLAS.
024000     MOVE 'N' TO VSD-FIN-ARCHIVO.
024100     OPEN INPUT SODRULES-FILE.
024200     IF VSD-STATUS-ARCHIVO = '00'
024300         PERFORM 1100-LEER-REGLA THRU 1100-LEER-REGLA-EXIT
024400             UNTIL VSD-ES-FIN-ARCHIVO
024500     END-IF.
024600     CLOSE SODRULES-FILE.
024700 1000-CARGAR-REGLAS-EXIT.
024800     EXIT.
024900*
025000******************************************************************
025100* 1100-LEER-REGLA - KEEP ONE RULE (COMMENT LINES START WITH '*')
025200******************************************************************
025300 1100-LEER-REGLA.
025400     READ SODRULES-FILE
025500         AT END
025600             SET VSD-ES-FIN-ARCHIVO TO TRUE
025700         NOT AT END
025800             IF SR-RECORD(1:1) NOT = '*'
025900                 AND SR-PASO = VSD-PASO
026000                 AND VSD-CANT-REGLAS < 30
026100                 ADD 1 TO VSD-CANT-REGLAS
026200                 SET VSD-X-REG TO VSD-CANT-REGLAS
026300                 MOVE SR-TIPO TO VSD-REG-TIPO(VSD-X-REG)
026400                 MOVE SR-VALOR TO VSD-REG-VALOR(VSD-X-REG)
026500                 MOVE SR-DESCRIPCION
026600                     TO VSD-REG-DESCRIPCION(VSD-X-REG)
026700                 MOVE 'N' TO VSD-REG-HALLADA(VSD-X-REG)
026800             END-IF
026900     END-READ.
027000 1100-LEER-REGLA-EXIT.
027100     EXIT.
027200*
027300******************************************************************
027400* 2000-BUSCAR-OPCIONES - MENU OPTIONS THE OPERATOR CHOSE
027500******************************************************************
027600 2000-BUSCAR-OPCIONES.
027700     MOVE 'N' TO VSD-FIN-ARCHIVO.
027800     OPEN INPUT SIGNLOG-FILE.
027900     IF VSD-STATUS-ARCHIVO = '00'
028000         PERFORM 2010-LEER-SIGNLOG THRU 2010-LEER-SIGNLOG-EXIT
028100             UNTIL VSD-ES-FIN-ARCHIVO
028200     END-IF.
028300     CLOSE SIGNLOG-FILE.
028400 2000-BUSCAR-OPCIONES-EXIT.
028500     EXIT.
028600*
028700******************************************************************
028800* 2010-LEER-SIGNLOG - ONE SIGNLOG ROW AGAINST THE 'O' RULES
028900******************************************************************
029000 2010-LEER-SIGNLOG.
029100     READ SIGNLOG-FILE
029200         AT END
029300             SET VSD-ES-FIN-ARCHIVO TO TRUE
029400         NOT AT END
029500             IF SGL-RESULTADO = 'O'
029600                 AND SGL-USUARIO = VSD-USUARIO
029700                 AND SGL-FECHA NOT < VSD-FECHA-DESDE
029800                 AND SGL-FECHA NOT > VSD-FECHA-HOY
029810                 MOVE SGL-OPCION TO VSD-OPCION-LOG
029820                 IF SGL-OPCION(3:1) = SPACE
029830                     MOVE '0' TO VSD-OPCION-LOG(1:1)
029840                     MOVE SGL-OPCION(1:2) TO VSD-OPCION-LOG(2:2)
029850                 END-IF
029900                 PERFORM 2020-MARCAR-OPCION
030000                     THRU 2020-MARCAR-OPCION-EXIT
030100                     VARYING VSD-X-REG FROM 1 BY 1
030200                     UNTIL VSD-X-REG > VSD-CANT-REGLAS
030300             END-IF
030400     END-READ.
030500 2010-LEER-SIGNLOG-EXIT.
030600     EXIT.
030700*
030800******************************************************************
030900* 2020-MARCAR-OPCION - FLAG A RULE ON THE CHOSEN OPTION
031000******************************************************************
031100 2020-MARCAR-OPCION.
031110     IF VSD-REG-TIPO(VSD-X-REG) NOT = 'O'
031120         GO TO 2020-MARCAR-OPCION-EXIT
031130     END-IF.
031140     MOVE VSD-REG-VALOR(VSD-X-REG)(1:3) TO VSD-OPCION-REGLA.
031150     IF VSD-OPCION-REGLA(3:1) = SPACE
031160         MOVE '0' TO VSD-OPCION-REGLA(1:1)
031170         MOVE VSD-REG-VALOR(VSD-X-REG)(1:2)
031180             TO VSD-OPCION-REGLA(2:2)
031190     END-IF.
031200     IF VSD-OPCION-REGLA = VSD-OPCION-LOG
031400         MOVE 'Y' TO VSD-REG-HALLADA(VSD-X-REG)
031500     END-IF.
031600 2020-MARCAR-OPCION-EXIT.
031700     EXIT.
031800*
031900******************************************************************
032000* 2100-BUSCAR-CORRIDAS - PROGRAMS THE OPERATOR STARTED
032100******************************************************************
032200 2100-BUSCAR-CORRIDAS.
032300     MOVE 'N' TO VSD-FIN-ARCHIVO.
032400     OPEN INPUT RUNLOG-FILE.
032500     IF VSD-STATUS-ARCHIVO = '00'
032600         PERFORM 2110-LEER-RUNLOG THRU 2110-LEER-RUNLOG-EXIT
032700             UNTIL VSD-ES-FIN-ARCHIVO
032800     END-IF.
032900     CLOSE RUNLOG-FILE.
033000 2100-BUSCAR-CORRIDAS-EXIT.
033100     EXIT.
033200*
033300******************************************************************
033400* 2110-LEER-RUNLOG - ONE START EVENT AGAINST THE 'P' RULES
033500******************************************************************
033600 2110-LEER-RUNLOG.
033700     READ RUNLOG-FILE
033800         AT END
033900             SET VSD-ES-FIN-ARCHIVO TO TRUE
034000         NOT AT END
034100             IF RGL-REG-EVENTO = 'I'
034200                 AND RGL-REG-USUARIO = VSD-USUARIO
034300                 AND RGL-REG-FECHA NOT < VSD-FECHA-DESDE
034400                 AND RGL-REG-FECHA NOT > VSD-FECHA-HOY
034500                 PERFORM 2120-MARCAR-PROGRAMA
034600                     THRU 2120-MARCAR-PROGRAMA-EXIT
034700                     VARYING VSD-X-REG FROM 1 BY 1
034800                     UNTIL VSD-X-REG > VSD-CANT-REGLAS
034900             END-IF
035000     END-READ.
035100 2110-LEER-RUNLOG-EXIT.
035200     EXIT.
035300*
035400******************************************************************
035500* 2120-MARCAR-PROGRAMA - FLAG A RULE ON THE STARTED PROGRAM
035600******************************************************************
035700 2120-MARCAR-PROGRAMA.
035800     IF VSD-REG-TIPO(VSD-X-REG) = 'P'
035900         AND VSD-REG-VALOR(VSD-X-REG) = RGL-REG-PROGRAMA
036000         MOVE 'Y' TO VSD-REG-HALLADA(VSD-X-REG)
036100     END-IF.
036200 2120-MARCAR-PROGRAMA-EXIT.
036300     EXIT.
036400*
036500******************************************************************
036600* 2200-BUSCAR-MAESTRO - MASTER CHANGES THE OPERATOR KEYED
036700******************************************************************
036800 2200-BUSCAR-MAESTRO.
036900     MOVE 'N' TO VSD-FIN-ARCHIVO.
037000     OPEN INPUT AUDITORIA-FILE.
037100     IF VSD-STATUS-ARCHIVO = '00'
037200         PERFORM 2210-LEER-AUDITORIA
037300             THRU 2210-LEER-AUDITORIA-EXIT
037400             UNTIL VSD-ES-FIN-ARCHIVO
037500     END-IF.
037600     CLOSE AUDITORIA-FILE.
037700 2200-BUSCAR-MAESTRO-EXIT.
037800     EXIT.
037900*
038000******************************************************************
038100* 2210-LEER-AUDITORIA - ONE EMPAUDIT ROW AGAINST THE 'M' RULES
038200******************************************************************
038300 2210-LEER-AUDITORIA.
038400     READ AUDITORIA-FILE
038500         AT END
038600             SET VSD-ES-FIN-ARCHIVO TO TRUE
038700         NOT AT END
038800             IF EMA-USUARIO = VSD-USUARIO
038900                 AND EMA-FECHA NOT < VSD-FECHA-DESDE
039000                 AND EMA-FECHA NOT > VSD-FECHA-HOY
039100                 MOVE 'M' TO VSD-TIPO-BUSCADO
039200                 PERFORM 2500-MARCAR-TIPO
039300                     THRU 2500-MARCAR-TIPO-EXIT
039400                     VARYING VSD-X-REG FROM 1 BY 1
039500                     UNTIL VSD-X-REG > VSD-CANT-REGLAS
039600             END-IF
039700     END-READ.
039800 2210-LEER-AUDITORIA-EXIT.
039900     EXIT.
040000*
040100******************************************************************
040200* 2300-BUSCAR-LIBERACION - DID THE OPERATOR RELEASE THE PERIOD
040300******************************************************************
040400 2300-BUSCAR-LIBERACION.
040500     OPEN INPUT REGSTATE-FILE.
040600     IF VSD-STATUS-ARCHIVO = '00'
040700         READ REGSTATE-FILE
040800             NOT AT END
040900                 IF RG-ESTADO = 'L'
041000                     AND RG-PERIODO = VSD-PERIODO
041100                     AND RG-USUARIO = VSD-USUARIO
041200                     MOVE 'L' TO VSD-TIPO-BUSCADO
041300                     PERFORM 2500-MARCAR-TIPO
041400                         THRU 2500-MARCAR-TIPO-EXIT
041500                         VARYING VSD-X-REG FROM 1 BY 1
041600                         UNTIL VSD-X-REG > VSD-CANT-REGLAS
041700                 END-IF
041800         END-READ
041900     END-IF.
042000     CLOSE REGSTATE-FILE.
042100 2300-BUSCAR-LIBERACION-EXIT.
042200     EXIT.
042300*
042400******************************************************************
042500* 2400-CONTAR-CONFLICTOS - RULES SHOWN BY SOME TRAIL
042600******************************************************************
042700 2400-CONTAR-CONFLICTOS.
042800     IF VSD-REG-HALLADA(VSD-X-REG) = 'Y'
042900         ADD 1 TO VSD-CANT-CONFLICTOS
043000     END-IF.
043100 2400-CONTAR-CONFLICTOS-EXIT.
043200     EXIT.
043300*
043400******************************************************************
043500* 2500-MARCAR-TIPO - FLAG EVERY RULE OF THE SEARCHED TYPE
043600******************************************************************
043700 2500-MARCAR-TIPO.
043800     IF VSD-REG-TIPO(VSD-X-REG) = VSD-TIPO-BUSCADO
043900         MOVE 'Y' TO VSD-REG-HALLADA(VSD-X-REG)
044000     END-IF.
044100 2500-MARCAR-TIPO-EXIT.
044200     EXIT.
044300*
044400******************************************************************
044500* 3000-MOSTRAR-CONFLICTO - ONE CONSOLE LINE PER CONFLICT
044600******************************************************************
044700 3000-MOSTRAR-CONFLICTO.
044800     IF VSD-REG-HALLADA(VSD-X-REG) = 'Y'
044900         DISPLAY '  - ' VSD-REG-DESCRIPCION(VSD-X-REG)
045000     END-IF.
045100 3000-MOSTRAR-CONFLICTO-EXIT.
045200     EXIT.
045300*
045400******************************************************************
045500* 4000-EXCEPCION - A DIFFERENT LEVEL-9 OPERATOR MAY OVERRIDE,
045600*                  GIVING THE REASON
045700******************************************************************
045800 4000-EXCEPCION.
045900     DISPLAY 'EXCEPCION - USUARIO NIVEL 9 (BLANCO = NO): '
046000         WITH NO ADVANCING.
046100     ACCEPT VSD-AUTORIZANTE.
046200     IF VSD-AUTORIZANTE = SPACES
046300         GO TO 4000-EXCEPCION-EXIT
046400     END-IF.
046500     IF VSD-AUTORIZANTE = VSD-USUARIO
046600         DISPLAY 'LA EXCEPCION NO PUEDE AUTORIZARLA EL MISMO '
046700             'OPERADOR'
046800         MOVE SPACES TO VSD-AUTORIZANTE
046900         GO TO 4000-EXCEPCION-EXIT
047000     END-IF.
047100     DISPLAY 'CLAVE: ' WITH NO ADVANCING.
047200     ACCEPT VSD-CLAVE-ENT.
047300     CALL 'CIFRACLAVE' USING VSD-CLAVE-ENT VSD-CLAVE-CIFRADA.
047400     MOVE 'N' TO VSD-FIN-ARCHIVO.
047500     OPEN INPUT OPERATORS-FILE.
047600     IF VSD-STATUS-ARCHIVO = '00'
047700         PERFORM 4100-COMPARAR-OPERADOR
047800             THRU 4100-COMPARAR-OPERADOR-EXIT
047900             UNTIL VSD-ES-FIN-ARCHIVO OR VSD-ES-AUTORIZADO
048000     END-IF.
048100     CLOSE OPERATORS-FILE.
048200     IF NOT VSD-ES-AUTORIZADO
048300         DISPLAY 'USUARIO O CLAVE INCORRECTOS, O SIN NIVEL 9'
048400         GO TO 4000-EXCEPCION-EXIT
048500     END-IF.
048600     DISPLAY 'MOTIVO DE LA EXCEPCION: ' WITH NO ADVANCING.
048700     ACCEPT VSD-MOTIVO.
048800     IF VSD-MOTIVO = SPACES
048900         DISPLAY 'SIN MOTIVO NO HAY EXCEPCION'
049000         MOVE 'N' TO VSD-AUTORIZADO
049100     END-IF.
049200 4000-EXCEPCION-EXIT.
049300     EXIT.
049400*
049500******************************************************************
049600* 4100-COMPARAR-OPERADOR - VALIDATE THE OVERRIDE SIGNATURE
049700******************************************************************
049800 4100-COMPARAR-OPERADOR.
049900     READ OPERATORS-FILE
050000         AT END
050100             SET VSD-ES-FIN-ARCHIVO TO TRUE
050200         NOT AT END
050300             IF OP-USUARIO = VSD-AUTORIZANTE
050400                 AND OP-CLAVE = VSD-CLAVE-CIFRADA
050500                 AND OP-NIVEL = 9
050600                 AND OP-BLOQUEADO NOT = 'S'
050700                 MOVE 'Y' TO VSD-AUTORIZADO
050800             END-IF
050900     END-READ.
051000 4100-COMPARAR-OPERADOR-EXIT.
051100     EXIT.
051200*
051300******************************************************************
051400* 5000-ABRIR-SODLOG - APPEND, CREATING THE FILE THE FIRST TIME
051500******************************************************************
051600 5000-ABRIR-SODLOG.
051700     OPEN EXTEND SODLOG-FILE.
051800     IF VSD-STATUS-SODLOG = '35'
051900         OPEN OUTPUT SODLOG-FILE
052000     END-IF.
052100     ACCEPT VSD-HORA-AHORA FROM TIME.
052200 5000-ABRIR-SODLOG-EXIT.
052300     EXIT.
052400*
052500******************************************************************
052600* 5100-ANOTAR-CONFLICTO - ONE SODLOG ROW PER CONFLICT
052700******************************************************************
052800 5100-ANOTAR-CONFLICTO.
052900     IF VSD-REG-HALLADA(VSD-X-REG) NOT = 'Y'
053000         GO TO 5100-ANOTAR-CONFLICTO-EXIT
053100     END-IF.
053200     MOVE VSD-FECHA-HOY TO SDL-FECHA.
053300     MOVE VSD-HORA-AHORA TO SDL-HORA.
053400     MOVE VSD-PASO TO SDL-PASO.
053500     MOVE VSD-PERIODO TO SDL-PERIODO.
053600     MOVE VSD-USUARIO TO SDL-USUARIO.
053700     MOVE VSD-REG-TIPO(VSD-X-REG) TO SDL-TIPO.
053800     MOVE VSD-REG-VALOR(VSD-X-REG) TO SDL-VALOR.
053900     MOVE VSD-REG-DESCRIPCION(VSD-X-REG) TO SDL-DESCRIPCION.
054000     MOVE VSD-RESULTADO TO SDL-RESULTADO.
054100     IF VSD-ES-AUTORIZADO
054200         MOVE VSD-AUTORIZANTE TO SDL-AUTORIZANTE
054300         MOVE VSD-MOTIVO TO SDL-MOTIVO
054400     ELSE
054500         MOVE SPACES TO SDL-AUTORIZANTE
054600         MOVE SPACES TO SDL-MOTIVO
054700     END-IF.
054800     WRITE SDL-REGISTRO.
054900 5100-ANOTAR-CONFLICTO-EXIT.
055000     EXIT.
055100 END PROGRAM VERIFSOD.
