000100******************************************************************
000200* AUTHOR:      HERNAN HERGERT
000300* INSTALLATION: DATA PROCESSING
000400* DATE-WRITTEN:
000500* DATE-COMPILED:
000600* PURPOSE:     SUPERVISOR SIGN-OFF OF THE PRE-PAYROLL CHANGE
000700*              REGISTER. CAMBPREV LEAVES A PENDING ROW ON REVCAMB
000800*              AND HOLDS THE PAYROLL STEP UNTIL SOMEONE ANSWERS
000900*              FOR THE CHANGES IT LISTS. THIS PROGRAM RUNS
001000*              CAMBPREV FIRST, SO WHAT IS SIGNED IS THE REGISTER
001100*              AS THE FILES STAND NOW, SHOWS THE CAMBRPT REGISTER
001200*              OF THE OPEN MONTHLY PERIOD, CHECKS THAT IT IS THE
001300*              ONE PENDING (SAME ITEM COUNT AND CONTROL TOTAL),
001400*              AND, WHEN A LEVEL-9 OPERATOR CONFIRMS IT, APPENDS
001500*              THE REVIEWED ROW WITH THAT FINGERPRINT, THE
001600*              OPERATOR AND THE DATE. THE NEXT CAMBPREV RUN THEN
001700*              LETS THE PAYROLL THROUGH, AS LONG AS THE INPUTS
001800*              HAVE NOT CHANGED SINCE.
001900* TECTONICS:   COBC
002000*
002100* MODIFICATION HISTORY:
002200*   - NEW SIGN-OFF PROGRAM, OFFERED FROM THE MENUUTIL MENU.
002300******************************************************************
002400 IDENTIFICATION DIVISION.
002500 PROGRAM-ID. CAMBVISTO.
002600 ENVIRONMENT DIVISION.
002700 INPUT-OUTPUT SECTION.
002800 FILE-CONTROL.
002900     SELECT OPTIONAL PERIODCTL-FILE ASSIGN TO 'PERIODCTL'
003000         ORGANIZATION IS LINE SEQUENTIAL
003100         FILE STATUS IS CBV-STATUS-PERIODO.
003200     SELECT OPTIONAL REVCAMB-FILE ASSIGN TO 'REVCAMB'
003300         ORGANIZATION IS LINE SEQUENTIAL
003400         FILE STATUS IS CBV-STATUS-REVCAMB.
003500     SELECT OPTIONAL REPORTE-FILE ASSIGN TO 'CAMBRPT'
003600         ORGANIZATION IS LINE SEQUENTIAL
003700         FILE STATUS IS CBV-STATUS-REPORTE.
003800     SELECT OPTIONAL OPERATORS-FILE ASSIGN TO 'OPERATORS'
003900         ORGANIZATION IS LINE SEQUENTIAL
004000         FILE STATUS IS CBV-STATUS-OPER.
004100 DATA DIVISION.
004200 FILE SECTION.
004300 FD  PERIODCTL-FILE
004400     LABEL RECORDS ARE STANDARD.
004500 01  PC-RECORD.
004600     05 PC-PERIODO               PIC 9(06).
004700     05 PC-ESTADO                PIC X(01).
004800     05 PC-FRECUENCIA            PIC X(01).
004900     05 PC-SECUENCIA             PIC 9(02).
005000 FD  REVCAMB-FILE
005100     LABEL RECORDS ARE STANDARD.
005200 01  RV-RECORD.
005300     COPY REVCAMB.
005400 FD  REPORTE-FILE
005500     LABEL RECORDS ARE STANDARD
005600     RECORD CONTAINS 80 CHARACTERS.
005700 01  RPT-LINEA                   PIC X(80).
005800 FD  OPERATORS-FILE
005900     LABEL RECORDS ARE STANDARD.
006000 01  OP-RECORD.
006100     05 OP-USUARIO               PIC X(08).
006200     05 OP-CLAVE                 PIC X(08).
006300     05 OP-NIVEL                 PIC 9(01).
006400     05 OP-FECHA-CLAVE           PIC 9(08).
006500     05 OP-INTENTOS              PIC 9(01).
006600     05 OP-BLOQUEADO             PIC X(01).
006700     05 OP-CAMBIO-FORZADO        PIC X(01).
006800 WORKING-STORAGE SECTION.
006900*
007000 01  CBV-STATUS-PERIODO          PIC XX.
007100 01  CBV-STATUS-REVCAMB          PIC XX.
007200 01  CBV-STATUS-REPORTE          PIC XX.
007300 01  CBV-STATUS-OPER             PIC XX.
007400*
007500 01  CBV-INDICADORES.
007600     05  CBV-FIN-ARCHIVO         PIC X VALUE 'N'.
007700         88  CBV-ES-FIN-ARCHIVO  VALUE 'Y'.
007800     05  CBV-HAY-REVISION        PIC X VALUE 'N'.
007900         88  CBV-ES-HAY-REVISION VALUE 'Y'.
008000     05  CBV-HAY-TOTALES         PIC X VALUE 'N'.
008100         88  CBV-ES-HAY-TOTALES  VALUE 'Y'.
008200     05  CBV-AUTORIZADO          PIC X VALUE 'N'.
008300         88  CBV-ES-AUTORIZADO   VALUE 'Y'.
008400     05  CBV-CON-CLAVE           PIC X VALUE 'N'.
008500         88  CBV-ES-CON-CLAVE    VALUE 'Y'.
008600*
008700 01  CBV-VARIABLES.
008800     05  CBV-PERIODO             PIC 9(06) VALUE ZERO.
008900     05  CBV-FECHA-HOY           PIC 9(08).
009000     05  CBV-SES-ACCION          PIC X(01).
009100     05  CBV-OPERADOR            PIC X(08).
009200     05  CBV-CLAVE-ENT           PIC X(08).
009300     05  CBV-CLAVE-CIFRADA       PIC X(08).
009400     05  CBV-RESPUESTA           PIC X(01).
009500     05  CBV-RPT-CANT-ITEMS      PIC 9(05).
009600     05  CBV-RPT-CONTROL         PIC 9(15).
009700*
009800*    ULTIMA FILA DE REVCAMB PARA EL PERIODO.
009900 01  CBV-REVISION.
010000     05  CBV-REV-ESTADO          PIC X(01).
010100     05  CBV-REV-CANT-ITEMS      PIC 9(05).
010200     05  CBV-REV-CONTROL         PIC 9(15).
010300     05  CBV-REV-OPERADOR        PIC X(08).
010400     05  CBV-REV-FECHA           PIC 9(08).
010500*
010600 PROCEDURE DIVISION.
010700******************************************************************
010800* 0000-MAINLINE - SHOW THE PENDING REGISTER AND RECORD THE
010900*                 SIGN-OFF
011000******************************************************************
011100 0000-MAINLINE.
011200     ACCEPT CBV-FECHA-HOY FROM DATE YYYYMMDD.
011300     CALL 'CAMBPREV'.
011400     MOVE ZERO TO RETURN-CODE.
011500     PERFORM 0500-FIJAR-PERIODO THRU 0500-FIJAR-PERIODO-EXIT.
011600     DISPLAY ' '.
011700     DISPLAY 'REVISION DEL REGISTRO DE CAMBIOS - PERIODO '
011800         CBV-PERIODO.
011900     PERFORM 0600-REVISAR THRU 0600-REVISAR-EXIT.
012000     GOBACK.
012100 0000-MAINLINE-EXIT.
012200     EXIT.
012300*
012400******************************************************************
012500* 0500-FIJAR-PERIODO - THE OPEN MONTHLY PERIOD (RUN DATE WHEN
012600*                      ABSENT), AS CAMBPREV TAKES IT
012700******************************************************************
012800 0500-FIJAR-PERIODO.
012900     MOVE CBV-FECHA-HOY(1:6) TO CBV-PERIODO.
013000     MOVE 'N' TO CBV-FIN-ARCHIVO.
013100     OPEN INPUT PERIODCTL-FILE.
013200     IF CBV-STATUS-PERIODO = '00'
013300         PERFORM 0510-LEER-PERIODO THRU 0510-LEER-PERIODO-EXIT
013400             UNTIL CBV-ES-FIN-ARCHIVO
013500     END-IF.
013600     CLOSE PERIODCTL-FILE.
013700 0500-FIJAR-PERIODO-EXIT.
013800     EXIT.
013900*
014000******************************************************************
014100* 0510-LEER-PERIODO - THE OPEN MONTHLY ROW OF PERIODCTL
014200******************************************************************
014300 0510-LEER-PERIODO.
014400     READ PERIODCTL-FILE
014500         AT END
014600             SET CBV-ES-FIN-ARCHIVO TO TRUE
014700         NOT AT END
014800             IF (PC-FRECUENCIA = 'M'
014900                 OR PC-FRECUENCIA = SPACE)
015000                 AND PC-ESTADO NOT = 'C'
015100                 MOVE PC-PERIODO TO CBV-PERIODO
015200             END-IF
015300     END-READ.
015400 0510-LEER-PERIODO-EXIT.
015500     EXIT.
015600*
015700******************************************************************
015800* 0600-REVISAR - THE PENDING REGISTER, ITS LISTING AND THE
015900*                SIGN-OFF
016000******************************************************************
016100 0600-REVISAR.
016200     PERFORM 1000-BUSCAR-REVISION THRU 1000-BUSCAR-REVISION-EXIT.
016300     IF NOT CBV-ES-HAY-REVISION
016400         DISPLAY 'SIN CAMBIOS EN EL PERIODO, NO HAY NADA QUE '
016500             'REVISAR'
016600         GO TO 0600-REVISAR-EXIT
016700     END-IF.
016800     IF CBV-REV-ESTADO = 'R'
016900         DISPLAY 'EL REGISTRO YA FUE REVISADO POR '
017000             CBV-REV-OPERADOR ' EL ' CBV-REV-FECHA
017100         GO TO 0600-REVISAR-EXIT
017200     END-IF.
017300     PERFORM 2000-MOSTRAR-REGISTRO
017400         THRU 2000-MOSTRAR-REGISTRO-EXIT.
017500     IF NOT CBV-ES-HAY-TOTALES
017600         OR CBV-RPT-CANT-ITEMS NOT = CBV-REV-CANT-ITEMS
017700         OR CBV-RPT-CONTROL NOT = CBV-REV-CONTROL
017800         DISPLAY 'EL LISTADO CAMBRPT NO ES EL REGISTRO PENDIENTE '
017900             '(CORRER CAMBPREV)'
018000         GO TO 0600-REVISAR-EXIT
018100     END-IF.
018200     PERFORM 3000-VALIDAR-SUPERVISOR
018300         THRU 3000-VALIDAR-SUPERVISOR-EXIT.
018400     IF NOT CBV-ES-AUTORIZADO
018500         DISPLAY 'USUARIO O CLAVE INCORRECTOS, O SIN NIVEL 9'
018600         GO TO 0600-REVISAR-EXIT
018700     END-IF.
018800     DISPLAY 'CONFIRMA LA REVISION DE ' CBV-REV-CANT-ITEMS
018900         ' CAMBIOS (S/N): ' WITH NO ADVANCING.
019000     ACCEPT CBV-RESPUESTA.
019100     IF CBV-RESPUESTA NOT = 'S' AND CBV-RESPUESTA NOT = 's'
019200         DISPLAY 'REVISION NO REGISTRADA'
019300         GO TO 0600-REVISAR-EXIT
019400     END-IF.
019500     PERFORM 4000-ANOTAR-REVISADO THRU 4000-ANOTAR-REVISADO-EXIT.
019600     DISPLAY 'REGISTRO DEL PERIODO ' CBV-PERIODO
019700         ' REVISADO POR ' CBV-OPERADOR.
019800 0600-REVISAR-EXIT.
019900     EXIT.
020000*
020100******************************************************************
020200* 1000-BUSCAR-REVISION - THE LATEST REVCAMB ROW OF THE PERIOD
020300******************************************************************
020400 1000-BUSCAR-REVISION.
020500     MOVE 'N' TO CBV-HAY-REVISION.
020600     MOVE 'N' TO CBV-FIN-ARCHIVO.
020700     OPEN INPUT REVCAMB-FILE.
020800     IF CBV-STATUS-REVCAMB = '00'
020900         PERFORM 1100-LEER-REVISION THRU 1100-LEER-REVISION-EXIT
021000             UNTIL CBV-ES-FIN-ARCHIVO
021100     END-IF.
021200     CLOSE REVCAMB-FILE.
021300 1000-BUSCAR-REVISION-EXIT.
021400     EXIT.
021500*
021600******************************************************************
021700* 1100-LEER-REVISION - KEEP THE ROW WHEN IT IS OF THE PERIOD
021800******************************************************************
021900 1100-LEER-REVISION.
022000     READ REVCAMB-FILE
022100         AT END
022200             SET CBV-ES-FIN-ARCHIVO TO TRUE
022300         NOT AT END
022400             IF RV-PERIODO = CBV-PERIODO
022500                 MOVE 'Y' TO CBV-HAY-REVISION
022600                 MOVE RV-ESTADO TO CBV-REV-ESTADO
022700                 MOVE RV-CANT-ITEMS TO CBV-REV-CANT-ITEMS
022800                 MOVE RV-CONTROL TO CBV-REV-CONTROL
022900                 MOVE RV-OPERADOR TO CBV-REV-OPERADOR
023000                 MOVE RV-FECHA TO CBV-REV-FECHA
023100             END-IF
023200     END-READ.
023300 1100-LEER-REVISION-EXIT.
023400     EXIT.
023500*
023600******************************************************************
023700* 2000-MOSTRAR-REGISTRO - SHOW CAMBRPT AND PICK UP ITS TOTALS LINE
023800******************************************************************
023900 2000-MOSTRAR-REGISTRO.
024000     MOVE 'N' TO CBV-HAY-TOTALES.
024100     MOVE 'N' TO CBV-FIN-ARCHIVO.
024200     OPEN INPUT REPORTE-FILE.
024300     IF CBV-STATUS-REPORTE = '00'
024400         PERFORM 2100-LEER-LINEA THRU 2100-LEER-LINEA-EXIT
024500             UNTIL CBV-ES-FIN-ARCHIVO
024600     END-IF.
024700     CLOSE REPORTE-FILE.
024800 2000-MOSTRAR-REGISTRO-EXIT.
024900     EXIT.
025000*
025100******************************************************************
025200* 2100-LEER-LINEA - ONE LINE OF THE REGISTER
025300******************************************************************
025400 2100-LEER-LINEA.
025500     READ REPORTE-FILE
025600         AT END
025700             SET CBV-ES-FIN-ARCHIVO TO TRUE
025800             GO TO 2100-LEER-LINEA-EXIT
025900     END-READ.
026000     DISPLAY RPT-LINEA.
026100     IF RPT-LINEA(1:7) = 'ITEMS: '
026200         AND RPT-LINEA(8:5) IS NUMERIC
026300         AND RPT-LINEA(34:15) IS NUMERIC
026400         MOVE 'Y' TO CBV-HAY-TOTALES
026500         MOVE RPT-LINEA(8:5) TO CBV-RPT-CANT-ITEMS
026600         MOVE RPT-LINEA(34:15) TO CBV-RPT-CONTROL
026700     END-IF.
026800 2100-LEER-LINEA-EXIT.
026900     EXIT.
027000*
027100******************************************************************
027200* 3000-VALIDAR-SUPERVISOR - THE SIGNED-ON OPERATOR, OR ONE WHO
027300*                           SIGNS WITH USER AND PASSWORD, MUST BE
027400*                           LEVEL 9 AND NOT LOCKED
027500******************************************************************
027600 3000-VALIDAR-SUPERVISOR.
027700     MOVE 'N' TO CBV-AUTORIZADO.
027800     MOVE 'N' TO CBV-CON-CLAVE.
027900     MOVE 'G' TO CBV-SES-ACCION.
028000     CALL 'SESUSER' USING CBV-SES-ACCION CBV-OPERADOR.
028100     IF CBV-OPERADOR = SPACES
028200         DISPLAY 'USUARIO SUPERVISOR: ' WITH NO ADVANCING
028300         ACCEPT CBV-OPERADOR
028400         IF CBV-OPERADOR = SPACES
028500             GO TO 3000-VALIDAR-SUPERVISOR-EXIT
028600         END-IF
028700         DISPLAY 'CLAVE: ' WITH NO ADVANCING
028800         ACCEPT CBV-CLAVE-ENT
028900         CALL 'CIFRACLAVE' USING CBV-CLAVE-ENT CBV-CLAVE-CIFRADA
029000         MOVE 'Y' TO CBV-CON-CLAVE
029100     END-IF.
029200     MOVE 'N' TO CBV-FIN-ARCHIVO.
029300     OPEN INPUT OPERATORS-FILE.
029400     IF CBV-STATUS-OPER = '00'
029500         PERFORM 3100-COMPARAR-OPERADOR
029600             THRU 3100-COMPARAR-OPERADOR-EXIT
029700             UNTIL CBV-ES-FIN-ARCHIVO OR CBV-ES-AUTORIZADO
029800     END-IF.
029900     CLOSE OPERATORS-FILE.
030000 3000-VALIDAR-SUPERVISOR-EXIT.
030100     EXIT.
030200*
030300******************************************************************
030400* 3100-COMPARAR-OPERADOR - ONE OPERATORS ROW
030500******************************************************************
030600 3100-COMPARAR-OPERADOR.
030700     READ OPERATORS-FILE
030800         AT END
030900             SET CBV-ES-FIN-ARCHIVO TO TRUE
031000         NOT AT END
031100             IF OP-USUARIO = CBV-OPERADOR
031200                 AND OP-NIVEL = 9
031300                 AND OP-BLOQUEADO NOT = 'S'
031400                 AND (NOT CBV-ES-CON-CLAVE
031500                      OR OP-CLAVE = CBV-CLAVE-CIFRADA)
031600                 MOVE 'Y' TO CBV-AUTORIZADO
031700             END-IF
031800     END-READ.
031900 3100-COMPARAR-OPERADOR-EXIT.
032000     EXIT.
032100*
032200******************************************************************
032300* 4000-ANOTAR-REVISADO - APPEND THE REVIEWED ROW WITH THE SAME
032400*                        FINGERPRINT AS THE PENDING ONE
032500******************************************************************
032600 4000-ANOTAR-REVISADO.
032700     OPEN EXTEND REVCAMB-FILE.
032800     IF CBV-STATUS-REVCAMB = '35'
032900         OPEN OUTPUT REVCAMB-FILE
033000     END-IF.
033100     MOVE CBV-PERIODO TO RV-PERIODO.
033200     MOVE 'R' TO RV-ESTADO.
033300     MOVE CBV-REV-CANT-ITEMS TO RV-CANT-ITEMS.
033400     MOVE CBV-REV-CONTROL TO RV-CONTROL.
033500     MOVE CBV-OPERADOR TO RV-OPERADOR.
033600     MOVE CBV-FECHA-HOY TO RV-FECHA.
033700     WRITE RV-RECORD.
033800     CLOSE REVCAMB-FILE.
033900 4000-ANOTAR-REVISADO-EXIT.
034000     EXIT.
034100 END PROGRAM CAMBVISTO.
