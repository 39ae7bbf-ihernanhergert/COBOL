000100******************************************************************
000200* AUTHOR:      HERNAN HERGERT
000300* INSTALLATION: DATA PROCESSING
000400* DATE-WRITTEN:
000500* DATE-COMPILED:
000600* PURPOSE:     COURT REMITTANCE OF THE WAGE GARNISHMENTS
000700*              (EMBARGOS). EJERCICIO02 APPLIES THE GARNISHMENT
000800*              ORDERS AND WRITES ONE EMBDET ROW PER ORDER AND
000900*              EMPLOYEE; THIS POST-APPROVAL STEP READS THE
001000*              EMBDET ROWS OF THE OPEN PERIODCTL PERIOD AND
001100*              WRITES ONE FIXED-FORMAT DEPOSIT FILE PER COURT
001200*              (EMB + COURT CODE, DETAIL ROWS WITH THE CASE
001300*              NUMBER AND DEPOSIT ACCOUNT PLUS A '9' TRAILER
001400*              WITH COUNT AND TOTAL). THE EMBRPT REPORT LISTS
001500*              EVERY ORDER IN GARNISHMENT WITH WHAT WAS WITHHELD
001600*              THIS PERIOD, IN TOTAL, THE BALANCE STILL OWED AND
001700*              WHETHER THE ORDER IS OPEN OR CLOSED.
001800* TECTONICS:   COBC
001900*
002000* MODIFICATION HISTORY:
002100*   - NEW GARNISHMENT REMITTANCE PROGRAM, OFFERED FROM THE
002200*     MENUUTIL MENU.
002201*   - PERIODCTL RECORD WIDENED FOR PC-SECUENCIA.
002300******************************************************************
002400 IDENTIFICATION DIVISION.
002500 PROGRAM-ID. EMBARGOS.
002600 ENVIRONMENT DIVISION.
002700 INPUT-OUTPUT SECTION.
002800 FILE-CONTROL.
002900     SELECT OPTIONAL EMBDET-FILE ASSIGN TO 'EMBDET'
003000         ORGANIZATION IS LINE SEQUENTIAL
003100         FILE STATUS IS EMB-STATUS-EMBDET.
003200     SELECT OPTIONAL GARNISHMENT-FILE ASSIGN TO 'GARNISHMENT'
003300         ORGANIZATION IS LINE SEQUENTIAL
003400         FILE STATUS IS EMB-STATUS-EMBARGO.
003500     SELECT OPTIONAL PERIODCTL-FILE ASSIGN TO 'PERIODCTL'
003600         ORGANIZATION IS LINE SEQUENTIAL
003700         FILE STATUS IS EMB-STATUS-PERIODO.
003800     SELECT OPTIONAL REGSTATE-FILE ASSIGN TO 'REGSTATE'
003900         ORGANIZATION IS LINE SEQUENTIAL
004000         FILE STATUS IS EMB-STATUS-REGSTATE.
004100     SELECT DEPOSITO-FILE ASSIGN USING EMB-NOMBRE-ARCHIVO
004200         ORGANIZATION IS LINE SEQUENTIAL.
004300     SELECT REPORTE-FILE ASSIGN TO 'EMBRPT'
004400         ORGANIZATION IS LINE SEQUENTIAL.
004500 DATA DIVISION.
004600 FILE SECTION.
004700 FD  EMBDET-FILE
004800     LABEL RECORDS ARE STANDARD.
004900 01  ED-RECORD.
005000     COPY EMBDET.
005100 FD  GARNISHMENT-FILE
005200     LABEL RECORDS ARE STANDARD.
005300 01  GA-RECORD.
005400     COPY EMBARGO.
005500 FD  PERIODCTL-FILE
005600     LABEL RECORDS ARE STANDARD.
005700 01  PC-RECORD.
005800     05 PC-PERIODO               PIC 9(06).
005900     05 PC-ESTADO                PIC X(01).
006000     05 PC-FRECUENCIA            PIC X(01).
006001     05 PC-SECUENCIA             PIC 9(02).
006100 FD  REGSTATE-FILE
006200     LABEL RECORDS ARE STANDARD.
006300 01  RG-RECORD.
006400     05 RG-PERIODO               PIC 9(06).
006500     05 RG-ESTADO                PIC X(01).
006600     05 RG-USUARIO               PIC X(08).
006700     05 RG-FECHA                 PIC 9(08).
006800 FD  DEPOSITO-FILE
006900     LABEL RECORDS ARE STANDARD.
007000 01  EJ-RECORD.
007100     05 EJ-TIPO                  PIC X(01).
007200     05 EJ-JUZGADO               PIC X(06).
007300     05 EJ-DETALLE               PIC X(64).
007400     05 EJ-DETALLE-PAGO REDEFINES EJ-DETALLE.
007500         10 EJ-CUENTA            PIC X(22).
007600         10 EJ-EXPEDIENTE        PIC X(15).
007700         10 EJ-ID                PIC 9(05).
007800         10 EJ-NOMBRE            PIC X(05).
007900         10 EJ-IMPORTE           PIC 9(09)V99.
008000         10 EJ-PERIODO           PIC 9(06).
008100     05 EJ-DETALLE-CIERRE REDEFINES EJ-DETALLE.
008200         10 EJ-CANT              PIC 9(06).
008300         10 EJ-TOTAL             PIC 9(11)V99.
008400         10 EJ-PERIODO-CIERRE    PIC 9(06).
008500         10 FILLER               PIC X(39).
008600 FD  REPORTE-FILE
008700     LABEL RECORDS ARE STANDARD
008800     RECORD CONTAINS 80 CHARACTERS.
008900 01  RPT-LINEA                   PIC X(80).
009000 WORKING-STORAGE SECTION.
009100*
009200 01  EMB-STATUS-EMBDET           PIC XX.
009300 01  EMB-STATUS-EMBARGO          PIC XX.
009400 01  EMB-STATUS-PERIODO          PIC XX.
009500 01  EMB-STATUS-REGSTATE         PIC XX.
009600 01  EMB-NOMBRE-ARCHIVO          PIC X(12).
009700*
009800 01  EMB-INDICADORES.
009900     05  EMB-FIN-ARCHIVO         PIC X VALUE 'N'.
010000         88  EMB-ES-FIN-ARCHIVO  VALUE 'Y'.
010100     05  EMB-HALLADO             PIC X VALUE 'N'.
010200         88  EMB-ES-HALLADO      VALUE 'Y'.
010300     05  EMB-SIN-LIBERAR         PIC X VALUE 'N'.
010400         88  EMB-ES-SIN-LIBERAR  VALUE 'Y'.
010500*
010600 01  EMB-PERIODO                 PIC 9(06) VALUE ZERO.
010700 01  EMB-JUZGADO-AUX             PIC X(06).
010800 01  EMB-ESTADO-ED               PIC X(07).
010900 01  EMB-IMPORTE-ED              PIC $Z,ZZZ,ZZZ,ZZ9.99.
011000 01  EMB-PERIODO-ED              PIC Z,ZZZ,ZZ9.99.
011100 01  EMB-RETENIDO-ED             PIC Z,ZZZ,ZZ9.99.
011200 01  EMB-SALDO-ED                PIC Z,ZZZ,ZZ9.99.
011300*
011400 01  EMB-CONTADORES.
011500     05  EMB-CANT-JUZGADO        PIC 9(06) VALUE ZERO.
011600     05  EMB-TOTAL-JUZGADO       PIC 9(11)V99 VALUE ZERO.
011700     05  EMB-TOTAL-GENERAL       PIC 9(11)V99 VALUE ZERO.
011800     05  EMB-CANT-ORDENES        PIC 9(04) VALUE ZERO.
011900     05  EMB-CANT-CERRADAS       PIC 9(04) VALUE ZERO.
012000     05  EMB-RETENIDO-PERIODO    PIC 9(09)V99 VALUE ZERO.
012100     05  EMB-SALDO               PIC 9(09)V99 VALUE ZERO.
012200*
012300 01  EMB-CANT-JUZGADOS           PIC 9(02) VALUE ZERO.
012400 01  EMB-TABLA-JUZGADOS.
012500     05  EMB-JUZGADO-FILA OCCURS 20 TIMES
012600                          INDEXED BY EMB-X-JUZ.
012700         10 EMB-JUZ-CODIGO       PIC X(06).
012800*
012900 01  EMB-CANT-DETALLES           PIC 9(04) VALUE ZERO.
013000 01  EMB-TABLA-DETALLES.
013100     05  EMB-DETALLE-FILA OCCURS 500 TIMES
013200                          INDEXED BY EMB-X-DET.
013300         10 EMB-DET-ID           PIC 9(05).
013400         10 EMB-DET-NOMBRE       PIC X(05).
013500         10 EMB-DET-EXPEDIENTE   PIC X(15).
013600         10 EMB-DET-JUZGADO      PIC X(06).
013700         10 EMB-DET-CUENTA       PIC X(22).
013800         10 EMB-DET-IMPORTE      PIC 9(06)V99.
013900*
014000 PROCEDURE DIVISION.
014100******************************************************************
014200* 0000-MAINLINE - LOAD THE PERIOD'S GARNISHMENTS, ONE DEPOSIT
014300*                 FILE PER COURT, THEN THE PER-ORDER BALANCES
014400******************************************************************
014500 0000-MAINLINE.
014600     PERFORM 0900-CONTROL-LIBERACION
014700         THRU 0900-CONTROL-LIBERACION-EXIT.
014800     IF EMB-ES-SIN-LIBERAR
014900         MOVE 8 TO RETURN-CODE
015000         GOBACK
015100     END-IF.
015200     PERFORM 1000-PERIODO-ABIERTO
015300         THRU 1000-PERIODO-ABIERTO-EXIT.
015400     PERFORM 1200-CARGAR-DETALLE THRU 1200-CARGAR-DETALLE-EXIT.
015500     OPEN OUTPUT REPORTE-FILE.
015600     MOVE SPACES TO RPT-LINEA.
015700     STRING 'EMBARGOS - DEPOSITOS JUDICIALES - PERIODO '
015800         EMB-PERIODO
015900         DELIMITED BY SIZE INTO RPT-LINEA.
016000     WRITE RPT-LINEA.
016100     IF EMB-CANT-DETALLES = ZERO
016200         MOVE 'SIN EMBARGOS RETENIDOS EN EL PERIODO'
016300             TO RPT-LINEA
016400         WRITE RPT-LINEA
016500     END-IF.
016600     PERFORM 2000-GENERAR-JUZGADO THRU 2000-GENERAR-JUZGADO-EXIT
016700         VARYING EMB-X-JUZ FROM 1 BY 1
016800         UNTIL EMB-X-JUZ > EMB-CANT-JUZGADOS.
016900     MOVE EMB-TOTAL-GENERAL TO EMB-IMPORTE-ED.
017000     MOVE SPACES TO RPT-LINEA.
017100     STRING 'TOTAL DEPOSITADO:           ' EMB-IMPORTE-ED
017200         DELIMITED BY SIZE INTO RPT-LINEA.
017300     WRITE RPT-LINEA.
017400     PERFORM 3000-SALDOS-ORDENES THRU 3000-SALDOS-ORDENES-EXIT.
017500     CLOSE REPORTE-FILE.
017600     DISPLAY 'EMBARGOS: ' EMB-CANT-JUZGADOS
017700         ' ARCHIVO(S) DE DEPOSITO, ' EMB-CANT-ORDENES
017800         ' ORDEN(ES) EN EL INFORME EMBRPT'.
017900     GOBACK.
018000 0000-MAINLINE-EXIT.
018100     EXIT.
018200*
018300******************************************************************
018400* 0900-CONTROL-LIBERACION - AN UNRELEASED PERIOD DEPOSITS
018500*                           NOTHING
018600******************************************************************
018700 0900-CONTROL-LIBERACION.
018800     OPEN INPUT REGSTATE-FILE.
018900     IF EMB-STATUS-REGSTATE = '00'
019000         READ REGSTATE-FILE
019100             NOT AT END
019200                 IF RG-ESTADO NOT = 'L'
019300                     SET EMB-ES-SIN-LIBERAR TO TRUE
019400                     DISPLAY 'EMBARGOS: EL PERIODO '
019500                         RG-PERIODO ' NO ESTA LIBERADO '
019600                         '(CORRER APRUEBA)'
019700                 END-IF
019800         END-READ
019900     END-IF.
020000     CLOSE REGSTATE-FILE.
020100 0900-CONTROL-LIBERACION-EXIT.
020200     EXIT.
020300*
020400******************************************************************
020500* 1000-PERIODO-ABIERTO - THE MONTHLY ROW OF PERIODCTL, OR THE
020600*                        OPERATOR
020700******************************************************************
020800 1000-PERIODO-ABIERTO.
020900     MOVE 'N' TO EMB-FIN-ARCHIVO.
021000     OPEN INPUT PERIODCTL-FILE.
021100     IF EMB-STATUS-PERIODO = '00'
021200         PERFORM 1010-LEER-PERIODO THRU 1010-LEER-PERIODO-EXIT
021300             UNTIL EMB-ES-FIN-ARCHIVO
021400     END-IF.
021500     CLOSE PERIODCTL-FILE.
021600     MOVE 'N' TO EMB-FIN-ARCHIVO.
021700     IF EMB-PERIODO = ZERO
021800         DISPLAY 'PERIODO A DEPOSITAR (AAAAMM): '
021900             WITH NO ADVANCING
022000         ACCEPT EMB-PERIODO
022100     END-IF.
022200 1000-PERIODO-ABIERTO-EXIT.
022300     EXIT.
022400*
022500******************************************************************
022600* 1010-LEER-PERIODO - KEEP THE MONTHLY ('M' OR BLANK) ROW
022700******************************************************************
022800 1010-LEER-PERIODO.
022900     READ PERIODCTL-FILE
023000         AT END
023100             SET EMB-ES-FIN-ARCHIVO TO TRUE
023200         NOT AT END
023300             IF PC-FRECUENCIA = 'M'
023400                 OR PC-FRECUENCIA = SPACE
023500                 MOVE PC-PERIODO TO EMB-PERIODO
023600             END-IF
023700     END-READ.
023800 1010-LEER-PERIODO-EXIT.
023900     EXIT.
024000*
024100******************************************************************
024200* 1200-CARGAR-DETALLE - EMBDET ROWS OF THE PERIOD PLUS THE LIST
024300*                       OF DISTINCT COURTS
024400******************************************************************
024500 1200-CARGAR-DETALLE.
024600     MOVE 'N' TO EMB-FIN-ARCHIVO.
024700     OPEN INPUT EMBDET-FILE.
024800     IF EMB-STATUS-EMBDET = '00'
024900         PERFORM 1210-LEER-DETALLE THRU 1210-LEER-DETALLE-EXIT
025000             UNTIL EMB-ES-FIN-ARCHIVO
025100     ELSE
025200         DISPLAY 'EMBARGOS: NO HAY ARCHIVO EMBDET, CORRER LA '
025300             'NOMINA PRIMERO'
025400     END-IF.
025500     CLOSE EMBDET-FILE.
025600 1200-CARGAR-DETALLE-EXIT.
025700     EXIT.
025800*
025900******************************************************************
026000* 1210-LEER-DETALLE - KEEP ONE GARNISHMENT ROW OF THE PERIOD
026100******************************************************************
026200 1210-LEER-DETALLE.
026300     READ EMBDET-FILE
026400         AT END
026500             SET EMB-ES-FIN-ARCHIVO TO TRUE
026600             GO TO 1210-LEER-DETALLE-EXIT
026700     END-READ.
026800     IF ED-PERIODO NOT = EMB-PERIODO
026900         OR EMB-CANT-DETALLES NOT < 500
027000         GO TO 1210-LEER-DETALLE-EXIT
027100     END-IF.
027200     ADD 1 TO EMB-CANT-DETALLES.
027300     SET EMB-X-DET TO EMB-CANT-DETALLES.
027400     MOVE ED-ID TO EMB-DET-ID(EMB-X-DET).
027500     MOVE ED-NOMBRE TO EMB-DET-NOMBRE(EMB-X-DET).
027600     MOVE ED-EXPEDIENTE TO EMB-DET-EXPEDIENTE(EMB-X-DET).
027700     MOVE ED-JUZGADO TO EMB-DET-JUZGADO(EMB-X-DET).
027800     MOVE ED-CUENTA TO EMB-DET-CUENTA(EMB-X-DET).
027900     MOVE ED-IMPORTE TO EMB-DET-IMPORTE(EMB-X-DET).
028000     MOVE ED-JUZGADO TO EMB-JUZGADO-AUX.
028100     PERFORM 1220-ANOTAR-JUZGADO THRU 1220-ANOTAR-JUZGADO-EXIT.
028200 1210-LEER-DETALLE-EXIT.
028300     EXIT.
028400*
028500******************************************************************
028600* 1220-ANOTAR-JUZGADO - ADD THE COURT TO THE DISTINCT LIST
028700******************************************************************
028800 1220-ANOTAR-JUZGADO.
028900     MOVE 'N' TO EMB-HALLADO.
029000     PERFORM 1230-COMPARAR-JUZGADO
029100         THRU 1230-COMPARAR-JUZGADO-EXIT
029200         VARYING EMB-X-JUZ FROM 1 BY 1
029300         UNTIL EMB-X-JUZ > EMB-CANT-JUZGADOS
029400         OR EMB-ES-HALLADO.
029500     IF NOT EMB-ES-HALLADO
029600         AND EMB-CANT-JUZGADOS < 20
029700         ADD 1 TO EMB-CANT-JUZGADOS
029800         SET EMB-X-JUZ TO EMB-CANT-JUZGADOS
029900         MOVE EMB-JUZGADO-AUX TO EMB-JUZ-CODIGO(EMB-X-JUZ)
030000     END-IF.
030100 1220-ANOTAR-JUZGADO-EXIT.
030200     EXIT.
030300*
030400******************************************************************
030500* 1230-COMPARAR-JUZGADO - CHECK ONE DISTINCT-COURT ENTRY
030600******************************************************************
030700 1230-COMPARAR-JUZGADO.
030800     IF EMB-JUZ-CODIGO(EMB-X-JUZ) = EMB-JUZGADO-AUX
030900         SET EMB-ES-HALLADO TO TRUE
031000     END-IF.
031100 1230-COMPARAR-JUZGADO-EXIT.
031200     EXIT.
031300*
031400******************************************************************
031500* 2000-GENERAR-JUZGADO - ONE DEPOSIT FILE AND REPORT LINE PER
031600*                        COURT
031700******************************************************************
031800 2000-GENERAR-JUZGADO.
031900     MOVE EMB-JUZ-CODIGO(EMB-X-JUZ) TO EMB-JUZGADO-AUX.
032000     MOVE SPACES TO EMB-NOMBRE-ARCHIVO.
032100     STRING 'EMB' EMB-JUZGADO-AUX
032200         DELIMITED BY SPACE INTO EMB-NOMBRE-ARCHIVO.
032300     MOVE ZERO TO EMB-CANT-JUZGADO.
032400     MOVE ZERO TO EMB-TOTAL-JUZGADO.
032500     OPEN OUTPUT DEPOSITO-FILE.
032600     PERFORM 2100-GRABAR-DETALLE THRU 2100-GRABAR-DETALLE-EXIT
032700         VARYING EMB-X-DET FROM 1 BY 1
032800         UNTIL EMB-X-DET > EMB-CANT-DETALLES.
032900     MOVE SPACES TO EJ-RECORD.
033000     MOVE '9' TO EJ-TIPO.
033100     MOVE EMB-JUZGADO-AUX TO EJ-JUZGADO.
033200     MOVE EMB-CANT-JUZGADO TO EJ-CANT.
033300     MOVE EMB-TOTAL-JUZGADO TO EJ-TOTAL.
033400     MOVE EMB-PERIODO TO EJ-PERIODO-CIERRE.
033500     WRITE EJ-RECORD.
033600     CLOSE DEPOSITO-FILE.
033700     ADD EMB-TOTAL-JUZGADO TO EMB-TOTAL-GENERAL.
033800     MOVE EMB-TOTAL-JUZGADO TO EMB-IMPORTE-ED.
033900     MOVE SPACES TO RPT-LINEA.
034000     STRING 'JUZGADO ' EMB-JUZGADO-AUX ': '
034100         EMB-CANT-JUZGADO ' DEPOSITOS, TOTAL '
034200         EMB-IMPORTE-ED
034300         DELIMITED BY SIZE INTO RPT-LINEA.
034400     WRITE RPT-LINEA.
034500 2000-GENERAR-JUZGADO-EXIT.
034600     EXIT.
034700*
034800******************************************************************
034900* 2100-GRABAR-DETALLE - ONE DEPOSIT RECORD IF THE ROW BELONGS
035000*                       TO THE CURRENT COURT
035100******************************************************************
035200 2100-GRABAR-DETALLE.
035300     IF EMB-DET-JUZGADO(EMB-X-DET) NOT = EMB-JUZGADO-AUX
035400         GO TO 2100-GRABAR-DETALLE-EXIT
035500     END-IF.
035600     MOVE SPACES TO EJ-RECORD.
035700     MOVE '1' TO EJ-TIPO.
035800     MOVE EMB-JUZGADO-AUX TO EJ-JUZGADO.
035900     MOVE EMB-DET-CUENTA(EMB-X-DET) TO EJ-CUENTA.
036000     MOVE EMB-DET-EXPEDIENTE(EMB-X-DET) TO EJ-EXPEDIENTE.
036100     MOVE EMB-DET-ID(EMB-X-DET) TO EJ-ID.
036200     MOVE EMB-DET-NOMBRE(EMB-X-DET) TO EJ-NOMBRE.
036300     MOVE EMB-DET-IMPORTE(EMB-X-DET) TO EJ-IMPORTE.
036400     MOVE EMB-PERIODO TO EJ-PERIODO.
036500     WRITE EJ-RECORD.
036600     ADD 1 TO EMB-CANT-JUZGADO.
036700     ADD EMB-DET-IMPORTE(EMB-X-DET) TO EMB-TOTAL-JUZGADO.
036800 2100-GRABAR-DETALLE-EXIT.
036900     EXIT.
037000*
037100******************************************************************
037200* 3000-SALDOS-ORDENES - ONE REPORT LINE PER ORDER IN
037300*                       GARNISHMENT WITH ITS BALANCE
037400******************************************************************
037500 3000-SALDOS-ORDENES.
037600     MOVE SPACES TO RPT-LINEA.
037700     WRITE RPT-LINEA.
037800     MOVE 'SALDOS POR ORDEN' TO RPT-LINEA.
037900     WRITE RPT-LINEA.
038000     MOVE SPACES TO RPT-LINEA.
038100     STRING 'EXPEDIENTE      JUZG.  LEGAJO   DEL PERIODO'
038200         '     RETENIDO        SALDO ESTADO'
038300         DELIMITED BY SIZE INTO RPT-LINEA.
038400     WRITE RPT-LINEA.
038500     MOVE 'N' TO EMB-FIN-ARCHIVO.
038600     OPEN INPUT GARNISHMENT-FILE.
038700     IF EMB-STATUS-EMBARGO = '00'
038800         PERFORM 3100-SALDO-ORDEN THRU 3100-SALDO-ORDEN-EXIT
038900             UNTIL EMB-ES-FIN-ARCHIVO
039000     ELSE
039100         MOVE 'SIN ARCHIVO GARNISHMENT' TO RPT-LINEA
039200         WRITE RPT-LINEA
039300     END-IF.
039400     CLOSE GARNISHMENT-FILE.
039500     MOVE SPACES TO RPT-LINEA.
039600     STRING 'ORDENES: ' EMB-CANT-ORDENES
039700         '  CERRADAS: ' EMB-CANT-CERRADAS
039800         DELIMITED BY SIZE INTO RPT-LINEA.
039900     WRITE RPT-LINEA.
040000 3000-SALDOS-ORDENES-EXIT.
040100     EXIT.
040200*
040300******************************************************************
040400* 3100-SALDO-ORDEN - WITHHELD THIS PERIOD, IN TOTAL AND STILL
040500*                    OWED FOR ONE ORDER
040600******************************************************************
040700 3100-SALDO-ORDEN.
040800     READ GARNISHMENT-FILE
040900         AT END
041000             SET EMB-ES-FIN-ARCHIVO TO TRUE
041100             GO TO 3100-SALDO-ORDEN-EXIT
041200     END-READ.
041300     ADD 1 TO EMB-CANT-ORDENES.
041400     MOVE ZERO TO EMB-RETENIDO-PERIODO.
041500     PERFORM 3110-SUMAR-PERIODO THRU 3110-SUMAR-PERIODO-EXIT
041600         VARYING EMB-X-DET FROM 1 BY 1
041700         UNTIL EMB-X-DET > EMB-CANT-DETALLES.
041800     MOVE ZERO TO EMB-SALDO.
041900     IF GA-TOPE > GA-RETENIDO
042000         COMPUTE EMB-SALDO = GA-TOPE - GA-RETENIDO
042100     END-IF.
042200     IF GA-CERRADO
042300         ADD 1 TO EMB-CANT-CERRADAS
042400         MOVE 'CERRADA' TO EMB-ESTADO-ED
042500     ELSE
042600         IF GA-TOPE = ZERO
042700             MOVE 'S/TOPE' TO EMB-ESTADO-ED
042800         ELSE
042900             MOVE 'ABIERTA' TO EMB-ESTADO-ED
043000         END-IF
043100     END-IF.
043200     MOVE EMB-RETENIDO-PERIODO TO EMB-PERIODO-ED.
043300     MOVE GA-RETENIDO TO EMB-RETENIDO-ED.
043400     MOVE EMB-SALDO TO EMB-SALDO-ED.
043500     MOVE SPACES TO RPT-LINEA.
043600     STRING GA-EXPEDIENTE ' ' GA-JUZGADO ' ' GA-ID ' '
043700         EMB-PERIODO-ED ' ' EMB-RETENIDO-ED ' '
043800         EMB-SALDO-ED ' ' EMB-ESTADO-ED
043900         DELIMITED BY SIZE INTO RPT-LINEA.
044000     WRITE RPT-LINEA.
044100 3100-SALDO-ORDEN-EXIT.
044200     EXIT.
044300*
044400******************************************************************
044500* 3110-SUMAR-PERIODO - ADD THE ROW IF IT BELONGS TO THE ORDER
044600******************************************************************
044700 3110-SUMAR-PERIODO.
044800     IF EMB-DET-EXPEDIENTE(EMB-X-DET) = GA-EXPEDIENTE
044900         AND EMB-DET-ID(EMB-X-DET) = GA-ID
045000         ADD EMB-DET-IMPORTE(EMB-X-DET) TO EMB-RETENIDO-PERIODO
045100     END-IF.
045200 3110-SUMAR-PERIODO-EXIT.
045300     EXIT.
045400 END PROGRAM EMBARGOS.
