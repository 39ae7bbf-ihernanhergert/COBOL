000100******************************************************************
000200* AUTHOR:      HERNAN HERGERT
000300* INSTALLATION: DATA PROCESSING
000400* DATE-WRITTEN:
000500* DATE-COMPILED:
000600* PURPOSE:     VACATION REQUESTS AND THEIR APPROVAL. VACSALDO
000700*              ACCRUES THE DAYS AND ABSENCES TAKES THEM AFTER THE
000800*              FACT, SO LEAVE WAS ASKED FOR BY E-MAIL, APPROVED
000900*              WITHOUT LOOKING AT THE BALANCE, AND A SMALL
001000*              DEPARTMENT FOUND OUT HALF ITS PEOPLE WERE AWAY ON
001100*              THE SAME WEEK. A REQUEST IS NOW KEYED HERE (MODE C)
001200*              BY THE EMPLOYEE OR AN OPERATOR WITH THE FIRST AND
001300*              LAST DAY; THE WORKING DAYS IN BETWEEN (MONDAY TO
001400*              FRIDAY LESS THE CALENDARIO DATES) MUST FIT IN THE
001500*              VACSALDO BALANCE LESS THE DAYS OF THE EMPLOYEE'S
001600*              OTHER OPEN REQUESTS, AND NO WORKING DAY MAY TAKE
001700*              THE DEPARTMENT PAST THE NUMBER OF PEOPLE ON LEAVE
001800*              AT ONCE (VACTOPES TABLE, OR THE VACMAXDEPTO PARMS
001900*              CARD FOR A DEPARTMENT NOT IN IT; ZERO OR NO CARD
002000*              MEANS NO LIMIT). THE REQUEST GOES TO THE EMPLOYEE'S
002100*              MANAGER IN FORCE (JEFCADENA), WHO IS NOTIFIED
002200*              (EVENT VACA), AND IS APPROVED OR REJECTED IN MODE A
002300*              BY AN OPERATOR IN THE EMPLOYEE'S MANAGEMENT CHAIN,
002400*              WHO SEES THE BALANCE LEFT. MODE X WITHDRAWS A
002500*              REQUEST BEFORE ITS FIRST DAY, GIVING BACK TO
002600*              VACSALDO ANY DAYS ALREADY FED. MODE S FEEDS THE
002700*              WORKING DAYS OF THE APPROVED
002800*              REQUESTS THAT FALL IN A PERIOD TO ABSENCES AS
002900*              VACATION DAYS, ONCE PER PERIOD, WHERE THE PAYROLL
003000*              TAKES THEM OFF THE BALANCE. MODE L PRINTS THE TEAM
003100*              CALENDAR OF APPROVED AND PENDING LEAVE PER
003200*              DEPARTMENT TO THE VACCAL LISTING.
003300* TECTONICS:   COBC
003400*
003500* MODIFICATION HISTORY:
003600*   - NEW REQUEST PROGRAM, OFFERED FROM THE MENUUTIL MENU.
003700******************************************************************
003800 IDENTIFICATION DIVISION.
003900 PROGRAM-ID. VACSOLIC.
004000 ENVIRONMENT DIVISION.
004100 INPUT-OUTPUT SECTION.
004200 FILE-CONTROL.
004300     SELECT OPTIONAL VACSOLIC-FILE ASSIGN TO 'VACSOLIC'
004400         ORGANIZATION IS LINE SEQUENTIAL
004500         FILE STATUS IS VSL-STATUS-SOLIC.
004600     SELECT OPTIONAL EMPLOYEES-FILE ASSIGN TO 'EMPLOYEES'
004700         ORGANIZATION IS LINE SEQUENTIAL
004800         FILE STATUS IS VSL-STATUS-EMPL.
004900     SELECT OPTIONAL VACSALDO-FILE ASSIGN TO 'VACSALDO'
005000         ORGANIZATION IS LINE SEQUENTIAL
005100         FILE STATUS IS VSL-STATUS-SALDO.
005200     SELECT OPTIONAL CALENDARIO-FILE ASSIGN TO 'CALENDARIO'
005300         ORGANIZATION IS LINE SEQUENTIAL
005400         FILE STATUS IS VSL-STATUS-CALEND.
005500     SELECT OPTIONAL VACTOPES-FILE ASSIGN TO 'VACTOPES'
005600         ORGANIZATION IS LINE SEQUENTIAL
005700         FILE STATUS IS VSL-STATUS-TOPES.
005800     SELECT OPTIONAL OPEREMP-FILE ASSIGN TO 'OPEREMP'
005900         ORGANIZATION IS LINE SEQUENTIAL
006000         FILE STATUS IS VSL-STATUS-OPER.
006100     SELECT OPTIONAL ABSENCES-FILE ASSIGN TO 'ABSENCES'
006200         ORGANIZATION IS LINE SEQUENTIAL
006300         FILE STATUS IS VSL-STATUS-AUSENCIAS.
006400     SELECT REPORTE-FILE ASSIGN TO 'VACCAL'
006500         ORGANIZATION IS LINE SEQUENTIAL.
006600 DATA DIVISION.
006700 FILE SECTION.
006800 FD  VACSOLIC-FILE
006900     LABEL RECORDS ARE STANDARD.
007000 01  VQ-RECORD.
007100     COPY VACSOL.
007200 FD  EMPLOYEES-FILE
007300     LABEL RECORDS ARE STANDARD.
007400 01  EM-RECORD.
007500     COPY EMPLEADO.
007600 FD  VACSALDO-FILE
007700     LABEL RECORDS ARE STANDARD.
007800 01  VS-RECORD.
007900     05 VS-ID                    PIC 9(05).
008000     05 VS-NOMBRE                PIC X(05).
008100     05 VS-SALDO                 PIC S9(03)V99.
008200 FD  CALENDARIO-FILE
008300     LABEL RECORDS ARE STANDARD.
008400 01  CL-RECORD.
008500     05 CL-FECHA                 PIC 9(08).
008600     05 CL-DESCRIPCION           PIC X(20).
008700 FD  VACTOPES-FILE
008800     LABEL RECORDS ARE STANDARD.
008900 01  VT-RECORD.
009000     05 VT-DEPARTAMENTO          PIC X(10).
009100     05 VT-MAXIMO                PIC 9(02).
009200 FD  OPEREMP-FILE
009300     LABEL RECORDS ARE STANDARD.
009400 01  OE-RECORD.
009500     COPY OPEREMP.
009600 FD  ABSENCES-FILE
009700     LABEL RECORDS ARE STANDARD.
009800 01  AB-RECORD.
009900     05 AB-NOMBRE                PIC X(05).
010000     05 AB-DIAS-SIN-GOCE         PIC 9(02).
010100     05 AB-DIAS-VACACIONES       PIC 9(02).
010200     05 AB-ID                    PIC 9(05).
010300     05 AB-MOTIVO                PIC X(02).
010400     05 AB-DIAS-AUSENCIA         PIC 9(02).
010500     05 AB-TARDANZAS             PIC 9(02).
010600 FD  REPORTE-FILE
010700     LABEL RECORDS ARE STANDARD
010800     RECORD CONTAINS 80 CHARACTERS.
010900 01  RPT-LINEA                   PIC X(80).
011000 WORKING-STORAGE SECTION.
011100*
011200 01  VSL-STATUS-SOLIC            PIC XX.
011300 01  VSL-STATUS-EMPL             PIC XX.
011400 01  VSL-STATUS-SALDO            PIC XX.
011500 01  VSL-STATUS-CALEND           PIC XX.
011600 01  VSL-STATUS-TOPES            PIC XX.
011700 01  VSL-STATUS-OPER             PIC XX.
011800 01  VSL-STATUS-AUSENCIAS        PIC XX.
011900*
012000 01  VSL-MODO                    PIC X(01).
012100 01  VSL-RESPUESTA               PIC X(01).
012200 01  VSL-ID-PEDIDO               PIC 9(05).
012300 01  VSL-NUMERO-PEDIDO           PIC 9(06).
012400 01  VSL-ENTRADA                 PIC X(20).
012500 01  VSL-FECHA-HOY               PIC 9(08).
012600 01  VSL-ULTIMO-NUMERO           PIC 9(06) VALUE ZERO.
012700 01  VSL-DESDE-AUX               PIC 9(08).
012800 01  VSL-HASTA-AUX               PIC 9(08).
012900 01  VSL-FECHA-AUX               PIC 9(08).
013000 01  VSL-FECHA-AUX-R REDEFINES VSL-FECHA-AUX.
013100     05  VSL-FECHA-ANIO          PIC 9(04).
013200     05  VSL-FECHA-MES           PIC 9(02).
013300     05  VSL-FECHA-DIA           PIC 9(02).
013400 01  VSL-FECHA-OK                PIC X(01).
013500     88  VSL-ES-FECHA-OK         VALUE 'Y'.
013600 01  VSL-PERIODO-PEDIDO          PIC 9(06).
013700 01  VSL-DIAS-AUX                PIC 9(03).
013800 01  VSL-DIA-ENTERO              PIC 9(07).
013900 01  VSL-DIA-DESDE               PIC 9(07).
014000 01  VSL-DIA-HASTA               PIC 9(07).
014100 01  VSL-DIA-SEMANA              PIC 9(01).
014200 01  VSL-ID-SALDO                PIC 9(05).
014300 01  VSL-SOL-EXCLUIDA            PIC 9(03).
014400 01  VSL-COMPROMETIDO            PIC 9(04).
014500 01  VSL-SALDO-AUX               PIC S9(03)V99.
014600 01  VSL-DISPONIBLE              PIC S9(05)V99.
014700 01  VSL-SALDO-ED                PIC ZZ9.99-.
014800 01  VSL-DISP-ED                 PIC ZZZZ9.99-.
014900 01  VSL-TOPE-DEFECTO            PIC 9(02) VALUE ZERO.
015000 01  VSL-TOPE-AUX                PIC 9(02).
015100 01  VSL-AUSENTES-DIA            PIC 9(03).
015200 01  VSL-DEPTO-AUX               PIC X(10).
015300 01  VSL-ESTADO-ED               PIC X(09).
015400 01  VSL-SES-ACCION              PIC X(01) VALUE 'G'.
015500 01  VSL-OPERADOR                PIC X(08).
015600 01  VSL-JFC-ACCION              PIC X(01).
015700 01  VSL-JFC-ID                  PIC 9(05).
015800 01  VSL-JFC-RESULTADO           PIC X(01).
015900 01  VSL-JFC-JEFE                PIC 9(05).
016000 01  VSL-PARM-CLAVE              PIC X(12).
016100 01  VSL-PARM-VALOR              PIC X(20).
016200 01  VSL-PARM-HALLADO            PIC X(01).
016300     88  VSL-ES-PARM-HALLADO     VALUE 'Y'.
016400 01  VSL-NTF-TIPO                PIC X(04) VALUE 'VACA'.
016500 01  VSL-NTF-DESTINO             PIC X(08).
016600 01  VSL-NTF-CLAVE               PIC X(20).
016700 01  VSL-NTF-VENCE               PIC 9(08).
016800 01  VSL-NTF-TEXTO               PIC X(30).
016900*
017000 01  VSL-INDICADORES.
017100     05  VSL-FIN-ARCHIVO         PIC X VALUE 'N'.
017200         88  VSL-ES-FIN-ARCHIVO  VALUE 'Y'.
017300     05  VSL-HALLADO             PIC X VALUE 'N'.
017400         88  VSL-ES-HALLADO      VALUE 'Y'.
017500     05  VSL-HABIL               PIC X VALUE 'N'.
017600         88  VSL-ES-HABIL        VALUE 'Y'.
017700     05  VSL-EXCEDIDO            PIC X VALUE 'N'.
017800         88  VSL-ES-EXCEDIDO     VALUE 'Y'.
017900     05  VSL-HUBO-CAMBIOS        PIC X VALUE 'N'.
018000         88  VSL-ES-HUBO-CAMBIOS VALUE 'Y'.
018100     05  VSL-SALDOS-CAMBIADOS    PIC X VALUE 'N'.
018200         88  VSL-ES-SALDOS-CAMBIADOS VALUE 'Y'.
018300*
018400 01  VSL-CONTADORES.
018500     05  VSL-CANT-CARGADAS       PIC 9(04) VALUE ZERO.
018600     05  VSL-CANT-RECHAZADAS     PIC 9(04) VALUE ZERO.
018700     05  VSL-CANT-APROBADAS      PIC 9(04) VALUE ZERO.
018800     05  VSL-CANT-DENEGADAS      PIC 9(04) VALUE ZERO.
018900     05  VSL-CANT-FUERA-CADENA   PIC 9(04) VALUE ZERO.
019000     05  VSL-CANT-ANULADAS       PIC 9(04) VALUE ZERO.
019100     05  VSL-CANT-ALIMENTADAS    PIC 9(04) VALUE ZERO.
019200     05  VSL-CANT-AUSENTES       PIC 9(04) VALUE ZERO.
019300     05  VSL-CANT-LISTADAS       PIC 9(04) VALUE ZERO.
019400     05  VSL-CANT-DEP-APROB      PIC 9(04) VALUE ZERO.
019500     05  VSL-CANT-DEP-PEND       PIC 9(04) VALUE ZERO.
019600*
019700 01  VSL-CANT-EMPLEADOS          PIC 9(03) VALUE ZERO.
019800 01  VSL-TABLA-EMPLEADOS.
019900     05  VSL-FILA-EMPL OCCURS 100 TIMES
020000                       INDEXED BY VSL-X-EMP.
020100         10 VSL-EMP-ID           PIC 9(05).
020200         10 VSL-EMP-NOMBRE       PIC X(05).
020300         10 VSL-EMP-DEPTO        PIC X(10).
020400         10 VSL-EMP-ESTADO       PIC X(01).
020500*
020600 01  VSL-CANT-SALDOS             PIC 9(03) VALUE ZERO.
020700 01  VSL-TABLA-SALDOS.
020800     05  VSL-FILA-SALDO OCCURS 200 TIMES
020900                        INDEXED BY VSL-X-SAL.
021000         10 VSL-SAL-ID           PIC 9(05).
021100         10 VSL-SAL-NOMBRE       PIC X(05).
021200         10 VSL-SAL-SALDO        PIC S9(03)V99.
021300*
021400 01  VSL-CANT-NOLAB              PIC 9(03) VALUE ZERO.
021500 01  VSL-TABLA-NOLAB.
021600     05  VSL-FILA-NOLAB OCCURS 400 TIMES
021700                        INDEXED BY VSL-X-NOL.
021800         10 VSL-NOL-FECHA        PIC 9(08).
021900*
022000 01  VSL-CANT-TOPES              PIC 9(02) VALUE ZERO.
022100 01  VSL-TABLA-TOPES.
022200     05  VSL-FILA-TOPE OCCURS 50 TIMES
022300                       INDEXED BY VSL-X-TOP.
022400         10 VSL-TOP-DEPTO        PIC X(10).
022500         10 VSL-TOP-MAXIMO       PIC 9(02).
022600*
022700 01  VSL-CANT-OPERADORES         PIC 9(03) VALUE ZERO.
022800 01  VSL-TABLA-OPERADORES.
022900     05  VSL-FILA-OPER OCCURS 100 TIMES
023000                       INDEXED BY VSL-X-OPE.
023100         10 VSL-OPE-USUARIO      PIC X(08).
023200         10 VSL-OPE-ID           PIC 9(05).
023300*
023400 01  VSL-CANT-DEPTOS             PIC 9(02) VALUE ZERO.
023500 01  VSL-TABLA-DEPTOS.
023600     05  VSL-FILA-DEPTO OCCURS 50 TIMES
023700                        INDEXED BY VSL-X-DEP.
023800         10 VSL-DEP-NOMBRE       PIC X(10).
023900*
024000 01  VSL-CANT-AUSMES             PIC 9(03) VALUE ZERO.
024100 01  VSL-TABLA-AUSMES.
024200     05  VSL-FILA-AUS OCCURS 200 TIMES
024300                      INDEXED BY VSL-X-AUS.
024400         10 VSL-AUS-ID           PIC 9(05).
024500         10 VSL-AUS-NOMBRE       PIC X(05).
024600         10 VSL-AUS-DIAS         PIC 9(03).
024700*
024800 01  VSL-CANT-SOLICITUDES        PIC 9(03) VALUE ZERO.
024900 01  VSL-TABLA-SOLICITUDES.
025000     05  VSL-FILA-SOL OCCURS 500 TIMES
025100                      INDEXED BY VSL-X-SOL VSL-X-OTR.
025200         10 VSL-SOL-NUMERO       PIC 9(06).
025300         10 VSL-SOL-ID           PIC 9(05).
025400         10 VSL-SOL-NOMBRE       PIC X(05).
025500         10 VSL-SOL-DEPTO        PIC X(10).
025600         10 VSL-SOL-DESDE        PIC 9(08).
025700         10 VSL-SOL-HASTA        PIC 9(08).
025800         10 VSL-SOL-DIAS         PIC 9(03).
025900         10 VSL-SOL-ESTADO       PIC X(01).
026000         10 VSL-SOL-APROBADOR    PIC 9(05).
026100         10 VSL-SOL-FECHA-CARGA  PIC 9(08).
026200         10 VSL-SOL-OPERADOR     PIC X(08).
026300         10 VSL-SOL-FECHA-DECIS  PIC 9(08).
026400         10 VSL-SOL-DECISOR      PIC X(08).
026500         10 VSL-SOL-MOTIVO       PIC X(20).
026600         10 VSL-SOL-ALIMENTADOS  PIC 9(03).
026700         10 VSL-SOL-PERIODO      PIC 9(06).
026800*
026900 PROCEDURE DIVISION.
027000******************************************************************
027100* 0000-MAINLINE - LOAD, DISPATCH BY MODE, REWRITE THE REQUESTS
027200******************************************************************
027300 0000-MAINLINE.
027400     ACCEPT VSL-FECHA-HOY FROM DATE YYYYMMDD.
027500     CALL 'SESUSER' USING VSL-SES-ACCION VSL-OPERADOR.
027600     PERFORM 1000-CARGAR-EMPLEADOS
027700         THRU 1000-CARGAR-EMPLEADOS-EXIT.
027800     IF VSL-CANT-EMPLEADOS = ZERO
027900         DISPLAY 'VACSOLIC: NO HAY ARCHIVO EMPLOYEES'
028000         MOVE 8 TO RETURN-CODE
028100         GOBACK
028200     END-IF.
028300     PERFORM 1100-CARGAR-SALDOS THRU 1100-CARGAR-SALDOS-EXIT.
028400     PERFORM 1200-CARGAR-CALENDARIO
028500         THRU 1200-CARGAR-CALENDARIO-EXIT.
028600     PERFORM 1300-CARGAR-TOPES THRU 1300-CARGAR-TOPES-EXIT.
028700     PERFORM 1400-CARGAR-OPERADORES
028800         THRU 1400-CARGAR-OPERADORES-EXIT.
028900     PERFORM 1500-CARGAR-SOLICITUDES
029000         THRU 1500-CARGAR-SOLICITUDES-EXIT.
029100     DISPLAY 'VACSOLIC - MODO (C=CARGAR, A=APROBAR, X=ANULAR, '
029200         'S=ALIMENTAR AUSENCIAS, L=CALENDARIO): '
029300         WITH NO ADVANCING.
029400     ACCEPT VSL-MODO.
029500     EVALUATE VSL-MODO
029600         WHEN 'C'
029700         WHEN 'c'
029800             PERFORM 2000-CARGAR THRU 2000-CARGAR-EXIT
029900         WHEN 'A'
030000         WHEN 'a'
030100             PERFORM 3000-APROBAR THRU 3000-APROBAR-EXIT
030200         WHEN 'X'
030300         WHEN 'x'
030400             PERFORM 4000-ANULAR THRU 4000-ANULAR-EXIT
030500         WHEN 'S'
030600         WHEN 's'
030700             PERFORM 5000-ALIMENTAR THRU 5000-ALIMENTAR-EXIT
030800         WHEN 'L'
030900         WHEN 'l'
031000             PERFORM 6000-CALENDARIO THRU 6000-CALENDARIO-EXIT
031100         WHEN OTHER
031200             DISPLAY 'MODO INVALIDO'
031300             MOVE 8 TO RETURN-CODE
031400     END-EVALUATE.
031500     IF VSL-ES-HUBO-CAMBIOS
031600         PERFORM 8000-GRABAR-SOLICITUDES
031700             THRU 8000-GRABAR-SOLICITUDES-EXIT
031800     END-IF.
031900     IF VSL-ES-SALDOS-CAMBIADOS
032000         PERFORM 8200-GRABAR-SALDOS THRU 8200-GRABAR-SALDOS-EXIT
032100     END-IF.
032200     GOBACK.
032300 0000-MAINLINE-EXIT.
032400     EXIT.
032500*
032600******************************************************************
032700* 1000-CARGAR-EMPLEADOS - THE MASTER, WITH EACH DEPARTMENT ONCE
032800*                         FOR THE TEAM CALENDAR
032900******************************************************************
033000 1000-CARGAR-EMPLEADOS.
033100     MOVE 'N' TO VSL-FIN-ARCHIVO.
033200     OPEN INPUT EMPLOYEES-FILE.
033300     IF VSL-STATUS-EMPL NOT = '00'
033400         CLOSE EMPLOYEES-FILE
033500         GO TO 1000-CARGAR-EMPLEADOS-EXIT
033600     END-IF.
033700     PERFORM 1010-LEER-EMPLEADO THRU 1010-LEER-EMPLEADO-EXIT
033800         UNTIL VSL-ES-FIN-ARCHIVO.
033900     CLOSE EMPLOYEES-FILE.
034000     MOVE 'N' TO VSL-FIN-ARCHIVO.
034100 1000-CARGAR-EMPLEADOS-EXIT.
034200     EXIT.
034300*
034400******************************************************************
034500* 1010-LEER-EMPLEADO - ONE MASTER ROW INTO THE TABLE
034600******************************************************************
034700 1010-LEER-EMPLEADO.
034800     READ EMPLOYEES-FILE
034900         AT END
035000             SET VSL-ES-FIN-ARCHIVO TO TRUE
035100             GO TO 1010-LEER-EMPLEADO-EXIT
035200     END-READ.
035300     IF VSL-CANT-EMPLEADOS >= 100
035400         GO TO 1010-LEER-EMPLEADO-EXIT
035500     END-IF.
035600     ADD 1 TO VSL-CANT-EMPLEADOS.
035700     SET VSL-X-EMP TO VSL-CANT-EMPLEADOS.
035800     MOVE EM-ID TO VSL-EMP-ID(VSL-X-EMP).
035900     MOVE EM-NOMBRE TO VSL-EMP-NOMBRE(VSL-X-EMP).
036000     MOVE EM-DEPARTAMENTO TO VSL-EMP-DEPTO(VSL-X-EMP).
036100     MOVE EM-ESTADO TO VSL-EMP-ESTADO(VSL-X-EMP).
036200     MOVE EM-DEPARTAMENTO TO VSL-DEPTO-AUX.
036300     PERFORM 1020-AGREGAR-DEPTO THRU 1020-AGREGAR-DEPTO-EXIT.
036400 1010-LEER-EMPLEADO-EXIT.
036500     EXIT.
036600*
036700******************************************************************
036800* 1020-AGREGAR-DEPTO - THE DEPARTMENT INTO THE LIST, ONCE
036900******************************************************************
037000 1020-AGREGAR-DEPTO.
037100     MOVE 'N' TO VSL-HALLADO.
037200     SET VSL-X-DEP TO 1.
037300     SEARCH VSL-FILA-DEPTO
037400         AT END
037500             CONTINUE
037600         WHEN VSL-X-DEP > VSL-CANT-DEPTOS
037700             CONTINUE
037800         WHEN VSL-DEP-NOMBRE(VSL-X-DEP) = VSL-DEPTO-AUX
037900             SET VSL-ES-HALLADO TO TRUE
038000     END-SEARCH.
038100     IF NOT VSL-ES-HALLADO
038200         AND VSL-CANT-DEPTOS < 50
038300         ADD 1 TO VSL-CANT-DEPTOS
038400         SET VSL-X-DEP TO VSL-CANT-DEPTOS
038500         MOVE VSL-DEPTO-AUX TO VSL-DEP-NOMBRE(VSL-X-DEP)
038600     END-IF.
038700 1020-AGREGAR-DEPTO-EXIT.
038800     EXIT.
038900*
039000******************************************************************
039100* 1100-CARGAR-SALDOS - THE VACSALDO BALANCES INTO MEMORY
039200******************************************************************
039300 1100-CARGAR-SALDOS.
039400     MOVE 'N' TO VSL-FIN-ARCHIVO.
039500     OPEN INPUT VACSALDO-FILE.
039600     IF VSL-STATUS-SALDO NOT = '00'
039700         CLOSE VACSALDO-FILE
039800         GO TO 1100-CARGAR-SALDOS-EXIT
039900     END-IF.
040000     PERFORM 1110-LEER-SALDO THRU 1110-LEER-SALDO-EXIT
040100         UNTIL VSL-ES-FIN-ARCHIVO.
040200     CLOSE VACSALDO-FILE.
040300     MOVE 'N' TO VSL-FIN-ARCHIVO.
040400 1100-CARGAR-SALDOS-EXIT.
040500     EXIT.
040600*
040700******************************************************************
040800* 1110-LEER-SALDO - ONE BALANCE ROW INTO THE TABLE; MORE ROWS
040900*                   THAN THE TABLE HOLDS STOP THE PROGRAM SO A
041000*                   REWRITE NEVER DROPS ANY
041100******************************************************************
041200 1110-LEER-SALDO.
041300     READ VACSALDO-FILE
041400         AT END
041500             SET VSL-ES-FIN-ARCHIVO TO TRUE
041600             GO TO 1110-LEER-SALDO-EXIT
041700     END-READ.
041800     IF VSL-CANT-SALDOS >= 200
041900         DISPLAY 'VACSOLIC: MAS DE 200 SALDOS, SE CANCELA '
042000             'PARA NO PERDER FILAS AL REGRABAR'
042100         MOVE 8 TO RETURN-CODE
042200         CLOSE VACSALDO-FILE
042300         GOBACK
042400     END-IF.
042500     ADD 1 TO VSL-CANT-SALDOS.
042600     SET VSL-X-SAL TO VSL-CANT-SALDOS.
042700     MOVE VS-ID TO VSL-SAL-ID(VSL-X-SAL).
042800     MOVE VS-NOMBRE TO VSL-SAL-NOMBRE(VSL-X-SAL).
042900     MOVE VS-SALDO TO VSL-SAL-SALDO(VSL-X-SAL).
043000 1110-LEER-SALDO-EXIT.
043100     EXIT.
043200*
043300******************************************************************
043400* 1200-CARGAR-CALENDARIO - THE NON-WORKING DATES
043500******************************************************************
043600 1200-CARGAR-CALENDARIO.
043700     MOVE 'N' TO VSL-FIN-ARCHIVO.
043800     OPEN INPUT CALENDARIO-FILE.
043900     IF VSL-STATUS-CALEND NOT = '00'
044000         CLOSE CALENDARIO-FILE
044100         GO TO 1200-CARGAR-CALENDARIO-EXIT
044200     END-IF.
044300     PERFORM 1210-LEER-FECHA THRU 1210-LEER-FECHA-EXIT
044400         UNTIL VSL-ES-FIN-ARCHIVO.
044500     CLOSE CALENDARIO-FILE.
044600     MOVE 'N' TO VSL-FIN-ARCHIVO.
044700 1200-CARGAR-CALENDARIO-EXIT.
044800     EXIT.
044900*
045000******************************************************************
045100* 1210-LEER-FECHA - ONE NON-WORKING DATE INTO THE TABLE
045200******************************************************************
045300 1210-LEER-FECHA.
045400     READ CALENDARIO-FILE
045500         AT END
045600             SET VSL-ES-FIN-ARCHIVO TO TRUE
045700         NOT AT END
045800             IF CL-FECHA IS NUMERIC
045900                 AND VSL-CANT-NOLAB < 400
046000                 ADD 1 TO VSL-CANT-NOLAB
046100                 SET VSL-X-NOL TO VSL-CANT-NOLAB
046200                 MOVE CL-FECHA TO VSL-NOL-FECHA(VSL-X-NOL)
046300             END-IF
046400     END-READ.
046500 1210-LEER-FECHA-EXIT.
046600     EXIT.
046700*
046800******************************************************************
046900* 1300-CARGAR-TOPES - PEOPLE ON LEAVE AT ONCE PER DEPARTMENT; THE
047000*                     VACMAXDEPTO CARD COVERS THE REST
047100******************************************************************
047200 1300-CARGAR-TOPES.
047300     MOVE 'VACMAXDEPTO' TO VSL-PARM-CLAVE.
047400     CALL 'LEERPARM' USING VSL-PARM-CLAVE
047500         VSL-PARM-VALOR VSL-PARM-HALLADO.
047600     IF VSL-ES-PARM-HALLADO
047700         AND VSL-PARM-VALOR(1:2) IS NUMERIC
047800         MOVE VSL-PARM-VALOR(1:2) TO VSL-TOPE-DEFECTO
047900     END-IF.
048000     MOVE 'N' TO VSL-FIN-ARCHIVO.
048100     OPEN INPUT VACTOPES-FILE.
048200     IF VSL-STATUS-TOPES NOT = '00'
048300         CLOSE VACTOPES-FILE
048400         GO TO 1300-CARGAR-TOPES-EXIT
048500     END-IF.
048600     PERFORM 1310-LEER-TOPE THRU 1310-LEER-TOPE-EXIT
048700         UNTIL VSL-ES-FIN-ARCHIVO.
048800     CLOSE VACTOPES-FILE.
048900     MOVE 'N' TO VSL-FIN-ARCHIVO.
049000 1300-CARGAR-TOPES-EXIT.
049100     EXIT.
049200*
049300******************************************************************
049400* 1310-LEER-TOPE - ONE DEPARTMENT LIMIT INTO THE TABLE
049500******************************************************************
049600 1310-LEER-TOPE.
049700     READ VACTOPES-FILE
049800         AT END
049900             SET VSL-ES-FIN-ARCHIVO TO TRUE
050000         NOT AT END
050100             IF VT-MAXIMO IS NUMERIC
050200                 AND VSL-CANT-TOPES < 50
050300                 ADD 1 TO VSL-CANT-TOPES
050400                 SET VSL-X-TOP TO VSL-CANT-TOPES
050500                 MOVE VT-DEPARTAMENTO TO VSL-TOP-DEPTO(VSL-X-TOP)
050600                 MOVE VT-MAXIMO TO VSL-TOP-MAXIMO(VSL-X-TOP)
050700             END-IF
050800     END-READ.
050900 1310-LEER-TOPE-EXIT.
051000     EXIT.
051100*
051200******************************************************************
051300* 1400-CARGAR-OPERADORES - OPERATOR PER EMPLOYEE, TO ADDRESS THE
051400*                          NOTIFICATIONS
051500******************************************************************
051600 1400-CARGAR-OPERADORES.
051700     MOVE 'N' TO VSL-FIN-ARCHIVO.
051800     OPEN INPUT OPEREMP-FILE.
051900     IF VSL-STATUS-OPER NOT = '00'
052000         CLOSE OPEREMP-FILE
052100         GO TO 1400-CARGAR-OPERADORES-EXIT
052200     END-IF.
052300     PERFORM 1410-LEER-OPERADOR THRU 1410-LEER-OPERADOR-EXIT
052400         UNTIL VSL-ES-FIN-ARCHIVO.
052500     CLOSE OPEREMP-FILE.
052600     MOVE 'N' TO VSL-FIN-ARCHIVO.
052700 1400-CARGAR-OPERADORES-EXIT.
052800     EXIT.
052900*
053000******************************************************************
053100* 1410-LEER-OPERADOR - ONE OPERATOR/EMPLOYEE PAIR INTO THE TABLE
053200******************************************************************
053300 1410-LEER-OPERADOR.
053400     READ OPEREMP-FILE
053500         AT END
053600             SET VSL-ES-FIN-ARCHIVO TO TRUE
053700         NOT AT END
053800             IF OE-ID IS NUMERIC
053900                 AND OE-ID NOT = ZERO
054000                 AND VSL-CANT-OPERADORES < 100
054100                 ADD 1 TO VSL-CANT-OPERADORES
054200                 SET VSL-X-OPE TO VSL-CANT-OPERADORES
054300                 MOVE OE-USUARIO TO VSL-OPE-USUARIO(VSL-X-OPE)
054400                 MOVE OE-ID TO VSL-OPE-ID(VSL-X-OPE)
054500             END-IF
054600     END-READ.
054700 1410-LEER-OPERADOR-EXIT.
054800     EXIT.
054900*
055000******************************************************************
055100* 1500-CARGAR-SOLICITUDES - CURRENT REQUESTS INTO MEMORY
055200******************************************************************
055300 1500-CARGAR-SOLICITUDES.
055400     MOVE 'N' TO VSL-FIN-ARCHIVO.
055500     OPEN INPUT VACSOLIC-FILE.
055600     IF VSL-STATUS-SOLIC NOT = '00'
055700         CLOSE VACSOLIC-FILE
055800         GO TO 1500-CARGAR-SOLICITUDES-EXIT
055900     END-IF.
056000     PERFORM 1510-LEER-SOLICITUD THRU 1510-LEER-SOLICITUD-EXIT
056100         UNTIL VSL-ES-FIN-ARCHIVO.
056200     CLOSE VACSOLIC-FILE.
056300     MOVE 'N' TO VSL-FIN-ARCHIVO.
056400 1500-CARGAR-SOLICITUDES-EXIT.
056500     EXIT.
056600*
056700******************************************************************
056800* 1510-LEER-SOLICITUD - ONE REQUEST INTO THE TABLE; THE HIGHEST
056900*                       NUMBER SEEN NUMBERS THE NEXT REQUEST
057000******************************************************************
057100 1510-LEER-SOLICITUD.
057200     READ VACSOLIC-FILE
057300         AT END
057400             SET VSL-ES-FIN-ARCHIVO TO TRUE
057500             GO TO 1510-LEER-SOLICITUD-EXIT
057600     END-READ.
057700     IF VSL-CANT-SOLICITUDES >= 500
057800         DISPLAY 'VACSOLIC: MAS DE 500 SOLICITUDES, SE CANCELA '
057900             'PARA NO PERDER FILAS AL REGRABAR'
058000         MOVE 8 TO RETURN-CODE
058100         CLOSE VACSOLIC-FILE
058200         GOBACK
058300     END-IF.
058400     ADD 1 TO VSL-CANT-SOLICITUDES.
058500     SET VSL-X-SOL TO VSL-CANT-SOLICITUDES.
058600     MOVE VQ-NUMERO TO VSL-SOL-NUMERO(VSL-X-SOL).
058700     MOVE VQ-ID TO VSL-SOL-ID(VSL-X-SOL).
058800     MOVE VQ-NOMBRE TO VSL-SOL-NOMBRE(VSL-X-SOL).
058900     MOVE VQ-DEPARTAMENTO TO VSL-SOL-DEPTO(VSL-X-SOL).
059000     MOVE VQ-DESDE TO VSL-SOL-DESDE(VSL-X-SOL).
059100     MOVE VQ-HASTA TO VSL-SOL-HASTA(VSL-X-SOL).
059200     MOVE VQ-DIAS-HABILES TO VSL-SOL-DIAS(VSL-X-SOL).
059300     MOVE VQ-ESTADO TO VSL-SOL-ESTADO(VSL-X-SOL).
059400     MOVE VQ-APROBADOR-ID TO VSL-SOL-APROBADOR(VSL-X-SOL).
059500     MOVE VQ-FECHA-CARGA TO VSL-SOL-FECHA-CARGA(VSL-X-SOL).
059600     MOVE VQ-OPERADOR TO VSL-SOL-OPERADOR(VSL-X-SOL).
059700     MOVE VQ-FECHA-DECISION TO VSL-SOL-FECHA-DECIS(VSL-X-SOL).
059800     MOVE VQ-DECISOR TO VSL-SOL-DECISOR(VSL-X-SOL).
059900     MOVE VQ-MOTIVO-RECHAZO TO VSL-SOL-MOTIVO(VSL-X-SOL).
060000     MOVE VQ-DIAS-ALIMENTADOS TO VSL-SOL-ALIMENTADOS(VSL-X-SOL).
060100     MOVE VQ-PERIODO-ALIM TO VSL-SOL-PERIODO(VSL-X-SOL).
060200     IF VQ-NUMERO IS NUMERIC
060300         AND VQ-NUMERO > VSL-ULTIMO-NUMERO
060400         MOVE VQ-NUMERO TO VSL-ULTIMO-NUMERO
060500     END-IF.
060600 1510-LEER-SOLICITUD-EXIT.
060700     EXIT.
060800*
060900******************************************************************
061000* 2000-CARGAR - REQUESTS, CHECKED AS THEY ARE KEYED
061100******************************************************************
061200 2000-CARGAR.
061300     MOVE 'S' TO VSL-RESPUESTA.
061400     PERFORM 2100-CARGAR-UNA THRU 2100-CARGAR-UNA-EXIT
061500         UNTIL VSL-RESPUESTA NOT = 'S'
061600         AND VSL-RESPUESTA NOT = 's'.
061700     DISPLAY 'VACSOLIC: ' VSL-CANT-CARGADAS ' CARGADAS, '
061800         VSL-CANT-RECHAZADAS ' RECHAZADAS'.
061900 2000-CARGAR-EXIT.
062000     EXIT.
062100*
062200******************************************************************
062300* 2100-CARGAR-UNA - ONE REQUEST FOR ONE EMPLOYEE; LEGAJO 0 IS THE
062400*                   EMPLOYEE BEHIND THE SIGNED-ON OPERATOR
062500******************************************************************
062600 2100-CARGAR-UNA.
062700     DISPLAY 'LEGAJO (5, 0=EL PROPIO): ' WITH NO ADVANCING.
062800     MOVE SPACES TO VSL-ENTRADA.
062900     ACCEPT VSL-ENTRADA.
063000     IF VSL-ENTRADA(1:5) IS NOT NUMERIC
063100         DISPLAY 'LEGAJO INVALIDO'
063200         ADD 1 TO VSL-CANT-RECHAZADAS
063300         GO TO 2100-SEGUIR
063400     END-IF.
063500     MOVE VSL-ENTRADA(1:5) TO VSL-ID-PEDIDO.
063600     IF VSL-ID-PEDIDO = ZERO
063700         MOVE 'E' TO VSL-JFC-ACCION
063800         MOVE ZERO TO VSL-JFC-ID
063900         CALL 'JEFCADENA' USING VSL-JFC-ACCION VSL-JFC-ID
064000             VSL-FECHA-HOY VSL-OPERADOR VSL-JFC-RESULTADO
064100             VSL-JFC-JEFE
064200         IF VSL-JFC-RESULTADO NOT = 'S'
064300             DISPLAY 'EL OPERADOR ' VSL-OPERADOR
064400                 ' NO ESTA ASOCIADO A UN EMPLEADO (OPEREMP)'
064500             ADD 1 TO VSL-CANT-RECHAZADAS
064600             GO TO 2100-SEGUIR
064700         END-IF
064800         MOVE VSL-JFC-ID TO VSL-ID-PEDIDO
064900     END-IF.
065000     PERFORM 2200-UBICAR-EMPLEADO
065100         THRU 2200-UBICAR-EMPLEADO-EXIT.
065200     IF NOT VSL-ES-HALLADO
065300         DISPLAY 'LEGAJO ' VSL-ID-PEDIDO
065400             ' NO ESTA ACTIVO EN EMPLOYEES'
065500         ADD 1 TO VSL-CANT-RECHAZADAS
065600         GO TO 2100-SEGUIR
065700     END-IF.
065800     DISPLAY 'PRIMER DIA (AAAAMMDD): ' WITH NO ADVANCING.
065900     MOVE SPACES TO VSL-ENTRADA.
066000     ACCEPT VSL-ENTRADA.
066100     PERFORM 7100-VALIDAR-FECHA THRU 7100-VALIDAR-FECHA-EXIT.
066200     IF NOT VSL-ES-FECHA-OK
066300         DISPLAY 'FECHA INVALIDA'
066400         ADD 1 TO VSL-CANT-RECHAZADAS
066500         GO TO 2100-SEGUIR
066600     END-IF.
066700     MOVE VSL-FECHA-AUX TO VSL-DESDE-AUX.
066800     IF VSL-DESDE-AUX NOT > VSL-FECHA-HOY
066900         DISPLAY 'LAS VACACIONES SE PIDEN ANTES DEL PRIMER DIA'
067000         ADD 1 TO VSL-CANT-RECHAZADAS
067100         GO TO 2100-SEGUIR
067200     END-IF.
067300     DISPLAY 'ULTIMO DIA (AAAAMMDD): ' WITH NO ADVANCING.
067400     MOVE SPACES TO VSL-ENTRADA.
067500     ACCEPT VSL-ENTRADA.
067600     PERFORM 7100-VALIDAR-FECHA THRU 7100-VALIDAR-FECHA-EXIT.
067700     IF NOT VSL-ES-FECHA-OK
067800         DISPLAY 'FECHA INVALIDA'
067900         ADD 1 TO VSL-CANT-RECHAZADAS
068000         GO TO 2100-SEGUIR
068100     END-IF.
068200     MOVE VSL-FECHA-AUX TO VSL-HASTA-AUX.
068300     IF VSL-HASTA-AUX < VSL-DESDE-AUX
068400         DISPLAY 'EL ULTIMO DIA ES ANTERIOR AL PRIMERO'
068500         ADD 1 TO VSL-CANT-RECHAZADAS
068600         GO TO 2100-SEGUIR
068700     END-IF.
068800     PERFORM 7000-CONTAR-HABILES THRU 7000-CONTAR-HABILES-EXIT.
068900     IF VSL-DIAS-AUX = ZERO
069000         DISPLAY 'NO HAY DIAS HABILES ENTRE ESAS FECHAS'
069100         ADD 1 TO VSL-CANT-RECHAZADAS
069200         GO TO 2100-SEGUIR
069300     END-IF.
069400     PERFORM 2300-CONTROLAR-SUPERPOSICION
069500         THRU 2300-CONTROLAR-SUPERPOSICION-EXIT.
069600     IF VSL-ES-EXCEDIDO
069700         DISPLAY 'EL LEGAJO YA TIENE VACACIONES PEDIDAS EN ESAS '
069800             'FECHAS'
069900         ADD 1 TO VSL-CANT-RECHAZADAS
070000         GO TO 2100-SEGUIR
070100     END-IF.
070200     MOVE VSL-ID-PEDIDO TO VSL-ID-SALDO.
070300     MOVE ZERO TO VSL-SOL-EXCLUIDA.
070400     PERFORM 7200-CALCULAR-DISPONIBLE
070500         THRU 7200-CALCULAR-DISPONIBLE-EXIT.
070600     IF VSL-DIAS-AUX > VSL-DISPONIBLE
070700         MOVE VSL-DISPONIBLE TO VSL-DISP-ED
070800         DISPLAY 'PIDE ' VSL-DIAS-AUX ' DIAS HABILES Y EL SALDO '
070900             'DISPONIBLE ES ' VSL-DISP-ED
071000         ADD 1 TO VSL-CANT-RECHAZADAS
071100         GO TO 2100-SEGUIR
071200     END-IF.
071300     PERFORM 2400-CONTROLAR-DEPTO THRU 2400-CONTROLAR-DEPTO-EXIT.
071400     IF VSL-ES-EXCEDIDO
071500         DISPLAY 'EL ' VSL-FECHA-AUX ' YA HAY ' VSL-AUSENTES-DIA
071600             ' DE ' VSL-DEPTO-AUX ' AUSENTES, EL TOPE ES '
071700             VSL-TOPE-AUX
071800         ADD 1 TO VSL-CANT-RECHAZADAS
071900         GO TO 2100-SEGUIR
072000     END-IF.
072100     PERFORM 2500-AGREGAR-SOLICITUD
072200         THRU 2500-AGREGAR-SOLICITUD-EXIT.
072300 2100-SEGUIR.
072400     DISPLAY 'OTRA SOLICITUD (S/N): ' WITH NO ADVANCING.
072500     ACCEPT VSL-RESPUESTA.
072600 2100-CARGAR-UNA-EXIT.
072700     EXIT.
072800*
072900******************************************************************
073000* 2200-UBICAR-EMPLEADO - ACTIVE EMPLOYEE BY ID
073100******************************************************************
073200 2200-UBICAR-EMPLEADO.
073300     MOVE 'N' TO VSL-HALLADO.
073400     SET VSL-X-EMP TO 1.
073500     SEARCH VSL-FILA-EMPL
073600         AT END
073700             CONTINUE
073800         WHEN VSL-X-EMP > VSL-CANT-EMPLEADOS
073900             CONTINUE
074000         WHEN VSL-EMP-ID(VSL-X-EMP) = VSL-ID-PEDIDO
074100             AND VSL-EMP-ESTADO(VSL-X-EMP) NOT = 'B'
074200             SET VSL-ES-HALLADO TO TRUE
074300     END-SEARCH.
074400 2200-UBICAR-EMPLEADO-EXIT.
074500     EXIT.
074600*
074700******************************************************************
074800* 2300-CONTROLAR-SUPERPOSICION - THE EMPLOYEE MAY NOT HAVE TWO
074900*                                OPEN REQUESTS OVER THE SAME DAYS
075000******************************************************************
075100 2300-CONTROLAR-SUPERPOSICION.
075200     MOVE 'N' TO VSL-EXCEDIDO.
075300     PERFORM 2310-COMPARAR-PROPIA THRU 2310-COMPARAR-PROPIA-EXIT
075400         VARYING VSL-X-SOL FROM 1 BY 1
075500         UNTIL VSL-X-SOL > VSL-CANT-SOLICITUDES
075600         OR VSL-ES-EXCEDIDO.
075700 2300-CONTROLAR-SUPERPOSICION-EXIT.
075800     EXIT.
075900*
076000 2310-COMPARAR-PROPIA.
076100     IF VSL-SOL-ID(VSL-X-SOL) = VSL-ID-PEDIDO
076200         AND (VSL-SOL-ESTADO(VSL-X-SOL) = 'P'
076300             OR VSL-SOL-ESTADO(VSL-X-SOL) = 'A'
076400             OR VSL-SOL-ESTADO(VSL-X-SOL) = 'F')
076500         AND VSL-SOL-DESDE(VSL-X-SOL) NOT > VSL-HASTA-AUX
076600         AND VSL-SOL-HASTA(VSL-X-SOL) NOT < VSL-DESDE-AUX
076700         SET VSL-ES-EXCEDIDO TO TRUE
076800     END-IF.
076900 2310-COMPARAR-PROPIA-EXIT.
077000     EXIT.
077100*
077200******************************************************************
077300* 2400-CONTROLAR-DEPTO - ON EVERY WORKING DAY OF THE REQUEST THE
077400*                        PEOPLE OF THE DEPARTMENT WITH PENDING OR
077500*                        APPROVED LEAVE, PLUS THIS ONE, MAY NOT
077600*                        PASS THE DEPARTMENT LIMIT
077700******************************************************************
077800 2400-CONTROLAR-DEPTO.
077900     MOVE 'N' TO VSL-EXCEDIDO.
078000     MOVE VSL-EMP-DEPTO(VSL-X-EMP) TO VSL-DEPTO-AUX.
078100     PERFORM 7400-UBICAR-TOPE THRU 7400-UBICAR-TOPE-EXIT.
078200     IF VSL-TOPE-AUX = ZERO
078300         GO TO 2400-CONTROLAR-DEPTO-EXIT
078400     END-IF.
078500     COMPUTE VSL-DIA-DESDE =
078600         FUNCTION INTEGER-OF-DATE(VSL-DESDE-AUX).
078700     COMPUTE VSL-DIA-HASTA =
078800         FUNCTION INTEGER-OF-DATE(VSL-HASTA-AUX).
078900     PERFORM 2410-CONTROLAR-DIA THRU 2410-CONTROLAR-DIA-EXIT
079000         VARYING VSL-DIA-ENTERO FROM VSL-DIA-DESDE BY 1
079100         UNTIL VSL-DIA-ENTERO > VSL-DIA-HASTA
079200         OR VSL-ES-EXCEDIDO.
079300 2400-CONTROLAR-DEPTO-EXIT.
079400     EXIT.
079500*
079600******************************************************************
079700* 2410-CONTROLAR-DIA - COUNT THE DEPARTMENT ON LEAVE ONE DAY
079800******************************************************************
079900 2410-CONTROLAR-DIA.
080000     PERFORM 7300-ES-HABIL THRU 7300-ES-HABIL-EXIT.
080100     IF NOT VSL-ES-HABIL
080200         GO TO 2410-CONTROLAR-DIA-EXIT
080300     END-IF.
080400     MOVE ZERO TO VSL-AUSENTES-DIA.
080500     PERFORM 2420-CONTAR-AUSENTE THRU 2420-CONTAR-AUSENTE-EXIT
080600         VARYING VSL-X-SOL FROM 1 BY 1
080700         UNTIL VSL-X-SOL > VSL-CANT-SOLICITUDES.
080800     IF VSL-AUSENTES-DIA + 1 > VSL-TOPE-AUX
080900         SET VSL-ES-EXCEDIDO TO TRUE
081000     END-IF.
081100 2410-CONTROLAR-DIA-EXIT.
081200     EXIT.
081300*
081400 2420-CONTAR-AUSENTE.
081500     IF VSL-SOL-DEPTO(VSL-X-SOL) = VSL-DEPTO-AUX
081600         AND VSL-SOL-ID(VSL-X-SOL) NOT = VSL-ID-PEDIDO
081700         AND (VSL-SOL-ESTADO(VSL-X-SOL) = 'P'
081800             OR VSL-SOL-ESTADO(VSL-X-SOL) = 'A'
081900             OR VSL-SOL-ESTADO(VSL-X-SOL) = 'F')
082000         AND VSL-SOL-DESDE(VSL-X-SOL) NOT > VSL-FECHA-AUX
082100         AND VSL-SOL-HASTA(VSL-X-SOL) NOT < VSL-FECHA-AUX
082200         ADD 1 TO VSL-AUSENTES-DIA
082300     END-IF.
082400 2420-CONTAR-AUSENTE-EXIT.
082500     EXIT.
082600*
082700******************************************************************
082800* 2500-AGREGAR-SOLICITUD - ONE CHECKED REQUEST INTO THE FILE,
082900*                          PENDING WITH THE MANAGER IN FORCE
083000******************************************************************
083100 2500-AGREGAR-SOLICITUD.
083200     IF VSL-CANT-SOLICITUDES >= 500
083300         DISPLAY 'VACSOLIC: ARCHIVO LLENO'
083400         ADD 1 TO VSL-CANT-RECHAZADAS
083500         GO TO 2500-AGREGAR-SOLICITUD-EXIT
083600     END-IF.
083700     MOVE 'J' TO VSL-JFC-ACCION.
083800     MOVE VSL-ID-PEDIDO TO VSL-JFC-ID.
083900     CALL 'JEFCADENA' USING VSL-JFC-ACCION VSL-JFC-ID
084000         VSL-FECHA-HOY VSL-OPERADOR VSL-JFC-RESULTADO
084100         VSL-JFC-JEFE.
084200     ADD 1 TO VSL-CANT-SOLICITUDES.
084300     ADD 1 TO VSL-ULTIMO-NUMERO.
084400     SET VSL-X-SOL TO VSL-CANT-SOLICITUDES.
084500     MOVE VSL-ULTIMO-NUMERO TO VSL-SOL-NUMERO(VSL-X-SOL).
084600     MOVE VSL-ID-PEDIDO TO VSL-SOL-ID(VSL-X-SOL).
084700     MOVE VSL-EMP-NOMBRE(VSL-X-EMP) TO VSL-SOL-NOMBRE(VSL-X-SOL).
084800     MOVE VSL-EMP-DEPTO(VSL-X-EMP) TO VSL-SOL-DEPTO(VSL-X-SOL).
084900     MOVE VSL-DESDE-AUX TO VSL-SOL-DESDE(VSL-X-SOL).
085000     MOVE VSL-HASTA-AUX TO VSL-SOL-HASTA(VSL-X-SOL).
085100     MOVE VSL-DIAS-AUX TO VSL-SOL-DIAS(VSL-X-SOL).
085200     MOVE 'P' TO VSL-SOL-ESTADO(VSL-X-SOL).
085300     MOVE VSL-JFC-JEFE TO VSL-SOL-APROBADOR(VSL-X-SOL).
085400     MOVE VSL-FECHA-HOY TO VSL-SOL-FECHA-CARGA(VSL-X-SOL).
085500     MOVE VSL-OPERADOR TO VSL-SOL-OPERADOR(VSL-X-SOL).
085600     MOVE ZERO TO VSL-SOL-FECHA-DECIS(VSL-X-SOL).
085700     MOVE SPACES TO VSL-SOL-DECISOR(VSL-X-SOL).
085800     MOVE SPACES TO VSL-SOL-MOTIVO(VSL-X-SOL).
085900     MOVE ZERO TO VSL-SOL-ALIMENTADOS(VSL-X-SOL).
086000     MOVE ZERO TO VSL-SOL-PERIODO(VSL-X-SOL).
086100     ADD 1 TO VSL-CANT-CARGADAS.
086200     SET VSL-ES-HUBO-CAMBIOS TO TRUE.
086300     DISPLAY 'SOLICITUD ' VSL-ULTIMO-NUMERO ' CARGADA, '
086400         VSL-DIAS-AUX ' DIAS HABILES, PENDIENTE DE APROBACION'.
086500*    SIN LINEA DE REPORTE EL AVISO QUEDA SIN DESTINATARIO Y LA
086600*    TABLA NOTIRUTA DECIDE A QUIEN LLEGA.
086700     MOVE SPACES TO VSL-NTF-DESTINO.
086800     IF VSL-JFC-JEFE NOT = ZERO
086900         MOVE VSL-JFC-JEFE TO VSL-JFC-ID
087000         PERFORM 7500-UBICAR-OPERADOR
087100             THRU 7500-UBICAR-OPERADOR-EXIT
087200     END-IF.
087300     MOVE 'VACACIONES A APROBAR' TO VSL-NTF-TEXTO.
087400     PERFORM 7600-AVISAR THRU 7600-AVISAR-EXIT.
087500 2500-AGREGAR-SOLICITUD-EXIT.
087600     EXIT.
087700*
087800******************************************************************
087900* 3000-APROBAR - DECISION ON EACH PENDING REQUEST; 0 REVIEWS
088000*                EVERY EMPLOYEE THE OPERATOR MAY APPROVE FOR
088100******************************************************************
088200 3000-APROBAR.
088300     DISPLAY 'LEGAJO A REVISAR (5, 0=TODOS): '
088400         WITH NO ADVANCING.
088500     MOVE SPACES TO VSL-ENTRADA.
088600     ACCEPT VSL-ENTRADA.
088700     IF VSL-ENTRADA(1:5) IS NOT NUMERIC
088800         DISPLAY 'LEGAJO INVALIDO'
088900         MOVE 8 TO RETURN-CODE
089000         GO TO 3000-APROBAR-EXIT
089100     END-IF.
089200     MOVE VSL-ENTRADA(1:5) TO VSL-ID-PEDIDO.
089300     PERFORM 3100-APROBAR-UNA THRU 3100-APROBAR-UNA-EXIT
089400         VARYING VSL-X-SOL FROM 1 BY 1
089500         UNTIL VSL-X-SOL > VSL-CANT-SOLICITUDES.
089600     DISPLAY 'VACSOLIC: ' VSL-CANT-APROBADAS ' APROBADAS, '
089700         VSL-CANT-DENEGADAS ' RECHAZADAS'.
089800     IF VSL-CANT-FUERA-CADENA > ZERO
089900         DISPLAY 'VACSOLIC: ' VSL-CANT-FUERA-CADENA
090000             ' SOLICITUDES NO REVISADAS: EL OPERADOR NO ESTA EN '
090100             'LA CADENA DE MANDO DEL EMPLEADO'
090200     END-IF.
090300 3000-APROBAR-EXIT.
090400     EXIT.
090500*
090600******************************************************************
090700* 3100-APROBAR-UNA - SHOW ONE PENDING REQUEST WITH THE BALANCE
090800*                    LEFT AND RECORD THE DECISION (S=APPROVE,
090900*                    N=REJECT, ELSE KEEP IT PENDING)
091000******************************************************************
091100 3100-APROBAR-UNA.
091200     IF VSL-SOL-ESTADO(VSL-X-SOL) NOT = 'P'
091300         GO TO 3100-APROBAR-UNA-EXIT
091400     END-IF.
091500     IF VSL-ID-PEDIDO NOT = ZERO
091600         AND VSL-SOL-ID(VSL-X-SOL) NOT = VSL-ID-PEDIDO
091700         GO TO 3100-APROBAR-UNA-EXIT
091800     END-IF.
091900     MOVE 'V' TO VSL-JFC-ACCION.
092000     MOVE VSL-SOL-ID(VSL-X-SOL) TO VSL-JFC-ID.
092100     CALL 'JEFCADENA' USING VSL-JFC-ACCION VSL-JFC-ID
092200         VSL-FECHA-HOY VSL-OPERADOR VSL-JFC-RESULTADO
092300         VSL-JFC-JEFE.
092400     IF VSL-JFC-RESULTADO NOT = 'S'
092500         AND VSL-JFC-RESULTADO NOT = 'L'
092600         ADD 1 TO VSL-CANT-FUERA-CADENA
092700         GO TO 3100-APROBAR-UNA-EXIT
092800     END-IF.
092900     MOVE VSL-SOL-ID(VSL-X-SOL) TO VSL-ID-SALDO.
093000     SET VSL-SOL-EXCLUIDA TO VSL-X-SOL.
093100     PERFORM 7200-CALCULAR-DISPONIBLE
093200         THRU 7200-CALCULAR-DISPONIBLE-EXIT.
093300     MOVE VSL-SALDO-AUX TO VSL-SALDO-ED.
093400     MOVE VSL-DISPONIBLE TO VSL-DISP-ED.
093500     DISPLAY VSL-SOL-NUMERO(VSL-X-SOL) ' '
093600         VSL-SOL-ID(VSL-X-SOL) ' '
093700         VSL-SOL-NOMBRE(VSL-X-SOL) ' '
093800         VSL-SOL-DEPTO(VSL-X-SOL) ' '
093900         VSL-SOL-DESDE(VSL-X-SOL) ' A '
094000         VSL-SOL-HASTA(VSL-X-SOL) ' '
094100         VSL-SOL-DIAS(VSL-X-SOL) ' DIAS'.
094200     DISPLAY '    SALDO ' VSL-SALDO-ED
094300         '  DISPONIBLE SIN ESTA SOLICITUD ' VSL-DISP-ED.
094400     IF VSL-SOL-DIAS(VSL-X-SOL) > VSL-DISPONIBLE
094500         DISPLAY '    ATENCION: LA SOLICITUD SUPERA EL SALDO '
094600             'DISPONIBLE'
094700     END-IF.
094800     DISPLAY 'APROBAR (S=SI, N=RECHAZAR, OTRO=DEJAR): '
094900         WITH NO ADVANCING.
095000     ACCEPT VSL-RESPUESTA.
095100     EVALUATE VSL-RESPUESTA
095200         WHEN 'S'
095300         WHEN 's'
095400             MOVE 'A' TO VSL-SOL-ESTADO(VSL-X-SOL)
095500             MOVE 'VACACIONES APROBADAS' TO VSL-NTF-TEXTO
095600             ADD 1 TO VSL-CANT-APROBADAS
095700         WHEN 'N'
095800         WHEN 'n'
095900             DISPLAY 'MOTIVO DEL RECHAZO (20): '
096000                 WITH NO ADVANCING
096100             MOVE SPACES TO VSL-ENTRADA
096200             ACCEPT VSL-ENTRADA
096300             MOVE VSL-ENTRADA TO VSL-SOL-MOTIVO(VSL-X-SOL)
096400             MOVE 'R' TO VSL-SOL-ESTADO(VSL-X-SOL)
096500             MOVE 'VACACIONES RECHAZADAS' TO VSL-NTF-TEXTO
096600             ADD 1 TO VSL-CANT-DENEGADAS
096700         WHEN OTHER
096800             GO TO 3100-APROBAR-UNA-EXIT
096900     END-EVALUATE.
097000     MOVE VSL-FECHA-HOY TO VSL-SOL-FECHA-DECIS(VSL-X-SOL).
097100     MOVE VSL-OPERADOR TO VSL-SOL-DECISOR(VSL-X-SOL).
097200     SET VSL-ES-HUBO-CAMBIOS TO TRUE.
097300*    LA DECISION SE AVISA AL EMPLEADO SOLO SI TIENE OPERADOR.
097400     MOVE VSL-SOL-ID(VSL-X-SOL) TO VSL-JFC-ID.
097500     PERFORM 7500-UBICAR-OPERADOR THRU 7500-UBICAR-OPERADOR-EXIT.
097600     IF VSL-NTF-DESTINO NOT = SPACES
097700         PERFORM 7600-AVISAR THRU 7600-AVISAR-EXIT
097800     END-IF.
097900 3100-APROBAR-UNA-EXIT.
098000     EXIT.
098100*
098200******************************************************************
098300* 4000-ANULAR - WITHDRAW A PENDING OR APPROVED REQUEST BEFORE ITS
098400*               FIRST DAY; DAYS ALREADY FED TO ABSENCES GO BACK TO
098500*               THE VACSALDO BALANCE
098600******************************************************************
098700 4000-ANULAR.
098800     DISPLAY 'NUMERO DE SOLICITUD (6): ' WITH NO ADVANCING.
098900     MOVE SPACES TO VSL-ENTRADA.
099000     ACCEPT VSL-ENTRADA.
099100     IF VSL-ENTRADA(1:6) IS NOT NUMERIC
099200         DISPLAY 'NUMERO INVALIDO'
099300         MOVE 8 TO RETURN-CODE
099400         GO TO 4000-ANULAR-EXIT
099500     END-IF.
099600     MOVE VSL-ENTRADA(1:6) TO VSL-NUMERO-PEDIDO.
099700     MOVE 'N' TO VSL-HALLADO.
099800     SET VSL-X-SOL TO 1.
099900     SEARCH VSL-FILA-SOL
100000         AT END
100100             CONTINUE
100200         WHEN VSL-X-SOL > VSL-CANT-SOLICITUDES
100300             CONTINUE
100400         WHEN VSL-SOL-NUMERO(VSL-X-SOL) = VSL-NUMERO-PEDIDO
100500             SET VSL-ES-HALLADO TO TRUE
100600     END-SEARCH.
100700     IF NOT VSL-ES-HALLADO
100800         DISPLAY 'SOLICITUD ' VSL-NUMERO-PEDIDO ' NO EXISTE'
100900         MOVE 8 TO RETURN-CODE
101000         GO TO 4000-ANULAR-EXIT
101100     END-IF.
101200     IF VSL-SOL-ESTADO(VSL-X-SOL) NOT = 'P'
101300         AND VSL-SOL-ESTADO(VSL-X-SOL) NOT = 'A'
101400         AND VSL-SOL-ESTADO(VSL-X-SOL) NOT = 'F'
101500         DISPLAY 'SOLICITUD ' VSL-NUMERO-PEDIDO
101600             ' NO ESTA PENDIENTE NI APROBADA'
101700         MOVE 8 TO RETURN-CODE
101800         GO TO 4000-ANULAR-EXIT
101900     END-IF.
102000     IF VSL-SOL-DESDE(VSL-X-SOL) NOT > VSL-FECHA-HOY
102100         DISPLAY 'LAS VACACIONES YA COMENZARON EL '
102200             VSL-SOL-DESDE(VSL-X-SOL) ', NO SE PUEDEN ANULAR'
102300         MOVE 8 TO RETURN-CODE
102400         GO TO 4000-ANULAR-EXIT
102500     END-IF.
102600     DISPLAY VSL-SOL-NUMERO(VSL-X-SOL) ' '
102700         VSL-SOL-ID(VSL-X-SOL) ' '
102800         VSL-SOL-NOMBRE(VSL-X-SOL) ' '
102900         VSL-SOL-DESDE(VSL-X-SOL) ' A '
103000         VSL-SOL-HASTA(VSL-X-SOL) ' '
103100         VSL-SOL-DIAS(VSL-X-SOL) ' DIAS'.
103200     DISPLAY 'CONFIRMA LA ANULACION (S/N): ' WITH NO ADVANCING.
103300     ACCEPT VSL-RESPUESTA.
103400     IF VSL-RESPUESTA NOT = 'S' AND VSL-RESPUESTA NOT = 's'
103500         GO TO 4000-ANULAR-EXIT
103600     END-IF.
103700     IF VSL-SOL-ALIMENTADOS(VSL-X-SOL) > ZERO
103800         PERFORM 4100-DEVOLVER-SALDO
103900             THRU 4100-DEVOLVER-SALDO-EXIT
104000     END-IF.
104100     MOVE 'C' TO VSL-SOL-ESTADO(VSL-X-SOL).
104200     MOVE VSL-FECHA-HOY TO VSL-SOL-FECHA-DECIS(VSL-X-SOL).
104300     MOVE VSL-OPERADOR TO VSL-SOL-DECISOR(VSL-X-SOL).
104400     ADD 1 TO VSL-CANT-ANULADAS.
104500     SET VSL-ES-HUBO-CAMBIOS TO TRUE.
104600     DISPLAY 'VACSOLIC: SOLICITUD ' VSL-NUMERO-PEDIDO ' ANULADA'.
104700 4000-ANULAR-EXIT.
104800     EXIT.
104900*
105000******************************************************************
105100* 4100-DEVOLVER-SALDO - THE DAYS FED TO ABSENCES WERE TAKEN OFF
105200*                       THE BALANCE BY THE PAYROLL; CREDIT THEM
105300*                       BACK
105400******************************************************************
105500 4100-DEVOLVER-SALDO.
105600     MOVE VSL-SOL-ID(VSL-X-SOL) TO VSL-ID-SALDO.
105700     PERFORM 7250-UBICAR-SALDO THRU 7250-UBICAR-SALDO-EXIT.
105800     IF NOT VSL-ES-HALLADO
105900         IF VSL-CANT-SALDOS >= 200
106000             DISPLAY 'VACSOLIC: VACSALDO LLENO, LOS DIAS NO SE '
106100                 'DEVUELVEN'
106200             MOVE 4 TO RETURN-CODE
106300             GO TO 4100-DEVOLVER-SALDO-EXIT
106400         END-IF
106500         ADD 1 TO VSL-CANT-SALDOS
106600         SET VSL-X-SAL TO VSL-CANT-SALDOS
106700         MOVE VSL-SOL-ID(VSL-X-SOL) TO VSL-SAL-ID(VSL-X-SAL)
106800         MOVE VSL-SOL-NOMBRE(VSL-X-SOL)
106900             TO VSL-SAL-NOMBRE(VSL-X-SAL)
107000         MOVE ZERO TO VSL-SAL-SALDO(VSL-X-SAL)
107100     END-IF.
107200     ADD VSL-SOL-ALIMENTADOS(VSL-X-SOL)
107300         TO VSL-SAL-SALDO(VSL-X-SAL).
107400     SET VSL-ES-SALDOS-CAMBIADOS TO TRUE.
107500     DISPLAY 'VACSOLIC: SE DEVUELVEN '
107600         VSL-SOL-ALIMENTADOS(VSL-X-SOL)
107700         ' DIAS YA ALIMENTADOS AL SALDO DEL LEGAJO '
107800         VSL-SOL-ID(VSL-X-SOL).
107900 4100-DEVOLVER-SALDO-EXIT.
108000     EXIT.
108100*
108200******************************************************************
108300* 5000-ALIMENTAR - THE WORKING DAYS OF THE APPROVED REQUESTS THAT
108400*                  FALL IN THE PERIOD, PER EMPLOYEE, APPENDED TO
108500*                  ABSENCES AS VACATION DAYS; A REQUEST IS NEVER
108600*                  FED TWICE FOR THE SAME PERIOD
108700******************************************************************
108800 5000-ALIMENTAR.
108900     DISPLAY 'PERIODO A ALIMENTAR (AAAAMM): ' WITH NO ADVANCING.
109000     MOVE SPACES TO VSL-ENTRADA.
109100     ACCEPT VSL-ENTRADA.
109200     MOVE '01' TO VSL-ENTRADA(7:2).
109300     PERFORM 7100-VALIDAR-FECHA THRU 7100-VALIDAR-FECHA-EXIT.
109400     IF NOT VSL-ES-FECHA-OK
109500         DISPLAY 'PERIODO INVALIDO'
109600         MOVE 8 TO RETURN-CODE
109700         GO TO 5000-ALIMENTAR-EXIT
109800     END-IF.
109900     MOVE VSL-FECHA-AUX(1:6) TO VSL-PERIODO-PEDIDO.
110000     COMPUTE VSL-DIA-DESDE =
110100         FUNCTION INTEGER-OF-DATE(VSL-FECHA-AUX).
110200     IF VSL-FECHA-MES = 12
110300         ADD 1 TO VSL-FECHA-ANIO
110400         MOVE 1 TO VSL-FECHA-MES
110500     ELSE
110600         ADD 1 TO VSL-FECHA-MES
110700     END-IF.
110800     COMPUTE VSL-DIA-HASTA =
110900         FUNCTION INTEGER-OF-DATE(VSL-FECHA-AUX) - 1.
111000     PERFORM 5100-ALIMENTAR-UNA THRU 5100-ALIMENTAR-UNA-EXIT
111100         VARYING VSL-X-SOL FROM 1 BY 1
111200         UNTIL VSL-X-SOL > VSL-CANT-SOLICITUDES.
111300     IF VSL-CANT-AUSMES > ZERO
111400         OPEN EXTEND ABSENCES-FILE
111500         IF VSL-STATUS-AUSENCIAS = '35'
111600             OPEN OUTPUT ABSENCES-FILE
111700         END-IF
111800         PERFORM 5300-GRABAR-AUSENCIA
111900             THRU 5300-GRABAR-AUSENCIA-EXIT
112000             VARYING VSL-X-AUS FROM 1 BY 1
112100             UNTIL VSL-X-AUS > VSL-CANT-AUSMES
112200         CLOSE ABSENCES-FILE
112300     END-IF.
112400     DISPLAY 'VACSOLIC: ' VSL-CANT-ALIMENTADAS
112500         ' SOLICITUDES ALIMENTADAS, ' VSL-CANT-AUSENTES
112600         ' FILAS AGREGADAS A ABSENCES PARA ' VSL-PERIODO-PEDIDO.
112700 5000-ALIMENTAR-EXIT.
112800     EXIT.
112900*
113000******************************************************************
113100* 5100-ALIMENTAR-UNA - THE DAYS OF ONE APPROVED REQUEST INSIDE THE
113200*                      PERIOD; ONCE ALL ARE FED IT IS CLOSED
113300******************************************************************
113400 5100-ALIMENTAR-UNA.
113500     IF VSL-SOL-ESTADO(VSL-X-SOL) NOT = 'A'
113600         OR VSL-SOL-PERIODO(VSL-X-SOL) NOT < VSL-PERIODO-PEDIDO
113700         GO TO 5100-ALIMENTAR-UNA-EXIT
113800     END-IF.
113900     MOVE ZERO TO VSL-DIAS-AUX.
114000     PERFORM 5110-CONTAR-DIA THRU 5110-CONTAR-DIA-EXIT
114100         VARYING VSL-DIA-ENTERO FROM VSL-DIA-DESDE BY 1
114200         UNTIL VSL-DIA-ENTERO > VSL-DIA-HASTA.
114300     IF VSL-DIAS-AUX = ZERO
114400         GO TO 5100-ALIMENTAR-UNA-EXIT
114500     END-IF.
114600     ADD VSL-DIAS-AUX TO VSL-SOL-ALIMENTADOS(VSL-X-SOL).
114700     MOVE VSL-PERIODO-PEDIDO TO VSL-SOL-PERIODO(VSL-X-SOL).
114800     IF VSL-SOL-ALIMENTADOS(VSL-X-SOL)
114900         NOT < VSL-SOL-DIAS(VSL-X-SOL)
115000         MOVE 'F' TO VSL-SOL-ESTADO(VSL-X-SOL)
115100     END-IF.
115200     ADD 1 TO VSL-CANT-ALIMENTADAS.
115300     SET VSL-ES-HUBO-CAMBIOS TO TRUE.
115400     PERFORM 5200-ACUMULAR-AUSENCIA
115500         THRU 5200-ACUMULAR-AUSENCIA-EXIT.
115600 5100-ALIMENTAR-UNA-EXIT.
115700     EXIT.
115800*
115900******************************************************************
116000* 5110-CONTAR-DIA - ONE DAY OF THE PERIOD INSIDE THE REQUEST
116100******************************************************************
116200 5110-CONTAR-DIA.
116300     PERFORM 7300-ES-HABIL THRU 7300-ES-HABIL-EXIT.
116400     IF VSL-ES-HABIL
116500         AND VSL-FECHA-AUX NOT < VSL-SOL-DESDE(VSL-X-SOL)
116600         AND VSL-FECHA-AUX NOT > VSL-SOL-HASTA(VSL-X-SOL)
116700         ADD 1 TO VSL-DIAS-AUX
116800     END-IF.
116900 5110-CONTAR-DIA-EXIT.
117000     EXIT.
117100*
117200******************************************************************
117300* 5200-ACUMULAR-AUSENCIA - ADD THE DAYS TO THE EMPLOYEE'S ROW
117400******************************************************************
117500 5200-ACUMULAR-AUSENCIA.
117600     MOVE 'N' TO VSL-HALLADO.
117700     SET VSL-X-AUS TO 1.
117800     SEARCH VSL-FILA-AUS
117900         AT END
118000             CONTINUE
118100         WHEN VSL-X-AUS > VSL-CANT-AUSMES
118200             CONTINUE
118300         WHEN VSL-AUS-ID(VSL-X-AUS) = VSL-SOL-ID(VSL-X-SOL)
118400             SET VSL-ES-HALLADO TO TRUE
118500     END-SEARCH.
118600     IF NOT VSL-ES-HALLADO
118700         IF VSL-CANT-AUSMES >= 200
118800             DISPLAY 'VACSOLIC: MAS DE 200 EMPLEADOS CON '
118900                 'VACACIONES EN EL PERIODO'
119000             MOVE 8 TO RETURN-CODE
119100             GO TO 5200-ACUMULAR-AUSENCIA-EXIT
119200         END-IF
119300         ADD 1 TO VSL-CANT-AUSMES
119400         SET VSL-X-AUS TO VSL-CANT-AUSMES
119500         MOVE VSL-SOL-ID(VSL-X-SOL) TO VSL-AUS-ID(VSL-X-AUS)
119600         MOVE VSL-SOL-NOMBRE(VSL-X-SOL)
119700             TO VSL-AUS-NOMBRE(VSL-X-AUS)
119800         MOVE ZERO TO VSL-AUS-DIAS(VSL-X-AUS)
119900     END-IF.
120000     ADD VSL-DIAS-AUX TO VSL-AUS-DIAS(VSL-X-AUS).
120100 5200-ACUMULAR-AUSENCIA-EXIT.
120200     EXIT.
120300*
120400******************************************************************
120500* 5300-GRABAR-AUSENCIA - ONE VACATION ROW FOR THE PAYROLL; THE
120600*                        ROWS ALREADY IN ABSENCES ARE KEPT
120700******************************************************************
120800 5300-GRABAR-AUSENCIA.
120900     MOVE VSL-AUS-NOMBRE(VSL-X-AUS) TO AB-NOMBRE.
121000     MOVE ZERO TO AB-DIAS-SIN-GOCE.
121100     MOVE VSL-AUS-DIAS(VSL-X-AUS) TO AB-DIAS-VACACIONES.
121200     MOVE VSL-AUS-ID(VSL-X-AUS) TO AB-ID.
121300     MOVE SPACES TO AB-MOTIVO.
121400     MOVE ZERO TO AB-DIAS-AUSENCIA.
121500     MOVE ZERO TO AB-TARDANZAS.
121600     WRITE AB-RECORD.
121700     ADD 1 TO VSL-CANT-AUSENTES.
121800 5300-GRABAR-AUSENCIA-EXIT.
121900     EXIT.
122000*
122100******************************************************************
122200* 6000-CALENDARIO - TEAM CALENDAR: PER DEPARTMENT, THE APPROVED
122300*                   AND PENDING LEAVE NOT YET OVER ON A DATE
122400******************************************************************
122500 6000-CALENDARIO.
122600     DISPLAY 'DESDE (AAAAMMDD, 0=HOY): ' WITH NO ADVANCING.
122700     MOVE SPACES TO VSL-ENTRADA.
122800     ACCEPT VSL-ENTRADA.
122900     IF VSL-ENTRADA(1:8) IS NUMERIC
123000         AND VSL-ENTRADA(1:8) NOT = ZERO
123100         PERFORM 7100-VALIDAR-FECHA THRU 7100-VALIDAR-FECHA-EXIT
123200         IF NOT VSL-ES-FECHA-OK
123300             DISPLAY 'FECHA INVALIDA'
123400             MOVE 8 TO RETURN-CODE
123500             GO TO 6000-CALENDARIO-EXIT
123600         END-IF
123700     ELSE
123800         MOVE VSL-FECHA-HOY TO VSL-FECHA-AUX
123900     END-IF.
124000     MOVE VSL-FECHA-AUX TO VSL-DESDE-AUX.
124100     OPEN OUTPUT REPORTE-FILE.
124200     MOVE SPACES TO RPT-LINEA.
124300     STRING 'VACSOLIC - CALENDARIO DE VACACIONES DESDE '
124400         VSL-DESDE-AUX DELIMITED BY SIZE INTO RPT-LINEA.
124500     WRITE RPT-LINEA.
124600     PERFORM 6100-LISTAR-DEPTO THRU 6100-LISTAR-DEPTO-EXIT
124700         VARYING VSL-X-DEP FROM 1 BY 1
124800         UNTIL VSL-X-DEP > VSL-CANT-DEPTOS.
124900     MOVE SPACES TO RPT-LINEA.
125000     WRITE RPT-LINEA.
125100     MOVE SPACES TO RPT-LINEA.
125200     STRING 'SOLICITUDES LISTADAS: ' VSL-CANT-LISTADAS
125300         DELIMITED BY SIZE INTO RPT-LINEA.
125400     WRITE RPT-LINEA.
125500     CLOSE REPORTE-FILE.
125600     DISPLAY 'VACSOLIC: ' VSL-CANT-LISTADAS
125700         ' SOLICITUDES EN VACCAL'.
125800 6000-CALENDARIO-EXIT.
125900     EXIT.
126000*
126100******************************************************************
126200* 6100-LISTAR-DEPTO - ONE DEPARTMENT: HEADING, ITS REQUESTS AND
126300*                     THE COUNT OF APPROVED AND PENDING
126400******************************************************************
126500 6100-LISTAR-DEPTO.
126600     MOVE VSL-DEP-NOMBRE(VSL-X-DEP) TO VSL-DEPTO-AUX.
126700     PERFORM 7400-UBICAR-TOPE THRU 7400-UBICAR-TOPE-EXIT.
126800     MOVE ZERO TO VSL-CANT-DEP-APROB.
126900     MOVE ZERO TO VSL-CANT-DEP-PEND.
127000     MOVE SPACES TO RPT-LINEA.
127100     WRITE RPT-LINEA.
127200     MOVE SPACES TO RPT-LINEA.
127300     IF VSL-TOPE-AUX = ZERO
127400         STRING 'DEPARTAMENTO ' VSL-DEPTO-AUX '  SIN TOPE'
127500             DELIMITED BY SIZE INTO RPT-LINEA
127600     ELSE
127700         STRING 'DEPARTAMENTO ' VSL-DEPTO-AUX '  TOPE '
127800             VSL-TOPE-AUX ' AUSENTES A LA VEZ'
127900             DELIMITED BY SIZE INTO RPT-LINEA
128000     END-IF.
128100     WRITE RPT-LINEA.
128200     MOVE 'NUMERO LEGAJO NOMBRE DESDE    HASTA    DIAS ESTADO'
128300         TO RPT-LINEA.
128400     WRITE RPT-LINEA.
128500     PERFORM 6110-LISTAR-SOLICITUD THRU 6110-LISTAR-SOLICITUD-EXIT
128600         VARYING VSL-X-SOL FROM 1 BY 1
128700         UNTIL VSL-X-SOL > VSL-CANT-SOLICITUDES.
128800     MOVE SPACES TO RPT-LINEA.
128900     STRING '  APROBADAS: ' VSL-CANT-DEP-APROB
129000         '  PENDIENTES: ' VSL-CANT-DEP-PEND
129100         DELIMITED BY SIZE INTO RPT-LINEA.
129200     WRITE RPT-LINEA.
129300 6100-LISTAR-DEPTO-EXIT.
129400     EXIT.
129500*
129600******************************************************************
129700* 6110-LISTAR-SOLICITUD - ONE REQUEST LINE OF THE DEPARTMENT
129800******************************************************************
129900 6110-LISTAR-SOLICITUD.
130000     IF VSL-SOL-DEPTO(VSL-X-SOL) NOT = VSL-DEPTO-AUX
130100         OR VSL-SOL-HASTA(VSL-X-SOL) < VSL-DESDE-AUX
130200         GO TO 6110-LISTAR-SOLICITUD-EXIT
130300     END-IF.
130400     EVALUATE VSL-SOL-ESTADO(VSL-X-SOL)
130500         WHEN 'P'
130600             MOVE 'PENDIENTE' TO VSL-ESTADO-ED
130700             ADD 1 TO VSL-CANT-DEP-PEND
130800         WHEN 'A'
130900         WHEN 'F'
131000             MOVE 'APROBADA' TO VSL-ESTADO-ED
131100             ADD 1 TO VSL-CANT-DEP-APROB
131200         WHEN OTHER
131300             GO TO 6110-LISTAR-SOLICITUD-EXIT
131400     END-EVALUATE.
131500     MOVE SPACES TO RPT-LINEA.
131600     STRING VSL-SOL-NUMERO(VSL-X-SOL) ' '
131700         VSL-SOL-ID(VSL-X-SOL) '  '
131800         VSL-SOL-NOMBRE(VSL-X-SOL) '  '
131900         VSL-SOL-DESDE(VSL-X-SOL) ' '
132000         VSL-SOL-HASTA(VSL-X-SOL) ' '
132100         VSL-SOL-DIAS(VSL-X-SOL) '  '
132200         VSL-ESTADO-ED
132300         DELIMITED BY SIZE INTO RPT-LINEA.
132400     WRITE RPT-LINEA.
132500     ADD 1 TO VSL-CANT-LISTADAS.
132600 6110-LISTAR-SOLICITUD-EXIT.
132700     EXIT.
132800*
132900******************************************************************
133000* 7000-CONTAR-HABILES - WORKING DAYS FROM VSL-DESDE-AUX TO
133100*                       VSL-HASTA-AUX INTO VSL-DIAS-AUX
133200******************************************************************
133300 7000-CONTAR-HABILES.
133400     MOVE ZERO TO VSL-DIAS-AUX.
133500     COMPUTE VSL-DIA-DESDE =
133600         FUNCTION INTEGER-OF-DATE(VSL-DESDE-AUX).
133700     COMPUTE VSL-DIA-HASTA =
133800         FUNCTION INTEGER-OF-DATE(VSL-HASTA-AUX).
133900     PERFORM 7010-CONTAR-DIA THRU 7010-CONTAR-DIA-EXIT
134000         VARYING VSL-DIA-ENTERO FROM VSL-DIA-DESDE BY 1
134100         UNTIL VSL-DIA-ENTERO > VSL-DIA-HASTA.
134200 7000-CONTAR-HABILES-EXIT.
134300     EXIT.
134400*
134500 7010-CONTAR-DIA.
134600     PERFORM 7300-ES-HABIL THRU 7300-ES-HABIL-EXIT.
134700     IF VSL-ES-HABIL
134800         ADD 1 TO VSL-DIAS-AUX
134900     END-IF.
135000 7010-CONTAR-DIA-EXIT.
135100     EXIT.
135200*
135300******************************************************************
135400* 7100-VALIDAR-FECHA - VSL-ENTRADA(1:8) AS A CALENDAR DATE INTO
135500*                      VSL-FECHA-AUX
135600******************************************************************
135700 7100-VALIDAR-FECHA.
135800     MOVE 'N' TO VSL-FECHA-OK.
135900     IF VSL-ENTRADA(1:8) IS NOT NUMERIC
136000         GO TO 7100-VALIDAR-FECHA-EXIT
136100     END-IF.
136200     MOVE VSL-ENTRADA(1:8) TO VSL-FECHA-AUX.
136300     IF VSL-FECHA-ANIO < 1601
136400         OR VSL-FECHA-MES < 1 OR VSL-FECHA-MES > 12
136500         OR VSL-FECHA-DIA < 1 OR VSL-FECHA-DIA > 31
136600         GO TO 7100-VALIDAR-FECHA-EXIT
136700     END-IF.
136800     IF FUNCTION INTEGER-OF-DATE(VSL-FECHA-AUX) = ZERO
136900         GO TO 7100-VALIDAR-FECHA-EXIT
137000     END-IF.
137100     SET VSL-ES-FECHA-OK TO TRUE.
137200 7100-VALIDAR-FECHA-EXIT.
137300     EXIT.
137400*
137500******************************************************************
137600* 7200-CALCULAR-DISPONIBLE - THE VACSALDO BALANCE OF
137700*                            VSL-ID-SALDO LESS THE DAYS NOT YET
137800*                            FED OF ITS OTHER PENDING AND APPROVED
137900*                            REQUESTS (ROW VSL-SOL-EXCLUIDA, IF
138000*                            ANY, IS LEFT OUT)
138100******************************************************************
138200 7200-CALCULAR-DISPONIBLE.
138300     PERFORM 7250-UBICAR-SALDO THRU 7250-UBICAR-SALDO-EXIT.
138400     MOVE ZERO TO VSL-SALDO-AUX.
138500     IF VSL-ES-HALLADO
138600         MOVE VSL-SAL-SALDO(VSL-X-SAL) TO VSL-SALDO-AUX
138700     END-IF.
138800     MOVE ZERO TO VSL-COMPROMETIDO.
138900     PERFORM 7210-SUMAR-COMPROMETIDO
139000         THRU 7210-SUMAR-COMPROMETIDO-EXIT
139100         VARYING VSL-X-OTR FROM 1 BY 1
139200         UNTIL VSL-X-OTR > VSL-CANT-SOLICITUDES.
139300     COMPUTE VSL-DISPONIBLE = VSL-SALDO-AUX - VSL-COMPROMETIDO.
139400 7200-CALCULAR-DISPONIBLE-EXIT.
139500     EXIT.
139600*
139700 7210-SUMAR-COMPROMETIDO.
139800     IF VSL-SOL-ID(VSL-X-OTR) = VSL-ID-SALDO
139900         AND VSL-X-OTR NOT = VSL-SOL-EXCLUIDA
140000         AND (VSL-SOL-ESTADO(VSL-X-OTR) = 'P'
140100             OR VSL-SOL-ESTADO(VSL-X-OTR) = 'A')
140200         COMPUTE VSL-COMPROMETIDO = VSL-COMPROMETIDO
140300             + VSL-SOL-DIAS(VSL-X-OTR)
140400             - VSL-SOL-ALIMENTADOS(VSL-X-OTR)
140500     END-IF.
140600 7210-SUMAR-COMPROMETIDO-EXIT.
140700     EXIT.
140800*
140900******************************************************************
141000* 7250-UBICAR-SALDO - THE VACSALDO ROW OF VSL-ID-SALDO
141100******************************************************************
141200 7250-UBICAR-SALDO.
141300     MOVE 'N' TO VSL-HALLADO.
141400     SET VSL-X-SAL TO 1.
141500     SEARCH VSL-FILA-SALDO
141600         AT END
141700             CONTINUE
141800         WHEN VSL-X-SAL > VSL-CANT-SALDOS
141900             CONTINUE
142000         WHEN VSL-SAL-ID(VSL-X-SAL) = VSL-ID-SALDO
142100             SET VSL-ES-HALLADO TO TRUE
142200     END-SEARCH.
142300 7250-UBICAR-SALDO-EXIT.
142400     EXIT.
142500*
142600******************************************************************
142700* 7300-ES-HABIL - THE DAY VSL-DIA-ENTERO (INTO VSL-FECHA-AUX) IS A
142800*                 WORKING DAY: MONDAY TO FRIDAY AND NOT ON THE
142900*                 CALENDARIO FILE
143000******************************************************************
143100 7300-ES-HABIL.
143200     MOVE 'N' TO VSL-HABIL.
143300     COMPUTE VSL-FECHA-AUX =
143400         FUNCTION DATE-OF-INTEGER(VSL-DIA-ENTERO).
143500*    EL DIA 1 DEL CALENDARIO ENTERO (1/1/1601) FUE LUNES: RESTO 0
143600*    ES DOMINGO Y RESTO 6 ES SABADO.
143700     COMPUTE VSL-DIA-SEMANA = FUNCTION MOD(VSL-DIA-ENTERO, 7).
143800     IF VSL-DIA-SEMANA = 0 OR VSL-DIA-SEMANA = 6
143900         GO TO 7300-ES-HABIL-EXIT
144000     END-IF.
144100     SET VSL-X-NOL TO 1.
144200     SEARCH VSL-FILA-NOLAB
144300         AT END
144400             SET VSL-ES-HABIL TO TRUE
144500         WHEN VSL-X-NOL > VSL-CANT-NOLAB
144600             SET VSL-ES-HABIL TO TRUE
144700         WHEN VSL-NOL-FECHA(VSL-X-NOL) = VSL-FECHA-AUX
144800             CONTINUE
144900     END-SEARCH.
145000 7300-ES-HABIL-EXIT.
145100     EXIT.
145200*
145300******************************************************************
145400* 7400-UBICAR-TOPE - PEOPLE OF VSL-DEPTO-AUX ALLOWED ON LEAVE AT
145500*                    ONCE INTO VSL-TOPE-AUX (ZERO = NO LIMIT)
145600******************************************************************
145700 7400-UBICAR-TOPE.
145800     MOVE VSL-TOPE-DEFECTO TO VSL-TOPE-AUX.
145900     SET VSL-X-TOP TO 1.
146000     SEARCH VSL-FILA-TOPE
146100         AT END
146200             CONTINUE
146300         WHEN VSL-X-TOP > VSL-CANT-TOPES
146400             CONTINUE
146500         WHEN VSL-TOP-DEPTO(VSL-X-TOP) = VSL-DEPTO-AUX
146600             MOVE VSL-TOP-MAXIMO(VSL-X-TOP) TO VSL-TOPE-AUX
146700     END-SEARCH.
146800 7400-UBICAR-TOPE-EXIT.
146900     EXIT.
147000*
147100******************************************************************
147200* 7500-UBICAR-OPERADOR - THE OPERATOR OF EMPLOYEE VSL-JFC-ID INTO
147300*                        VSL-NTF-DESTINO (SPACES WHEN NONE)
147400******************************************************************
147500 7500-UBICAR-OPERADOR.
147600     MOVE SPACES TO VSL-NTF-DESTINO.
147700     SET VSL-X-OPE TO 1.
147800     SEARCH VSL-FILA-OPER
147900         AT END
148000             CONTINUE
148100         WHEN VSL-X-OPE > VSL-CANT-OPERADORES
148200             CONTINUE
148300         WHEN VSL-OPE-ID(VSL-X-OPE) = VSL-JFC-ID
148400             MOVE VSL-OPE-USUARIO(VSL-X-OPE) TO VSL-NTF-DESTINO
148500     END-SEARCH.
148600 7500-UBICAR-OPERADOR-EXIT.
148700     EXIT.
148800*
148900******************************************************************
149000* 7600-AVISAR - ONE VACA EVENT FOR THE REQUEST AT VSL-X-SOL TO THE
149100*               NOTIFICATION OUTBOX, KEYED BY EMPLOYEE AND REQUEST
149200*               NUMBER, DUE ON THE FIRST DAY
149300******************************************************************
149400 7600-AVISAR.
149500     MOVE SPACES TO VSL-NTF-CLAVE.
149600     STRING VSL-SOL-ID(VSL-X-SOL) ' ' VSL-SOL-NUMERO(VSL-X-SOL)
149700         DELIMITED BY SIZE INTO VSL-NTF-CLAVE.
149800     MOVE VSL-SOL-DESDE(VSL-X-SOL) TO VSL-NTF-VENCE.
149900     CALL 'NOTIFICA' USING VSL-NTF-TIPO VSL-NTF-DESTINO
150000         VSL-NTF-CLAVE VSL-NTF-VENCE VSL-NTF-TEXTO.
150100 7600-AVISAR-EXIT.
150200     EXIT.
150300*
150400******************************************************************
150500* 8000-GRABAR-SOLICITUDES - REWRITE VACSOLIC FROM THE TABLE
150600******************************************************************
150700 8000-GRABAR-SOLICITUDES.
150800     OPEN OUTPUT VACSOLIC-FILE.
150900     PERFORM 8100-GRABAR-SOLICITUD THRU 8100-GRABAR-SOLICITUD-EXIT
151000         VARYING VSL-X-SOL FROM 1 BY 1
151100         UNTIL VSL-X-SOL > VSL-CANT-SOLICITUDES.
151200     CLOSE VACSOLIC-FILE.
151300 8000-GRABAR-SOLICITUDES-EXIT.
151400     EXIT.
151500*
151600******************************************************************
151700* 8100-GRABAR-SOLICITUD - ONE REQUEST BACK TO DISK
151800******************************************************************
151900 8100-GRABAR-SOLICITUD.
152000     MOVE VSL-SOL-NUMERO(VSL-X-SOL) TO VQ-NUMERO.
152100     MOVE VSL-SOL-ID(VSL-X-SOL) TO VQ-ID.
152200     MOVE VSL-SOL-NOMBRE(VSL-X-SOL) TO VQ-NOMBRE.
152300     MOVE VSL-SOL-DEPTO(VSL-X-SOL) TO VQ-DEPARTAMENTO.
152400     MOVE VSL-SOL-DESDE(VSL-X-SOL) TO VQ-DESDE.
152500     MOVE VSL-SOL-HASTA(VSL-X-SOL) TO VQ-HASTA.
152600     MOVE VSL-SOL-DIAS(VSL-X-SOL) TO VQ-DIAS-HABILES.
152700     MOVE VSL-SOL-ESTADO(VSL-X-SOL) TO VQ-ESTADO.
152800     MOVE VSL-SOL-APROBADOR(VSL-X-SOL) TO VQ-APROBADOR-ID.
152900     MOVE VSL-SOL-FECHA-CARGA(VSL-X-SOL) TO VQ-FECHA-CARGA.
153000     MOVE VSL-SOL-OPERADOR(VSL-X-SOL) TO VQ-OPERADOR.
153100     MOVE VSL-SOL-FECHA-DECIS(VSL-X-SOL) TO VQ-FECHA-DECISION.
153200     MOVE VSL-SOL-DECISOR(VSL-X-SOL) TO VQ-DECISOR.
153300     MOVE VSL-SOL-MOTIVO(VSL-X-SOL) TO VQ-MOTIVO-RECHAZO.
153400     MOVE VSL-SOL-ALIMENTADOS(VSL-X-SOL) TO VQ-DIAS-ALIMENTADOS.
153500     MOVE VSL-SOL-PERIODO(VSL-X-SOL) TO VQ-PERIODO-ALIM.
153600     WRITE VQ-RECORD.
153700 8100-GRABAR-SOLICITUD-EXIT.
153800     EXIT.
153900*
154000******************************************************************
154100* 8200-GRABAR-SALDOS - REWRITE VACSALDO AFTER A CREDIT
154200******************************************************************
154300 8200-GRABAR-SALDOS.
154400     OPEN OUTPUT VACSALDO-FILE.
154500     PERFORM 8210-GRABAR-SALDO THRU 8210-GRABAR-SALDO-EXIT
154600         VARYING VSL-X-SAL FROM 1 BY 1
154700         UNTIL VSL-X-SAL > VSL-CANT-SALDOS.
154800     CLOSE VACSALDO-FILE.
154900 8200-GRABAR-SALDOS-EXIT.
155000     EXIT.
155100*
155200 8210-GRABAR-SALDO.
155300     MOVE VSL-SAL-ID(VSL-X-SAL) TO VS-ID.
155400     MOVE VSL-SAL-NOMBRE(VSL-X-SAL) TO VS-NOMBRE.
155500     MOVE VSL-SAL-SALDO(VSL-X-SAL) TO VS-SALDO.
155600     WRITE VS-RECORD.
155700 8210-GRABAR-SALDO-EXIT.
155800     EXIT.
155900 END PROGRAM VACSOLIC.
