000100******************************************************************
000200* AUTHOR:      HERNAN HERGERT
000300* INSTALLATION: DATA PROCESSING
000400* DATE-WRITTEN:
000500* DATE-COMPILED:
000600* PURPOSE:     ANNUAL PERFORMANCE REVIEW CYCLE AND THE MERIT
000700*              INCREASES THAT COME OUT OF IT. THE RATINGS USED
000800*              TO LIVE IN THE MANAGERS' SPREADSHEETS AND NEVER
000900*              REACHED THE PAY. MODE A OPENS A CYCLE (YEAR) WITH
001000*              ONE EVALUACIONES ROW PER ACTIVE EMPLOYEE AND A DUE
001100*              DATE; MODE C CAPTURES EACH RATING (1 TO 5) AND ITS
001200*              REVIEWER, HOLDING EVERY DEPARTMENT TO THE MAXIMUM
001300*              SHARE PER RATING OF THE DISTEVAL TABLE; MODE P
001400*              PRINTS THE REVIEWS STILL PENDING, OVERDUE ONES
001500*              FLAGGED, TO THE EVALPEND LISTING. MODE X CLOSES
001600*              THE CYCLE: WITH NOTHING PENDING IT PRICES THE
001700*              MERITMAT MATRIX (RATING BY CURRENT SENIORITY
001800*              LEVEL GIVES A PERCENTAGE OF BRACKET PLUS
001900*              SUPPLEMENT) OVER THE ROSTER, SHOWS THE COST PER
002000*              DEPARTMENT AGAINST BUDGET AND, ONLY WHEN THE
002100*              OPERATOR CONFIRMS, APPENDS THE RAISES AS
002200*              EFFECTIVE-DATED SUPLEMENTOS ROWS (REASON MR) AND
002300*              MARKS THE CYCLE CLOSED. MODE L LISTS A CYCLE.
002400* TECTONICS:   COBC
002500*
002600* MODIFICATION HISTORY:
002700*   - NEW APPRAISAL PROGRAM, OFFERED FROM THE MENUUTIL MENU.
002800******************************************************************
002900 IDENTIFICATION DIVISION.
003000 PROGRAM-ID. EVALDES.
003100 ENVIRONMENT DIVISION.
003200 INPUT-OUTPUT SECTION.
003300 FILE-CONTROL.
003400     SELECT OPTIONAL EVALUACIONES-FILE ASSIGN TO 'EVALUACIONES'
003500         ORGANIZATION IS LINE SEQUENTIAL
003600         FILE STATUS IS EVD-STATUS-EVAL.
003700     SELECT OPTIONAL EMPLOYEES-FILE ASSIGN TO 'EMPLOYEES'
003800         ORGANIZATION IS LINE SEQUENTIAL
003900         FILE STATUS IS EVD-STATUS-EMPL.
004000     SELECT OPTIONAL DISTEVAL-FILE ASSIGN TO 'DISTEVAL'
004100         ORGANIZATION IS LINE SEQUENTIAL
004200         FILE STATUS IS EVD-STATUS-DIST.
004300     SELECT OPTIONAL MERITMAT-FILE ASSIGN TO 'MERITMAT'
004400         ORGANIZATION IS LINE SEQUENTIAL
004500         FILE STATUS IS EVD-STATUS-MERITO.
004600     SELECT OPTIONAL PAYRATES-FILE ASSIGN TO 'PAYRATES'
004700         ORGANIZATION IS LINE SEQUENTIAL
004800         FILE STATUS IS EVD-STATUS-TARIFAS.
004900     SELECT OPTIONAL BUDGET-FILE ASSIGN TO 'BUDGET'
005000         ORGANIZATION IS LINE SEQUENTIAL
005100         FILE STATUS IS EVD-STATUS-BUDGET.
005200     SELECT OPTIONAL SUPLEMENTOS-FILE ASSIGN TO 'SUPLEMENTOS'
005300         ORGANIZATION IS LINE SEQUENTIAL
005400         FILE STATUS IS EVD-STATUS-SUPLEM.
005500     SELECT REPORTE-FILE ASSIGN TO 'EVALPEND'
005600         ORGANIZATION IS LINE SEQUENTIAL.
005700 DATA DIVISION.
005800 FILE SECTION.
005900 FD  EVALUACIONES-FILE
006000     LABEL RECORDS ARE STANDARD.
006100 01  EV-RECORD.
006200     COPY EVALUAC.
006300 FD  EMPLOYEES-FILE
006400     LABEL RECORDS ARE STANDARD.
006500 01  EM-RECORD.
006600     COPY EMPLEADO.
006700 FD  DISTEVAL-FILE
006800     LABEL RECORDS ARE STANDARD.
006900 01  DV-RECORD.
007000     05 DV-CALIFICACION          PIC 9(01).
007100     05 DV-DESCRIPCION           PIC X(15).
007200     05 DV-PCT-MAXIMO            PIC 9(03).
007300 FD  MERITMAT-FILE
007400     LABEL RECORDS ARE STANDARD.
007500 01  MM-RECORD.
007600     05 MM-CALIFICACION          PIC 9(01).
007700     05 MM-NIVEL                 PIC X(06).
007800     05 MM-PORCENTAJE            PIC 9(02)V99.
007900 FD  PAYRATES-FILE
008000     LABEL RECORDS ARE STANDARD.
008100 01  RT-RECORD.
008200     05 RT-NIVEL                 PIC X(06).
008300     05 RT-SUELDO                PIC 9(06).
008400     05 RT-VIGENCIA-DESDE        PIC 9(06).
008500     05 RT-COMPANIA              PIC X(03).
008600 FD  BUDGET-FILE
008700     LABEL RECORDS ARE STANDARD.
008800 01  BG-RECORD.
008900     05 BG-DEPARTAMENTO          PIC X(10).
009000     05 BG-PERIODO               PIC 9(06).
009100     05 BG-HEADCOUNT             PIC 9(04).
009200     05 BG-IMPORTE               PIC 9(11)V99.
009300 FD  SUPLEMENTOS-FILE
009400     LABEL RECORDS ARE STANDARD.
009500 01  SP-RECORD.
009600     COPY SUPLEM.
009700 FD  REPORTE-FILE
009800     LABEL RECORDS ARE STANDARD
009900     RECORD CONTAINS 80 CHARACTERS.
010000 01  RPT-LINEA                   PIC X(80).
010100 WORKING-STORAGE SECTION.
010200*
010300 01  EVD-STATUS-EVAL             PIC XX.
010400 01  EVD-STATUS-EMPL             PIC XX.
010500 01  EVD-STATUS-DIST             PIC XX.
010600 01  EVD-STATUS-MERITO           PIC XX.
010700 01  EVD-STATUS-TARIFAS          PIC XX.
010800 01  EVD-STATUS-BUDGET           PIC XX.
010900 01  EVD-STATUS-SUPLEM           PIC XX.
011000*
011100 01  EVD-MODO                    PIC X(01).
011200 01  EVD-RESPUESTA               PIC X(01).
011300 01  EVD-ENTRADA                 PIC X(20).
011400 01  EVD-FECHA-HOY               PIC 9(08).
011500 01  EVD-CICLO                   PIC 9(04).
011600 01  EVD-FECHA-LIMITE            PIC 9(08).
011700 01  EVD-ID-PEDIDO               PIC 9(05).
011800 01  EVD-CALIF-AUX               PIC 9(01).
011900 01  EVD-DEPTO-AUX               PIC X(10).
012000 01  EVD-NIVEL-AUX               PIC X(06).
012100 01  EVD-COMPANIA-AUX            PIC X(03).
012200 01  EVD-EVALUADOR-AUX           PIC X(08).
012300 01  EVD-OPERADOR                PIC X(08).
012400 01  EVD-SES-ACCION              PIC X(01).
012500 01  EVD-VIGENCIA-TXT.
012600     05  EVD-VIGENCIA            PIC 9(06).
012700     05  EVD-VIGENCIA-R REDEFINES EVD-VIGENCIA.
012800         10  EVD-VIGENCIA-ANIO   PIC 9(04).
012900         10  EVD-VIGENCIA-MES    PIC 9(02).
013000 01  EVD-SUELDO-ACTUAL           PIC 9(06).
013100 01  EVD-MEJOR-VIGENCIA          PIC 9(06).
013200 01  EVD-MEJOR-ESPECIFICA        PIC X(01).
013300 01  EVD-SUPLEM-IMPORTE          PIC 9(06)V99.
013400 01  EVD-SUPLEM-MOTIVO           PIC X(02).
013500 01  EVD-MENSUAL-EMP             PIC 9(07)V99.
013600 01  EVD-PCT-AUX                 PIC 9(02)V99.
013700 01  EVD-AUMENTO-AUX             PIC 9(06)V99.
013800 01  EVD-DIST-PCT                PIC 9(03).
013900 01  EVD-CANT-DEPTO              PIC 9(04).
014000 01  EVD-CANT-CALIF              PIC 9(04).
014100 01  EVD-TOPE-CALIF              PIC 9(04).
014200 01  EVD-PCT-ED                  PIC Z9.99.
014300 01  EVD-IMPORTE-ED              PIC $Z,ZZZ,ZZZ,ZZ9.99-.
014400*
014500 01  EVD-INDICADORES.
014600     05  EVD-FIN-ARCHIVO         PIC X VALUE 'N'.
014700         88  EVD-ES-FIN-ARCHIVO  VALUE 'Y'.
014800     05  EVD-HALLADO             PIC X VALUE 'N'.
014900         88  EVD-ES-HALLADO      VALUE 'Y'.
015000     05  EVD-HUBO-CAMBIOS        PIC X VALUE 'N'.
015100         88  EVD-ES-HUBO-CAMBIOS VALUE 'Y'.
015200     05  EVD-DIST-OK             PIC X VALUE 'Y'.
015300         88  EVD-ES-DIST-OK      VALUE 'Y'.
015400     05  EVD-CICLO-OK            PIC X VALUE 'N'.
015500         88  EVD-ES-CICLO-OK     VALUE 'Y'.
015600*
015700 01  EVD-CONTADORES.
015800     05  EVD-CANT-ABIERTAS       PIC 9(04) VALUE ZERO.
015900     05  EVD-CANT-CALIFICADAS    PIC 9(04) VALUE ZERO.
016000     05  EVD-CANT-RECHAZADAS     PIC 9(04) VALUE ZERO.
016100     05  EVD-CANT-PENDIENTES     PIC 9(04) VALUE ZERO.
016200     05  EVD-CANT-VENCIDAS       PIC 9(04) VALUE ZERO.
016300     05  EVD-CANT-DEL-CICLO      PIC 9(04) VALUE ZERO.
016400     05  EVD-CANT-FUERA-DIST     PIC 9(04) VALUE ZERO.
016500     05  EVD-CANT-AUMENTOS       PIC 9(04) VALUE ZERO.
016600     05  EVD-CANT-BAJAS          PIC 9(04) VALUE ZERO.
016700*
016800 01  EVD-TOTALES.
016900     05  EVD-TOTAL-MASA          PIC 9(11)V99 VALUE ZERO.
017000     05  EVD-TOTAL-AUMENTO       PIC 9(11)V99 VALUE ZERO.
017100     05  EVD-TOTAL-PRESUP        PIC 9(11)V99 VALUE ZERO.
017200     05  EVD-TOTAL-ANUAL         PIC 9(12)V99 VALUE ZERO.
017300     05  EVD-MASA-NUEVA          PIC 9(11)V99 VALUE ZERO.
017400     05  EVD-DIFERENCIA          PIC S9(11)V99 VALUE ZERO.
017500*
017600 01  EVD-CANT-EMPLEADOS          PIC 9(03) VALUE ZERO.
017700 01  EVD-TABLA-EMPLEADOS.
017800     05  EVD-FILA-EMPL OCCURS 100 TIMES
017900                       INDEXED BY EVD-X-EMP.
018000         10 EVD-EMP-ID           PIC 9(05).
018100         10 EVD-EMP-NOMBRE       PIC X(05).
018200         10 EVD-EMP-DEPTO        PIC X(10).
018300         10 EVD-EMP-EXPERIENCIA  PIC 9(02).
018400         10 EVD-EMP-ESTADO       PIC X(01).
018500         10 EVD-EMP-COMPANIA     PIC X(03).
018600*
018700 01  EVD-CANT-DIST               PIC 9(02) VALUE ZERO.
018800 01  EVD-TABLA-DIST.
018900     05  EVD-FILA-DIST OCCURS 9 TIMES
019000                       INDEXED BY EVD-X-DIS.
019100         10 EVD-DIS-CALIF        PIC 9(01).
019200         10 EVD-DIS-PCT          PIC 9(03).
019300*
019400 01  EVD-CANT-MERITOS            PIC 9(02) VALUE ZERO.
019500 01  EVD-TABLA-MERITOS.
019600     05  EVD-FILA-MERITO OCCURS 30 TIMES
019700                         INDEXED BY EVD-X-MER.
019800         10 EVD-MER-CALIF        PIC 9(01).
019900         10 EVD-MER-NIVEL        PIC X(06).
020000         10 EVD-MER-PCT          PIC 9(02)V99.
020100*
020200 01  EVD-CANT-TARIFAS            PIC 9(02) VALUE ZERO.
020300 01  EVD-TABLA-TARIFAS.
020400     05  EVD-FILA-TARIFA OCCURS 20 TIMES
020500                         INDEXED BY EVD-X-TAR.
020600         10 EVD-TAR-NIVEL        PIC X(06).
020700         10 EVD-TAR-SUELDO       PIC 9(06).
020800         10 EVD-TAR-VIGENCIA     PIC 9(06).
020900         10 EVD-TAR-COMPANIA     PIC X(03).
021000*
021100 01  EVD-CANT-DEPTOS             PIC 9(02) VALUE ZERO.
021200 01  EVD-TABLA-DEPTOS.
021300     05  EVD-FILA-DEPTO OCCURS 20 TIMES
021400                        INDEXED BY EVD-X-DEP.
021500         10 EVD-DEP-NOMBRE       PIC X(10).
021600         10 EVD-DEP-CANT         PIC 9(04).
021700         10 EVD-DEP-MASA         PIC 9(11)V99.
021800         10 EVD-DEP-AUMENTO      PIC 9(11)V99.
021900         10 EVD-DEP-PERIODO-PRES PIC 9(06).
022000         10 EVD-DEP-PRESUPUESTO  PIC 9(11)V99.
022100*
022200 01  EVD-CANT-EVAL               PIC 9(03) VALUE ZERO.
022300 01  EVD-TABLA-EVAL.
022400     05  EVD-FILA-EVAL OCCURS 500 TIMES
022500                       INDEXED BY EVD-X-EVL EVD-X-EVL2.
022600         10 EVD-EVL-CICLO        PIC 9(04).
022700         10 EVD-EVL-ID           PIC 9(05).
022800         10 EVD-EVL-NOMBRE       PIC X(05).
022900         10 EVD-EVL-DEPTO        PIC X(10).
023000         10 EVD-EVL-NIVEL        PIC X(06).
023100         10 EVD-EVL-LIMITE       PIC 9(08).
023200         10 EVD-EVL-CALIF        PIC 9(01).
023300         10 EVD-EVL-EVALUADOR    PIC X(08).
023400         10 EVD-EVL-ESTADO       PIC X(01).
023500         10 EVD-EVL-FECHA-CARGA  PIC 9(08).
023600         10 EVD-EVL-PCT          PIC 9(02)V99.
023700         10 EVD-EVL-IMPORTE      PIC 9(06)V99.
023800         10 EVD-EVL-VIGENCIA     PIC 9(06).
023900         10 EVD-EVL-SUPLEM       PIC 9(06)V99.
024000*
024100 PROCEDURE DIVISION.
024200******************************************************************
024300* 0000-MAINLINE - LOAD, DISPATCH BY MODE, REWRITE THE CYCLE
024400******************************************************************
024500 0000-MAINLINE.
024600     ACCEPT EVD-FECHA-HOY FROM DATE YYYYMMDD.
024700     PERFORM 1000-CARGAR-EMPLEADOS
024800         THRU 1000-CARGAR-EMPLEADOS-EXIT.
024900     IF EVD-CANT-EMPLEADOS = ZERO
025000         DISPLAY 'EVALDES: NO HAY ARCHIVO EMPLOYEES'
025100         MOVE 8 TO RETURN-CODE
025200         GOBACK
025300     END-IF.
025400     PERFORM 1100-CARGAR-DISTRIB THRU 1100-CARGAR-DISTRIB-EXIT.
025500     PERFORM 1200-CARGAR-EVALUACIONES
025600         THRU 1200-CARGAR-EVALUACIONES-EXIT.
025700     DISPLAY 'EVALDES - MODO (A=ABRIR CICLO, C=CALIFICAR, '
025800         'P=PENDIENTES, X=CERRAR, L=LISTAR): ' WITH NO ADVANCING.
025900     ACCEPT EVD-MODO.
026000     EVALUATE EVD-MODO
026100         WHEN 'A'
026200         WHEN 'a'
026300             PERFORM 2000-ABRIR-CICLO THRU 2000-ABRIR-CICLO-EXIT
026400         WHEN 'C'
026500         WHEN 'c'
026600             PERFORM 3000-CALIFICAR THRU 3000-CALIFICAR-EXIT
026700         WHEN 'P'
026800         WHEN 'p'
026900             PERFORM 4000-PENDIENTES THRU 4000-PENDIENTES-EXIT
027000         WHEN 'X'
027100         WHEN 'x'
027200             PERFORM 5000-CERRAR-CICLO
027300                 THRU 5000-CERRAR-CICLO-EXIT
027400         WHEN 'L'
027500         WHEN 'l'
027600             PERFORM 6000-LISTAR THRU 6000-LISTAR-EXIT
027700         WHEN OTHER
027800             DISPLAY 'MODO INVALIDO'
027900             MOVE 8 TO RETURN-CODE
028000     END-EVALUATE.
028100     IF EVD-ES-HUBO-CAMBIOS
028200         PERFORM 7000-GRABAR-EVALUACIONES
028300             THRU 7000-GRABAR-EVALUACIONES-EXIT
028400     END-IF.
028500     GOBACK.
028600 0000-MAINLINE-EXIT.
028700     EXIT.
028800*
028900******************************************************************
029000* 1000-CARGAR-EMPLEADOS - THE MASTER, FOR THE ROSTER OF THE
029100*                         CYCLE AND THE CURRENT LEVEL AT CLOSE
029200******************************************************************
029300 1000-CARGAR-EMPLEADOS.
029400     MOVE 'N' TO EVD-FIN-ARCHIVO.
029500     OPEN INPUT EMPLOYEES-FILE.
029600     IF EVD-STATUS-EMPL NOT = '00'
029700         CLOSE EMPLOYEES-FILE
029800         GO TO 1000-CARGAR-EMPLEADOS-EXIT
029900     END-IF.
030000     PERFORM 1010-LEER-EMPLEADO THRU 1010-LEER-EMPLEADO-EXIT
030100         UNTIL EVD-ES-FIN-ARCHIVO.
030200     CLOSE EMPLOYEES-FILE.
030300     MOVE 'N' TO EVD-FIN-ARCHIVO.
030400 1000-CARGAR-EMPLEADOS-EXIT.
030500     EXIT.
030600*
030700******************************************************************
030800* 1010-LEER-EMPLEADO - ONE MASTER ROW INTO THE TABLE
030900******************************************************************
031000 1010-LEER-EMPLEADO.
031100     READ EMPLOYEES-FILE
031200         AT END
031300             SET EVD-ES-FIN-ARCHIVO TO TRUE
031400         NOT AT END
031500             IF EVD-CANT-EMPLEADOS < 100
031600                 ADD 1 TO EVD-CANT-EMPLEADOS
031700                 SET EVD-X-EMP TO EVD-CANT-EMPLEADOS
031800                 MOVE EM-ID TO EVD-EMP-ID(EVD-X-EMP)
031900                 MOVE EM-NOMBRE TO EVD-EMP-NOMBRE(EVD-X-EMP)
032000                 MOVE EM-DEPARTAMENTO TO EVD-EMP-DEPTO(EVD-X-EMP)
032100                 MOVE EM-EXPERIENCIA
032200                     TO EVD-EMP-EXPERIENCIA(EVD-X-EMP)
032300                 MOVE EM-ESTADO TO EVD-EMP-ESTADO(EVD-X-EMP)
032400                 MOVE EM-COMPANIA TO EVD-EMP-COMPANIA(EVD-X-EMP)
032500             END-IF
032600     END-READ.
032700 1010-LEER-EMPLEADO-EXIT.
032800     EXIT.
032900*
033000******************************************************************
033100* 1100-CARGAR-DISTRIB - MAXIMUM SHARE OF A DEPARTMENT'S REVIEWS
033200*                       PER RATING; A RATING NOT IN THE TABLE
033300*                       HAS NO LIMIT
033400******************************************************************
033500 1100-CARGAR-DISTRIB.
033600     MOVE 'N' TO EVD-FIN-ARCHIVO.
033700     OPEN INPUT DISTEVAL-FILE.
033800     IF EVD-STATUS-DIST NOT = '00'
033900         CLOSE DISTEVAL-FILE
034000         GO TO 1100-CARGAR-DISTRIB-EXIT
034100     END-IF.
034200     PERFORM 1110-LEER-DISTRIB THRU 1110-LEER-DISTRIB-EXIT
034300         UNTIL EVD-ES-FIN-ARCHIVO.
034400     CLOSE DISTEVAL-FILE.
034500     MOVE 'N' TO EVD-FIN-ARCHIVO.
034600 1100-CARGAR-DISTRIB-EXIT.
034700     EXIT.
034800*
034900******************************************************************
035000* 1110-LEER-DISTRIB - ONE RATING AND ITS MAXIMUM PERCENTAGE
035100******************************************************************
035200 1110-LEER-DISTRIB.
035300     READ DISTEVAL-FILE
035400         AT END
035500             SET EVD-ES-FIN-ARCHIVO TO TRUE
035600         NOT AT END
035700             IF EVD-CANT-DIST < 9
035800                 AND DV-CALIFICACION IS NUMERIC
035900                 AND DV-PCT-MAXIMO IS NUMERIC
036000                 ADD 1 TO EVD-CANT-DIST
036100                 SET EVD-X-DIS TO EVD-CANT-DIST
036200                 MOVE DV-CALIFICACION TO EVD-DIS-CALIF(EVD-X-DIS)
036300                 MOVE DV-PCT-MAXIMO TO EVD-DIS-PCT(EVD-X-DIS)
036400             END-IF
036500     END-READ.
036600 1110-LEER-DISTRIB-EXIT.
036700     EXIT.
036800*
036900******************************************************************
037000* 1200-CARGAR-EVALUACIONES - EVERY CYCLE ON FILE INTO MEMORY
037100******************************************************************
037200 1200-CARGAR-EVALUACIONES.
037300     MOVE 'N' TO EVD-FIN-ARCHIVO.
037400     OPEN INPUT EVALUACIONES-FILE.
037500     IF EVD-STATUS-EVAL NOT = '00'
037600         CLOSE EVALUACIONES-FILE
037700         GO TO 1200-CARGAR-EVALUACIONES-EXIT
037800     END-IF.
037900     PERFORM 1210-LEER-EVALUACION THRU 1210-LEER-EVALUACION-EXIT
038000         UNTIL EVD-ES-FIN-ARCHIVO.
038100     CLOSE EVALUACIONES-FILE.
038200     MOVE 'N' TO EVD-FIN-ARCHIVO.
038300 1200-CARGAR-EVALUACIONES-EXIT.
038400     EXIT.
038500*
038600******************************************************************
038700* 1210-LEER-EVALUACION - ONE REVIEW ROW INTO THE TABLE
038800******************************************************************
038900 1210-LEER-EVALUACION.
039000     READ EVALUACIONES-FILE
039100         AT END
039200             SET EVD-ES-FIN-ARCHIVO TO TRUE
039300             GO TO 1210-LEER-EVALUACION-EXIT
039400     END-READ.
039500     IF EVD-CANT-EVAL >= 500
039600         DISPLAY 'EVALDES: MAS DE 500 EVALUACIONES, SE CANCELA '
039700             'PARA NO PERDER FILAS AL REGRABAR'
039800         MOVE 8 TO RETURN-CODE
039900         CLOSE EVALUACIONES-FILE
040000         GOBACK
040100     END-IF.
040200     ADD 1 TO EVD-CANT-EVAL.
040300     SET EVD-X-EVL TO EVD-CANT-EVAL.
040400     MOVE EV-CICLO TO EVD-EVL-CICLO(EVD-X-EVL).
040500     MOVE EV-ID TO EVD-EVL-ID(EVD-X-EVL).
040600     MOVE EV-NOMBRE TO EVD-EVL-NOMBRE(EVD-X-EVL).
040700     MOVE EV-DEPARTAMENTO TO EVD-EVL-DEPTO(EVD-X-EVL).
040800     MOVE EV-NIVEL TO EVD-EVL-NIVEL(EVD-X-EVL).
040900     MOVE EV-FECHA-LIMITE TO EVD-EVL-LIMITE(EVD-X-EVL).
041000     MOVE EV-CALIFICACION TO EVD-EVL-CALIF(EVD-X-EVL).
041100     MOVE EV-EVALUADOR TO EVD-EVL-EVALUADOR(EVD-X-EVL).
041200     MOVE EV-ESTADO TO EVD-EVL-ESTADO(EVD-X-EVL).
041300     MOVE EV-FECHA-CARGA TO EVD-EVL-FECHA-CARGA(EVD-X-EVL).
041400     MOVE EV-MERITO-PCT TO EVD-EVL-PCT(EVD-X-EVL).
041500     MOVE EV-MERITO-IMPORTE TO EVD-EVL-IMPORTE(EVD-X-EVL).
041600     MOVE EV-VIGENCIA TO EVD-EVL-VIGENCIA(EVD-X-EVL).
041700     MOVE ZERO TO EVD-EVL-SUPLEM(EVD-X-EVL).
041800 1210-LEER-EVALUACION-EXIT.
041900     EXIT.
042000*
042100******************************************************************
042200* 1300-PEDIR-CICLO - THE REVIEW YEAR EVERY MODE WORKS ON, AND
042300*                    HOW MANY ROWS IT ALREADY HAS
042400******************************************************************
042500 1300-PEDIR-CICLO.
042600     MOVE 'N' TO EVD-CICLO-OK.
042700     MOVE ZERO TO EVD-CANT-DEL-CICLO.
042800     DISPLAY 'CICLO DE EVALUACION (AAAA): ' WITH NO ADVANCING.
042900     ACCEPT EVD-ENTRADA.
043000     IF EVD-ENTRADA(1:4) IS NOT NUMERIC
043100         OR EVD-ENTRADA(1:4) = '0000'
043200         DISPLAY 'CICLO INVALIDO'
043300         MOVE 8 TO RETURN-CODE
043400         GO TO 1300-PEDIR-CICLO-EXIT
043500     END-IF.
043600     MOVE EVD-ENTRADA(1:4) TO EVD-CICLO.
043700     SET EVD-ES-CICLO-OK TO TRUE.
043800     PERFORM 1310-CONTAR-CICLO THRU 1310-CONTAR-CICLO-EXIT
043900         VARYING EVD-X-EVL FROM 1 BY 1
044000         UNTIL EVD-X-EVL > EVD-CANT-EVAL.
044100 1300-PEDIR-CICLO-EXIT.
044200     EXIT.
044300*
044400******************************************************************
044500* 1310-CONTAR-CICLO - ONE ROW OF THE CYCLE
044600******************************************************************
044700 1310-CONTAR-CICLO.
044800     IF EVD-EVL-CICLO(EVD-X-EVL) = EVD-CICLO
044900         ADD 1 TO EVD-CANT-DEL-CICLO
045000     END-IF.
045100 1310-CONTAR-CICLO-EXIT.
045200     EXIT.
045300*
045400******************************************************************
045500* 2000-ABRIR-CICLO - ONE PENDING REVIEW PER ACTIVE EMPLOYEE,
045600*                    ALL DUE ON THE SAME DATE
045700******************************************************************
045800 2000-ABRIR-CICLO.
045900     PERFORM 1300-PEDIR-CICLO THRU 1300-PEDIR-CICLO-EXIT.
046000     IF NOT EVD-ES-CICLO-OK
046100         GO TO 2000-ABRIR-CICLO-EXIT
046200     END-IF.
046300     IF EVD-CANT-DEL-CICLO > ZERO
046400         DISPLAY 'EL CICLO ' EVD-CICLO ' YA ESTA ABIERTO ('
046500             EVD-CANT-DEL-CICLO ' EVALUACIONES)'
046600         MOVE 8 TO RETURN-CODE
046700         GO TO 2000-ABRIR-CICLO-EXIT
046800     END-IF.
046900     DISPLAY 'FECHA LIMITE DE LAS EVALUACIONES (AAAAMMDD): '
047000         WITH NO ADVANCING.
047100     ACCEPT EVD-ENTRADA.
047200     IF EVD-ENTRADA(1:8) IS NOT NUMERIC
047300         DISPLAY 'FECHA INVALIDA'
047400         MOVE 8 TO RETURN-CODE
047500         GO TO 2000-ABRIR-CICLO-EXIT
047600     END-IF.
047700     MOVE EVD-ENTRADA(1:8) TO EVD-FECHA-LIMITE.
047800     IF EVD-FECHA-LIMITE < EVD-FECHA-HOY
047900         DISPLAY 'LA FECHA LIMITE YA PASO'
048000         MOVE 8 TO RETURN-CODE
048100         GO TO 2000-ABRIR-CICLO-EXIT
048200     END-IF.
048300     PERFORM 2100-ABRIR-UNO THRU 2100-ABRIR-UNO-EXIT
048400         VARYING EVD-X-EMP FROM 1 BY 1
048500         UNTIL EVD-X-EMP > EVD-CANT-EMPLEADOS.
048600     DISPLAY 'EVALDES: CICLO ' EVD-CICLO ' ABIERTO CON '
048700         EVD-CANT-ABIERTAS ' EVALUACIONES PENDIENTES'.
048800 2000-ABRIR-CICLO-EXIT.
048900     EXIT.
049000*
049100******************************************************************
049200* 2100-ABRIR-UNO - THE REVIEW ROW OF ONE ACTIVE EMPLOYEE
049300******************************************************************
049400 2100-ABRIR-UNO.
049500     IF EVD-EMP-ESTADO(EVD-X-EMP) = 'B'
049600         GO TO 2100-ABRIR-UNO-EXIT
049700     END-IF.
049800     IF EVD-CANT-EVAL >= 500
049900         DISPLAY 'EVALDES: ARCHIVO LLENO, NO SE ABRE '
050000             EVD-EMP-NOMBRE(EVD-X-EMP)
050100         GO TO 2100-ABRIR-UNO-EXIT
050200     END-IF.
050300     PERFORM 8100-NIVEL-EMPLEADO THRU 8100-NIVEL-EMPLEADO-EXIT.
050400     ADD 1 TO EVD-CANT-EVAL.
050500     SET EVD-X-EVL TO EVD-CANT-EVAL.
050600     MOVE EVD-CICLO TO EVD-EVL-CICLO(EVD-X-EVL).
050700     MOVE EVD-EMP-ID(EVD-X-EMP) TO EVD-EVL-ID(EVD-X-EVL).
050800     MOVE EVD-EMP-NOMBRE(EVD-X-EMP) TO EVD-EVL-NOMBRE(EVD-X-EVL).
050900     MOVE EVD-EMP-DEPTO(EVD-X-EMP) TO EVD-EVL-DEPTO(EVD-X-EVL).
051000     MOVE EVD-NIVEL-AUX TO EVD-EVL-NIVEL(EVD-X-EVL).
051100     MOVE EVD-FECHA-LIMITE TO EVD-EVL-LIMITE(EVD-X-EVL).
051200     MOVE ZERO TO EVD-EVL-CALIF(EVD-X-EVL).
051300     MOVE SPACES TO EVD-EVL-EVALUADOR(EVD-X-EVL).
051400     MOVE 'P' TO EVD-EVL-ESTADO(EVD-X-EVL).
051500     MOVE ZERO TO EVD-EVL-FECHA-CARGA(EVD-X-EVL).
051600     MOVE ZERO TO EVD-EVL-PCT(EVD-X-EVL).
051700     MOVE ZERO TO EVD-EVL-IMPORTE(EVD-X-EVL).
051800     MOVE ZERO TO EVD-EVL-VIGENCIA(EVD-X-EVL).
051900     MOVE ZERO TO EVD-EVL-SUPLEM(EVD-X-EVL).
052000     ADD 1 TO EVD-CANT-ABIERTAS.
052100     SET EVD-ES-HUBO-CAMBIOS TO TRUE.
052200 2100-ABRIR-UNO-EXIT.
052300     EXIT.
052400*
052500******************************************************************
052600* 3000-CALIFICAR - RATINGS OF AN OPEN CYCLE, ONE EMPLOYEE AT A
052700*                  TIME
052800******************************************************************
052900 3000-CALIFICAR.
053000     PERFORM 1300-PEDIR-CICLO THRU 1300-PEDIR-CICLO-EXIT.
053100     IF NOT EVD-ES-CICLO-OK
053200         GO TO 3000-CALIFICAR-EXIT
053300     END-IF.
053400     IF EVD-CANT-DEL-CICLO = ZERO
053500         DISPLAY 'EL CICLO ' EVD-CICLO ' NO ESTA ABIERTO'
053600         MOVE 8 TO RETURN-CODE
053700         GO TO 3000-CALIFICAR-EXIT
053800     END-IF.
053900     MOVE 'S' TO EVD-RESPUESTA.
054000     PERFORM 3100-CALIFICAR-UNO THRU 3100-CALIFICAR-UNO-EXIT
054100         UNTIL EVD-RESPUESTA NOT = 'S'
054200         AND EVD-RESPUESTA NOT = 's'.
054300     DISPLAY 'EVALDES: ' EVD-CANT-CALIFICADAS ' CALIFICADAS, '
054400         EVD-CANT-RECHAZADAS ' RECHAZADAS'.
054500 3000-CALIFICAR-EXIT.
054600     EXIT.
054700*
054800******************************************************************
054900* 3100-CALIFICAR-UNO - RATING AND REVIEWER FOR ONE EMPLOYEE;
055000*                      A RATING ALREADY KEYED CAN BE CORRECTED
055100*                      UNTIL THE CYCLE CLOSES
055200******************************************************************
055300 3100-CALIFICAR-UNO.
055400     DISPLAY 'LEGAJO (5): ' WITH NO ADVANCING.
055500     ACCEPT EVD-ENTRADA.
055600     IF EVD-ENTRADA(1:5) IS NOT NUMERIC
055700         DISPLAY 'LEGAJO INVALIDO'
055800         ADD 1 TO EVD-CANT-RECHAZADAS
055900         GO TO 3100-SEGUIR
056000     END-IF.
056100     MOVE EVD-ENTRADA(1:5) TO EVD-ID-PEDIDO.
056200     PERFORM 3200-UBICAR-EVALUACION
056300         THRU 3200-UBICAR-EVALUACION-EXIT.
056400     IF NOT EVD-ES-HALLADO
056500         DISPLAY 'LEGAJO ' EVD-ID-PEDIDO
056600             ' SIN EVALUACION EN EL CICLO ' EVD-CICLO
056700         ADD 1 TO EVD-CANT-RECHAZADAS
056800         GO TO 3100-SEGUIR
056900     END-IF.
057000     IF EVD-EVL-ESTADO(EVD-X-EVL) = 'X'
057100         DISPLAY 'EL CICLO ' EVD-CICLO ' YA ESTA CERRADO'
057200         ADD 1 TO EVD-CANT-RECHAZADAS
057300         GO TO 3100-SEGUIR
057400     END-IF.
057500     DISPLAY EVD-EVL-ID(EVD-X-EVL) ' '
057600         EVD-EVL-NOMBRE(EVD-X-EVL) ' '
057700         EVD-EVL-DEPTO(EVD-X-EVL) ' '
057800         EVD-EVL-NIVEL(EVD-X-EVL) ' CALIFICACION ACTUAL: '
057900         EVD-EVL-CALIF(EVD-X-EVL).
058000     DISPLAY 'CALIFICACION (1 A 5): ' WITH NO ADVANCING.
058100     ACCEPT EVD-ENTRADA.
058200     IF EVD-ENTRADA(1:1) IS NOT NUMERIC
058300         OR EVD-ENTRADA(1:1) < '1'
058400         OR EVD-ENTRADA(1:1) > '5'
058500         DISPLAY 'CALIFICACION INVALIDA'
058600         ADD 1 TO EVD-CANT-RECHAZADAS
058700         GO TO 3100-SEGUIR
058800     END-IF.
058900     MOVE EVD-ENTRADA(1:1) TO EVD-CALIF-AUX.
059000     MOVE EVD-EVL-DEPTO(EVD-X-EVL) TO EVD-DEPTO-AUX.
059100     PERFORM 3300-VERIFICAR-DISTRIB
059200         THRU 3300-VERIFICAR-DISTRIB-EXIT.
059300     IF NOT EVD-ES-DIST-OK
059400         DISPLAY 'DEPARTAMENTO ' EVD-DEPTO-AUX ' YA TIENE '
059500             EVD-CANT-CALIF ' DE ' EVD-CANT-DEPTO
059600             ' CON CALIFICACION ' EVD-CALIF-AUX
059700             ' (MAXIMO ' EVD-TOPE-CALIF ')'
059800         ADD 1 TO EVD-CANT-RECHAZADAS
059900         GO TO 3100-SEGUIR
060000     END-IF.
060100     DISPLAY 'EVALUADOR (BLANCO = OPERADOR DE LA SESION): '
060200         WITH NO ADVANCING.
060300     ACCEPT EVD-EVALUADOR-AUX.
060400     IF EVD-EVALUADOR-AUX = SPACES
060500         MOVE 'G' TO EVD-SES-ACCION
060600         CALL 'SESUSER' USING EVD-SES-ACCION EVD-EVALUADOR-AUX
060700     END-IF.
060800     IF EVD-EVALUADOR-AUX = SPACES
060900         DISPLAY 'FALTA EL EVALUADOR, NO SE GRABA'
061000         ADD 1 TO EVD-CANT-RECHAZADAS
061100         GO TO 3100-SEGUIR
061200     END-IF.
061300     MOVE EVD-CALIF-AUX TO EVD-EVL-CALIF(EVD-X-EVL).
061400     MOVE EVD-EVALUADOR-AUX TO EVD-EVL-EVALUADOR(EVD-X-EVL).
061500     MOVE 'C' TO EVD-EVL-ESTADO(EVD-X-EVL).
061600     MOVE EVD-FECHA-HOY TO EVD-EVL-FECHA-CARGA(EVD-X-EVL).
061700     ADD 1 TO EVD-CANT-CALIFICADAS.
061800     SET EVD-ES-HUBO-CAMBIOS TO TRUE.
061900 3100-SEGUIR.
062000     DISPLAY 'OTRA CALIFICACION (S/N): ' WITH NO ADVANCING.
062100     ACCEPT EVD-RESPUESTA.
062200 3100-CALIFICAR-UNO-EXIT.
062300     EXIT.
062400*
062500******************************************************************
062600* 3200-UBICAR-EVALUACION - THE EMPLOYEE'S ROW IN THE CYCLE
062700******************************************************************
062800 3200-UBICAR-EVALUACION.
062900     MOVE 'N' TO EVD-HALLADO.
063000     SET EVD-X-EVL TO 1.
063100     SEARCH EVD-FILA-EVAL
063200         AT END
063300             CONTINUE
063400         WHEN EVD-X-EVL > EVD-CANT-EVAL
063500             CONTINUE
063600         WHEN EVD-EVL-CICLO(EVD-X-EVL) = EVD-CICLO
063700             AND EVD-EVL-ID(EVD-X-EVL) = EVD-ID-PEDIDO
063800             SET EVD-ES-HALLADO TO TRUE
063900     END-SEARCH.
064000 3200-UBICAR-EVALUACION-EXIT.
064100     EXIT.
064200*
064300******************************************************************
064400* 3300-VERIFICAR-DISTRIB - ONE MORE RATING EVD-CALIF-AUX IN
064500*                          EVD-DEPTO-AUX MUST STAY WITHIN THE
064600*                          DISTEVAL SHARE OF THE DEPARTMENT'S
064700*                          REVIEWS (ROUNDED UP, SO A SMALL
064800*                          DEPARTMENT CAN ALWAYS USE EACH RATING
064900*                          ONCE). THE ROW AT EVD-X-EVL IS THE
065000*                          ONE BEING RATED AND IS NOT COUNTED.
065100******************************************************************
065200 3300-VERIFICAR-DISTRIB.
065300     SET EVD-ES-DIST-OK TO TRUE.
065400     MOVE ZERO TO EVD-CANT-DEPTO.
065500     MOVE ZERO TO EVD-CANT-CALIF.
065600     MOVE ZERO TO EVD-TOPE-CALIF.
065700     MOVE 100 TO EVD-DIST-PCT.
065800     SET EVD-X-DIS TO 1.
065900     SEARCH EVD-FILA-DIST
066000         AT END
066100             CONTINUE
066200         WHEN EVD-X-DIS > EVD-CANT-DIST
066300             CONTINUE
066400         WHEN EVD-DIS-CALIF(EVD-X-DIS) = EVD-CALIF-AUX
066500             MOVE EVD-DIS-PCT(EVD-X-DIS) TO EVD-DIST-PCT
066600     END-SEARCH.
066700     IF EVD-DIST-PCT >= 100
066800         GO TO 3300-VERIFICAR-DISTRIB-EXIT
066900     END-IF.
067000     PERFORM 3310-CONTAR-DEPTO THRU 3310-CONTAR-DEPTO-EXIT
067100         VARYING EVD-X-EVL2 FROM 1 BY 1
067200         UNTIL EVD-X-EVL2 > EVD-CANT-EVAL.
067300     COMPUTE EVD-TOPE-CALIF =
067400         (EVD-DIST-PCT * EVD-CANT-DEPTO + 99) / 100.
067500     IF EVD-CANT-CALIF + 1 > EVD-TOPE-CALIF
067600         MOVE 'N' TO EVD-DIST-OK
067700     END-IF.
067800 3300-VERIFICAR-DISTRIB-EXIT.
067900     EXIT.
068000*
068100******************************************************************
068200* 3310-CONTAR-DEPTO - ONE ROW TOWARDS THE DEPARTMENT TOTAL AND
068300*                     THE COUNT ALREADY AT THE RATING
068400******************************************************************
068500 3310-CONTAR-DEPTO.
068600     IF EVD-EVL-CICLO(EVD-X-EVL2) NOT = EVD-CICLO
068700         OR EVD-EVL-DEPTO(EVD-X-EVL2) NOT = EVD-DEPTO-AUX
068800         GO TO 3310-CONTAR-DEPTO-EXIT
068900     END-IF.
069000     ADD 1 TO EVD-CANT-DEPTO.
069100     IF EVD-X-EVL2 NOT = EVD-X-EVL
069200         AND EVD-EVL-ESTADO(EVD-X-EVL2) NOT = 'P'
069300         AND EVD-EVL-CALIF(EVD-X-EVL2) = EVD-CALIF-AUX
069400         ADD 1 TO EVD-CANT-CALIF
069500     END-IF.
069600 3310-CONTAR-DEPTO-EXIT.
069700     EXIT.
069800*
069900******************************************************************
070000* 4000-PENDIENTES - REVIEWS NOT YET RATED TO THE EVALPEND
070100*                   LISTING, THE OVERDUE ONES FLAGGED
070200******************************************************************
070300 4000-PENDIENTES.
070400     PERFORM 1300-PEDIR-CICLO THRU 1300-PEDIR-CICLO-EXIT.
070500     IF NOT EVD-ES-CICLO-OK
070600         GO TO 4000-PENDIENTES-EXIT
070700     END-IF.
070800     OPEN OUTPUT REPORTE-FILE.
070900     MOVE SPACES TO RPT-LINEA.
071000     STRING 'EVALDES - EVALUACIONES PENDIENTES DEL CICLO '
071100         EVD-CICLO ' - ' EVD-FECHA-HOY
071200         DELIMITED BY SIZE INTO RPT-LINEA.
071300     WRITE RPT-LINEA.
071400     MOVE 'ID    NOMB  DEPARTAMEN NIVEL  LIMITE'
071500         TO RPT-LINEA.
071600     WRITE RPT-LINEA.
071700     PERFORM 4100-PENDIENTE-UNA THRU 4100-PENDIENTE-UNA-EXIT
071800         VARYING EVD-X-EVL FROM 1 BY 1
071900         UNTIL EVD-X-EVL > EVD-CANT-EVAL.
072000     MOVE SPACES TO RPT-LINEA.
072100     WRITE RPT-LINEA.
072200     MOVE SPACES TO RPT-LINEA.
072300     STRING 'PENDIENTES: ' EVD-CANT-PENDIENTES
072400         '   VENCIDAS: ' EVD-CANT-VENCIDAS
072500         '   DEL CICLO: ' EVD-CANT-DEL-CICLO
072600         DELIMITED BY SIZE INTO RPT-LINEA.
072700     WRITE RPT-LINEA.
072800     CLOSE REPORTE-FILE.
072900     DISPLAY 'EVALDES: ' EVD-CANT-PENDIENTES ' PENDIENTES ('
073000         EVD-CANT-VENCIDAS ' VENCIDAS) EN EVALPEND'.
073100 4000-PENDIENTES-EXIT.
073200     EXIT.
073300*
073400******************************************************************
073500* 4100-PENDIENTE-UNA - ONE REVIEW STILL WAITING FOR ITS RATING
073600******************************************************************
073700 4100-PENDIENTE-UNA.
073800     IF EVD-EVL-CICLO(EVD-X-EVL) NOT = EVD-CICLO
073900         OR EVD-EVL-ESTADO(EVD-X-EVL) NOT = 'P'
074000         GO TO 4100-PENDIENTE-UNA-EXIT
074100     END-IF.
074200     ADD 1 TO EVD-CANT-PENDIENTES.
074300     MOVE SPACES TO RPT-LINEA.
074400     STRING EVD-EVL-ID(EVD-X-EVL) ' '
074500         EVD-EVL-NOMBRE(EVD-X-EVL) ' '
074600         EVD-EVL-DEPTO(EVD-X-EVL) ' '
074700         EVD-EVL-NIVEL(EVD-X-EVL) ' '
074800         EVD-EVL-LIMITE(EVD-X-EVL)
074900         DELIMITED BY SIZE INTO RPT-LINEA.
075000     IF EVD-EVL-LIMITE(EVD-X-EVL) < EVD-FECHA-HOY
075100         ADD 1 TO EVD-CANT-VENCIDAS
075200         MOVE 'VENCIDA' TO RPT-LINEA(47:7)
075300     END-IF.
075400     WRITE RPT-LINEA.
075500 4100-PENDIENTE-UNA-EXIT.
075600     EXIT.
075700*
075800******************************************************************
075900* 5000-CERRAR-CICLO - CHECK THE CYCLE IS COMPLETE, PRICE THE
076000*                     MERIT MATRIX AGAINST BUDGET AND, ON
076100*                     CONFIRMATION, WRITE THE RAISES
076200******************************************************************
076300 5000-CERRAR-CICLO.
076400     PERFORM 1300-PEDIR-CICLO THRU 1300-PEDIR-CICLO-EXIT.
076500     IF NOT EVD-ES-CICLO-OK
076600         GO TO 5000-CERRAR-CICLO-EXIT
076700     END-IF.
076800     IF EVD-CANT-DEL-CICLO = ZERO
076900         DISPLAY 'EL CICLO ' EVD-CICLO ' NO ESTA ABIERTO'
077000         MOVE 8 TO RETURN-CODE
077100         GO TO 5000-CERRAR-CICLO-EXIT
077200     END-IF.
077300     PERFORM 5100-CONTROLAR-UNA THRU 5100-CONTROLAR-UNA-EXIT
077400         VARYING EVD-X-EVL FROM 1 BY 1
077500         UNTIL EVD-X-EVL > EVD-CANT-EVAL.
077600     IF EVD-CANT-BAJAS > ZERO
077700         DISPLAY 'EVALDES: ' EVD-CANT-BAJAS
077800             ' EVALUACIONES DE EMPLEADOS DADOS DE BAJA, SIN '
077900             'AUMENTO'
078000     END-IF.
078100     IF EVD-CANT-PENDIENTES > ZERO
078200         DISPLAY 'EVALDES: QUEDAN ' EVD-CANT-PENDIENTES
078300             ' EVALUACIONES PENDIENTES, EL CICLO NO SE CIERRA '
078400             '(VER MODO P)'
078500         MOVE 8 TO RETURN-CODE
078600         GO TO 5000-CERRAR-CICLO-EXIT
078700     END-IF.
078800     IF EVD-CANT-FUERA-DIST > ZERO
078900         DISPLAY 'EVALDES: ' EVD-CANT-FUERA-DIST
079000             ' CALIFICACIONES FUERA DE LA DISTRIBUCION DISTEVAL,'
079100             ' EL CICLO NO SE CIERRA'
079200         MOVE 8 TO RETURN-CODE
079300         GO TO 5000-CERRAR-CICLO-EXIT
079400     END-IF.
079500     IF EVD-CANT-CALIFICADAS = ZERO
079600         DISPLAY 'EL CICLO ' EVD-CICLO
079700             ' YA ESTA CERRADO O NO TIENE CALIFICACIONES'
079800         MOVE 8 TO RETURN-CODE
079900         GO TO 5000-CERRAR-CICLO-EXIT
080000     END-IF.
080100     DISPLAY 'VIGENCIA DE LOS AUMENTOS (AAAAMM): '
080200         WITH NO ADVANCING.
080300     ACCEPT EVD-ENTRADA.
080400     IF EVD-ENTRADA(1:6) IS NOT NUMERIC
080500         DISPLAY 'VIGENCIA INVALIDA'
080600         MOVE 8 TO RETURN-CODE
080700         GO TO 5000-CERRAR-CICLO-EXIT
080800     END-IF.
080900     MOVE EVD-ENTRADA(1:6) TO EVD-VIGENCIA.
081000     IF EVD-VIGENCIA-MES < 1 OR EVD-VIGENCIA-MES > 12
081100         DISPLAY 'VIGENCIA INVALIDA'
081200         MOVE 8 TO RETURN-CODE
081300         GO TO 5000-CERRAR-CICLO-EXIT
081400     END-IF.
081500     PERFORM 5200-CARGAR-TARIFAS THRU 5200-CARGAR-TARIFAS-EXIT.
081600     IF EVD-CANT-TARIFAS = ZERO
081700         DISPLAY 'EVALDES: PAYRATES VACIO, NADA QUE COSTEAR'
081800         MOVE 8 TO RETURN-CODE
081900         GO TO 5000-CERRAR-CICLO-EXIT
082000     END-IF.
082100     PERFORM 5300-CARGAR-MERITOS THRU 5300-CARGAR-MERITOS-EXIT.
082200     IF EVD-CANT-MERITOS = ZERO
082300         DISPLAY 'EVALDES: NO HAY ARCHIVO MERITMAT'
082400         MOVE 8 TO RETURN-CODE
082500         GO TO 5000-CERRAR-CICLO-EXIT
082600     END-IF.
082700     PERFORM 5500-COSTEAR-UNO THRU 5500-COSTEAR-UNO-EXIT
082800         VARYING EVD-X-EVL FROM 1 BY 1
082900         UNTIL EVD-X-EVL > EVD-CANT-EVAL.
083000     PERFORM 5400-CARGAR-PRESUPUESTO
083100         THRU 5400-CARGAR-PRESUPUESTO-EXIT.
083200     PERFORM 5600-MOSTRAR-RESUMEN
083300         THRU 5600-MOSTRAR-RESUMEN-EXIT.
083400     DISPLAY 'CONFIRMA CERRAR EL CICLO Y GRABAR LOS AUMENTOS '
083500         '(S/N): ' WITH NO ADVANCING.
083600     ACCEPT EVD-RESPUESTA.
083700     IF EVD-RESPUESTA NOT = 'S' AND EVD-RESPUESTA NOT = 's'
083800         DISPLAY 'EVALDES: CIERRE ANULADO POR EL OPERADOR'
083900         GO TO 5000-CERRAR-CICLO-EXIT
084000     END-IF.
084100     MOVE 'G' TO EVD-SES-ACCION.
084200     CALL 'SESUSER' USING EVD-SES-ACCION EVD-OPERADOR.
084300     IF EVD-OPERADOR = SPACES
084400         DISPLAY 'OPERADOR QUE APRUEBA: ' WITH NO ADVANCING
084500         ACCEPT EVD-OPERADOR
084600     END-IF.
084700     IF EVD-OPERADOR = SPACES
084800         DISPLAY 'FALTA EL OPERADOR QUE APRUEBA, NO SE GRABA'
084900         MOVE 8 TO RETURN-CODE
085000         GO TO 5000-CERRAR-CICLO-EXIT
085100     END-IF.
085200     PERFORM 5700-GRABAR-AUMENTOS THRU 5700-GRABAR-AUMENTOS-EXIT.
085300 5000-CERRAR-CICLO-EXIT.
085400     EXIT.
085500*
085600******************************************************************
085700* 5100-CONTROLAR-UNA - NOTHING PENDING AND EVERY RATING STILL
085800*                      WITHIN THE DISTRIBUTION; A REVIEW OF AN
085900*                      EMPLOYEE WHO HAS SINCE LEFT DOES NOT
086000*                      HOLD THE CYCLE BACK
086100******************************************************************
086200 5100-CONTROLAR-UNA.
086300     IF EVD-EVL-CICLO(EVD-X-EVL) NOT = EVD-CICLO
086400         OR EVD-EVL-ESTADO(EVD-X-EVL) = 'X'
086500         GO TO 5100-CONTROLAR-UNA-EXIT
086600     END-IF.
086700     MOVE EVD-EVL-ID(EVD-X-EVL) TO EVD-ID-PEDIDO.
086800     PERFORM 8000-UBICAR-EMPLEADO THRU 8000-UBICAR-EMPLEADO-EXIT.
086900     IF NOT EVD-ES-HALLADO
087000         ADD 1 TO EVD-CANT-BAJAS
087100         GO TO 5100-CONTROLAR-UNA-EXIT
087200     END-IF.
087300     IF EVD-EVL-ESTADO(EVD-X-EVL) = 'P'
087400         ADD 1 TO EVD-CANT-PENDIENTES
087500         GO TO 5100-CONTROLAR-UNA-EXIT
087600     END-IF.
087700     ADD 1 TO EVD-CANT-CALIFICADAS.
087800     MOVE EVD-EVL-CALIF(EVD-X-EVL) TO EVD-CALIF-AUX.
087900     MOVE EVD-EVL-DEPTO(EVD-X-EVL) TO EVD-DEPTO-AUX.
088000     PERFORM 3300-VERIFICAR-DISTRIB
088100         THRU 3300-VERIFICAR-DISTRIB-EXIT.
088200     IF NOT EVD-ES-DIST-OK
088300         DISPLAY 'FUERA DE DISTRIBUCION: '
088400             EVD-EVL-ID(EVD-X-EVL) ' '
088500             EVD-EVL-NOMBRE(EVD-X-EVL) ' '
088600             EVD-DEPTO-AUX ' CALIFICACION ' EVD-CALIF-AUX
088700         ADD 1 TO EVD-CANT-FUERA-DIST
088800     END-IF.
088900 5100-CONTROLAR-UNA-EXIT.
089000     EXIT.
089100*
089200******************************************************************
089300* 5200-CARGAR-TARIFAS - EVERY PAYRATES VERSION ON FILE
089400******************************************************************
089500 5200-CARGAR-TARIFAS.
089600     MOVE 'N' TO EVD-FIN-ARCHIVO.
089700     OPEN INPUT PAYRATES-FILE.
089800     IF EVD-STATUS-TARIFAS = '00'
089900         PERFORM 5210-LEER-TARIFA THRU 5210-LEER-TARIFA-EXIT
090000             UNTIL EVD-ES-FIN-ARCHIVO
090100     END-IF.
090200     CLOSE PAYRATES-FILE.
090300     MOVE 'N' TO EVD-FIN-ARCHIVO.
090400 5200-CARGAR-TARIFAS-EXIT.
090500     EXIT.
090600*
090700******************************************************************
090800* 5210-LEER-TARIFA - KEEP ONE RATE VERSION
090900******************************************************************
091000 5210-LEER-TARIFA.
091100     READ PAYRATES-FILE
091200         AT END
091300             SET EVD-ES-FIN-ARCHIVO TO TRUE
091400         NOT AT END
091500             IF EVD-CANT-TARIFAS < 20
091600                 ADD 1 TO EVD-CANT-TARIFAS
091700                 SET EVD-X-TAR TO EVD-CANT-TARIFAS
091800                 MOVE RT-NIVEL TO EVD-TAR-NIVEL(EVD-X-TAR)
091900                 MOVE RT-SUELDO TO EVD-TAR-SUELDO(EVD-X-TAR)
092000                 IF RT-VIGENCIA-DESDE IS NUMERIC
092100                     MOVE RT-VIGENCIA-DESDE
092200                         TO EVD-TAR-VIGENCIA(EVD-X-TAR)
092300                 ELSE
092400                     MOVE ZERO
092500                         TO EVD-TAR-VIGENCIA(EVD-X-TAR)
092600                 END-IF
092700                 MOVE RT-COMPANIA
092800                     TO EVD-TAR-COMPANIA(EVD-X-TAR)
092900             END-IF
093000     END-READ.
093100 5210-LEER-TARIFA-EXIT.
093200     EXIT.
093300*
093400******************************************************************
093500* 5300-CARGAR-MERITOS - THE MERIT MATRIX, RATING BY LEVEL
093600******************************************************************
093700 5300-CARGAR-MERITOS.
093800     MOVE 'N' TO EVD-FIN-ARCHIVO.
093900     OPEN INPUT MERITMAT-FILE.
094000     IF EVD-STATUS-MERITO = '00'
094100         PERFORM 5310-LEER-MERITO THRU 5310-LEER-MERITO-EXIT
094200             UNTIL EVD-ES-FIN-ARCHIVO
094300     END-IF.
094400     CLOSE MERITMAT-FILE.
094500     MOVE 'N' TO EVD-FIN-ARCHIVO.
094600 5300-CARGAR-MERITOS-EXIT.
094700     EXIT.
094800*
094900******************************************************************
095000* 5310-LEER-MERITO - ONE CELL OF THE MATRIX
095100******************************************************************
095200 5310-LEER-MERITO.
095300     READ MERITMAT-FILE
095400         AT END
095500             SET EVD-ES-FIN-ARCHIVO TO TRUE
095600         NOT AT END
095700             IF EVD-CANT-MERITOS < 30
095800                 AND MM-CALIFICACION IS NUMERIC
095900                 AND MM-PORCENTAJE IS NUMERIC
096000                 ADD 1 TO EVD-CANT-MERITOS
096100                 SET EVD-X-MER TO EVD-CANT-MERITOS
096200                 MOVE MM-CALIFICACION TO EVD-MER-CALIF(EVD-X-MER)
096300                 MOVE MM-NIVEL TO EVD-MER-NIVEL(EVD-X-MER)
096400                 MOVE MM-PORCENTAJE TO EVD-MER-PCT(EVD-X-MER)
096500             END-IF
096600     END-READ.
096700 5310-LEER-MERITO-EXIT.
096800     EXIT.
096900*
097000******************************************************************
097100* 5400-CARGAR-PRESUPUESTO - FOR EACH DEPARTMENT PRICED, THE
097200*                           LATEST BUDGET ROW ON OR BEFORE THE
097300*                           EFFECTIVE PERIOD OF THE RAISES
097400******************************************************************
097500 5400-CARGAR-PRESUPUESTO.
097600     MOVE 'N' TO EVD-FIN-ARCHIVO.
097700     OPEN INPUT BUDGET-FILE.
097800     IF EVD-STATUS-BUDGET = '00'
097900         PERFORM 5410-LEER-PRESUPUESTO
098000             THRU 5410-LEER-PRESUPUESTO-EXIT
098100             UNTIL EVD-ES-FIN-ARCHIVO
098200     END-IF.
098300     CLOSE BUDGET-FILE.
098400     MOVE 'N' TO EVD-FIN-ARCHIVO.
098500 5400-CARGAR-PRESUPUESTO-EXIT.
098600     EXIT.
098700*
098800******************************************************************
098900* 5410-LEER-PRESUPUESTO - ONE BUDGET ROW
099000******************************************************************
099100 5410-LEER-PRESUPUESTO.
099200     READ BUDGET-FILE
099300         AT END
099400             SET EVD-ES-FIN-ARCHIVO TO TRUE
099500             GO TO 5410-LEER-PRESUPUESTO-EXIT
099600     END-READ.
099700     IF BG-PERIODO IS NOT NUMERIC
099800         OR BG-IMPORTE IS NOT NUMERIC
099900         OR BG-PERIODO > EVD-VIGENCIA
100000         GO TO 5410-LEER-PRESUPUESTO-EXIT
100100     END-IF.
100200     MOVE BG-DEPARTAMENTO TO EVD-DEPTO-AUX.
100300     PERFORM 5540-UBICAR-DEPTO THRU 5540-UBICAR-DEPTO-EXIT.
100400     IF EVD-ES-HALLADO
100500         AND BG-PERIODO >= EVD-DEP-PERIODO-PRES(EVD-X-DEP)
100600         MOVE BG-PERIODO TO EVD-DEP-PERIODO-PRES(EVD-X-DEP)
100700         MOVE BG-IMPORTE TO EVD-DEP-PRESUPUESTO(EVD-X-DEP)
100800     END-IF.
100900 5410-LEER-PRESUPUESTO-EXIT.
101000     EXIT.
101100*
101200******************************************************************
101300* 5500-COSTEAR-UNO - MERIT PERCENTAGE AND MONTHLY RAISE OF ONE
101400*                    RATED EMPLOYEE, ON BRACKET PLUS SUPPLEMENT
101500*                    AT THE EFFECTIVE PERIOD
101600******************************************************************
101700 5500-COSTEAR-UNO.
101800     IF EVD-EVL-CICLO(EVD-X-EVL) NOT = EVD-CICLO
101900         OR EVD-EVL-ESTADO(EVD-X-EVL) NOT = 'C'
102000         GO TO 5500-COSTEAR-UNO-EXIT
102100     END-IF.
102200     MOVE ZERO TO EVD-EVL-PCT(EVD-X-EVL).
102300     MOVE ZERO TO EVD-EVL-IMPORTE(EVD-X-EVL).
102400     MOVE ZERO TO EVD-EVL-SUPLEM(EVD-X-EVL).
102500     MOVE EVD-VIGENCIA TO EVD-EVL-VIGENCIA(EVD-X-EVL).
102600     MOVE EVD-EVL-ID(EVD-X-EVL) TO EVD-ID-PEDIDO.
102700     PERFORM 8000-UBICAR-EMPLEADO THRU 8000-UBICAR-EMPLEADO-EXIT.
102800     IF NOT EVD-ES-HALLADO
102900         GO TO 5500-COSTEAR-UNO-EXIT
103000     END-IF.
103100*    EL NIVEL ES EL DE HOY, NO EL DE LA APERTURA DEL CICLO.
103200     PERFORM 8100-NIVEL-EMPLEADO THRU 8100-NIVEL-EMPLEADO-EXIT.
103300     MOVE EVD-NIVEL-AUX TO EVD-EVL-NIVEL(EVD-X-EVL).
103400     MOVE EVD-EMP-COMPANIA(EVD-X-EMP) TO EVD-COMPANIA-AUX.
103500     PERFORM 5520-TARIFA-VIGENTE THRU 5520-TARIFA-VIGENTE-EXIT.
103600     CALL 'SUPLVIG' USING EVD-EVL-ID(EVD-X-EVL) EVD-VIGENCIA
103700         EVD-SUPLEM-IMPORTE EVD-SUPLEM-MOTIVO.
103800     MOVE EVD-SUPLEM-IMPORTE TO EVD-EVL-SUPLEM(EVD-X-EVL).
103900     COMPUTE EVD-MENSUAL-EMP =
104000         EVD-SUELDO-ACTUAL + EVD-SUPLEM-IMPORTE.
104100     MOVE ZERO TO EVD-PCT-AUX.
104200     SET EVD-X-MER TO 1.
104300     SEARCH EVD-FILA-MERITO
104400         AT END
104500             CONTINUE
104600         WHEN EVD-X-MER > EVD-CANT-MERITOS
104700             CONTINUE
104800         WHEN EVD-MER-CALIF(EVD-X-MER) = EVD-EVL-CALIF(EVD-X-EVL)
104900             AND EVD-MER-NIVEL(EVD-X-MER) = EVD-NIVEL-AUX
105000             MOVE EVD-MER-PCT(EVD-X-MER) TO EVD-PCT-AUX
105100     END-SEARCH.
105200     COMPUTE EVD-AUMENTO-AUX ROUNDED =
105300         EVD-MENSUAL-EMP * EVD-PCT-AUX / 100.
105400     MOVE EVD-PCT-AUX TO EVD-EVL-PCT(EVD-X-EVL).
105500     MOVE EVD-AUMENTO-AUX TO EVD-EVL-IMPORTE(EVD-X-EVL).
105600     MOVE EVD-EVL-DEPTO(EVD-X-EVL) TO EVD-DEPTO-AUX.
105700     PERFORM 5540-UBICAR-DEPTO THRU 5540-UBICAR-DEPTO-EXIT.
105800     IF NOT EVD-ES-HALLADO
105900         IF EVD-CANT-DEPTOS >= 20
106000             DISPLAY 'EVALDES: MAS DE 20 DEPARTAMENTOS, '
106100                 EVD-DEPTO-AUX ' QUEDA FUERA DEL RESUMEN'
106200             GO TO 5500-COSTEAR-UNO-EXIT
106300         END-IF
106400         ADD 1 TO EVD-CANT-DEPTOS
106500         SET EVD-X-DEP TO EVD-CANT-DEPTOS
106600         MOVE EVD-DEPTO-AUX TO EVD-DEP-NOMBRE(EVD-X-DEP)
106700         MOVE ZERO TO EVD-DEP-CANT(EVD-X-DEP)
106800         MOVE ZERO TO EVD-DEP-MASA(EVD-X-DEP)
106900         MOVE ZERO TO EVD-DEP-AUMENTO(EVD-X-DEP)
107000         MOVE ZERO TO EVD-DEP-PERIODO-PRES(EVD-X-DEP)
107100         MOVE ZERO TO EVD-DEP-PRESUPUESTO(EVD-X-DEP)
107200     END-IF.
107300     ADD 1 TO EVD-DEP-CANT(EVD-X-DEP).
107400     ADD EVD-MENSUAL-EMP TO EVD-DEP-MASA(EVD-X-DEP).
107500     ADD EVD-AUMENTO-AUX TO EVD-DEP-AUMENTO(EVD-X-DEP).
107600 5500-COSTEAR-UNO-EXIT.
107700     EXIT.
107800*
107900******************************************************************
108000* 5520-TARIFA-VIGENTE - BRACKET RATE FOR LEVEL AND COMPANY AT
108100*                       THE EFFECTIVE PERIOD (COMPANY-SPECIFIC
108200*                       BEATS GENERAL, LIKE THE PAYROLL RUN)
108300******************************************************************
108400 5520-TARIFA-VIGENTE.
108500     MOVE ZERO TO EVD-SUELDO-ACTUAL.
108600     MOVE ZERO TO EVD-MEJOR-VIGENCIA.
108700     MOVE 'N' TO EVD-MEJOR-ESPECIFICA.
108800     MOVE 'N' TO EVD-HALLADO.
108900     PERFORM 5530-EVALUAR-TARIFA THRU 5530-EVALUAR-TARIFA-EXIT
109000         VARYING EVD-X-TAR FROM 1 BY 1
109100         UNTIL EVD-X-TAR > EVD-CANT-TARIFAS.
109200 5520-TARIFA-VIGENTE-EXIT.
109300     EXIT.
109400*
109500******************************************************************
109600* 5530-EVALUAR-TARIFA - CHECK ONE RATE VERSION
109700******************************************************************
109800 5530-EVALUAR-TARIFA.
109900     IF EVD-TAR-NIVEL(EVD-X-TAR) = EVD-NIVEL-AUX
110000         AND EVD-TAR-VIGENCIA(EVD-X-TAR) <= EVD-VIGENCIA
110100         AND (EVD-TAR-COMPANIA(EVD-X-TAR) = SPACES
110200              OR EVD-TAR-COMPANIA(EVD-X-TAR)
110300                 = EVD-COMPANIA-AUX)
110400         IF EVD-HALLADO = 'N'
110500             OR EVD-TAR-VIGENCIA(EVD-X-TAR)
110600                 > EVD-MEJOR-VIGENCIA
110700             OR (EVD-TAR-VIGENCIA(EVD-X-TAR)
110800                     = EVD-MEJOR-VIGENCIA
110900                 AND EVD-MEJOR-ESPECIFICA = 'N')
111000             MOVE EVD-TAR-VIGENCIA(EVD-X-TAR)
111100                 TO EVD-MEJOR-VIGENCIA
111200             MOVE EVD-TAR-SUELDO(EVD-X-TAR)
111300                 TO EVD-SUELDO-ACTUAL
111400             IF EVD-TAR-COMPANIA(EVD-X-TAR) NOT = SPACES
111500                 MOVE 'S' TO EVD-MEJOR-ESPECIFICA
111600             ELSE
111700                 MOVE 'N' TO EVD-MEJOR-ESPECIFICA
111800             END-IF
111900             MOVE 'Y' TO EVD-HALLADO
112000         END-IF
112100     END-IF.
112200 5530-EVALUAR-TARIFA-EXIT.
112300     EXIT.
112400*
112500******************************************************************
112600* 5540-UBICAR-DEPTO - THE DEPARTMENT'S LINE IN THE SUMMARY
112700******************************************************************
112800 5540-UBICAR-DEPTO.
112900     MOVE 'N' TO EVD-HALLADO.
113000     SET EVD-X-DEP TO 1.
113100     SEARCH EVD-FILA-DEPTO
113200         AT END
113300             CONTINUE
113400         WHEN EVD-X-DEP > EVD-CANT-DEPTOS
113500             CONTINUE
113600         WHEN EVD-DEP-NOMBRE(EVD-X-DEP) = EVD-DEPTO-AUX
113700             SET EVD-ES-HALLADO TO TRUE
113800     END-SEARCH.
113900 5540-UBICAR-DEPTO-EXIT.
114000     EXIT.
114100*
114200******************************************************************
114300* 5600-MOSTRAR-RESUMEN - MONTHLY COST OF THE MERIT ROUND PER
114400*                        DEPARTMENT AGAINST BUDGET, AND TOTALS
114500******************************************************************
114600 5600-MOSTRAR-RESUMEN.
114700     DISPLAY ' '.
114800     DISPLAY '=== CIERRE DEL CICLO ' EVD-CICLO
114900         ' - AUMENTOS POR MERITO VIGENTES DESDE ' EVD-VIGENCIA
115000         ' ==='.
115100     PERFORM 5610-MOSTRAR-EMPLEADO THRU 5610-MOSTRAR-EMPLEADO-EXIT
115200         VARYING EVD-X-EVL FROM 1 BY 1
115300         UNTIL EVD-X-EVL > EVD-CANT-EVAL.
115400     PERFORM 5620-MOSTRAR-DEPTO THRU 5620-MOSTRAR-DEPTO-EXIT
115500         VARYING EVD-X-DEP FROM 1 BY 1
115600         UNTIL EVD-X-DEP > EVD-CANT-DEPTOS.
115700     DISPLAY ' '.
115800     DISPLAY 'AUMENTOS A GRABAR:    ' EVD-CANT-AUMENTOS.
115900     MOVE EVD-TOTAL-MASA TO EVD-IMPORTE-ED.
116000     DISPLAY 'MASA MENSUAL ACTUAL:  ' EVD-IMPORTE-ED.
116100     MOVE EVD-TOTAL-AUMENTO TO EVD-IMPORTE-ED.
116200     DISPLAY 'COSTO MENSUAL MERITO: ' EVD-IMPORTE-ED.
116300     COMPUTE EVD-TOTAL-ANUAL = EVD-TOTAL-AUMENTO * 12.
116400     MOVE EVD-TOTAL-ANUAL TO EVD-IMPORTE-ED.
116500     DISPLAY 'COSTO ANUAL MERITO:   ' EVD-IMPORTE-ED.
116600     COMPUTE EVD-MASA-NUEVA = EVD-TOTAL-MASA + EVD-TOTAL-AUMENTO.
116700     MOVE EVD-MASA-NUEVA TO EVD-IMPORTE-ED.
116800     DISPLAY 'MASA MENSUAL NUEVA:   ' EVD-IMPORTE-ED.
116900     MOVE EVD-TOTAL-PRESUP TO EVD-IMPORTE-ED.
117000     DISPLAY 'PRESUPUESTO MENSUAL:  ' EVD-IMPORTE-ED.
117100     COMPUTE EVD-DIFERENCIA = EVD-TOTAL-PRESUP - EVD-MASA-NUEVA.
117200     MOVE EVD-DIFERENCIA TO EVD-IMPORTE-ED.
117300     DISPLAY 'MARGEN (- = EXCEDE):  ' EVD-IMPORTE-ED.
117400 5600-MOSTRAR-RESUMEN-EXIT.
117500     EXIT.
117600*
117700******************************************************************
117800* 5610-MOSTRAR-EMPLEADO - ONE PRICED RAISE
117900******************************************************************
118000 5610-MOSTRAR-EMPLEADO.
118100     IF EVD-EVL-CICLO(EVD-X-EVL) NOT = EVD-CICLO
118200         OR EVD-EVL-ESTADO(EVD-X-EVL) NOT = 'C'
118300         GO TO 5610-MOSTRAR-EMPLEADO-EXIT
118400     END-IF.
118500     IF EVD-EVL-IMPORTE(EVD-X-EVL) > ZERO
118600         ADD 1 TO EVD-CANT-AUMENTOS
118700     END-IF.
118800     MOVE EVD-EVL-PCT(EVD-X-EVL) TO EVD-PCT-ED.
118900     MOVE EVD-EVL-IMPORTE(EVD-X-EVL) TO EVD-IMPORTE-ED.
119000     DISPLAY EVD-EVL-ID(EVD-X-EVL) ' '
119100         EVD-EVL-NOMBRE(EVD-X-EVL) ' '
119200         EVD-EVL-DEPTO(EVD-X-EVL) ' '
119300         EVD-EVL-NIVEL(EVD-X-EVL) ' CALIF '
119400         EVD-EVL-CALIF(EVD-X-EVL) ' MERITO ' EVD-PCT-ED
119500         '% AUMENTO ' EVD-IMPORTE-ED.
119600 5610-MOSTRAR-EMPLEADO-EXIT.
119700     EXIT.
119800*
119900******************************************************************
120000* 5620-MOSTRAR-DEPTO - ONE DEPARTMENT AGAINST ITS BUDGET
120100******************************************************************
120200 5620-MOSTRAR-DEPTO.
120300     ADD EVD-DEP-MASA(EVD-X-DEP) TO EVD-TOTAL-MASA.
120400     ADD EVD-DEP-AUMENTO(EVD-X-DEP) TO EVD-TOTAL-AUMENTO.
120500     ADD EVD-DEP-PRESUPUESTO(EVD-X-DEP) TO EVD-TOTAL-PRESUP.
120600     DISPLAY ' '.
120700     DISPLAY 'DEPARTAMENTO ' EVD-DEP-NOMBRE(EVD-X-DEP)
120800         ' (' EVD-DEP-CANT(EVD-X-DEP) ' EVALUADOS)'.
120900     MOVE EVD-DEP-MASA(EVD-X-DEP) TO EVD-IMPORTE-ED.
121000     DISPLAY '  MASA MENSUAL ACTUAL:  ' EVD-IMPORTE-ED.
121100     MOVE EVD-DEP-AUMENTO(EVD-X-DEP) TO EVD-IMPORTE-ED.
121200     DISPLAY '  COSTO MENSUAL MERITO: ' EVD-IMPORTE-ED.
121300     COMPUTE EVD-MASA-NUEVA =
121400         EVD-DEP-MASA(EVD-X-DEP) + EVD-DEP-AUMENTO(EVD-X-DEP).
121500     MOVE EVD-MASA-NUEVA TO EVD-IMPORTE-ED.
121600     DISPLAY '  MASA MENSUAL NUEVA:   ' EVD-IMPORTE-ED.
121700     IF EVD-DEP-PERIODO-PRES(EVD-X-DEP) = ZERO
121800         DISPLAY '  SIN PRESUPUESTO EN BUDGET'
121900         GO TO 5620-MOSTRAR-DEPTO-EXIT
122000     END-IF.
122100     MOVE EVD-DEP-PRESUPUESTO(EVD-X-DEP) TO EVD-IMPORTE-ED.
122200     DISPLAY '  PRESUPUESTO ' EVD-DEP-PERIODO-PRES(EVD-X-DEP)
122300         ':   ' EVD-IMPORTE-ED.
122400     IF EVD-MASA-NUEVA > EVD-DEP-PRESUPUESTO(EVD-X-DEP)
122500         DISPLAY '  *** EXCEDE EL PRESUPUESTO ***'
122600     END-IF.
122700 5620-MOSTRAR-DEPTO-EXIT.
122800     EXIT.
122900*
123000******************************************************************
123100* 5700-GRABAR-AUMENTOS - ONE SUPLEMENTOS ROW PER RAISE (THE
123200*                        SUPPLEMENT IN FORCE PLUS THE RAISE) AND
123300*                        THE CYCLE MARKED CLOSED
123400******************************************************************
123500 5700-GRABAR-AUMENTOS.
123600     OPEN EXTEND SUPLEMENTOS-FILE.
123700     IF EVD-STATUS-SUPLEM = '35'
123800         OPEN OUTPUT SUPLEMENTOS-FILE
123900     END-IF.
124000     MOVE ZERO TO EVD-CANT-AUMENTOS.
124100     PERFORM 5710-GRABAR-UNO THRU 5710-GRABAR-UNO-EXIT
124200         VARYING EVD-X-EVL FROM 1 BY 1
124300         UNTIL EVD-X-EVL > EVD-CANT-EVAL.
124400     CLOSE SUPLEMENTOS-FILE.
124500     SET EVD-ES-HUBO-CAMBIOS TO TRUE.
124600     DISPLAY 'EVALDES: CICLO ' EVD-CICLO ' CERRADO, '
124700         EVD-CANT-AUMENTOS ' AUMENTOS GRABADOS EN SUPLEMENTOS'.
124800 5700-GRABAR-AUMENTOS-EXIT.
124900     EXIT.
125000*
125100******************************************************************
125200* 5710-GRABAR-UNO - CLOSE ONE REVIEW, WRITING ITS RAISE IF ANY
125300******************************************************************
125400 5710-GRABAR-UNO.
125500     IF EVD-EVL-CICLO(EVD-X-EVL) NOT = EVD-CICLO
125600         OR EVD-EVL-ESTADO(EVD-X-EVL) = 'X'
125700         GO TO 5710-GRABAR-UNO-EXIT
125800     END-IF.
125900     MOVE 'X' TO EVD-EVL-ESTADO(EVD-X-EVL).
126000     IF EVD-EVL-IMPORTE(EVD-X-EVL) = ZERO
126100         GO TO 5710-GRABAR-UNO-EXIT
126200     END-IF.
126300     MOVE EVD-EVL-ID(EVD-X-EVL) TO SP-ID.
126400     MOVE EVD-VIGENCIA TO SP-VIGENCIA-DESDE.
126500     COMPUTE SP-IMPORTE =
126600         EVD-EVL-SUPLEM(EVD-X-EVL) + EVD-EVL-IMPORTE(EVD-X-EVL).
126700     MOVE 'MR' TO SP-MOTIVO.
126800     MOVE EVD-OPERADOR TO SP-OPERADOR.
126900     MOVE EVD-FECHA-HOY TO SP-FECHA-ALTA.
127000     WRITE SP-RECORD.
127100     ADD 1 TO EVD-CANT-AUMENTOS.
127200 5710-GRABAR-UNO-EXIT.
127300     EXIT.
127400*
127500******************************************************************
127600* 6000-LISTAR - THE REVIEWS OF A CYCLE ON SCREEN
127700******************************************************************
127800 6000-LISTAR.
127900     PERFORM 1300-PEDIR-CICLO THRU 1300-PEDIR-CICLO-EXIT.
128000     IF NOT EVD-ES-CICLO-OK
128100         GO TO 6000-LISTAR-EXIT
128200     END-IF.
128300     DISPLAY 'LEGAJO NOMBRE DEPARTAMEN NIVEL  LIMITE   C '
128400         'EVALUAD. E MERITO VIGENC.'.
128500     PERFORM 6100-LISTAR-UNO THRU 6100-LISTAR-UNO-EXIT
128600         VARYING EVD-X-EVL FROM 1 BY 1
128700         UNTIL EVD-X-EVL > EVD-CANT-EVAL.
128800     DISPLAY 'EVALDES: ' EVD-CANT-DEL-CICLO
128900         ' EVALUACIONES EN EL CICLO ' EVD-CICLO.
129000 6000-LISTAR-EXIT.
129100     EXIT.
129200*
129300******************************************************************
129400* 6100-LISTAR-UNO - ONE REVIEW LINE
129500******************************************************************
129600 6100-LISTAR-UNO.
129700     IF EVD-EVL-CICLO(EVD-X-EVL) NOT = EVD-CICLO
129800         GO TO 6100-LISTAR-UNO-EXIT
129900     END-IF.
130000     MOVE EVD-EVL-PCT(EVD-X-EVL) TO EVD-PCT-ED.
130100     DISPLAY EVD-EVL-ID(EVD-X-EVL) '  '
130200         EVD-EVL-NOMBRE(EVD-X-EVL) '  '
130300         EVD-EVL-DEPTO(EVD-X-EVL) ' '
130400         EVD-EVL-NIVEL(EVD-X-EVL) ' '
130500         EVD-EVL-LIMITE(EVD-X-EVL) ' '
130600         EVD-EVL-CALIF(EVD-X-EVL) ' '
130700         EVD-EVL-EVALUADOR(EVD-X-EVL) ' '
130800         EVD-EVL-ESTADO(EVD-X-EVL) ' '
130900         EVD-PCT-ED ' '
131000         EVD-EVL-VIGENCIA(EVD-X-EVL).
131100 6100-LISTAR-UNO-EXIT.
131200     EXIT.
131300*
131400******************************************************************
131500* 7000-GRABAR-EVALUACIONES - REWRITE EVALUACIONES FROM THE TABLE
131600******************************************************************
131700 7000-GRABAR-EVALUACIONES.
131800     OPEN OUTPUT EVALUACIONES-FILE.
131900     PERFORM 7100-GRABAR-EVALUACION
132000         THRU 7100-GRABAR-EVALUACION-EXIT
132100         VARYING EVD-X-EVL FROM 1 BY 1
132200         UNTIL EVD-X-EVL > EVD-CANT-EVAL.
132300     CLOSE EVALUACIONES-FILE.
132400 7000-GRABAR-EVALUACIONES-EXIT.
132500     EXIT.
132600*
132700******************************************************************
132800* 7100-GRABAR-EVALUACION - ONE REVIEW BACK TO DISK
132900******************************************************************
133000 7100-GRABAR-EVALUACION.
133100     MOVE EVD-EVL-CICLO(EVD-X-EVL) TO EV-CICLO.
133200     MOVE EVD-EVL-ID(EVD-X-EVL) TO EV-ID.
133300     MOVE EVD-EVL-NOMBRE(EVD-X-EVL) TO EV-NOMBRE.
133400     MOVE EVD-EVL-DEPTO(EVD-X-EVL) TO EV-DEPARTAMENTO.
133500     MOVE EVD-EVL-NIVEL(EVD-X-EVL) TO EV-NIVEL.
133600     MOVE EVD-EVL-LIMITE(EVD-X-EVL) TO EV-FECHA-LIMITE.
133700     MOVE EVD-EVL-CALIF(EVD-X-EVL) TO EV-CALIFICACION.
133800     MOVE EVD-EVL-EVALUADOR(EVD-X-EVL) TO EV-EVALUADOR.
133900     MOVE EVD-EVL-ESTADO(EVD-X-EVL) TO EV-ESTADO.
134000     MOVE EVD-EVL-FECHA-CARGA(EVD-X-EVL) TO EV-FECHA-CARGA.
134100     MOVE EVD-EVL-PCT(EVD-X-EVL) TO EV-MERITO-PCT.
134200     MOVE EVD-EVL-IMPORTE(EVD-X-EVL) TO EV-MERITO-IMPORTE.
134300     MOVE EVD-EVL-VIGENCIA(EVD-X-EVL) TO EV-VIGENCIA.
134400     WRITE EV-RECORD.
134500 7100-GRABAR-EVALUACION-EXIT.
134600     EXIT.
134700*
134800******************************************************************
134900* 8000-UBICAR-EMPLEADO - ACTIVE EMPLOYEE BY ID
135000******************************************************************
135100 8000-UBICAR-EMPLEADO.
135200     MOVE 'N' TO EVD-HALLADO.
135300     SET EVD-X-EMP TO 1.
135400     SEARCH EVD-FILA-EMPL
135500         AT END
135600             CONTINUE
135700         WHEN EVD-X-EMP > EVD-CANT-EMPLEADOS
135800             CONTINUE
135900         WHEN EVD-EMP-ID(EVD-X-EMP) = EVD-ID-PEDIDO
136000             AND EVD-EMP-ESTADO(EVD-X-EMP) NOT = 'B'
136100             SET EVD-ES-HALLADO TO TRUE
136200     END-SEARCH.
136300 8000-UBICAR-EMPLEADO-EXIT.
136400     EXIT.
136500*
136600******************************************************************
136700* 8100-NIVEL-EMPLEADO - SENIORITY LEVEL FROM EXPERIENCE, THE
136800*                       SAME BANDS AS THE PAYROLL
136900******************************************************************
137000 8100-NIVEL-EMPLEADO.
137100     EVALUATE TRUE
137200         WHEN EVD-EMP-EXPERIENCIA(EVD-X-EMP) < 3
137300             MOVE 'JUNIOR' TO EVD-NIVEL-AUX
137400         WHEN EVD-EMP-EXPERIENCIA(EVD-X-EMP) < 6
137500             MOVE 'SEMISR' TO EVD-NIVEL-AUX
137600         WHEN OTHER
137700             MOVE 'SENIOR' TO EVD-NIVEL-AUX
137800     END-EVALUATE.
137900 8100-NIVEL-EMPLEADO-EXIT.
138000     EXIT.
138100 END PROGRAM EVALDES.
