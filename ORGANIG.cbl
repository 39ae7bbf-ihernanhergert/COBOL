000100******************************************************************
000200* AUTHOR:      HERNAN HERGERT
000300* INSTALLATION: DATA PROCESSING
000400* DATE-WRITTEN:
000500* DATE-COMPILED:
000600* PURPOSE:     ORGANIZATION CHART. LISTS, PER COMPANY AND
000700*              DEPARTMENT, EVERY EMPLOYEE ACTIVE ON A CUT-OFF DATE
000800*              WITH THE MANAGER IN FORCE ON THAT DATE (THE LATEST
000900*              JEFATURAS LINE ON OR BEFORE IT, THE SAME RULE
001000*              JEFCADENA APPLIES TO THE APPROVALS) AND THE SPAN OF
001100*              CONTROL (ACTIVE DIRECT REPORTS). EACH DEPARTMENT
001200*              CLOSES WITH ITS HEADCOUNT, MANAGERS AND WIDEST
001300*              SPAN.
001400*              THE OBSERVATION COLUMN MARKS:
001500*                ORPHANS   NO REPORTING LINE ON FILE, OR A MANAGER
001600*                          WHO IS NOT ON THE EMPLOYEES MASTER,
001700*                VACANT    A MANAGER TERMINATED BY THE DATE,
001800*                CIRCULAR  A CHAIN THAT COMES BACK TO THE EMPLOYEE
001900*                          WITHIN 20 LEVELS.
002000*              A LINE WHOSE MANAGER IS ZERO IS THE TOP OF THE
002100*              STRUCTURE. THE VACANT MANAGER POSITIONS (TERMINATED
002200*              MANAGERS STILL CARRYING REPORTS) ARE LISTED AT THE
002300*              END. THE REPORT GOES TO ORGRPT; ANY ORPHAN, VACANCY
002400*              OR CIRCULAR LINE, OR A FULL TABLE, ENDS WITH RC 4.
002500* TECTONICS:   COBC
002600*
002700* MODIFICATION HISTORY:
002800*   - NEW REPORTING PROGRAM, OFFERED FROM THE MENUUTIL MENU. USES
002900*     A SORT WITH AN INPUT PROCEDURE, LIKE EXCPREPT.
003000******************************************************************
003100 IDENTIFICATION DIVISION.
003200 PROGRAM-ID. ORGANIG.
003300 ENVIRONMENT DIVISION.
003400 INPUT-OUTPUT SECTION.
003500 FILE-CONTROL.
003600     SELECT OPTIONAL EMPLOYEES-FILE ASSIGN TO 'EMPLOYEES'
003700         ORGANIZATION IS LINE SEQUENTIAL
003800         FILE STATUS IS ORG-STATUS-EMPL.
003900     SELECT OPTIONAL JEFATURAS-FILE ASSIGN TO 'JEFATURAS'
004000         ORGANIZATION IS LINE SEQUENTIAL
004100         FILE STATUS IS ORG-STATUS-JEFATURAS.
004200     SELECT REPORTE-FILE ASSIGN TO 'ORGRPT'
004300         ORGANIZATION IS LINE SEQUENTIAL.
004400     SELECT SORT-WORK-FILE ASSIGN TO 'SORTWK04'.
004500 DATA DIVISION.
004600 FILE SECTION.
004700 FD  EMPLOYEES-FILE
004800     LABEL RECORDS ARE STANDARD.
004900 01  EM-RECORD.
005000     COPY EMPLEADO.
005100 FD  JEFATURAS-FILE
005200     LABEL RECORDS ARE STANDARD.
005300 01  JF-RECORD.
005400     COPY JEFATURA.
005500 FD  REPORTE-FILE
005600     LABEL RECORDS ARE STANDARD
005700     RECORD CONTAINS 80 CHARACTERS.
005800 01  RPT-LINEA                   PIC X(80).
005900 SD  SORT-WORK-FILE.
006000 01  SW-REGISTRO.
006100     05 SW-COMPANIA              PIC X(03).
006200     05 SW-DEPARTAMENTO          PIC X(10).
006300     05 SW-ID                    PIC 9(05).
006400     05 SW-POSICION              PIC 9(04).
006500 WORKING-STORAGE SECTION.
006600*
006700 01  ORG-STATUS-EMPL             PIC XX.
006800 01  ORG-STATUS-JEFATURAS        PIC XX.
006900*
007000 01  ORG-INDICADORES.
007100     05  ORG-FIN-ARCHIVO         PIC X VALUE 'N'.
007200         88  ORG-ES-FIN-ARCHIVO  VALUE 'Y'.
007300     05  ORG-FIN-SORT            PIC X VALUE 'N'.
007400         88  ORG-ES-FIN-SORT     VALUE 'Y'.
007500     05  ORG-HALLADO             PIC X VALUE 'N'.
007600         88  ORG-ES-HALLADO      VALUE 'Y'.
007700     05  ORG-FIN-CADENA          PIC X VALUE 'N'.
007800         88  ORG-ES-FIN-CADENA   VALUE 'Y'.
007900     05  ORG-DESBORDE            PIC X VALUE 'N'.
008000         88  ORG-HUBO-DESBORDE   VALUE 'Y'.
008100     05  ORG-PRIMERO             PIC X VALUE 'Y'.
008200         88  ORG-ES-PRIMERO      VALUE 'Y'.
008300*
008400 01  ORG-VARIABLES.
008500     05  ORG-ENTRADA             PIC X(10).
008600     05  ORG-FECHA-CORTE         PIC 9(08).
008700     05  ORG-FECHA-ED            PIC 9999/99/99.
008800     05  ORG-MEJOR-VIGENCIA      PIC 9(08).
008900     05  ORG-ID-BUSCADO          PIC 9(05).
009000     05  ORG-POS-HALLADA         PIC 9(04).
009100     05  ORG-ACTUAL              PIC 9(04).
009200     05  ORG-NIVEL               PIC 9(02).
009300     05  ORG-CIA-ANT             PIC X(03).
009400     05  ORG-DEPTO-ANT           PIC X(10).
009500*
009600 01  ORG-CONTADORES.
009700     05  ORG-CANT-ACTIVOS        PIC 9(04) VALUE ZERO.
009800     05  ORG-CANT-JEFES          PIC 9(04) VALUE ZERO.
009900     05  ORG-CANT-HUERFANOS      PIC 9(04) VALUE ZERO.
010000     05  ORG-CANT-CIRCULARES     PIC 9(04) VALUE ZERO.
010100     05  ORG-CANT-JEFE-VACANTE   PIC 9(04) VALUE ZERO.
010200     05  ORG-CANT-VACANTES       PIC 9(04) VALUE ZERO.
010300     05  ORG-DEP-EMPLEADOS       PIC 9(04) VALUE ZERO.
010400     05  ORG-DEP-JEFES           PIC 9(04) VALUE ZERO.
010500     05  ORG-DEP-TRAMO-MAX       PIC 9(04) VALUE ZERO.
010600*
010700 01  ORG-EDITADOS.
010800     05  ORG-CANT-ED             PIC ZZZ9.
010900     05  ORG-CANT-ED2            PIC ZZZ9.
011000     05  ORG-CANT-ED3            PIC ZZZ9.
011100*
011200 01  ORG-CANT-EMP                PIC 9(04) VALUE ZERO.
011300 01  ORG-TABLA-EMP.
011400     05  ORG-EMP-FILA OCCURS 1000 TIMES
011500                      INDEXED BY ORG-X-EMP.
011600         10 ORG-EMP-ID           PIC 9(05).
011700         10 ORG-EMP-NOMBRE       PIC X(05).
011800         10 ORG-EMP-DEPTO        PIC X(10).
011900         10 ORG-EMP-COMPANIA     PIC X(03).
012000         10 ORG-EMP-ACTIVO       PIC X(01).
012100             88 ORG-EMP-ES-ACTIVO VALUE 'Y'.
012200         10 ORG-EMP-CON-LINEA    PIC X(01).
012300             88 ORG-EMP-TIENE-LINEA VALUE 'Y'.
012400         10 ORG-EMP-JEFE         PIC 9(05).
012500         10 ORG-EMP-JEFE-POS     PIC 9(04).
012600         10 ORG-EMP-A-CARGO      PIC 9(04).
012700         10 ORG-EMP-SITUACION    PIC X(01).
012800             88 ORG-EMP-SIN-OBS     VALUE ' '.
012900             88 ORG-EMP-CABEZA      VALUE 'T'.
013000             88 ORG-EMP-SIN-LINEA   VALUE 'H'.
013100             88 ORG-EMP-JEFE-DESCON VALUE 'D'.
013200             88 ORG-EMP-JEFE-BAJA   VALUE 'V'.
013300             88 ORG-EMP-CIRCULAR    VALUE 'C'.
013400*
013500 01  ORG-CANT-LINEAS             PIC 9(04) VALUE ZERO.
013600 01  ORG-TABLA-LINEAS.
013700     05  ORG-LINEA-FILA OCCURS 2000 TIMES
013800                        INDEXED BY ORG-X-LIN.
013900         10 ORG-LIN-ID           PIC 9(05).
014000         10 ORG-LIN-VIGENCIA     PIC 9(08).
014100         10 ORG-LIN-JEFE         PIC 9(05).
014200*
014300 01  ORG-TITULO-1.
014400     05  FILLER                  PIC X(34)
014500         VALUE 'ORGANIG - ORGANIGRAMA VIGENTE AL '.
014600     05  ORG-TIT-FECHA           PIC 9999/99/99.
014700     05  FILLER                  PIC X(36) VALUE SPACES.
014800 01  ORG-TITULO-CIA.
014900     05  FILLER                  PIC X(10) VALUE 'COMPANIA '.
015000     05  ORG-TIT-CIA             PIC X(03).
015100     05  FILLER                  PIC X(67) VALUE SPACES.
015200 01  ORG-TITULO-DEPTO.
015300     05  FILLER                  PIC X(15)
015400         VALUE '  DEPARTAMENTO '.
015500     05  ORG-TIT-DEPTO           PIC X(10).
015600     05  FILLER                  PIC X(55) VALUE SPACES.
015700 01  ORG-TITULO-COLUMNAS.
015800     05  FILLER                  PIC X(40)
015900         VALUE '  LEGAJO NOMBRE  JEFE  NOMBRE  A CARGO  '.
016000     05  FILLER                  PIC X(40)
016100         VALUE 'OBSERVACION'.
016200 01  ORG-DETALLE.
016300     05  FILLER                  PIC X(02) VALUE SPACES.
016400     05  ORG-DET-ID              PIC 9(05).
016500     05  FILLER                  PIC X(02) VALUE SPACES.
016600     05  ORG-DET-NOMBRE          PIC X(05).
016700     05  FILLER                  PIC X(02) VALUE SPACES.
016800     05  ORG-DET-JEFE            PIC X(05).
016900     05  FILLER                  PIC X(02) VALUE SPACES.
017000     05  ORG-DET-JEFE-NOMBRE     PIC X(05).
017100     05  FILLER                  PIC X(04) VALUE SPACES.
017200     05  ORG-DET-A-CARGO         PIC ZZZ9.
017300     05  FILLER                  PIC X(04) VALUE SPACES.
017400     05  ORG-DET-OBS             PIC X(40).
017500*
017600 PROCEDURE DIVISION.
017700******************************************************************
017800* 0000-MAINLINE - CUT-OFF DATE, LOAD, RESOLVE THE LINES, PRINT
017900******************************************************************
018000 0000-MAINLINE.
018100     MOVE ZERO TO RETURN-CODE.
018200     PERFORM 1000-PEDIR-FECHA THRU 1000-PEDIR-FECHA-EXIT.
018300     IF RETURN-CODE NOT = ZERO
018400         GOBACK
018500     END-IF.
018600     PERFORM 2000-CARGAR-EMPLEADOS
018700         THRU 2000-CARGAR-EMPLEADOS-EXIT.
018800     PERFORM 2500-CARGAR-LINEAS THRU 2500-CARGAR-LINEAS-EXIT.
018900     PERFORM 3000-RESOLVER-JEFE THRU 3000-RESOLVER-JEFE-EXIT
019000         VARYING ORG-X-EMP FROM 1 BY 1
019100         UNTIL ORG-X-EMP > ORG-CANT-EMP.
019200     PERFORM 3500-CONTAR-A-CARGO THRU 3500-CONTAR-A-CARGO-EXIT
019300         VARYING ORG-X-EMP FROM 1 BY 1
019400         UNTIL ORG-X-EMP > ORG-CANT-EMP.
019500     PERFORM 3700-CONTROLAR-CIRCULO
019600         THRU 3700-CONTROLAR-CIRCULO-EXIT
019700         VARYING ORG-X-EMP FROM 1 BY 1
019800         UNTIL ORG-X-EMP > ORG-CANT-EMP.
019900     OPEN OUTPUT REPORTE-FILE.
020000     MOVE ORG-FECHA-CORTE TO ORG-TIT-FECHA.
020100     WRITE RPT-LINEA FROM ORG-TITULO-1.
020200     SORT SORT-WORK-FILE
020300         ON ASCENDING KEY SW-COMPANIA SW-DEPARTAMENTO SW-ID
020400         INPUT PROCEDURE IS 4000-LIBERAR-ACTIVOS
020500             THRU 4000-LIBERAR-ACTIVOS-EXIT
020600         OUTPUT PROCEDURE IS 5000-IMPRIMIR-ORGANIGRAMA
020700             THRU 5000-IMPRIMIR-ORGANIGRAMA-EXIT.
020800     PERFORM 6000-LISTAR-VACANTES THRU 6000-LISTAR-VACANTES-EXIT.
020900     PERFORM 7000-IMPRIMIR-TOTALES
021000         THRU 7000-IMPRIMIR-TOTALES-EXIT.
021100     CLOSE REPORTE-FILE.
021200     IF ORG-CANT-HUERFANOS > ZERO
021300         OR ORG-CANT-CIRCULARES > ZERO
021400         OR ORG-CANT-VACANTES > ZERO
021500         OR ORG-HUBO-DESBORDE
021600         MOVE 4 TO RETURN-CODE
021700     END-IF.
021800     DISPLAY 'ORGANIG: ' ORG-CANT-ACTIVOS ' EMPLEADOS, '
021900         ORG-CANT-HUERFANOS ' HUERFANOS, '
022000         ORG-CANT-CIRCULARES ' CIRCULARES, '
022100         ORG-CANT-VACANTES ' JEFES VACANTES (ORGRPT)'.
022200     GOBACK.
022300 0000-MAINLINE-EXIT.
022400     EXIT.
022500*
022600******************************************************************
022700* 1000-PEDIR-FECHA - THE CUT-OFF DATE (ENTER = TODAY)
022800******************************************************************
022900 1000-PEDIR-FECHA.
023000     ACCEPT ORG-FECHA-CORTE FROM DATE YYYYMMDD.
023100     DISPLAY 'FECHA DE CORTE AAAAMMDD (ENTER = HOY): '
023200         WITH NO ADVANCING.
023300     MOVE SPACES TO ORG-ENTRADA.
023400     ACCEPT ORG-ENTRADA.
023500     IF ORG-ENTRADA NOT = SPACES
023600         IF ORG-ENTRADA(1:8) IS NOT NUMERIC
023700             DISPLAY 'ORGANIG: FECHA DE CORTE INVALIDA'
023800             MOVE 8 TO RETURN-CODE
023900             GO TO 1000-PEDIR-FECHA-EXIT
024000         END-IF
024100         MOVE ORG-ENTRADA(1:8) TO ORG-FECHA-CORTE
024200     END-IF.
024300 1000-PEDIR-FECHA-EXIT.
024400     EXIT.
024500*
024600******************************************************************
024700* 2000-CARGAR-EMPLEADOS - THE MASTER, WITH WHO IS ACTIVE ON THE
024800*                         CUT-OFF DATE
024900******************************************************************
025000 2000-CARGAR-EMPLEADOS.
025100     MOVE 'N' TO ORG-FIN-ARCHIVO.
025200     OPEN INPUT EMPLOYEES-FILE.
025300     IF ORG-STATUS-EMPL = '00'
025400         PERFORM 2100-LEER-EMPLEADO THRU 2100-LEER-EMPLEADO-EXIT
025500             UNTIL ORG-ES-FIN-ARCHIVO
025600     END-IF.
025700     CLOSE EMPLOYEES-FILE.
025800 2000-CARGAR-EMPLEADOS-EXIT.
025900     EXIT.
026000*
026100******************************************************************
026200* 2100-LEER-EMPLEADO - ONE MASTER ROW INTO THE TABLE
026300******************************************************************
026400 2100-LEER-EMPLEADO.
026500     READ EMPLOYEES-FILE
026600         AT END
026700             SET ORG-ES-FIN-ARCHIVO TO TRUE
026800             GO TO 2100-LEER-EMPLEADO-EXIT
026900     END-READ.
027000     IF EM-ID IS NOT NUMERIC
027100         OR EM-ID = ZERO
027200         GO TO 2100-LEER-EMPLEADO-EXIT
027300     END-IF.
027400     IF ORG-CANT-EMP NOT < 1000
027500         IF NOT ORG-HUBO-DESBORDE
027600             DISPLAY 'ORGANIG: TABLA DE EMPLEADOS LLENA'
027700             SET ORG-HUBO-DESBORDE TO TRUE
027800         END-IF
027900         GO TO 2100-LEER-EMPLEADO-EXIT
028000     END-IF.
028100     ADD 1 TO ORG-CANT-EMP.
028200     SET ORG-X-EMP TO ORG-CANT-EMP.
028300     MOVE EM-ID TO ORG-EMP-ID(ORG-X-EMP).
028400     MOVE EM-NOMBRE TO ORG-EMP-NOMBRE(ORG-X-EMP).
028500     MOVE EM-DEPARTAMENTO TO ORG-EMP-DEPTO(ORG-X-EMP).
028600     MOVE EM-COMPANIA TO ORG-EMP-COMPANIA(ORG-X-EMP).
028700     MOVE 'Y' TO ORG-EMP-ACTIVO(ORG-X-EMP).
028800     IF EM-ESTADO = 'B'
028900         IF EM-FECHA-BAJA IS NOT NUMERIC
029000             OR EM-FECHA-BAJA = ZERO
029100             OR EM-FECHA-BAJA <= ORG-FECHA-CORTE
029200             MOVE 'N' TO ORG-EMP-ACTIVO(ORG-X-EMP)
029300         END-IF
029400     END-IF.
029500     IF EM-FECHA-INGRESO IS NUMERIC
029600         AND EM-FECHA-INGRESO > ORG-FECHA-CORTE
029700         MOVE 'N' TO ORG-EMP-ACTIVO(ORG-X-EMP)
029800     END-IF.
029900     MOVE 'N' TO ORG-EMP-CON-LINEA(ORG-X-EMP).
030000     MOVE ZERO TO ORG-EMP-JEFE(ORG-X-EMP).
030100     MOVE ZERO TO ORG-EMP-JEFE-POS(ORG-X-EMP).
030200     MOVE ZERO TO ORG-EMP-A-CARGO(ORG-X-EMP).
030300     MOVE SPACE TO ORG-EMP-SITUACION(ORG-X-EMP).
030400 2100-LEER-EMPLEADO-EXIT.
030500     EXIT.
030600*
030700******************************************************************
030800* 2500-CARGAR-LINEAS - THE REPORTING LINES
030900******************************************************************
031000 2500-CARGAR-LINEAS.
031100     MOVE 'N' TO ORG-FIN-ARCHIVO.
031200     OPEN INPUT JEFATURAS-FILE.
031300     IF ORG-STATUS-JEFATURAS = '00'
031400         PERFORM 2600-LEER-LINEA THRU 2600-LEER-LINEA-EXIT
031500             UNTIL ORG-ES-FIN-ARCHIVO
031600     END-IF.
031700     CLOSE JEFATURAS-FILE.
031800 2500-CARGAR-LINEAS-EXIT.
031900     EXIT.
032000*
032100******************************************************************
032200* 2600-LEER-LINEA - ONE REPORTING LINE INTO THE TABLE
032300******************************************************************
032400 2600-LEER-LINEA.
032500     READ JEFATURAS-FILE
032600         AT END
032700             SET ORG-ES-FIN-ARCHIVO TO TRUE
032800             GO TO 2600-LEER-LINEA-EXIT
032900     END-READ.
033000     IF JF-ID IS NOT NUMERIC
033100         OR JF-VIGENCIA-DESDE IS NOT NUMERIC
033200         OR JF-JEFE-ID IS NOT NUMERIC
033300         DISPLAY 'ORGANIG: FILA DE JEFATURAS IGNORADA: ' JF-RECORD
033400         GO TO 2600-LEER-LINEA-EXIT
033500     END-IF.
033600     IF ORG-CANT-LINEAS NOT < 2000
033700         IF NOT ORG-HUBO-DESBORDE
033800             DISPLAY 'ORGANIG: TABLA DE JEFATURAS LLENA'
033900             SET ORG-HUBO-DESBORDE TO TRUE
034000         END-IF
034100         GO TO 2600-LEER-LINEA-EXIT
034200     END-IF.
034300     ADD 1 TO ORG-CANT-LINEAS.
034400     SET ORG-X-LIN TO ORG-CANT-LINEAS.
034500     MOVE JF-ID TO ORG-LIN-ID(ORG-X-LIN).
034600     MOVE JF-VIGENCIA-DESDE TO ORG-LIN-VIGENCIA(ORG-X-LIN).
034700     MOVE JF-JEFE-ID TO ORG-LIN-JEFE(ORG-X-LIN).
034800 2600-LEER-LINEA-EXIT.
034900     EXIT.
035000*
035100******************************************************************
035200* 3000-RESOLVER-JEFE - THE MANAGER IN FORCE FOR ONE EMPLOYEE AND
035300*                      WHAT IS WRONG WITH THE LINE, IF ANYTHING
035400******************************************************************
035500 3000-RESOLVER-JEFE.
035600     MOVE ZERO TO ORG-MEJOR-VIGENCIA.
035700     PERFORM 3100-EVALUAR-LINEA THRU 3100-EVALUAR-LINEA-EXIT
035800         VARYING ORG-X-LIN FROM 1 BY 1
035900         UNTIL ORG-X-LIN > ORG-CANT-LINEAS.
036000     IF NOT ORG-EMP-TIENE-LINEA(ORG-X-EMP)
036100         MOVE 'H' TO ORG-EMP-SITUACION(ORG-X-EMP)
036200         GO TO 3000-RESOLVER-JEFE-EXIT
036300     END-IF.
036400     IF ORG-EMP-JEFE(ORG-X-EMP) = ZERO
036500         MOVE 'T' TO ORG-EMP-SITUACION(ORG-X-EMP)
036600         GO TO 3000-RESOLVER-JEFE-EXIT
036700     END-IF.
036800     MOVE ORG-EMP-JEFE(ORG-X-EMP) TO ORG-ID-BUSCADO.
036900     PERFORM 3200-BUSCAR-EMPLEADO THRU 3200-BUSCAR-EMPLEADO-EXIT.
037000     MOVE ORG-POS-HALLADA TO ORG-EMP-JEFE-POS(ORG-X-EMP).
037100     IF ORG-POS-HALLADA = ZERO
037200         MOVE 'D' TO ORG-EMP-SITUACION(ORG-X-EMP)
037300         GO TO 3000-RESOLVER-JEFE-EXIT
037400     END-IF.
037500     IF ORG-EMP-ACTIVO(ORG-POS-HALLADA) NOT = 'Y'
037600         MOVE 'V' TO ORG-EMP-SITUACION(ORG-X-EMP)
037700     END-IF.
037800 3000-RESOLVER-JEFE-EXIT.
037900     EXIT.
038000*
038100******************************************************************
038200* 3100-EVALUAR-LINEA - KEEP THE LINE IF IT IS THE LATEST IN FORCE
038300*                      (AT EQUAL DATES THE ONE KEYED LAST WINS)
038400******************************************************************
038500 3100-EVALUAR-LINEA.
038600     IF ORG-LIN-ID(ORG-X-LIN) = ORG-EMP-ID(ORG-X-EMP)
038700         AND ORG-LIN-VIGENCIA(ORG-X-LIN) <= ORG-FECHA-CORTE
038800         AND ORG-LIN-VIGENCIA(ORG-X-LIN) >= ORG-MEJOR-VIGENCIA
038900         MOVE ORG-LIN-VIGENCIA(ORG-X-LIN) TO ORG-MEJOR-VIGENCIA
039000         MOVE ORG-LIN-JEFE(ORG-X-LIN) TO ORG-EMP-JEFE(ORG-X-EMP)
039100         MOVE 'Y' TO ORG-EMP-CON-LINEA(ORG-X-EMP)
039200     END-IF.
039300 3100-EVALUAR-LINEA-EXIT.
039400     EXIT.
039500*
039600******************************************************************
039700* 3200-BUSCAR-EMPLEADO - POSITION OF ORG-ID-BUSCADO (0 = ABSENT)
039800******************************************************************
039900 3200-BUSCAR-EMPLEADO.
040000     MOVE ZERO TO ORG-POS-HALLADA.
040100     PERFORM 3210-COMPARAR-EMPLEADO
040200         THRU 3210-COMPARAR-EMPLEADO-EXIT
040300         VARYING ORG-ACTUAL FROM 1 BY 1
040400         UNTIL ORG-ACTUAL > ORG-CANT-EMP
040500         OR ORG-POS-HALLADA NOT = ZERO.
040600 3200-BUSCAR-EMPLEADO-EXIT.
040700     EXIT.
040800*
040900******************************************************************
041000* 3210-COMPARAR-EMPLEADO - ONE MASTER ROW AGAINST THE ID
041100******************************************************************
041200 3210-COMPARAR-EMPLEADO.
041300     IF ORG-EMP-ID(ORG-ACTUAL) = ORG-ID-BUSCADO
041400         MOVE ORG-ACTUAL TO ORG-POS-HALLADA
041500     END-IF.
041600 3210-COMPARAR-EMPLEADO-EXIT.
041700     EXIT.
041800*
041900******************************************************************
042000* 3500-CONTAR-A-CARGO - AN ACTIVE EMPLOYEE COUNTS IN THE SPAN OF
042100*                       THE MANAGER, ACTIVE OR NOT
042200******************************************************************
042300 3500-CONTAR-A-CARGO.
042400     IF ORG-EMP-ES-ACTIVO(ORG-X-EMP)
042500         AND ORG-EMP-JEFE-POS(ORG-X-EMP) NOT = ZERO
042600         MOVE ORG-EMP-JEFE-POS(ORG-X-EMP) TO ORG-ACTUAL
042700         ADD 1 TO ORG-EMP-A-CARGO(ORG-ACTUAL)
042800     END-IF.
042900 3500-CONTAR-A-CARGO-EXIT.
043000     EXIT.
043100*
043200******************************************************************
043300* 3700-CONTROLAR-CIRCULO - WALK UP FROM AN ACTIVE EMPLOYEE; COMING
043400*                          BACK TO THE EMPLOYEE MAKES THE LINE
043500*                          CIRCULAR
043600******************************************************************
043700 3700-CONTROLAR-CIRCULO.
043800     IF NOT ORG-EMP-ES-ACTIVO(ORG-X-EMP)
043900         OR ORG-EMP-JEFE-POS(ORG-X-EMP) = ZERO
044000         GO TO 3700-CONTROLAR-CIRCULO-EXIT
044100     END-IF.
044200     MOVE ORG-EMP-JEFE-POS(ORG-X-EMP) TO ORG-ACTUAL.
044300     MOVE ZERO TO ORG-NIVEL.
044400     MOVE 'N' TO ORG-FIN-CADENA.
044500     PERFORM 3710-SUBIR-NIVEL THRU 3710-SUBIR-NIVEL-EXIT
044600         UNTIL ORG-ES-FIN-CADENA.
044700 3700-CONTROLAR-CIRCULO-EXIT.
044800     EXIT.
044900*
045000******************************************************************
045100* 3710-SUBIR-NIVEL - ONE STEP UP THE CHAIN (20 LEVELS AT MOST)
045200******************************************************************
045300 3710-SUBIR-NIVEL.
045400     ADD 1 TO ORG-NIVEL.
045500     IF ORG-ACTUAL = ORG-X-EMP
045600         MOVE 'C' TO ORG-EMP-SITUACION(ORG-X-EMP)
045700         SET ORG-ES-FIN-CADENA TO TRUE
045800         GO TO 3710-SUBIR-NIVEL-EXIT
045900     END-IF.
046000     IF ORG-NIVEL > 20
046100         OR ORG-EMP-JEFE-POS(ORG-ACTUAL) = ZERO
046200         SET ORG-ES-FIN-CADENA TO TRUE
046300         GO TO 3710-SUBIR-NIVEL-EXIT
046400     END-IF.
046500     MOVE ORG-EMP-JEFE-POS(ORG-ACTUAL) TO ORG-ACTUAL.
046600 3710-SUBIR-NIVEL-EXIT.
046700     EXIT.
046800*
046900******************************************************************
047000* 4000-LIBERAR-ACTIVOS - EVERY ACTIVE EMPLOYEE INTO THE SORT
047100******************************************************************
047200 4000-LIBERAR-ACTIVOS.
047300     PERFORM 4100-LIBERAR-UNO THRU 4100-LIBERAR-UNO-EXIT
047400         VARYING ORG-X-EMP FROM 1 BY 1
047500         UNTIL ORG-X-EMP > ORG-CANT-EMP.
047600 4000-LIBERAR-ACTIVOS-EXIT.
047700     EXIT.
047800*
047900******************************************************************
048000* 4100-LIBERAR-UNO - ONE EMPLOYEE, KEYED BY COMPANY AND DEPARTMENT
048100******************************************************************
048200 4100-LIBERAR-UNO.
048300     IF ORG-EMP-ES-ACTIVO(ORG-X-EMP)
048400         MOVE ORG-EMP-COMPANIA(ORG-X-EMP) TO SW-COMPANIA
048500         MOVE ORG-EMP-DEPTO(ORG-X-EMP) TO SW-DEPARTAMENTO
048600         MOVE ORG-EMP-ID(ORG-X-EMP) TO SW-ID
048700         SET SW-POSICION TO ORG-X-EMP
048800         RELEASE SW-REGISTRO
048900     END-IF.
049000 4100-LIBERAR-UNO-EXIT.
049100     EXIT.
049200*
049300******************************************************************
049400* 5000-IMPRIMIR-ORGANIGRAMA - RETURN THE EMPLOYEES IN COMPANY AND
049500*                             DEPARTMENT ORDER, BREAKING ON BOTH
049600******************************************************************
049700 5000-IMPRIMIR-ORGANIGRAMA.
049800     MOVE 'N' TO ORG-FIN-SORT.
049900     MOVE 'Y' TO ORG-PRIMERO.
050000     PERFORM 5100-RETORNAR-UNO THRU 5100-RETORNAR-UNO-EXIT
050100         UNTIL ORG-ES-FIN-SORT.
050200     IF NOT ORG-ES-PRIMERO
050300         PERFORM 5300-CERRAR-DEPTO THRU 5300-CERRAR-DEPTO-EXIT
050400     END-IF.
050500 5000-IMPRIMIR-ORGANIGRAMA-EXIT.
050600     EXIT.
050700*
050800******************************************************************
050900* 5100-RETORNAR-UNO - PRINT ONE EMPLOYEE LINE
051000******************************************************************
051100 5100-RETORNAR-UNO.
051200     RETURN SORT-WORK-FILE
051300         AT END
051400             SET ORG-ES-FIN-SORT TO TRUE
051500             GO TO 5100-RETORNAR-UNO-EXIT
051600     END-RETURN.
051700     IF ORG-ES-PRIMERO
051800         OR SW-COMPANIA NOT = ORG-CIA-ANT
051900         OR SW-DEPARTAMENTO NOT = ORG-DEPTO-ANT
052000         PERFORM 5200-ABRIR-DEPTO THRU 5200-ABRIR-DEPTO-EXIT
052100     END-IF.
052200     MOVE SW-POSICION TO ORG-ACTUAL.
052300     SET ORG-X-EMP TO ORG-ACTUAL.
052400     ADD 1 TO ORG-CANT-ACTIVOS.
052500     ADD 1 TO ORG-DEP-EMPLEADOS.
052600     IF ORG-EMP-A-CARGO(ORG-X-EMP) > ZERO
052700         ADD 1 TO ORG-CANT-JEFES
052800         ADD 1 TO ORG-DEP-JEFES
052900     END-IF.
053000     IF ORG-EMP-A-CARGO(ORG-X-EMP) > ORG-DEP-TRAMO-MAX
053100         MOVE ORG-EMP-A-CARGO(ORG-X-EMP) TO ORG-DEP-TRAMO-MAX
053200     END-IF.
053300     MOVE ORG-EMP-ID(ORG-X-EMP) TO ORG-DET-ID.
053400     MOVE ORG-EMP-NOMBRE(ORG-X-EMP) TO ORG-DET-NOMBRE.
053500     MOVE SPACES TO ORG-DET-JEFE.
053600     MOVE SPACES TO ORG-DET-JEFE-NOMBRE.
053700     IF ORG-EMP-JEFE(ORG-X-EMP) NOT = ZERO
053800         MOVE ORG-EMP-JEFE(ORG-X-EMP) TO ORG-DET-JEFE
053900     END-IF.
054000     IF ORG-EMP-JEFE-POS(ORG-X-EMP) NOT = ZERO
054100         MOVE ORG-EMP-JEFE-POS(ORG-X-EMP) TO ORG-ACTUAL
054200         MOVE ORG-EMP-NOMBRE(ORG-ACTUAL) TO ORG-DET-JEFE-NOMBRE
054300     END-IF.
054400     MOVE ORG-EMP-A-CARGO(ORG-X-EMP) TO ORG-DET-A-CARGO.
054500     EVALUATE TRUE
054600         WHEN ORG-EMP-CABEZA(ORG-X-EMP)
054700             MOVE 'CABEZA DE LA ESTRUCTURA' TO ORG-DET-OBS
054800         WHEN ORG-EMP-SIN-LINEA(ORG-X-EMP)
054900             MOVE 'HUERFANO: SIN LINEA DE REPORTE' TO ORG-DET-OBS
055000             ADD 1 TO ORG-CANT-HUERFANOS
055100         WHEN ORG-EMP-JEFE-DESCON(ORG-X-EMP)
055200             MOVE 'HUERFANO: JEFE NO FIGURA EN EL MAESTRO'
055300                 TO ORG-DET-OBS
055400             ADD 1 TO ORG-CANT-HUERFANOS
055500         WHEN ORG-EMP-JEFE-BAJA(ORG-X-EMP)
055600             MOVE 'JEFE DADO DE BAJA (PUESTO VACANTE)'
055700                 TO ORG-DET-OBS
055800             ADD 1 TO ORG-CANT-JEFE-VACANTE
055900         WHEN ORG-EMP-CIRCULAR(ORG-X-EMP)
056000             MOVE 'LINEA CIRCULAR' TO ORG-DET-OBS
056100             ADD 1 TO ORG-CANT-CIRCULARES
056200         WHEN OTHER
056300             MOVE SPACES TO ORG-DET-OBS
056400     END-EVALUATE.
056500     WRITE RPT-LINEA FROM ORG-DETALLE.
056600 5100-RETORNAR-UNO-EXIT.
056700     EXIT.
056800*
056900******************************************************************
057000* 5200-ABRIR-DEPTO - CLOSE THE PREVIOUS DEPARTMENT AND HEAD THE
057100*                    NEW ONE (AND THE COMPANY WHEN IT CHANGES)
057200******************************************************************
057300 5200-ABRIR-DEPTO.
057400     IF NOT ORG-ES-PRIMERO
057500         PERFORM 5300-CERRAR-DEPTO THRU 5300-CERRAR-DEPTO-EXIT
057600     END-IF.
057700     IF ORG-ES-PRIMERO
057800         OR SW-COMPANIA NOT = ORG-CIA-ANT
057900         MOVE SPACES TO RPT-LINEA
058000         WRITE RPT-LINEA
058100         MOVE SW-COMPANIA TO ORG-TIT-CIA
058200         WRITE RPT-LINEA FROM ORG-TITULO-CIA
058300     END-IF.
058400     MOVE 'N' TO ORG-PRIMERO.
058500     MOVE SW-COMPANIA TO ORG-CIA-ANT.
058600     MOVE SW-DEPARTAMENTO TO ORG-DEPTO-ANT.
058700     MOVE ZERO TO ORG-DEP-EMPLEADOS.
058800     MOVE ZERO TO ORG-DEP-JEFES.
058900     MOVE ZERO TO ORG-DEP-TRAMO-MAX.
059000     MOVE SW-DEPARTAMENTO TO ORG-TIT-DEPTO.
059100     WRITE RPT-LINEA FROM ORG-TITULO-DEPTO.
059200     WRITE RPT-LINEA FROM ORG-TITULO-COLUMNAS.
059300 5200-ABRIR-DEPTO-EXIT.
059400     EXIT.
059500*
059600******************************************************************
059700* 5300-CERRAR-DEPTO - HEADCOUNT, MANAGERS AND WIDEST SPAN
059800******************************************************************
059900 5300-CERRAR-DEPTO.
060000     MOVE ORG-DEP-EMPLEADOS TO ORG-CANT-ED.
060100     MOVE ORG-DEP-JEFES TO ORG-CANT-ED2.
060200     MOVE ORG-DEP-TRAMO-MAX TO ORG-CANT-ED3.
060300     MOVE SPACES TO RPT-LINEA.
060400     STRING '  TOTAL ' ORG-DEPTO-ANT ': EMPLEADOS ' ORG-CANT-ED
060500         '  JEFES ' ORG-CANT-ED2 '  TRAMO MAXIMO ' ORG-CANT-ED3
060600         DELIMITED BY SIZE INTO RPT-LINEA.
060700     WRITE RPT-LINEA.
060800 5300-CERRAR-DEPTO-EXIT.
060900     EXIT.
061000*
061100******************************************************************
061200* 6000-LISTAR-VACANTES - TERMINATED MANAGERS WITH REPORTS LEFT
061300******************************************************************
061400 6000-LISTAR-VACANTES.
061500     MOVE SPACES TO RPT-LINEA.
061600     WRITE RPT-LINEA.
061700     MOVE 'PUESTOS DE JEFE VACANTES (BAJA CON PERSONAL A CARGO)'
061800         TO RPT-LINEA.
061900     WRITE RPT-LINEA.
062000     PERFORM 6100-EVALUAR-VACANTE THRU 6100-EVALUAR-VACANTE-EXIT
062100         VARYING ORG-X-EMP FROM 1 BY 1
062200         UNTIL ORG-X-EMP > ORG-CANT-EMP.
062300     IF ORG-CANT-VACANTES = ZERO
062400         MOVE '  NINGUNO' TO RPT-LINEA
062500         WRITE RPT-LINEA
062600     END-IF.
062700 6000-LISTAR-VACANTES-EXIT.
062800     EXIT.
062900*
063000******************************************************************
063100* 6100-EVALUAR-VACANTE - ONE MASTER ROW
063200******************************************************************
063300 6100-EVALUAR-VACANTE.
063400     IF NOT ORG-EMP-ES-ACTIVO(ORG-X-EMP)
063500         AND ORG-EMP-A-CARGO(ORG-X-EMP) > ZERO
063600         ADD 1 TO ORG-CANT-VACANTES
063700         MOVE ORG-EMP-A-CARGO(ORG-X-EMP) TO ORG-CANT-ED
063800         MOVE SPACES TO RPT-LINEA
063900         STRING '  ' ORG-EMP-ID(ORG-X-EMP) '  '
064000             ORG-EMP-NOMBRE(ORG-X-EMP) '  '
064100             ORG-EMP-COMPANIA(ORG-X-EMP) ' '
064200             ORG-EMP-DEPTO(ORG-X-EMP) '  A CARGO: ' ORG-CANT-ED
064300             DELIMITED BY SIZE INTO RPT-LINEA
064400         WRITE RPT-LINEA
064500     END-IF.
064600 6100-EVALUAR-VACANTE-EXIT.
064700     EXIT.
064800*
064900******************************************************************
065000* 7000-IMPRIMIR-TOTALES - THE GRAND TOTALS
065100******************************************************************
065200 7000-IMPRIMIR-TOTALES.
065300     MOVE SPACES TO RPT-LINEA.
065400     WRITE RPT-LINEA.
065500     MOVE ORG-CANT-ACTIVOS TO ORG-CANT-ED.
065600     MOVE ORG-CANT-JEFES TO ORG-CANT-ED2.
065700     MOVE SPACES TO RPT-LINEA.
065800     STRING 'EMPLEADOS ACTIVOS: ' ORG-CANT-ED
065900         '  CON PERSONAL A CARGO: ' ORG-CANT-ED2
066000         DELIMITED BY SIZE INTO RPT-LINEA.
066100     WRITE RPT-LINEA.
066200     MOVE ORG-CANT-HUERFANOS TO ORG-CANT-ED.
066300     MOVE ORG-CANT-CIRCULARES TO ORG-CANT-ED2.
066400     MOVE ORG-CANT-JEFE-VACANTE TO ORG-CANT-ED3.
066500     MOVE SPACES TO RPT-LINEA.
066600     STRING 'HUERFANOS: ' ORG-CANT-ED
066700         '  CIRCULARES: ' ORG-CANT-ED2
066800         '  CON JEFE VACANTE: ' ORG-CANT-ED3
066900         DELIMITED BY SIZE INTO RPT-LINEA.
067000     WRITE RPT-LINEA.
067100     IF ORG-HUBO-DESBORDE
067200         MOVE 'ATENCION: TABLA LLENA, ORGANIGRAMA INCOMPLETO'
067300             TO RPT-LINEA
067400         WRITE RPT-LINEA
067500     END-IF.
067600 7000-IMPRIMIR-TOTALES-EXIT.
067700     EXIT.
067800 END PROGRAM ORGANIG.
