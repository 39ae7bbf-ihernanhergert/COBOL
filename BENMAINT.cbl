000100******************************************************************
000200* AUTHOR:      HERNAN HERGERT
000300* INSTALLATION: DATA PROCESSING
000400* DATE-WRITTEN:
000500* DATE-COMPILED:
000600* PURPOSE:     EMPLOYEE BENEFIT ELECTIONS. THE OPTIONAL BENEFITS
000700*              (UPGRADED HEALTH PLAN WITH A PREMIUM PER COVERED
000800*              DEPENDENT, LIFE INSURANCE AT A MULTIPLE OF THE
000900*              SALARY, VOLUNTARY PENSION, CAFETERIA PLAN) ARE
001000*              OFFERED FROM THE PLANBENEF CATALOG, AND EACH
001100*              EMPLOYEE'S CHOICE IS APPENDED HERE TO BENEFELEC
001200*              WITH THE PERIOD IT APPLIES FROM. MODE A IS THE
001300*              ANNUAL OPEN ENROLLMENT: ONLY BETWEEN THE BENABRE
001400*              AND BENCIERRE DATES (PARMS CARDS), ELECTIONS
001500*              APPLY FROM THE BENVIGENCIA PERIOD (DEFAULT NEXT
001600*              JANUARY). MODE E IS A CHANGE OUTSIDE THE WINDOW
001700*              FOR A LIFE EVENT (HIRE, MARRIAGE, BIRTH OR
001800*              ADOPTION) REPORTED WITHIN BENPLAZO DAYS (DEFAULT
001900*              30), APPLYING FROM THE MONTH OF THE EVENT BUT
002000*              NEVER BEFORE THE OPEN PERIOD. A BLANK OPTION
002100*              ENDS THE PLAN. THE DEPENDENTS A HEALTH OPTION
002200*              COVERS CANNOT EXCEED THOSE REGISTERED IN
002300*              DEPENDIENTES. MODE L LISTS THE ELECTIONS IN FORCE
002400*              FOR A PERIOD, MODE H AN EMPLOYEE'S FULL HISTORY.
002500*              EJERCICIO02 WITHHOLDS THE EMPLOYEE SHARE AND
002600*              BOOKS THE EMPLOYER SHARE OF EACH ELECTION.
002700* TECTONICS:   COBC
002800*
002900* MODIFICATION HISTORY:
003000*   - NEW MAINTENANCE PROGRAM, OFFERED FROM THE MENUUTIL MENU.
003001*   - PERIODCTL RECORD WIDENED FOR PC-SECUENCIA.
003100******************************************************************
003200 IDENTIFICATION DIVISION.
003300 PROGRAM-ID. BENMAINT.
003400 ENVIRONMENT DIVISION.
003500 INPUT-OUTPUT SECTION.
003600 FILE-CONTROL.
003700     SELECT OPTIONAL BENEFELEC-FILE ASSIGN TO 'BENEFELEC'
003800         ORGANIZATION IS LINE SEQUENTIAL
003900         FILE STATUS IS BNM-STATUS-ELEC.
004000     SELECT OPTIONAL PLANBENEF-FILE ASSIGN TO 'PLANBENEF'
004100         ORGANIZATION IS LINE SEQUENTIAL
004200         FILE STATUS IS BNM-STATUS-PLANES.
004300     SELECT OPTIONAL EMPLOYEES-FILE ASSIGN TO 'EMPLOYEES'
004400         ORGANIZATION IS LINE SEQUENTIAL
004500         FILE STATUS IS BNM-STATUS-EMPL.
004600     SELECT OPTIONAL DEPENDIENTES-FILE ASSIGN TO 'DEPENDIENTES'
004700         ORGANIZATION IS LINE SEQUENTIAL
004800         FILE STATUS IS BNM-STATUS-DEPEND.
004900     SELECT OPTIONAL PERIODCTL-FILE ASSIGN TO 'PERIODCTL'
005000         ORGANIZATION IS LINE SEQUENTIAL
005100         FILE STATUS IS BNM-STATUS-PERIODO.
005200 DATA DIVISION.
005300 FILE SECTION.
005400 FD  BENEFELEC-FILE
005500     LABEL RECORDS ARE STANDARD.
005600 01  EB-RECORD.
005700     COPY BENELEC.
005800 FD  PLANBENEF-FILE
005900     LABEL RECORDS ARE STANDARD.
006000 01  BP-RECORD.
006100     COPY PLANBEN.
006200 FD  EMPLOYEES-FILE
006300     LABEL RECORDS ARE STANDARD.
006400 01  EM-RECORD.
006500     COPY EMPLEADO.
006600 FD  DEPENDIENTES-FILE
006700     LABEL RECORDS ARE STANDARD.
006800 01  DP-RECORD.
006900     COPY DEPEND.
007000 FD  PERIODCTL-FILE
007100     LABEL RECORDS ARE STANDARD.
007200 01  PC-RECORD.
007300     05 PC-PERIODO               PIC 9(06).
007400     05 PC-ESTADO                PIC X(01).
007500     05 PC-FRECUENCIA            PIC X(01).
007501     05 PC-SECUENCIA             PIC 9(02).
007600 WORKING-STORAGE SECTION.
007700*
007800 01  BNM-STATUS-ELEC             PIC XX.
007900 01  BNM-STATUS-PLANES           PIC XX.
008000 01  BNM-STATUS-EMPL             PIC XX.
008100 01  BNM-STATUS-DEPEND           PIC XX.
008200 01  BNM-STATUS-PERIODO          PIC XX.
008300*
008400 01  BNM-MODO                    PIC X(01).
008500 01  BNM-RESPUESTA               PIC X(01).
008600 01  BNM-SES-ACCION              PIC X(01).
008700 01  BNM-OPERADOR                PIC X(08).
008800 01  BNM-ENTRADA                 PIC X(20).
008900 01  BNM-ID-PEDIDO               PIC 9(05).
009000 01  BNM-PLAN-AUX                PIC X(04).
009100 01  BNM-OPCION-AUX              PIC X(02).
009200 01  BNM-DEPEND-AUX              PIC 9(02).
009300 01  BNM-EVENTO                  PIC X(01).
009400 01  BNM-FECHA-EVENTO            PIC 9(08).
009500 01  BNM-VIGENCIA-AUX            PIC 9(06).
009600 01  BNM-PERIODO-LISTA           PIC 9(06).
009700 01  BNM-PERIODO-ABIERTO         PIC 9(06) VALUE ZERO.
009800 01  BNM-FECHA-HOY               PIC 9(08).
009900 01  BNM-FECHA-HOY-R REDEFINES BNM-FECHA-HOY.
010000     05  BNM-HOY-ANIO            PIC 9(04).
010100     05  BNM-HOY-MESDIA          PIC 9(04).
010200 01  BNM-DIAS-EVENTO             PIC S9(07).
010300 01  BNM-COSTO-AUX               PIC 9(07)V99.
010400 01  BNM-COSTO-ED                PIC Z,ZZZ,ZZ9.99.
010500 01  BNM-PORC-ED                 PIC ZZ9.99.
010600*
010700 01  BNM-PARM-CLAVE              PIC X(12).
010800 01  BNM-PARM-VALOR              PIC X(20).
010900 01  BNM-PARM-HALLADO            PIC X(01).
011000     88  BNM-ES-PARM-HALLADO     VALUE 'Y'.
011100 01  BNM-VENTANA-DESDE           PIC 9(08) VALUE ZERO.
011200 01  BNM-VENTANA-HASTA           PIC 9(08) VALUE ZERO.
011300 01  BNM-VIGENCIA-ANUAL          PIC 9(06) VALUE ZERO.
011400 01  BNM-PLAZO-EVENTO            PIC 9(03) VALUE 30.
011500*
011600 01  BNM-INDICADORES.
011700     05  BNM-FIN-ARCHIVO         PIC X VALUE 'N'.
011800         88  BNM-ES-FIN-ARCHIVO  VALUE 'Y'.
011900     05  BNM-HALLADO             PIC X VALUE 'N'.
012000         88  BNM-ES-HALLADO      VALUE 'Y'.
012100     05  BNM-SUPERADA            PIC X VALUE 'N'.
012200         88  BNM-ES-SUPERADA     VALUE 'Y'.
012300*
012400 01  BNM-CONTADORES.
012500     05  BNM-CANT-CARGADAS       PIC 9(04) VALUE ZERO.
012600     05  BNM-CANT-RECHAZADAS     PIC 9(04) VALUE ZERO.
012700     05  BNM-CANT-LISTADAS       PIC 9(04) VALUE ZERO.
012800*
012900 01  BNM-CANT-EMPLEADOS          PIC 9(03) VALUE ZERO.
013000 01  BNM-TABLA-EMPLEADOS.
013100     05  BNM-FILA-EMPL OCCURS 100 TIMES
013200                       INDEXED BY BNM-X-EMP.
013300         10 BNM-EMP-ID           PIC 9(05).
013400         10 BNM-EMP-NOMBRE       PIC X(05).
013500         10 BNM-EMP-ESTADO       PIC X(01).
013600         10 BNM-EMP-INGRESO      PIC 9(08).
013700         10 BNM-EMP-DEPEND       PIC 9(02).
013800*
013900 01  BNM-CANT-PLANES             PIC 9(03) VALUE ZERO.
014000 01  BNM-TABLA-PLANES.
014100     05  BNM-FILA-PLAN OCCURS 100 TIMES
014200                       INDEXED BY BNM-X-PLA BNM-X-PLA2.
014300         10 BNM-PLA-PLAN         PIC X(04).
014400         10 BNM-PLA-OPCION       PIC X(02).
014500         10 BNM-PLA-VIGENCIA     PIC 9(06).
014600         10 BNM-PLA-DESCRIPCION  PIC X(25).
014700         10 BNM-PLA-TIPO         PIC X(01).
014800         10 BNM-PLA-IMPORTE      PIC 9(06)V99.
014900         10 BNM-PLA-IMPORTE-DEP  PIC 9(06)V99.
015000         10 BNM-PLA-PORC-EMPL    PIC 9(03)V99.
015100 01  BNM-PLA-ELEGIDA             PIC 9(03) VALUE ZERO.
015200*
015300 01  BNM-CANT-ELECCIONES         PIC 9(04) VALUE ZERO.
015400 01  BNM-TABLA-ELECCIONES.
015500     05  BNM-FILA-ELEC OCCURS 1000 TIMES
015600                       INDEXED BY BNM-X-ELE BNM-X-ELE2.
015700         10 BNM-ELE-ID           PIC 9(05).
015800         10 BNM-ELE-PLAN         PIC X(04).
015900         10 BNM-ELE-OPCION       PIC X(02).
016000         10 BNM-ELE-VIGENCIA     PIC 9(06).
016100         10 BNM-ELE-DEPEND       PIC 9(02).
016200         10 BNM-ELE-EVENTO       PIC X(01).
016300         10 BNM-ELE-FECHA-EVENTO PIC 9(08).
016400         10 BNM-ELE-OPERADOR     PIC X(08).
016500         10 BNM-ELE-FECHA-ALTA   PIC 9(08).
016600*
016700 PROCEDURE DIVISION.
016800******************************************************************
016900* 0000-MAINLINE - LOAD THE TABLES AND DISPATCH BY MODE
017000******************************************************************
017100 0000-MAINLINE.
017200     ACCEPT BNM-FECHA-HOY FROM DATE YYYYMMDD.
017300     PERFORM 1000-CARGAR-EMPLEADOS
017400         THRU 1000-CARGAR-EMPLEADOS-EXIT.
017500     IF BNM-CANT-EMPLEADOS = ZERO
017600         DISPLAY 'BENMAINT: NO HAY ARCHIVO EMPLOYEES'
017700         MOVE 8 TO RETURN-CODE
017800         GOBACK
017900     END-IF.
018000     PERFORM 1100-CARGAR-PLANES THRU 1100-CARGAR-PLANES-EXIT.
018100     IF BNM-CANT-PLANES = ZERO
018200         DISPLAY 'BENMAINT: NO HAY ARCHIVO PLANBENEF'
018300         MOVE 8 TO RETURN-CODE
018400         GOBACK
018500     END-IF.
018600     PERFORM 1200-CARGAR-ELECCIONES
018700         THRU 1200-CARGAR-ELECCIONES-EXIT.
018800     PERFORM 1300-CARGAR-DEPENDIENTES
018900         THRU 1300-CARGAR-DEPENDIENTES-EXIT.
019000     PERFORM 1400-PERIODO-ABIERTO THRU 1400-PERIODO-ABIERTO-EXIT.
019100     PERFORM 1500-LEER-PARAMETROS THRU 1500-LEER-PARAMETROS-EXIT.
019200     DISPLAY 'BENMAINT - MODO (A=INSCRIPCION ANUAL, E=EVENTO DE '
019300         'VIDA, L=LISTAR VIGENTES, H=HISTORIA): '
019400         WITH NO ADVANCING.
019500     ACCEPT BNM-MODO.
019600     EVALUATE BNM-MODO
019700         WHEN 'A'
019800         WHEN 'a'
019900             PERFORM 2000-INSCRIPCION-ANUAL
020000                 THRU 2000-INSCRIPCION-ANUAL-EXIT
020100         WHEN 'E'
020200         WHEN 'e'
020300             PERFORM 3000-EVENTO-VIDA THRU 3000-EVENTO-VIDA-EXIT
020400         WHEN 'L'
020500         WHEN 'l'
020600             PERFORM 6000-LISTAR THRU 6000-LISTAR-EXIT
020700         WHEN 'H'
020800         WHEN 'h'
020900             PERFORM 6500-HISTORIA THRU 6500-HISTORIA-EXIT
021000         WHEN OTHER
021100             DISPLAY 'MODO INVALIDO'
021200             MOVE 8 TO RETURN-CODE
021300     END-EVALUATE.
021400     GOBACK.
021500 0000-MAINLINE-EXIT.
021600     EXIT.
021700*
021800******************************************************************
021900* 1000-CARGAR-EMPLEADOS - THE MASTER, FOR CAPTURE VALIDATION
022000******************************************************************
022100 1000-CARGAR-EMPLEADOS.
022200     MOVE 'N' TO BNM-FIN-ARCHIVO.
022300     OPEN INPUT EMPLOYEES-FILE.
022400     IF BNM-STATUS-EMPL NOT = '00'
022500         CLOSE EMPLOYEES-FILE
022600         GO TO 1000-CARGAR-EMPLEADOS-EXIT
022700     END-IF.
022800     PERFORM 1010-LEER-EMPLEADO THRU 1010-LEER-EMPLEADO-EXIT
022900         UNTIL BNM-ES-FIN-ARCHIVO.
023000     CLOSE EMPLOYEES-FILE.
023100     MOVE 'N' TO BNM-FIN-ARCHIVO.
023200 1000-CARGAR-EMPLEADOS-EXIT.
023300     EXIT.
023400*
023500******************************************************************
023600* 1010-LEER-EMPLEADO - ONE MASTER ROW INTO THE TABLE
023700******************************************************************
023800 1010-LEER-EMPLEADO.
023900     READ EMPLOYEES-FILE
024000         AT END
024100             SET BNM-ES-FIN-ARCHIVO TO TRUE
024200         NOT AT END
024300             IF BNM-CANT-EMPLEADOS < 100
024400                 ADD 1 TO BNM-CANT-EMPLEADOS
024500                 SET BNM-X-EMP TO BNM-CANT-EMPLEADOS
024600                 MOVE EM-ID TO BNM-EMP-ID(BNM-X-EMP)
024700                 MOVE EM-NOMBRE TO BNM-EMP-NOMBRE(BNM-X-EMP)
024800                 MOVE EM-ESTADO TO BNM-EMP-ESTADO(BNM-X-EMP)
024900                 MOVE ZERO TO BNM-EMP-INGRESO(BNM-X-EMP)
025000                 IF EM-FECHA-INGRESO IS NUMERIC
025100                     MOVE EM-FECHA-INGRESO
025200                         TO BNM-EMP-INGRESO(BNM-X-EMP)
025300                 END-IF
025400                 MOVE ZERO TO BNM-EMP-DEPEND(BNM-X-EMP)
025500             END-IF
025600     END-READ.
025700 1010-LEER-EMPLEADO-EXIT.
025800     EXIT.
025900*
026000******************************************************************
026100* 1100-CARGAR-PLANES - THE BENEFIT CATALOG, EVERY VERSION
026200******************************************************************
026300 1100-CARGAR-PLANES.
026400     MOVE 'N' TO BNM-FIN-ARCHIVO.
026500     OPEN INPUT PLANBENEF-FILE.
026600     IF BNM-STATUS-PLANES NOT = '00'
026700         CLOSE PLANBENEF-FILE
026800         GO TO 1100-CARGAR-PLANES-EXIT
026900     END-IF.
027000     PERFORM 1110-LEER-PLAN THRU 1110-LEER-PLAN-EXIT
027100         UNTIL BNM-ES-FIN-ARCHIVO.
027200     CLOSE PLANBENEF-FILE.
027300     MOVE 'N' TO BNM-FIN-ARCHIVO.
027400 1100-CARGAR-PLANES-EXIT.
027500     EXIT.
027600*
027700******************************************************************
027800* 1110-LEER-PLAN - ONE PLAN OPTION VERSION INTO THE TABLE
027900******************************************************************
028000 1110-LEER-PLAN.
028100     READ PLANBENEF-FILE
028200         AT END
028300             SET BNM-ES-FIN-ARCHIVO TO TRUE
028400         NOT AT END
028500             IF BNM-CANT-PLANES < 100
028600                 AND BP-VIGENCIA-DESDE IS NUMERIC
028700                 ADD 1 TO BNM-CANT-PLANES
028800                 SET BNM-X-PLA TO BNM-CANT-PLANES
028900                 MOVE BP-PLAN TO BNM-PLA-PLAN(BNM-X-PLA)
029000                 MOVE BP-OPCION TO BNM-PLA-OPCION(BNM-X-PLA)
029100                 MOVE BP-VIGENCIA-DESDE
029200                     TO BNM-PLA-VIGENCIA(BNM-X-PLA)
029300                 MOVE BP-DESCRIPCION
029400                     TO BNM-PLA-DESCRIPCION(BNM-X-PLA)
029500                 MOVE BP-TIPO TO BNM-PLA-TIPO(BNM-X-PLA)
029600                 MOVE BP-IMPORTE TO BNM-PLA-IMPORTE(BNM-X-PLA)
029700                 MOVE BP-IMPORTE-DEP
029800                     TO BNM-PLA-IMPORTE-DEP(BNM-X-PLA)
029900                 MOVE BP-PORC-EMPLEADO
030000                     TO BNM-PLA-PORC-EMPL(BNM-X-PLA)
030100             END-IF
030200     END-READ.
030300 1110-LEER-PLAN-EXIT.
030400     EXIT.
030500*
030600******************************************************************
030700* 1200-CARGAR-ELECCIONES - EVERY ELECTION ROW ON FILE
030800******************************************************************
030900 1200-CARGAR-ELECCIONES.
031000     MOVE 'N' TO BNM-FIN-ARCHIVO.
031100     OPEN INPUT BENEFELEC-FILE.
031200     IF BNM-STATUS-ELEC NOT = '00'
031300         CLOSE BENEFELEC-FILE
031400         GO TO 1200-CARGAR-ELECCIONES-EXIT
031500     END-IF.
031600     PERFORM 1210-LEER-ELECCION THRU 1210-LEER-ELECCION-EXIT
031700         UNTIL BNM-ES-FIN-ARCHIVO.
031800     CLOSE BENEFELEC-FILE.
031900     MOVE 'N' TO BNM-FIN-ARCHIVO.
032000 1200-CARGAR-ELECCIONES-EXIT.
032100     EXIT.
032200*
032300******************************************************************
032400* 1210-LEER-ELECCION - ONE ELECTION ROW INTO THE TABLE
032500******************************************************************
032600 1210-LEER-ELECCION.
032700     READ BENEFELEC-FILE
032800         AT END
032900             SET BNM-ES-FIN-ARCHIVO TO TRUE
033000             GO TO 1210-LEER-ELECCION-EXIT
033100     END-READ.
033200     IF BNM-CANT-ELECCIONES >= 1000
033300         DISPLAY 'BENMAINT: MAS DE 1000 ELECCIONES, LAS '
033400             'SIGUIENTES NO SE LISTAN'
033500         SET BNM-ES-FIN-ARCHIVO TO TRUE
033600         GO TO 1210-LEER-ELECCION-EXIT
033700     END-IF.
033800     IF EB-VIGENCIA-DESDE IS NOT NUMERIC
033900         GO TO 1210-LEER-ELECCION-EXIT
034000     END-IF.
034100     ADD 1 TO BNM-CANT-ELECCIONES.
034200     SET BNM-X-ELE TO BNM-CANT-ELECCIONES.
034300     MOVE EB-ID TO BNM-ELE-ID(BNM-X-ELE).
034400     MOVE EB-PLAN TO BNM-ELE-PLAN(BNM-X-ELE).
034500     MOVE EB-OPCION TO BNM-ELE-OPCION(BNM-X-ELE).
034600     MOVE EB-VIGENCIA-DESDE TO BNM-ELE-VIGENCIA(BNM-X-ELE).
034700     MOVE EB-DEPENDIENTES TO BNM-ELE-DEPEND(BNM-X-ELE).
034800     MOVE EB-EVENTO TO BNM-ELE-EVENTO(BNM-X-ELE).
034900     MOVE EB-FECHA-EVENTO TO BNM-ELE-FECHA-EVENTO(BNM-X-ELE).
035000     MOVE EB-OPERADOR TO BNM-ELE-OPERADOR(BNM-X-ELE).
035100     MOVE EB-FECHA-ALTA TO BNM-ELE-FECHA-ALTA(BNM-X-ELE).
035200 1210-LEER-ELECCION-EXIT.
035300     EXIT.
035400*
035500******************************************************************
035600* 1300-CARGAR-DEPENDIENTES - REGISTERED DEPENDENTS PER EMPLOYEE
035700******************************************************************
035800 1300-CARGAR-DEPENDIENTES.
035900     MOVE 'N' TO BNM-FIN-ARCHIVO.
036000     OPEN INPUT DEPENDIENTES-FILE.
036100     IF BNM-STATUS-DEPEND NOT = '00'
036200         CLOSE DEPENDIENTES-FILE
036300         GO TO 1300-CARGAR-DEPENDIENTES-EXIT
036400     END-IF.
036500     PERFORM 1310-LEER-DEPENDIENTE
036600         THRU 1310-LEER-DEPENDIENTE-EXIT
036700         UNTIL BNM-ES-FIN-ARCHIVO.
036800     CLOSE DEPENDIENTES-FILE.
036900     MOVE 'N' TO BNM-FIN-ARCHIVO.
037000 1300-CARGAR-DEPENDIENTES-EXIT.
037100     EXIT.
037200*
037300******************************************************************
037400* 1310-LEER-DEPENDIENTE - COUNT ONE DEPENDENT ON ITS EMPLOYEE
037500******************************************************************
037600 1310-LEER-DEPENDIENTE.
037700     READ DEPENDIENTES-FILE
037800         AT END
037900             SET BNM-ES-FIN-ARCHIVO TO TRUE
038000             GO TO 1310-LEER-DEPENDIENTE-EXIT
038100     END-READ.
038200     MOVE DP-ID TO BNM-ID-PEDIDO.
038300     PERFORM 2200-UBICAR-EMPLEADO THRU 2200-UBICAR-EMPLEADO-EXIT.
038400     IF BNM-ES-HALLADO
038500         AND BNM-EMP-DEPEND(BNM-X-EMP) < 99
038600         ADD 1 TO BNM-EMP-DEPEND(BNM-X-EMP)
038700     END-IF.
038800 1310-LEER-DEPENDIENTE-EXIT.
038900     EXIT.
039000*
039100******************************************************************
039200* 1400-PERIODO-ABIERTO - THE MONTHLY ROW OF PERIODCTL (THE
039300*                        CURRENT MONTH WHEN THERE IS NONE)
039400******************************************************************
039500 1400-PERIODO-ABIERTO.
039600     MOVE 'N' TO BNM-FIN-ARCHIVO.
039700     OPEN INPUT PERIODCTL-FILE.
039800     IF BNM-STATUS-PERIODO = '00'
039900         PERFORM 1410-LEER-PERIODO THRU 1410-LEER-PERIODO-EXIT
040000             UNTIL BNM-ES-FIN-ARCHIVO
040100     END-IF.
040200     CLOSE PERIODCTL-FILE.
040300     MOVE 'N' TO BNM-FIN-ARCHIVO.
040400     IF BNM-PERIODO-ABIERTO = ZERO
040500         MOVE BNM-FECHA-HOY(1:6) TO BNM-PERIODO-ABIERTO
040600     END-IF.
040700 1400-PERIODO-ABIERTO-EXIT.
040800     EXIT.
040900*
041000******************************************************************
041100* 1410-LEER-PERIODO - KEEP THE MONTHLY ('M' OR BLANK) ROW
041200******************************************************************
041300 1410-LEER-PERIODO.
041400     READ PERIODCTL-FILE
041500         AT END
041600             SET BNM-ES-FIN-ARCHIVO TO TRUE
041700         NOT AT END
041800             IF PC-FRECUENCIA = 'M'
041900                 OR PC-FRECUENCIA = SPACE
042000                 MOVE PC-PERIODO TO BNM-PERIODO-ABIERTO
042100             END-IF
042200     END-READ.
042300 1410-LEER-PERIODO-EXIT.
042400     EXIT.
042500*
042600******************************************************************
042700* 1500-LEER-PARAMETROS - ENROLLMENT WINDOW, PERIOD IT APPLIES
042800*                        FROM AND DAYS TO REPORT A LIFE EVENT
042900******************************************************************
043000 1500-LEER-PARAMETROS.
043100     MOVE 'BENABRE' TO BNM-PARM-CLAVE.
043200     CALL 'LEERPARM' USING BNM-PARM-CLAVE
043300         BNM-PARM-VALOR BNM-PARM-HALLADO.
043400     IF BNM-ES-PARM-HALLADO
043500         AND BNM-PARM-VALOR(1:8) IS NUMERIC
043600         MOVE BNM-PARM-VALOR(1:8) TO BNM-VENTANA-DESDE
043700     END-IF.
043800     MOVE 'BENCIERRE' TO BNM-PARM-CLAVE.
043900     CALL 'LEERPARM' USING BNM-PARM-CLAVE
044000         BNM-PARM-VALOR BNM-PARM-HALLADO.
044100     IF BNM-ES-PARM-HALLADO
044200         AND BNM-PARM-VALOR(1:8) IS NUMERIC
044300         MOVE BNM-PARM-VALOR(1:8) TO BNM-VENTANA-HASTA
044400     END-IF.
044500     COMPUTE BNM-VIGENCIA-ANUAL = (BNM-HOY-ANIO + 1) * 100 + 1.
044600     MOVE 'BENVIGENCIA' TO BNM-PARM-CLAVE.
044700     CALL 'LEERPARM' USING BNM-PARM-CLAVE
044800         BNM-PARM-VALOR BNM-PARM-HALLADO.
044900     IF BNM-ES-PARM-HALLADO
045000         AND BNM-PARM-VALOR(1:6) IS NUMERIC
045100         AND BNM-PARM-VALOR(1:6) NOT = '000000'
045200         MOVE BNM-PARM-VALOR(1:6) TO BNM-VIGENCIA-ANUAL
045300     END-IF.
045400     MOVE 'BENPLAZO' TO BNM-PARM-CLAVE.
045500     CALL 'LEERPARM' USING BNM-PARM-CLAVE
045600         BNM-PARM-VALOR BNM-PARM-HALLADO.
045700     IF BNM-ES-PARM-HALLADO
045800         AND BNM-PARM-VALOR(1:3) IS NUMERIC
045900         MOVE BNM-PARM-VALOR(1:3) TO BNM-PLAZO-EVENTO
046000     END-IF.
046100 1500-LEER-PARAMETROS-EXIT.
046200     EXIT.
046300*
046400******************************************************************
046500* 2000-INSCRIPCION-ANUAL - OPEN ENROLLMENT, ONLY INSIDE THE
046600*                          WINDOW; EVERY ELECTION APPLIES FROM
046700*                          THE BENVIGENCIA PERIOD
046800******************************************************************
046900 2000-INSCRIPCION-ANUAL.
047000     IF BNM-VENTANA-DESDE = ZERO
047100         OR BNM-VENTANA-HASTA = ZERO
047200         OR BNM-FECHA-HOY < BNM-VENTANA-DESDE
047300         OR BNM-FECHA-HOY > BNM-VENTANA-HASTA
047400         DISPLAY 'LA INSCRIPCION ANUAL NO ESTA ABIERTA '
047500             '(CARTAS BENABRE/BENCIERRE: ' BNM-VENTANA-DESDE
047600             ' A ' BNM-VENTANA-HASTA ')'
047700         DISPLAY 'FUERA DE LA VENTANA SOLO SE ACEPTAN EVENTOS '
047800             'DE VIDA (MODO E)'
047900         MOVE 8 TO RETURN-CODE
048000         GO TO 2000-INSCRIPCION-ANUAL-EXIT
048100     END-IF.
048200     PERFORM 2050-PEDIR-OPERADOR THRU 2050-PEDIR-OPERADOR-EXIT.
048300     IF BNM-OPERADOR = SPACES
048400         MOVE 8 TO RETURN-CODE
048500         GO TO 2000-INSCRIPCION-ANUAL-EXIT
048600     END-IF.
048700     MOVE 'A' TO BNM-EVENTO.
048800     MOVE BNM-FECHA-HOY TO BNM-FECHA-EVENTO.
048900     MOVE BNM-VIGENCIA-ANUAL TO BNM-VIGENCIA-AUX.
049000     DISPLAY 'INSCRIPCION ANUAL, VIGENTE DESDE '
049100         BNM-VIGENCIA-AUX.
049200     MOVE 'S' TO BNM-RESPUESTA.
049300     PERFORM 2100-ELEGIR-UNA THRU 2100-ELEGIR-UNA-EXIT
049400         UNTIL BNM-RESPUESTA NOT = 'S'
049500         AND BNM-RESPUESTA NOT = 's'.
049600     DISPLAY 'BENMAINT: ' BNM-CANT-CARGADAS ' CARGADAS, '
049700         BNM-CANT-RECHAZADAS ' RECHAZADAS'.
049800 2000-INSCRIPCION-ANUAL-EXIT.
049900     EXIT.
050000*
050100******************************************************************
050200* 2050-PEDIR-OPERADOR - THE SIGNED-ON USER, OR ASK FOR ONE
050300******************************************************************
050400 2050-PEDIR-OPERADOR.
050500     MOVE 'G' TO BNM-SES-ACCION.
050600     CALL 'SESUSER' USING BNM-SES-ACCION BNM-OPERADOR.
050700     IF BNM-OPERADOR = SPACES
050800         DISPLAY 'OPERADOR QUE CARGA: ' WITH NO ADVANCING
050900         ACCEPT BNM-OPERADOR
051000     END-IF.
051100     IF BNM-OPERADOR = SPACES
051200         DISPLAY 'FALTA EL OPERADOR, NO SE CARGA'
051300     END-IF.
051400 2050-PEDIR-OPERADOR-EXIT.
051500     EXIT.
051600*
051700******************************************************************
051800* 2100-ELEGIR-UNA - ONE EMPLOYEE'S CHOICE FOR ONE PLAN
051900******************************************************************
052000 2100-ELEGIR-UNA.
052100     DISPLAY 'LEGAJO (5): ' WITH NO ADVANCING.
052200     ACCEPT BNM-ENTRADA.
052300     IF BNM-ENTRADA(1:5) IS NOT NUMERIC
052400         DISPLAY 'LEGAJO INVALIDO'
052500         ADD 1 TO BNM-CANT-RECHAZADAS
052600         GO TO 2100-SEGUIR
052700     END-IF.
052800     MOVE BNM-ENTRADA(1:5) TO BNM-ID-PEDIDO.
052900     PERFORM 2200-UBICAR-EMPLEADO THRU 2200-UBICAR-EMPLEADO-EXIT.
053000     IF NOT BNM-ES-HALLADO
053100         OR BNM-EMP-ESTADO(BNM-X-EMP) = 'B'
053200         DISPLAY 'LEGAJO ' BNM-ID-PEDIDO
053300             ' NO ESTA ACTIVO EN EMPLOYEES'
053400         ADD 1 TO BNM-CANT-RECHAZADAS
053500         GO TO 2100-SEGUIR
053600     END-IF.
053700     PERFORM 2300-PEDIR-ELECCION THRU 2300-PEDIR-ELECCION-EXIT.
053800 2100-SEGUIR.
053900     DISPLAY 'OTRA ELECCION (S/N): ' WITH NO ADVANCING.
054000     ACCEPT BNM-RESPUESTA.
054100 2100-ELEGIR-UNA-EXIT.
054200     EXIT.
054300*
054400******************************************************************
054500* 2200-UBICAR-EMPLEADO - EMPLOYEE BY ID (BNM-X-EMP WHEN FOUND)
054600******************************************************************
054700 2200-UBICAR-EMPLEADO.
054800     MOVE 'N' TO BNM-HALLADO.
054900     SET BNM-X-EMP TO 1.
055000     SEARCH BNM-FILA-EMPL
055100         AT END
055200             CONTINUE
055300         WHEN BNM-X-EMP > BNM-CANT-EMPLEADOS
055400             CONTINUE
055500         WHEN BNM-EMP-ID(BNM-X-EMP) = BNM-ID-PEDIDO
055600             SET BNM-ES-HALLADO TO TRUE
055700     END-SEARCH.
055800 2200-UBICAR-EMPLEADO-EXIT.
055900     EXIT.
056000*
056100******************************************************************
056200* 2300-PEDIR-ELECCION - PLAN, OPTION (BLANK ENDS THE PLAN) AND
056300*                       COVERED DEPENDENTS, VALIDATED AGAINST
056400*                       THE CATALOG IN FORCE FROM BNM-VIGENCIA-AUX
056500******************************************************************
056600 2300-PEDIR-ELECCION.
056700     DISPLAY 'PLAN (4): ' WITH NO ADVANCING.
056800     ACCEPT BNM-ENTRADA.
056900     MOVE BNM-ENTRADA(1:4) TO BNM-PLAN-AUX.
057000     DISPLAY 'OPCION (2, BLANCO = SIN EL PLAN): '
057100         WITH NO ADVANCING.
057200     ACCEPT BNM-ENTRADA.
057300     MOVE BNM-ENTRADA(1:2) TO BNM-OPCION-AUX.
057400     PERFORM 2400-UBICAR-OPCION THRU 2400-UBICAR-OPCION-EXIT.
057500     IF NOT BNM-ES-HALLADO
057600         DISPLAY 'PLAN ' BNM-PLAN-AUX ' OPCION ' BNM-OPCION-AUX
057700             ' NO ESTA EN PLANBENEF PARA ' BNM-VIGENCIA-AUX
057800         ADD 1 TO BNM-CANT-RECHAZADAS
057900         GO TO 2300-PEDIR-ELECCION-EXIT
058000     END-IF.
058100     MOVE ZERO TO BNM-DEPEND-AUX.
058200     IF BNM-OPCION-AUX NOT = SPACES
058300         AND BNM-PLA-TIPO(BNM-PLA-ELEGIDA) = 'D'
058400         DISPLAY 'DEPENDIENTES CUBIERTOS (2, REGISTRADOS '
058500             BNM-EMP-DEPEND(BNM-X-EMP) '): ' WITH NO ADVANCING
058600         ACCEPT BNM-ENTRADA
058700         IF BNM-ENTRADA(1:2) IS NOT NUMERIC
058800             DISPLAY 'CANTIDAD INVALIDA'
058900             ADD 1 TO BNM-CANT-RECHAZADAS
059000             GO TO 2300-PEDIR-ELECCION-EXIT
059100         END-IF
059200         MOVE BNM-ENTRADA(1:2) TO BNM-DEPEND-AUX
059300         IF BNM-DEPEND-AUX > BNM-EMP-DEPEND(BNM-X-EMP)
059400             DISPLAY 'SOLO HAY ' BNM-EMP-DEPEND(BNM-X-EMP)
059500                 ' DEPENDIENTES REGISTRADOS (PERSMAINT)'
059600             ADD 1 TO BNM-CANT-RECHAZADAS
059700             GO TO 2300-PEDIR-ELECCION-EXIT
059800         END-IF
059900     END-IF.
060000     PERFORM 2500-AGREGAR-ELECCION
060100         THRU 2500-AGREGAR-ELECCION-EXIT.
060200 2300-PEDIR-ELECCION-EXIT.
060300     EXIT.
060400*
060500******************************************************************
060600* 2400-UBICAR-OPCION - CATALOG ROW OF THE PLAN AND OPTION IN
060700*                      FORCE AT BNM-VIGENCIA-AUX (THE LATEST NOT
060800*                      AFTER IT); A BLANK OPTION ONLY NEEDS THE
060900*                      PLAN TO EXIST
061000******************************************************************
061100 2400-UBICAR-OPCION.
061200     MOVE 'N' TO BNM-HALLADO.
061300     MOVE ZERO TO BNM-PLA-ELEGIDA.
061400     PERFORM 2410-COMPARAR-OPCION THRU 2410-COMPARAR-OPCION-EXIT
061500         VARYING BNM-X-PLA FROM 1 BY 1
061600         UNTIL BNM-X-PLA > BNM-CANT-PLANES.
061700 2400-UBICAR-OPCION-EXIT.
061800     EXIT.
061900*
062000******************************************************************
062100* 2410-COMPARAR-OPCION - ONE CATALOG ROW
062200******************************************************************
062300 2410-COMPARAR-OPCION.
062400     IF BNM-PLA-PLAN(BNM-X-PLA) NOT = BNM-PLAN-AUX
062500         GO TO 2410-COMPARAR-OPCION-EXIT
062600     END-IF.
062700     IF BNM-OPCION-AUX = SPACES
062800         SET BNM-ES-HALLADO TO TRUE
062900         GO TO 2410-COMPARAR-OPCION-EXIT
063000     END-IF.
063100     IF BNM-PLA-OPCION(BNM-X-PLA) NOT = BNM-OPCION-AUX
063200         OR BNM-PLA-VIGENCIA(BNM-X-PLA) > BNM-VIGENCIA-AUX
063300         GO TO 2410-COMPARAR-OPCION-EXIT
063400     END-IF.
063500     IF BNM-PLA-ELEGIDA = ZERO
063600         SET BNM-PLA-ELEGIDA TO BNM-X-PLA
063700     ELSE
063800         IF BNM-PLA-VIGENCIA(BNM-X-PLA)
063900             NOT < BNM-PLA-VIGENCIA(BNM-PLA-ELEGIDA)
064000             SET BNM-PLA-ELEGIDA TO BNM-X-PLA
064100         END-IF
064200     END-IF.
064300     SET BNM-ES-HALLADO TO TRUE.
064400 2410-COMPARAR-OPCION-EXIT.
064500     EXIT.
064600*
064700******************************************************************
064800* 2500-AGREGAR-ELECCION - APPEND THE VALIDATED ROW TO BENEFELEC
064900*                         AND TO THE TABLE
065000******************************************************************
065100 2500-AGREGAR-ELECCION.
065200     MOVE BNM-ID-PEDIDO       TO EB-ID.
065300     MOVE BNM-PLAN-AUX        TO EB-PLAN.
065400     MOVE BNM-OPCION-AUX      TO EB-OPCION.
065500     MOVE BNM-VIGENCIA-AUX    TO EB-VIGENCIA-DESDE.
065600     MOVE BNM-DEPEND-AUX      TO EB-DEPENDIENTES.
065700     MOVE BNM-EVENTO          TO EB-EVENTO.
065800     MOVE BNM-FECHA-EVENTO    TO EB-FECHA-EVENTO.
065900     MOVE BNM-OPERADOR        TO EB-OPERADOR.
066000     MOVE BNM-FECHA-HOY       TO EB-FECHA-ALTA.
066100     OPEN EXTEND BENEFELEC-FILE.
066200     IF BNM-STATUS-ELEC = '35'
066300         OPEN OUTPUT BENEFELEC-FILE
066400     END-IF.
066500     WRITE EB-RECORD.
066600     CLOSE BENEFELEC-FILE.
066700     IF BNM-CANT-ELECCIONES < 1000
066800         ADD 1 TO BNM-CANT-ELECCIONES
066900         SET BNM-X-ELE TO BNM-CANT-ELECCIONES
067000         MOVE EB-ID TO BNM-ELE-ID(BNM-X-ELE)
067100         MOVE EB-PLAN TO BNM-ELE-PLAN(BNM-X-ELE)
067200         MOVE EB-OPCION TO BNM-ELE-OPCION(BNM-X-ELE)
067300         MOVE EB-VIGENCIA-DESDE TO BNM-ELE-VIGENCIA(BNM-X-ELE)
067400         MOVE EB-DEPENDIENTES TO BNM-ELE-DEPEND(BNM-X-ELE)
067500         MOVE EB-EVENTO TO BNM-ELE-EVENTO(BNM-X-ELE)
067600         MOVE EB-FECHA-EVENTO
067700             TO BNM-ELE-FECHA-EVENTO(BNM-X-ELE)
067800         MOVE EB-OPERADOR TO BNM-ELE-OPERADOR(BNM-X-ELE)
067900         MOVE EB-FECHA-ALTA TO BNM-ELE-FECHA-ALTA(BNM-X-ELE)
068000     END-IF.
068100     IF BNM-OPCION-AUX = SPACES
068200         DISPLAY 'LEGAJO ' BNM-ID-PEDIDO ' SIN PLAN '
068300             BNM-PLAN-AUX ' DESDE ' BNM-VIGENCIA-AUX
068400     ELSE
068500         DISPLAY 'LEGAJO ' BNM-ID-PEDIDO ' PLAN ' BNM-PLAN-AUX
068600             ' OPCION ' BNM-OPCION-AUX ' DESDE '
068700             BNM-VIGENCIA-AUX ' REGISTRADO'
068800     END-IF.
068900     ADD 1 TO BNM-CANT-CARGADAS.
069000 2500-AGREGAR-ELECCION-EXIT.
069100     EXIT.
069200*
069300******************************************************************
069400* 3000-EVENTO-VIDA - CHANGES OUTSIDE THE WINDOW FOR A HIRE,
069500*                    MARRIAGE OR BIRTH, REPORTED IN TIME
069600******************************************************************
069700 3000-EVENTO-VIDA.
069800     PERFORM 2050-PEDIR-OPERADOR THRU 2050-PEDIR-OPERADOR-EXIT.
069900     IF BNM-OPERADOR = SPACES
070000         MOVE 8 TO RETURN-CODE
070100         GO TO 3000-EVENTO-VIDA-EXIT
070200     END-IF.
070300     DISPLAY 'LEGAJO (5): ' WITH NO ADVANCING.
070400     ACCEPT BNM-ENTRADA.
070500     IF BNM-ENTRADA(1:5) IS NOT NUMERIC
070600         DISPLAY 'LEGAJO INVALIDO'
070700         MOVE 8 TO RETURN-CODE
070800         GO TO 3000-EVENTO-VIDA-EXIT
070900     END-IF.
071000     MOVE BNM-ENTRADA(1:5) TO BNM-ID-PEDIDO.
071100     PERFORM 2200-UBICAR-EMPLEADO THRU 2200-UBICAR-EMPLEADO-EXIT.
071200     IF NOT BNM-ES-HALLADO
071300         OR BNM-EMP-ESTADO(BNM-X-EMP) = 'B'
071400         DISPLAY 'LEGAJO ' BNM-ID-PEDIDO
071500             ' NO ESTA ACTIVO EN EMPLOYEES'
071600         MOVE 8 TO RETURN-CODE
071700         GO TO 3000-EVENTO-VIDA-EXIT
071800     END-IF.
071900     DISPLAY 'EVENTO (I=INGRESO, C=CASAMIENTO, N=NACIMIENTO O '
072000         'ADOPCION): ' WITH NO ADVANCING.
072100     ACCEPT BNM-ENTRADA.
072200     MOVE BNM-ENTRADA(1:1) TO BNM-EVENTO.
072300     EVALUATE BNM-EVENTO
072400         WHEN 'I'
072500             MOVE BNM-EMP-INGRESO(BNM-X-EMP) TO BNM-FECHA-EVENTO
072600         WHEN 'C'
072700         WHEN 'N'
072800             DISPLAY 'FECHA DEL EVENTO (AAAAMMDD): '
072900                 WITH NO ADVANCING
073000             ACCEPT BNM-ENTRADA
073100             MOVE ZERO TO BNM-FECHA-EVENTO
073200             IF BNM-ENTRADA(1:8) IS NUMERIC
073300                 MOVE BNM-ENTRADA(1:8) TO BNM-FECHA-EVENTO
073400             END-IF
073500         WHEN OTHER
073600             DISPLAY 'EVENTO INVALIDO'
073700             MOVE 8 TO RETURN-CODE
073800             GO TO 3000-EVENTO-VIDA-EXIT
073900     END-EVALUATE.
074000     IF BNM-FECHA-EVENTO = ZERO
074100         OR BNM-FECHA-EVENTO > BNM-FECHA-HOY
074200         DISPLAY 'FECHA DEL EVENTO INVALIDA'
074300         MOVE 8 TO RETURN-CODE
074400         GO TO 3000-EVENTO-VIDA-EXIT
074500     END-IF.
074600     COMPUTE BNM-DIAS-EVENTO =
074700         FUNCTION INTEGER-OF-DATE(BNM-FECHA-HOY)
074800         - FUNCTION INTEGER-OF-DATE(BNM-FECHA-EVENTO).
074900     IF BNM-DIAS-EVENTO > BNM-PLAZO-EVENTO
075000         DISPLAY 'EL EVENTO TIENE ' BNM-DIAS-EVENTO
075100             ' DIAS, EL PLAZO ES DE ' BNM-PLAZO-EVENTO
075200             ': QUEDA PARA LA INSCRIPCION ANUAL'
075300         MOVE 8 TO RETURN-CODE
075400         GO TO 3000-EVENTO-VIDA-EXIT
075500     END-IF.
075600*    EL CAMBIO RIGE DESDE EL MES DEL EVENTO, PERO UN MES YA
075700*    LIQUIDADO NO SE REABRE: NUNCA ANTES DEL PERIODO ABIERTO.
075800     MOVE BNM-FECHA-EVENTO(1:6) TO BNM-VIGENCIA-AUX.
075900     IF BNM-VIGENCIA-AUX < BNM-PERIODO-ABIERTO
076000         MOVE BNM-PERIODO-ABIERTO TO BNM-VIGENCIA-AUX
076100     END-IF.
076200     DISPLAY 'CAMBIOS VIGENTES DESDE ' BNM-VIGENCIA-AUX.
076300     MOVE 'S' TO BNM-RESPUESTA.
076400     PERFORM 3100-CAMBIAR-PLAN THRU 3100-CAMBIAR-PLAN-EXIT
076500         UNTIL BNM-RESPUESTA NOT = 'S'
076600         AND BNM-RESPUESTA NOT = 's'.
076700     DISPLAY 'BENMAINT: ' BNM-CANT-CARGADAS ' CARGADAS, '
076800         BNM-CANT-RECHAZADAS ' RECHAZADAS'.
076900 3000-EVENTO-VIDA-EXIT.
077000     EXIT.
077100*
077200******************************************************************
077300* 3100-CAMBIAR-PLAN - ONE PLAN OF THE EMPLOYEE FOR THE EVENT
077400******************************************************************
077500 3100-CAMBIAR-PLAN.
077600     PERFORM 2300-PEDIR-ELECCION THRU 2300-PEDIR-ELECCION-EXIT.
077700     DISPLAY 'OTRO PLAN PARA EL MISMO EVENTO (S/N): '
077800         WITH NO ADVANCING.
077900     ACCEPT BNM-RESPUESTA.
078000 3100-CAMBIAR-PLAN-EXIT.
078100     EXIT.
078200*
078300******************************************************************
078400* 6000-LISTAR - ELECTIONS IN FORCE FOR A PERIOD; LEGAJO 0
078500*               LISTS EVERY EMPLOYEE
078600******************************************************************
078700 6000-LISTAR.
078800     DISPLAY 'LEGAJO (5, 0=TODOS): ' WITH NO ADVANCING.
078900     ACCEPT BNM-ENTRADA.
079000     IF BNM-ENTRADA(1:5) IS NOT NUMERIC
079100         DISPLAY 'LEGAJO INVALIDO'
079200         MOVE 8 TO RETURN-CODE
079300         GO TO 6000-LISTAR-EXIT
079400     END-IF.
079500     MOVE BNM-ENTRADA(1:5) TO BNM-ID-PEDIDO.
079600     DISPLAY 'PERIODO (AAAAMM, BLANCO = ' BNM-PERIODO-ABIERTO
079700         '): ' WITH NO ADVANCING.
079800     ACCEPT BNM-ENTRADA.
079900     IF BNM-ENTRADA = SPACES
080000         MOVE BNM-PERIODO-ABIERTO TO BNM-PERIODO-LISTA
080100     ELSE
080200         IF BNM-ENTRADA(1:6) IS NOT NUMERIC
080300             DISPLAY 'PERIODO INVALIDO'
080400             MOVE 8 TO RETURN-CODE
080500             GO TO 6000-LISTAR-EXIT
080600         END-IF
080700         MOVE BNM-ENTRADA(1:6) TO BNM-PERIODO-LISTA
080800     END-IF.
080900     DISPLAY 'LEGAJO PLAN OP DESCRIPCION               DEP '
081000         'DESDE  EV  COSTO MENSUAL  % EMPL'.
081100     PERFORM 6050-LISTAR-FILTRO THRU 6050-LISTAR-FILTRO-EXIT
081200         VARYING BNM-X-ELE FROM 1 BY 1
081300         UNTIL BNM-X-ELE > BNM-CANT-ELECCIONES.
081400     DISPLAY 'BENMAINT: ' BNM-CANT-LISTADAS
081500         ' ELECCIONES VIGENTES EN ' BNM-PERIODO-LISTA.
081600 6000-LISTAR-EXIT.
081700     EXIT.
081800*
081900******************************************************************
082000* 6050-LISTAR-FILTRO - THE ROW IS THE EMPLOYEE'S LATEST FOR THE
082100*                      PLAN NOT AFTER THE PERIOD, AND ENROLLED
082200******************************************************************
082300 6050-LISTAR-FILTRO.
082400     IF BNM-ID-PEDIDO NOT = ZERO
082500         AND BNM-ELE-ID(BNM-X-ELE) NOT = BNM-ID-PEDIDO
082600         GO TO 6050-LISTAR-FILTRO-EXIT
082700     END-IF.
082800     IF BNM-ELE-VIGENCIA(BNM-X-ELE) > BNM-PERIODO-LISTA
082900         OR BNM-ELE-OPCION(BNM-X-ELE) = SPACES
083000         GO TO 6050-LISTAR-FILTRO-EXIT
083100     END-IF.
083200     MOVE 'N' TO BNM-SUPERADA.
083300     PERFORM 6060-COMPARAR-VIGENCIA
083400         THRU 6060-COMPARAR-VIGENCIA-EXIT
083500         VARYING BNM-X-ELE2 FROM 1 BY 1
083600         UNTIL BNM-X-ELE2 > BNM-CANT-ELECCIONES
083700         OR BNM-ES-SUPERADA.
083800     IF BNM-ES-SUPERADA
083900         GO TO 6050-LISTAR-FILTRO-EXIT
084000     END-IF.
084100     MOVE BNM-ELE-PLAN(BNM-X-ELE) TO BNM-PLAN-AUX.
084200     MOVE BNM-ELE-OPCION(BNM-X-ELE) TO BNM-OPCION-AUX.
084300     MOVE BNM-PERIODO-LISTA TO BNM-VIGENCIA-AUX.
084400     PERFORM 2400-UBICAR-OPCION THRU 2400-UBICAR-OPCION-EXIT.
084500     ADD 1 TO BNM-CANT-LISTADAS.
084600     IF BNM-PLA-ELEGIDA = ZERO
084700         DISPLAY BNM-ELE-ID(BNM-X-ELE) ' ' BNM-PLAN-AUX ' '
084800             BNM-OPCION-AUX ' *** OPCION FUERA DEL CATALOGO ***'
084900         GO TO 6050-LISTAR-FILTRO-EXIT
085000     END-IF.
085100     MOVE BNM-PLA-PORC-EMPL(BNM-PLA-ELEGIDA) TO BNM-PORC-ED.
085200     IF BNM-PLA-TIPO(BNM-PLA-ELEGIDA) = 'F'
085300         OR BNM-PLA-TIPO(BNM-PLA-ELEGIDA) = 'D'
085400         COMPUTE BNM-COSTO-AUX =
085500             BNM-PLA-IMPORTE(BNM-PLA-ELEGIDA)
085600             + BNM-PLA-IMPORTE-DEP(BNM-PLA-ELEGIDA)
085700             * BNM-ELE-DEPEND(BNM-X-ELE)
085800         MOVE BNM-COSTO-AUX TO BNM-COSTO-ED
085900         DISPLAY BNM-ELE-ID(BNM-X-ELE) '  ' BNM-PLAN-AUX ' '
086000             BNM-OPCION-AUX ' '
086100             BNM-PLA-DESCRIPCION(BNM-PLA-ELEGIDA) ' '
086200             BNM-ELE-DEPEND(BNM-X-ELE) '  '
086300             BNM-ELE-VIGENCIA(BNM-X-ELE) ' '
086400             BNM-ELE-EVENTO(BNM-X-ELE) '  ' BNM-COSTO-ED
086500             '  ' BNM-PORC-ED
086600     ELSE
086700         DISPLAY BNM-ELE-ID(BNM-X-ELE) '  ' BNM-PLAN-AUX ' '
086800             BNM-OPCION-AUX ' '
086900             BNM-PLA-DESCRIPCION(BNM-PLA-ELEGIDA) ' '
087000             BNM-ELE-DEPEND(BNM-X-ELE) '  '
087100             BNM-ELE-VIGENCIA(BNM-X-ELE) ' '
087200             BNM-ELE-EVENTO(BNM-X-ELE) '   SEGUN SUELDO'
087300             '  ' BNM-PORC-ED
087400     END-IF.
087500 6050-LISTAR-FILTRO-EXIT.
087600     EXIT.
087700*
087800******************************************************************
087900* 6060-COMPARAR-VIGENCIA - A LATER ROW OF THE SAME EMPLOYEE AND
088000*                          PLAN, NOT AFTER THE PERIOD, REPLACES
088100*                          THIS ONE (AT EQUAL PERIOD, THE ONE
088200*                          KEYED LAST)
088300******************************************************************
088400 6060-COMPARAR-VIGENCIA.
088500     IF BNM-X-ELE2 NOT = BNM-X-ELE
088600         AND BNM-ELE-ID(BNM-X-ELE2) = BNM-ELE-ID(BNM-X-ELE)
088700         AND BNM-ELE-PLAN(BNM-X-ELE2) = BNM-ELE-PLAN(BNM-X-ELE)
088800         AND BNM-ELE-VIGENCIA(BNM-X-ELE2) NOT > BNM-PERIODO-LISTA
088900         IF BNM-ELE-VIGENCIA(BNM-X-ELE2)
089000                > BNM-ELE-VIGENCIA(BNM-X-ELE)
089100             OR (BNM-ELE-VIGENCIA(BNM-X-ELE2)
089200                    = BNM-ELE-VIGENCIA(BNM-X-ELE)
089300                 AND BNM-X-ELE2 > BNM-X-ELE)
089400             SET BNM-ES-SUPERADA TO TRUE
089500         END-IF
089600     END-IF.
089700 6060-COMPARAR-VIGENCIA-EXIT.
089800     EXIT.
089900*
090000******************************************************************
090100* 6500-HISTORIA - EVERY ROW OF ONE EMPLOYEE, IN THE ORDER KEYED
090200******************************************************************
090300 6500-HISTORIA.
090400     DISPLAY 'LEGAJO (5): ' WITH NO ADVANCING.
090500     ACCEPT BNM-ENTRADA.
090600     IF BNM-ENTRADA(1:5) IS NOT NUMERIC
090700         DISPLAY 'LEGAJO INVALIDO'
090800         MOVE 8 TO RETURN-CODE
090900         GO TO 6500-HISTORIA-EXIT
091000     END-IF.
091100     MOVE BNM-ENTRADA(1:5) TO BNM-ID-PEDIDO.
091200     DISPLAY 'PLAN OP DEP DESDE  EV FECHA EV OPERADOR CARGADO'.
091300     PERFORM 6510-HISTORIA-FILA THRU 6510-HISTORIA-FILA-EXIT
091400         VARYING BNM-X-ELE FROM 1 BY 1
091500         UNTIL BNM-X-ELE > BNM-CANT-ELECCIONES.
091600     DISPLAY 'BENMAINT: ' BNM-CANT-LISTADAS ' FILAS'.
091700 6500-HISTORIA-EXIT.
091800     EXIT.
091900*
092000******************************************************************
092100* 6510-HISTORIA-FILA - ONE ROW OF THE EMPLOYEE
092200******************************************************************
092300 6510-HISTORIA-FILA.
092400     IF BNM-ELE-ID(BNM-X-ELE) NOT = BNM-ID-PEDIDO
092500         GO TO 6510-HISTORIA-FILA-EXIT
092600     END-IF.
092700     ADD 1 TO BNM-CANT-LISTADAS.
092800     DISPLAY BNM-ELE-PLAN(BNM-X-ELE) ' '
092900         BNM-ELE-OPCION(BNM-X-ELE) ' '
093000         BNM-ELE-DEPEND(BNM-X-ELE) '  '
093100         BNM-ELE-VIGENCIA(BNM-X-ELE) ' '
093200         BNM-ELE-EVENTO(BNM-X-ELE) '  '
093300         BNM-ELE-FECHA-EVENTO(BNM-X-ELE) ' '
093400         BNM-ELE-OPERADOR(BNM-X-ELE) ' '
093500         BNM-ELE-FECHA-ALTA(BNM-X-ELE).
093600 6510-HISTORIA-FILA-EXIT.
093700     EXIT.
093800 END PROGRAM BENMAINT.
