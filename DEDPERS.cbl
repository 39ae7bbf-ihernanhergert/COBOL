000100******************************************************************
000200* AUTHOR:      HERNAN HERGERT
000300* INSTALLATION: DATA PROCESSING
000400* DATE-WRITTEN:
000500* DATE-COMPILED:
000600* PURPOSE:     PERSONAL INCOME TAX DEDUCTIONS DECLARED BY EACH
000700*              EMPLOYEE (SPOUSE, CHILDREN, RENT PAID, MORTGAGE
000800*              INTEREST, HEALTH INSURANCE, DOMESTIC STAFF). A
000900*              DECLARATION IS KEYED HERE (MODE C) FOR ONE
001000*              FISCAL YEAR WITH CONCEPT, ANNUAL AMOUNT, THE
001100*              MONTH IT APPLIES FROM AND THE SUPPORTING
001200*              DOCUMENT, AND IS CHECKED AGAINST THE ANNUAL CAP
001300*              OF THE TOPEDED TABLE FOR THAT YEAR: A CAP OF TYPE
001400*              D LIMITS EACH DECLARED ITEM (ONE ROW PER CHILD),
001500*              A CAP OF TYPE T LIMITS THE EMPLOYEE'S TOTAL FOR
001600*              THE CONCEPT IN THE YEAR. MODE B VOIDS A ROW
001700*              (IT STAYS ON FILE AS STATE B), MODE L LISTS AN
001800*              EMPLOYEE'S DECLARATIONS FOR A YEAR. EJERCICIO02
001900*              TAKES THE ACTIVE ROWS OFF THE IMP GANANCIAS
002000*              TAXABLE BASE AND CERTANUAL PRINTS THEM.
002100* TECTONICS:   COBC
002200*
002300* MODIFICATION HISTORY:
002400*   - NEW CAPTURE PROGRAM, OFFERED FROM THE MENUUTIL MENU.
002500******************************************************************
002600 IDENTIFICATION DIVISION.
002700 PROGRAM-ID. DEDPERS.
002800 ENVIRONMENT DIVISION.
002900 INPUT-OUTPUT SECTION.
003000 FILE-CONTROL.
003100     SELECT OPTIONAL DEDPERS-FILE ASSIGN TO 'DEDPERS'
003200         ORGANIZATION IS LINE SEQUENTIAL
003300         FILE STATUS IS DDP-STATUS-DECL.
003400     SELECT OPTIONAL TOPEDED-FILE ASSIGN TO 'TOPEDED'
003500         ORGANIZATION IS LINE SEQUENTIAL
003600         FILE STATUS IS DDP-STATUS-TOPES.
003700     SELECT OPTIONAL EMPLOYEES-FILE ASSIGN TO 'EMPLOYEES'
003800         ORGANIZATION IS LINE SEQUENTIAL
003900         FILE STATUS IS DDP-STATUS-EMPL.
004000 DATA DIVISION.
004100 FILE SECTION.
004200 FD  DEDPERS-FILE
004300     LABEL RECORDS ARE STANDARD.
004400 01  DJ-RECORD.
004500     COPY DEDPER.
004600 FD  TOPEDED-FILE
004700     LABEL RECORDS ARE STANDARD.
004800 01  TD-RECORD.
004900     05 TD-ANIO                  PIC 9(04).
005000     05 TD-CONCEPTO              PIC X(04).
005100     05 TD-DESCRIPCION           PIC X(25).
005200     05 TD-TOPE-ANUAL            PIC 9(07)V99.
005300     05 TD-APLICA                PIC X(01).
005400 FD  EMPLOYEES-FILE
005500     LABEL RECORDS ARE STANDARD.
005600 01  EM-RECORD.
005700     COPY EMPLEADO.
005800 WORKING-STORAGE SECTION.
005900*
006000 01  DDP-STATUS-DECL             PIC XX.
006100 01  DDP-STATUS-TOPES            PIC XX.
006200 01  DDP-STATUS-EMPL             PIC XX.
006300*
006400 01  DDP-MODO                    PIC X(01).
006500 01  DDP-RESPUESTA               PIC X(01).
006600 01  DDP-SES-ACCION              PIC X(01).
006700 01  DDP-OPERADOR                PIC X(08).
006800 01  DDP-ID-PEDIDO               PIC 9(05).
006900 01  DDP-ANIO-PEDIDO             PIC 9(04).
007000 01  DDP-NUMERO-PEDIDO           PIC 9(06).
007100 01  DDP-ENTRADA                 PIC X(20).
007200 01  DDP-FECHA-HOY               PIC 9(08).
007300 01  DDP-FECHA-HOY-R REDEFINES DDP-FECHA-HOY.
007400     05  DDP-HOY-ANIO            PIC 9(04).
007500     05  DDP-HOY-MESDIA          PIC 9(04).
007600 01  DDP-ULTIMO-NUMERO           PIC 9(06) VALUE ZERO.
007700 01  DDP-CONCEPTO-AUX            PIC X(04).
007800 01  DDP-IMPORTE-AUX             PIC 9(07)V99.
007900 01  DDP-MES-AUX                 PIC 9(02).
008000 01  DDP-ACUMULADO               PIC 9(08)V99.
008100 01  DDP-IMPORTE-ED              PIC Z,ZZZ,ZZ9.99.
008200 01  DDP-TOPE-ED                 PIC Z,ZZZ,ZZ9.99.
008300 01  DDP-TOTAL-ED                PIC ZZ,ZZZ,ZZ9.99.
008400*
008500 01  DDP-INDICADORES.
008600     05  DDP-FIN-ARCHIVO         PIC X VALUE 'N'.
008700         88  DDP-ES-FIN-ARCHIVO  VALUE 'Y'.
008800     05  DDP-HALLADO             PIC X VALUE 'N'.
008900         88  DDP-ES-HALLADO      VALUE 'Y'.
009000     05  DDP-HUBO-CAMBIOS        PIC X VALUE 'N'.
009100         88  DDP-ES-HUBO-CAMBIOS VALUE 'Y'.
009200*
009300 01  DDP-CONTADORES.
009400     05  DDP-CANT-CARGADAS       PIC 9(04) VALUE ZERO.
009500     05  DDP-CANT-RECHAZADAS     PIC 9(04) VALUE ZERO.
009600     05  DDP-CANT-ANULADAS       PIC 9(04) VALUE ZERO.
009700     05  DDP-CANT-LISTADAS       PIC 9(04) VALUE ZERO.
009800     05  DDP-TOTAL-LISTADO       PIC 9(09)V99 VALUE ZERO.
009900*
010000 01  DDP-CANT-EMPLEADOS          PIC 9(03) VALUE ZERO.
010100 01  DDP-TABLA-EMPLEADOS.
010200     05  DDP-FILA-EMPL OCCURS 100 TIMES
010300                       INDEXED BY DDP-X-EMP.
010400         10 DDP-EMP-ID           PIC 9(05).
010500         10 DDP-EMP-NOMBRE       PIC X(05).
010600         10 DDP-EMP-ESTADO       PIC X(01).
010700*
010800 01  DDP-CANT-TOPES              PIC 9(03) VALUE ZERO.
010900 01  DDP-TABLA-TOPES.
011000     05  DDP-FILA-TOPE OCCURS 100 TIMES
011100                       INDEXED BY DDP-X-TOP.
011200         10 DDP-TOP-ANIO         PIC 9(04).
011300         10 DDP-TOP-CONCEPTO     PIC X(04).
011400         10 DDP-TOP-DESCRIPCION  PIC X(25).
011500         10 DDP-TOP-IMPORTE      PIC 9(07)V99.
011600         10 DDP-TOP-APLICA       PIC X(01).
011700*
011800 01  DDP-CANT-DECL               PIC 9(03) VALUE ZERO.
011900 01  DDP-TABLA-DECL.
012000     05  DDP-FILA-DECL OCCURS 500 TIMES
012100                       INDEXED BY DDP-X-DCL.
012200         10 DDP-DCL-NUMERO       PIC 9(06).
012300         10 DDP-DCL-ID           PIC 9(05).
012400         10 DDP-DCL-NOMBRE       PIC X(05).
012500         10 DDP-DCL-ANIO         PIC 9(04).
012600         10 DDP-DCL-CONCEPTO     PIC X(04).
012700         10 DDP-DCL-IMPORTE      PIC 9(07)V99.
012800         10 DDP-DCL-MES-DESDE    PIC 9(02).
012900         10 DDP-DCL-COMPROBANTE  PIC X(15).
013000         10 DDP-DCL-ESTADO       PIC X(01).
013100         10 DDP-DCL-FECHA-ALTA   PIC 9(08).
013200         10 DDP-DCL-OPERADOR     PIC X(08).
013300*
013400 PROCEDURE DIVISION.
013500******************************************************************
013600* 0000-MAINLINE - LOAD, DISPATCH BY MODE, REWRITE THE FILE
013700******************************************************************
013800 0000-MAINLINE.
013900     ACCEPT DDP-FECHA-HOY FROM DATE YYYYMMDD.
014000     PERFORM 1000-CARGAR-EMPLEADOS
014100         THRU 1000-CARGAR-EMPLEADOS-EXIT.
014200     IF DDP-CANT-EMPLEADOS = ZERO
014300         DISPLAY 'DEDPERS: NO HAY ARCHIVO EMPLOYEES'
014400         MOVE 8 TO RETURN-CODE
014500         GOBACK
014600     END-IF.
014700     PERFORM 1100-CARGAR-TOPES THRU 1100-CARGAR-TOPES-EXIT.
014800     IF DDP-CANT-TOPES = ZERO
014900         DISPLAY 'DEDPERS: NO HAY ARCHIVO TOPEDED'
015000         MOVE 8 TO RETURN-CODE
015100         GOBACK
015200     END-IF.
015300     PERFORM 1200-CARGAR-DECLARACIONES
015400         THRU 1200-CARGAR-DECLARACIONES-EXIT.
015500     DISPLAY 'DEDPERS - MODO (C=CARGAR, B=ANULAR, L=LISTAR): '
015600         WITH NO ADVANCING.
015700     ACCEPT DDP-MODO.
015800     EVALUATE DDP-MODO
015900         WHEN 'C'
016000         WHEN 'c'
016100             PERFORM 2000-CARGAR THRU 2000-CARGAR-EXIT
016200         WHEN 'B'
016300         WHEN 'b'
016400             PERFORM 4000-ANULAR THRU 4000-ANULAR-EXIT
016500         WHEN 'L'
016600         WHEN 'l'
016700             PERFORM 6000-LISTAR THRU 6000-LISTAR-EXIT
016800         WHEN OTHER
016900             DISPLAY 'MODO INVALIDO'
017000             MOVE 8 TO RETURN-CODE
017100     END-EVALUATE.
017200     IF DDP-ES-HUBO-CAMBIOS
017300         PERFORM 7000-GRABAR-DECLARACIONES
017400             THRU 7000-GRABAR-DECLARACIONES-EXIT
017500     END-IF.
017600     GOBACK.
017700 0000-MAINLINE-EXIT.
017800     EXIT.
017900*
018000******************************************************************
018100* 1000-CARGAR-EMPLEADOS - THE MASTER, FOR CAPTURE VALIDATION
018200******************************************************************
018300 1000-CARGAR-EMPLEADOS.
018400     MOVE 'N' TO DDP-FIN-ARCHIVO.
018500     OPEN INPUT EMPLOYEES-FILE.
018600     IF DDP-STATUS-EMPL NOT = '00'
018700         CLOSE EMPLOYEES-FILE
018800         GO TO 1000-CARGAR-EMPLEADOS-EXIT
018900     END-IF.
019000     PERFORM 1010-LEER-EMPLEADO THRU 1010-LEER-EMPLEADO-EXIT
019100         UNTIL DDP-ES-FIN-ARCHIVO.
019200     CLOSE EMPLOYEES-FILE.
019300     MOVE 'N' TO DDP-FIN-ARCHIVO.
019400 1000-CARGAR-EMPLEADOS-EXIT.
019500     EXIT.
019600*
019700******************************************************************
019800* 1010-LEER-EMPLEADO - ONE MASTER ROW INTO THE TABLE
019900******************************************************************
020000 1010-LEER-EMPLEADO.
020100     READ EMPLOYEES-FILE
020200         AT END
020300             SET DDP-ES-FIN-ARCHIVO TO TRUE
020400         NOT AT END
020500             IF DDP-CANT-EMPLEADOS < 100
020600                 ADD 1 TO DDP-CANT-EMPLEADOS
020700                 SET DDP-X-EMP TO DDP-CANT-EMPLEADOS
020800                 MOVE EM-ID TO DDP-EMP-ID(DDP-X-EMP)
020900                 MOVE EM-NOMBRE TO DDP-EMP-NOMBRE(DDP-X-EMP)
021000                 MOVE EM-ESTADO TO DDP-EMP-ESTADO(DDP-X-EMP)
021100             END-IF
021200     END-READ.
021300 1010-LEER-EMPLEADO-EXIT.
021400     EXIT.
021500*
021600******************************************************************
021700* 1100-CARGAR-TOPES - CONCEPTS AND ANNUAL CAPS, EVERY YEAR
021800******************************************************************
021900 1100-CARGAR-TOPES.
022000     MOVE 'N' TO DDP-FIN-ARCHIVO.
022100     OPEN INPUT TOPEDED-FILE.
022200     IF DDP-STATUS-TOPES NOT = '00'
022300         CLOSE TOPEDED-FILE
022400         GO TO 1100-CARGAR-TOPES-EXIT
022500     END-IF.
022600     PERFORM 1110-LEER-TOPE THRU 1110-LEER-TOPE-EXIT
022700         UNTIL DDP-ES-FIN-ARCHIVO.
022800     CLOSE TOPEDED-FILE.
022900     MOVE 'N' TO DDP-FIN-ARCHIVO.
023000 1100-CARGAR-TOPES-EXIT.
023100     EXIT.
023200*
023300******************************************************************
023400* 1110-LEER-TOPE - ONE CONCEPT OF ONE YEAR INTO THE TABLE; A
023500*                  CAP OF ZERO MEANS THE CONCEPT HAS NO CAP
023600******************************************************************
023700 1110-LEER-TOPE.
023800     READ TOPEDED-FILE
023900         AT END
024000             SET DDP-ES-FIN-ARCHIVO TO TRUE
024100         NOT AT END
024200             IF DDP-CANT-TOPES < 100
024300                 AND TD-ANIO IS NUMERIC
024400                 ADD 1 TO DDP-CANT-TOPES
024500                 SET DDP-X-TOP TO DDP-CANT-TOPES
024600                 MOVE TD-ANIO TO DDP-TOP-ANIO(DDP-X-TOP)
024700                 MOVE TD-CONCEPTO
024800                     TO DDP-TOP-CONCEPTO(DDP-X-TOP)
024900                 MOVE TD-DESCRIPCION
025000                     TO DDP-TOP-DESCRIPCION(DDP-X-TOP)
025100                 MOVE TD-APLICA TO DDP-TOP-APLICA(DDP-X-TOP)
025200                 MOVE ZERO TO DDP-TOP-IMPORTE(DDP-X-TOP)
025300                 IF TD-TOPE-ANUAL IS NUMERIC
025400                     MOVE TD-TOPE-ANUAL
025500                         TO DDP-TOP-IMPORTE(DDP-X-TOP)
025600                 END-IF
025700             END-IF
025800     END-READ.
025900 1110-LEER-TOPE-EXIT.
026000     EXIT.
026100*
026200******************************************************************
026300* 1200-CARGAR-DECLARACIONES - CURRENT DECLARATIONS INTO MEMORY
026400******************************************************************
026500 1200-CARGAR-DECLARACIONES.
026600     MOVE 'N' TO DDP-FIN-ARCHIVO.
026700     OPEN INPUT DEDPERS-FILE.
026800     IF DDP-STATUS-DECL NOT = '00'
026900         CLOSE DEDPERS-FILE
027000         GO TO 1200-CARGAR-DECLARACIONES-EXIT
027100     END-IF.
027200     PERFORM 1210-LEER-DECLARACION
027300         THRU 1210-LEER-DECLARACION-EXIT
027400         UNTIL DDP-ES-FIN-ARCHIVO.
027500     CLOSE DEDPERS-FILE.
027600     MOVE 'N' TO DDP-FIN-ARCHIVO.
027700 1200-CARGAR-DECLARACIONES-EXIT.
027800     EXIT.
027900*
028000******************************************************************
028100* 1210-LEER-DECLARACION - ONE ROW INTO THE TABLE; THE HIGHEST
028200*                         NUMBER SEEN NUMBERS THE NEXT ROW
028300******************************************************************
028400 1210-LEER-DECLARACION.
028500     READ DEDPERS-FILE
028600         AT END
028700             SET DDP-ES-FIN-ARCHIVO TO TRUE
028800             GO TO 1210-LEER-DECLARACION-EXIT
028900     END-READ.
029000     IF DDP-CANT-DECL >= 500
029100         DISPLAY 'DEDPERS: MAS DE 500 DECLARACIONES, SE CANCELA '
029200             'PARA NO PERDER FILAS AL REGRABAR'
029300         MOVE 8 TO RETURN-CODE
029400         CLOSE DEDPERS-FILE
029500         GOBACK
029600     END-IF.
029700     ADD 1 TO DDP-CANT-DECL.
029800     SET DDP-X-DCL TO DDP-CANT-DECL.
029900     MOVE DJ-NUMERO TO DDP-DCL-NUMERO(DDP-X-DCL).
030000     MOVE DJ-ID TO DDP-DCL-ID(DDP-X-DCL).
030100     MOVE DJ-NOMBRE TO DDP-DCL-NOMBRE(DDP-X-DCL).
030200     MOVE DJ-ANIO TO DDP-DCL-ANIO(DDP-X-DCL).
030300     MOVE DJ-CONCEPTO TO DDP-DCL-CONCEPTO(DDP-X-DCL).
030400     MOVE DJ-IMPORTE TO DDP-DCL-IMPORTE(DDP-X-DCL).
030500     MOVE DJ-MES-DESDE TO DDP-DCL-MES-DESDE(DDP-X-DCL).
030600     MOVE DJ-COMPROBANTE TO DDP-DCL-COMPROBANTE(DDP-X-DCL).
030700     MOVE DJ-ESTADO TO DDP-DCL-ESTADO(DDP-X-DCL).
030800     MOVE DJ-FECHA-ALTA TO DDP-DCL-FECHA-ALTA(DDP-X-DCL).
030900     MOVE DJ-OPERADOR TO DDP-DCL-OPERADOR(DDP-X-DCL).
031000     IF DJ-NUMERO IS NUMERIC
031100         AND DJ-NUMERO > DDP-ULTIMO-NUMERO
031200         MOVE DJ-NUMERO TO DDP-ULTIMO-NUMERO
031300     END-IF.
031400 1210-LEER-DECLARACION-EXIT.
031500     EXIT.
031600*
031700******************************************************************
031800* 2000-CARGAR - DECLARATIONS OF ONE FISCAL YEAR, VALIDATED AS
031900*               THEY ARE KEYED AND SIGNED BY THE OPERATOR
032000******************************************************************
032100 2000-CARGAR.
032200     MOVE 'G' TO DDP-SES-ACCION.
032300     CALL 'SESUSER' USING DDP-SES-ACCION DDP-OPERADOR.
032400     IF DDP-OPERADOR = SPACES
032500         DISPLAY 'OPERADOR QUE CARGA: ' WITH NO ADVANCING
032600         ACCEPT DDP-OPERADOR
032700     END-IF.
032800     IF DDP-OPERADOR = SPACES
032900         DISPLAY 'FALTA EL OPERADOR, NO SE CARGA'
033000         MOVE 8 TO RETURN-CODE
033100         GO TO 2000-CARGAR-EXIT
033200     END-IF.
033300     PERFORM 2050-PEDIR-ANIO THRU 2050-PEDIR-ANIO-EXIT.
033400     IF DDP-ANIO-PEDIDO = ZERO
033500         MOVE 8 TO RETURN-CODE
033600         GO TO 2000-CARGAR-EXIT
033700     END-IF.
033800     MOVE 'S' TO DDP-RESPUESTA.
033900     PERFORM 2100-CARGAR-UNA THRU 2100-CARGAR-UNA-EXIT
034000         UNTIL DDP-RESPUESTA NOT = 'S'
034100         AND DDP-RESPUESTA NOT = 's'.
034200     DISPLAY 'DEDPERS: ' DDP-CANT-CARGADAS ' CARGADAS, '
034300         DDP-CANT-RECHAZADAS ' RECHAZADAS'.
034400 2000-CARGAR-EXIT.
034500     EXIT.
034600*
034700******************************************************************
034800* 2050-PEDIR-ANIO - FISCAL YEAR (BLANK = THE CURRENT ONE); ZERO
034900*                   WHEN IT IS INVALID
035000******************************************************************
035100 2050-PEDIR-ANIO.
035200     DISPLAY 'PERIODO FISCAL (AAAA, BLANCO = ' DDP-HOY-ANIO
035300         '): ' WITH NO ADVANCING.
035400     ACCEPT DDP-ENTRADA.
035500     IF DDP-ENTRADA = SPACES
035600         MOVE DDP-HOY-ANIO TO DDP-ANIO-PEDIDO
035700         GO TO 2050-PEDIR-ANIO-EXIT
035800     END-IF.
035900     IF DDP-ENTRADA(1:4) IS NOT NUMERIC
036000         OR DDP-ENTRADA(1:4) = '0000'
036100         DISPLAY 'PERIODO FISCAL INVALIDO'
036200         MOVE ZERO TO DDP-ANIO-PEDIDO
036300         GO TO 2050-PEDIR-ANIO-EXIT
036400     END-IF.
036500     MOVE DDP-ENTRADA(1:4) TO DDP-ANIO-PEDIDO.
036600 2050-PEDIR-ANIO-EXIT.
036700     EXIT.
036800*
036900******************************************************************
037000* 2100-CARGAR-UNA - ONE DECLARED ITEM FOR ONE EMPLOYEE
037100******************************************************************
037200 2100-CARGAR-UNA.
037300     DISPLAY 'LEGAJO (5): ' WITH NO ADVANCING.
037400     ACCEPT DDP-ENTRADA.
037500     IF DDP-ENTRADA(1:5) IS NOT NUMERIC
037600         DISPLAY 'LEGAJO INVALIDO'
037700         ADD 1 TO DDP-CANT-RECHAZADAS
037800         GO TO 2100-SEGUIR
037900     END-IF.
038000     MOVE DDP-ENTRADA(1:5) TO DDP-ID-PEDIDO.
038100     PERFORM 2200-UBICAR-EMPLEADO
038200         THRU 2200-UBICAR-EMPLEADO-EXIT.
038300     IF NOT DDP-ES-HALLADO
038400         DISPLAY 'LEGAJO ' DDP-ID-PEDIDO
038500             ' NO ESTA ACTIVO EN EMPLOYEES'
038600         ADD 1 TO DDP-CANT-RECHAZADAS
038700         GO TO 2100-SEGUIR
038800     END-IF.
038900     DISPLAY 'CONCEPTO (4): ' WITH NO ADVANCING.
039000     ACCEPT DDP-ENTRADA.
039100     MOVE DDP-ENTRADA(1:4) TO DDP-CONCEPTO-AUX.
039200     PERFORM 2400-UBICAR-CONCEPTO
039300         THRU 2400-UBICAR-CONCEPTO-EXIT.
039400     IF NOT DDP-ES-HALLADO
039500         DISPLAY 'CONCEPTO ' DDP-CONCEPTO-AUX
039600             ' NO ESTA EN TOPEDED PARA ' DDP-ANIO-PEDIDO
039700         ADD 1 TO DDP-CANT-RECHAZADAS
039800         GO TO 2100-SEGUIR
039900     END-IF.
040000     DISPLAY 'IMPORTE ANUAL (9999999.99): ' WITH NO ADVANCING.
040100     ACCEPT DDP-ENTRADA.
040200     MOVE FUNCTION NUMVAL(DDP-ENTRADA) TO DDP-IMPORTE-AUX.
040300     IF DDP-IMPORTE-AUX = ZERO
040400         DISPLAY 'IMPORTE INVALIDO'
040500         ADD 1 TO DDP-CANT-RECHAZADAS
040600         GO TO 2100-SEGUIR
040700     END-IF.
040800     DISPLAY 'VIGENTE DESDE EL MES (MM): ' WITH NO ADVANCING.
040900     ACCEPT DDP-ENTRADA.
041000     IF DDP-ENTRADA(1:2) IS NOT NUMERIC
041100         DISPLAY 'MES INVALIDO'
041200         ADD 1 TO DDP-CANT-RECHAZADAS
041300         GO TO 2100-SEGUIR
041400     END-IF.
041500     MOVE DDP-ENTRADA(1:2) TO DDP-MES-AUX.
041600     IF DDP-MES-AUX < 1 OR DDP-MES-AUX > 12
041700         DISPLAY 'MES INVALIDO'
041800         ADD 1 TO DDP-CANT-RECHAZADAS
041900         GO TO 2100-SEGUIR
042000     END-IF.
042100     PERFORM 2500-CONTROLAR-TOPE THRU 2500-CONTROLAR-TOPE-EXIT.
042200     IF NOT DDP-ES-HALLADO
042300         ADD 1 TO DDP-CANT-RECHAZADAS
042400         GO TO 2100-SEGUIR
042500     END-IF.
042600     DISPLAY 'COMPROBANTE RESPALDATORIO (15): '
042700         WITH NO ADVANCING.
042800     ACCEPT DDP-ENTRADA.
042900     IF DDP-ENTRADA(1:15) = SPACES
043000         DISPLAY 'SIN COMPROBANTE NO SE ACEPTA LA DEDUCCION'
043100         ADD 1 TO DDP-CANT-RECHAZADAS
043200         GO TO 2100-SEGUIR
043300     END-IF.
043400     PERFORM 2300-AGREGAR-DECLARACION
043500         THRU 2300-AGREGAR-DECLARACION-EXIT.
043600 2100-SEGUIR.
043700     DISPLAY 'OTRA DEDUCCION (S/N): ' WITH NO ADVANCING.
043800     ACCEPT DDP-RESPUESTA.
043900 2100-CARGAR-UNA-EXIT.
044000     EXIT.
044100*
044200******************************************************************
044300* 2200-UBICAR-EMPLEADO - ACTIVE EMPLOYEE BY ID
044400******************************************************************
044500 2200-UBICAR-EMPLEADO.
044600     MOVE 'N' TO DDP-HALLADO.
044700     SET DDP-X-EMP TO 1.
044800     SEARCH DDP-FILA-EMPL
044900         AT END
045000             CONTINUE
045100         WHEN DDP-X-EMP > DDP-CANT-EMPLEADOS
045200             CONTINUE
045300         WHEN DDP-EMP-ID(DDP-X-EMP) = DDP-ID-PEDIDO
045400             AND DDP-EMP-ESTADO(DDP-X-EMP) NOT = 'B'
045500             SET DDP-ES-HALLADO TO TRUE
045600     END-SEARCH.
045700 2200-UBICAR-EMPLEADO-EXIT.
045800     EXIT.
045900*
046000******************************************************************
046100* 2400-UBICAR-CONCEPTO - THE CONCEPT HAS A CAP FOR THE YEAR
046200******************************************************************
046300 2400-UBICAR-CONCEPTO.
046400     MOVE 'N' TO DDP-HALLADO.
046500     SET DDP-X-TOP TO 1.
046600     SEARCH DDP-FILA-TOPE
046700         AT END
046800             CONTINUE
046900         WHEN DDP-X-TOP > DDP-CANT-TOPES
047000             CONTINUE
047100         WHEN DDP-TOP-ANIO(DDP-X-TOP) = DDP-ANIO-PEDIDO
047200             AND DDP-TOP-CONCEPTO(DDP-X-TOP) = DDP-CONCEPTO-AUX
047300             SET DDP-ES-HALLADO TO TRUE
047400     END-SEARCH.
047500 2400-UBICAR-CONCEPTO-EXIT.
047600     EXIT.
047700*
047800******************************************************************
047900* 2500-CONTROLAR-TOPE - THE ANNUAL CAP OF THE CONCEPT: PER ITEM
048000*                       (D) OR ON THE EMPLOYEE'S ACTIVE ROWS OF
048100*                       THE CONCEPT AND YEAR PLUS THIS ONE (T).
048200*                       DDP-HALLADO STAYS 'Y' WHEN IT FITS.
048300******************************************************************
048400 2500-CONTROLAR-TOPE.
048500     SET DDP-ES-HALLADO TO TRUE.
048600     IF DDP-TOP-IMPORTE(DDP-X-TOP) = ZERO
048700         GO TO 2500-CONTROLAR-TOPE-EXIT
048800     END-IF.
048900     MOVE DDP-IMPORTE-AUX TO DDP-ACUMULADO.
049000     IF DDP-TOP-APLICA(DDP-X-TOP) = 'T'
049100         PERFORM 2510-SUMAR-CONCEPTO
049200             THRU 2510-SUMAR-CONCEPTO-EXIT
049300             VARYING DDP-X-DCL FROM 1 BY 1
049400             UNTIL DDP-X-DCL > DDP-CANT-DECL
049500     END-IF.
049600     IF DDP-ACUMULADO > DDP-TOP-IMPORTE(DDP-X-TOP)
049700         MOVE 'N' TO DDP-HALLADO
049800         MOVE DDP-TOP-IMPORTE(DDP-X-TOP) TO DDP-TOPE-ED
049900         MOVE DDP-ACUMULADO TO DDP-TOTAL-ED
050000         DISPLAY 'EXCEDE EL TOPE ANUAL DE ' DDP-TOPE-ED
050100             ' (DECLARADO ' DDP-TOTAL-ED ')'
050200     END-IF.
050300 2500-CONTROLAR-TOPE-EXIT.
050400     EXIT.
050500*
050600******************************************************************
050700* 2510-SUMAR-CONCEPTO - ADD ONE ACTIVE ROW OF THE SAME EMPLOYEE,
050800*                       YEAR AND CONCEPT
050900******************************************************************
051000 2510-SUMAR-CONCEPTO.
051100     IF DDP-DCL-ID(DDP-X-DCL) = DDP-ID-PEDIDO
051200         AND DDP-DCL-ANIO(DDP-X-DCL) = DDP-ANIO-PEDIDO
051300         AND DDP-DCL-CONCEPTO(DDP-X-DCL) = DDP-CONCEPTO-AUX
051400         AND DDP-DCL-ESTADO(DDP-X-DCL) = 'A'
051500         ADD DDP-DCL-IMPORTE(DDP-X-DCL) TO DDP-ACUMULADO
051600     END-IF.
051700 2510-SUMAR-CONCEPTO-EXIT.
051800     EXIT.
051900*
052000******************************************************************
052100* 2300-AGREGAR-DECLARACION - ONE VALIDATED ROW INTO THE FILE
052200******************************************************************
052300 2300-AGREGAR-DECLARACION.
052400     IF DDP-CANT-DECL >= 500
052500         DISPLAY 'DEDPERS: ARCHIVO LLENO'
052600         ADD 1 TO DDP-CANT-RECHAZADAS
052700         GO TO 2300-AGREGAR-DECLARACION-EXIT
052800     END-IF.
052900     ADD 1 TO DDP-CANT-DECL.
053000     ADD 1 TO DDP-ULTIMO-NUMERO.
053100     SET DDP-X-DCL TO DDP-CANT-DECL.
053200     MOVE DDP-ULTIMO-NUMERO TO DDP-DCL-NUMERO(DDP-X-DCL).
053300     MOVE DDP-ID-PEDIDO TO DDP-DCL-ID(DDP-X-DCL).
053400     MOVE DDP-EMP-NOMBRE(DDP-X-EMP)
053500         TO DDP-DCL-NOMBRE(DDP-X-DCL).
053600     MOVE DDP-ANIO-PEDIDO TO DDP-DCL-ANIO(DDP-X-DCL).
053700     MOVE DDP-CONCEPTO-AUX TO DDP-DCL-CONCEPTO(DDP-X-DCL).
053800     MOVE DDP-IMPORTE-AUX TO DDP-DCL-IMPORTE(DDP-X-DCL).
053900     MOVE DDP-MES-AUX TO DDP-DCL-MES-DESDE(DDP-X-DCL).
054000     MOVE DDP-ENTRADA(1:15) TO DDP-DCL-COMPROBANTE(DDP-X-DCL).
054100     MOVE 'A' TO DDP-DCL-ESTADO(DDP-X-DCL).
054200     MOVE DDP-FECHA-HOY TO DDP-DCL-FECHA-ALTA(DDP-X-DCL).
054300     MOVE DDP-OPERADOR TO DDP-DCL-OPERADOR(DDP-X-DCL).
054400     DISPLAY 'DECLARACION ' DDP-ULTIMO-NUMERO ' CARGADA'.
054500     ADD 1 TO DDP-CANT-CARGADAS.
054600     SET DDP-ES-HUBO-CAMBIOS TO TRUE.
054700 2300-AGREGAR-DECLARACION-EXIT.
054800     EXIT.
054900*
055000******************************************************************
055100* 4000-ANULAR - VOID ONE DECLARATION BY NUMBER; THE ROW STAYS
055200*               ON FILE IN STATE B
055300******************************************************************
055400 4000-ANULAR.
055500     DISPLAY 'NUMERO DE DECLARACION (6): ' WITH NO ADVANCING.
055600     ACCEPT DDP-ENTRADA.
055700     IF DDP-ENTRADA(1:6) IS NOT NUMERIC
055800         DISPLAY 'NUMERO INVALIDO'
055900         MOVE 8 TO RETURN-CODE
056000         GO TO 4000-ANULAR-EXIT
056100     END-IF.
056200     MOVE DDP-ENTRADA(1:6) TO DDP-NUMERO-PEDIDO.
056300     MOVE 'N' TO DDP-HALLADO.
056400     SET DDP-X-DCL TO 1.
056500     SEARCH DDP-FILA-DECL
056600         AT END
056700             CONTINUE
056800         WHEN DDP-X-DCL > DDP-CANT-DECL
056900             CONTINUE
057000         WHEN DDP-DCL-NUMERO(DDP-X-DCL) = DDP-NUMERO-PEDIDO
057100             SET DDP-ES-HALLADO TO TRUE
057200     END-SEARCH.
057300     IF NOT DDP-ES-HALLADO
057400         DISPLAY 'DECLARACION ' DDP-NUMERO-PEDIDO ' NO EXISTE'
057500         MOVE 8 TO RETURN-CODE
057600         GO TO 4000-ANULAR-EXIT
057700     END-IF.
057800     IF DDP-DCL-ESTADO(DDP-X-DCL) = 'B'
057900         DISPLAY 'DECLARACION ' DDP-NUMERO-PEDIDO ' YA ANULADA'
058000         GO TO 4000-ANULAR-EXIT
058100     END-IF.
058200     PERFORM 6100-LISTAR-UNA THRU 6100-LISTAR-UNA-EXIT.
058300     DISPLAY 'CONFIRMA ANULAR (S/N): ' WITH NO ADVANCING.
058400     ACCEPT DDP-RESPUESTA.
058500     IF DDP-RESPUESTA NOT = 'S' AND DDP-RESPUESTA NOT = 's'
058600         GO TO 4000-ANULAR-EXIT
058700     END-IF.
058800     MOVE 'B' TO DDP-DCL-ESTADO(DDP-X-DCL).
058900     ADD 1 TO DDP-CANT-ANULADAS.
059000     SET DDP-ES-HUBO-CAMBIOS TO TRUE.
059100     DISPLAY 'DECLARACION ' DDP-NUMERO-PEDIDO ' ANULADA'.
059200 4000-ANULAR-EXIT.
059300     EXIT.
059400*
059500******************************************************************
059600* 6000-LISTAR - ONE EMPLOYEE'S DECLARATIONS FOR A YEAR ON
059700*               SCREEN; LEGAJO 0 LISTS EVERY EMPLOYEE
059800******************************************************************
059900 6000-LISTAR.
060000     DISPLAY 'LEGAJO (5, 0=TODOS): ' WITH NO ADVANCING.
060100     ACCEPT DDP-ENTRADA.
060200     IF DDP-ENTRADA(1:5) IS NOT NUMERIC
060300         DISPLAY 'LEGAJO INVALIDO'
060400         MOVE 8 TO RETURN-CODE
060500         GO TO 6000-LISTAR-EXIT
060600     END-IF.
060700     MOVE DDP-ENTRADA(1:5) TO DDP-ID-PEDIDO.
060800     PERFORM 2050-PEDIR-ANIO THRU 2050-PEDIR-ANIO-EXIT.
060900     IF DDP-ANIO-PEDIDO = ZERO
061000         MOVE 8 TO RETURN-CODE
061100         GO TO 6000-LISTAR-EXIT
061200     END-IF.
061300     DISPLAY 'NUMERO LEGAJO NOMBRE CONC        IMPORTE MES E '
061400         'COMPROBANTE     OPERADOR'.
061500     PERFORM 6050-LISTAR-FILTRO THRU 6050-LISTAR-FILTRO-EXIT
061600         VARYING DDP-X-DCL FROM 1 BY 1
061700         UNTIL DDP-X-DCL > DDP-CANT-DECL.
061800     MOVE DDP-TOTAL-LISTADO TO DDP-TOTAL-ED.
061900     DISPLAY 'DEDPERS: ' DDP-CANT-LISTADAS
062000         ' DECLARACIONES, ACTIVAS POR ' DDP-TOTAL-ED.
062100 6000-LISTAR-EXIT.
062200     EXIT.
062300*
062400******************************************************************
062500* 6050-LISTAR-FILTRO - THE ROW BELONGS TO THE YEAR AND EMPLOYEE
062600******************************************************************
062700 6050-LISTAR-FILTRO.
062800     IF DDP-DCL-ANIO(DDP-X-DCL) NOT = DDP-ANIO-PEDIDO
062900         GO TO 6050-LISTAR-FILTRO-EXIT
063000     END-IF.
063100     IF DDP-ID-PEDIDO NOT = ZERO
063200         AND DDP-DCL-ID(DDP-X-DCL) NOT = DDP-ID-PEDIDO
063300         GO TO 6050-LISTAR-FILTRO-EXIT
063400     END-IF.
063500     ADD 1 TO DDP-CANT-LISTADAS.
063600     IF DDP-DCL-ESTADO(DDP-X-DCL) = 'A'
063700         ADD DDP-DCL-IMPORTE(DDP-X-DCL) TO DDP-TOTAL-LISTADO
063800     END-IF.
063900     PERFORM 6100-LISTAR-UNA THRU 6100-LISTAR-UNA-EXIT.
064000 6050-LISTAR-FILTRO-EXIT.
064100     EXIT.
064200*
064300******************************************************************
064400* 6100-LISTAR-UNA - ONE DECLARATION LINE
064500******************************************************************
064600 6100-LISTAR-UNA.
064700     MOVE DDP-DCL-IMPORTE(DDP-X-DCL) TO DDP-IMPORTE-ED.
064800     DISPLAY DDP-DCL-NUMERO(DDP-X-DCL) ' '
064900         DDP-DCL-ID(DDP-X-DCL) '  '
065000         DDP-DCL-NOMBRE(DDP-X-DCL) '  '
065100         DDP-DCL-CONCEPTO(DDP-X-DCL) ' '
065200         DDP-IMPORTE-ED '  '
065300         DDP-DCL-MES-DESDE(DDP-X-DCL) ' '
065400         DDP-DCL-ESTADO(DDP-X-DCL) ' '
065500         DDP-DCL-COMPROBANTE(DDP-X-DCL) ' '
065600         DDP-DCL-OPERADOR(DDP-X-DCL).
065700 6100-LISTAR-UNA-EXIT.
065800     EXIT.
065900*
066000******************************************************************
066100* 7000-GRABAR-DECLARACIONES - REWRITE DEDPERS FROM THE TABLE
066200******************************************************************
066300 7000-GRABAR-DECLARACIONES.
066400     OPEN OUTPUT DEDPERS-FILE.
066500     PERFORM 7100-GRABAR-DECLARACION
066600         THRU 7100-GRABAR-DECLARACION-EXIT
066700         VARYING DDP-X-DCL FROM 1 BY 1
066800         UNTIL DDP-X-DCL > DDP-CANT-DECL.
066900     CLOSE DEDPERS-FILE.
067000 7000-GRABAR-DECLARACIONES-EXIT.
067100     EXIT.
067200*
067300******************************************************************
067400* 7100-GRABAR-DECLARACION - ONE ROW BACK TO DISK
067500******************************************************************
067600 7100-GRABAR-DECLARACION.
067700     MOVE DDP-DCL-NUMERO(DDP-X-DCL) TO DJ-NUMERO.
067800     MOVE DDP-DCL-ID(DDP-X-DCL) TO DJ-ID.
067900     MOVE DDP-DCL-NOMBRE(DDP-X-DCL) TO DJ-NOMBRE.
068000     MOVE DDP-DCL-ANIO(DDP-X-DCL) TO DJ-ANIO.
068100     MOVE DDP-DCL-CONCEPTO(DDP-X-DCL) TO DJ-CONCEPTO.
068200     MOVE DDP-DCL-IMPORTE(DDP-X-DCL) TO DJ-IMPORTE.
068300     MOVE DDP-DCL-MES-DESDE(DDP-X-DCL) TO DJ-MES-DESDE.
068400     MOVE DDP-DCL-COMPROBANTE(DDP-X-DCL) TO DJ-COMPROBANTE.
068500     MOVE DDP-DCL-ESTADO(DDP-X-DCL) TO DJ-ESTADO.
068600     MOVE DDP-DCL-FECHA-ALTA(DDP-X-DCL) TO DJ-FECHA-ALTA.
068700     MOVE DDP-DCL-OPERADOR(DDP-X-DCL) TO DJ-OPERADOR.
068800     WRITE DJ-RECORD.
068900 7100-GRABAR-DECLARACION-EXIT.
069000     EXIT.
069100 END PROGRAM DEDPERS.
