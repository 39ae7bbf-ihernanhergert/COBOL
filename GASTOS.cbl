000100******************************************************************
000200* AUTHOR:      HERNAN HERGERT
000300* INSTALLATION: DATA PROCESSING
000400* DATE-WRITTEN:
000500* DATE-COMPILED:
000600* PURPOSE:     EXPENSE REIMBURSEMENT CLAIMS (TRAVEL, PER DIEM AND
000700*              THE LIKE). THEY USED TO BE PAID FROM PETTY CASH
000800*              WITH NO LIMITS AND NO TRAIL; A CLAIM IS NOW KEYED
000900*              HERE (MODE C) WITH CATEGORY, EXPENSE DATE, AMOUNT
001000*              AND RECEIPT, CHECKED AGAINST THE PER-CATEGORY
001100*              LIMIT OF THE GASTOLIM TABLE (OVER THE LIMIT IT IS
001200*              HELD APART AND CANNOT BE APPROVED), AND HELD IN
001300*              THE GASTOS FILE UNTIL A SUPERVISOR APPROVES OR
001400*              REJECTS IT (MODE A). EJERCICIO02 REIMBURSES THE
001500*              APPROVED CLAIMS ON THE NEXT REGISTER AND MARKS
001600*              THEM PAID. MODE E PRINTS THE REJECTED AND
001700*              OVER-LIMIT CLAIMS TO THE GASTOEXC LISTING; MODE L
001800*              LISTS THE FILE.
001900* TECTONICS:   COBC
002000*
002100* MODIFICATION HISTORY:
002200*   - NEW CAPTURE PROGRAM, OFFERED FROM THE MENUUTIL MENU.
002300******************************************************************
002400 IDENTIFICATION DIVISION.
002500 PROGRAM-ID. GASTOS.
002600 ENVIRONMENT DIVISION.
002700 INPUT-OUTPUT SECTION.
002800 FILE-CONTROL.
002900     SELECT OPTIONAL GASTOS-FILE ASSIGN TO 'GASTOS'
003000         ORGANIZATION IS LINE SEQUENTIAL
003100         FILE STATUS IS GAS-STATUS-GASTOS.
003200     SELECT OPTIONAL GASTOLIM-FILE ASSIGN TO 'GASTOLIM'
003300         ORGANIZATION IS LINE SEQUENTIAL
003400         FILE STATUS IS GAS-STATUS-TOPES.
003500     SELECT OPTIONAL EMPLOYEES-FILE ASSIGN TO 'EMPLOYEES'
003600         ORGANIZATION IS LINE SEQUENTIAL
003700         FILE STATUS IS GAS-STATUS-EMPL.
003800     SELECT REPORTE-FILE ASSIGN TO 'GASTOEXC'
003900         ORGANIZATION IS LINE SEQUENTIAL.
004000 DATA DIVISION.
004100 FILE SECTION.
004200 FD  GASTOS-FILE
004300     LABEL RECORDS ARE STANDARD.
004400 01  GT-RECORD.
004500     COPY GASTO.
004600 FD  GASTOLIM-FILE
004700     LABEL RECORDS ARE STANDARD.
004800 01  LM-RECORD.
004900     05 LM-CATEGORIA             PIC X(04).
005000     05 LM-DESCRIPCION           PIC X(20).
005100     05 LM-TOPE                  PIC 9(07)V99.
005200 FD  EMPLOYEES-FILE
005300     LABEL RECORDS ARE STANDARD.
005400 01  EM-RECORD.
005500     COPY EMPLEADO.
005600 FD  REPORTE-FILE
005700     LABEL RECORDS ARE STANDARD
005800     RECORD CONTAINS 80 CHARACTERS.
005900 01  RPT-LINEA                   PIC X(80).
006000 WORKING-STORAGE SECTION.
006100*
006200 01  GAS-STATUS-GASTOS           PIC XX.
006300 01  GAS-STATUS-TOPES            PIC XX.
006400 01  GAS-STATUS-EMPL             PIC XX.
006500*
006600 01  GAS-MODO                    PIC X(01).
006700 01  GAS-RESPUESTA               PIC X(01).
006800 01  GAS-ID-PEDIDO               PIC 9(05).
006900 01  GAS-ENTRADA                 PIC X(20).
007000 01  GAS-FECHA-HOY               PIC 9(08).
007100 01  GAS-ULTIMO-NUMERO           PIC 9(06) VALUE ZERO.
007200 01  GAS-CATEGORIA-AUX           PIC X(04).
007300 01  GAS-FECHA-AUX               PIC 9(08).
007400 01  GAS-IMPORTE-AUX             PIC 9(07)V99.
007500 01  GAS-IMPORTE-ED              PIC Z,ZZZ,ZZ9.99.
007600 01  GAS-TOPE-ED                 PIC Z,ZZZ,ZZ9.99.
007700*
007800 01  GAS-INDICADORES.
007900     05  GAS-FIN-ARCHIVO         PIC X VALUE 'N'.
008000         88  GAS-ES-FIN-ARCHIVO  VALUE 'Y'.
008100     05  GAS-HALLADO             PIC X VALUE 'N'.
008200         88  GAS-ES-HALLADO      VALUE 'Y'.
008300     05  GAS-HUBO-CAMBIOS        PIC X VALUE 'N'.
008400         88  GAS-ES-HUBO-CAMBIOS VALUE 'Y'.
008500*
008600 01  GAS-CONTADORES.
008700     05  GAS-CANT-CARGADOS       PIC 9(04) VALUE ZERO.
008800     05  GAS-CANT-EXCEDIDOS      PIC 9(04) VALUE ZERO.
008900     05  GAS-CANT-RECHAZADOS     PIC 9(04) VALUE ZERO.
009000     05  GAS-CANT-APROBADOS      PIC 9(04) VALUE ZERO.
009100     05  GAS-CANT-EXCEPCIONES    PIC 9(04) VALUE ZERO.
009200     05  GAS-TOTAL-EXCEPCIONES   PIC 9(09)V99 VALUE ZERO.
009300     05  GAS-TOTAL-ED            PIC ZZZ,ZZZ,ZZ9.99.
009400*
009500 01  GAS-CANT-EMPLEADOS          PIC 9(03) VALUE ZERO.
009600 01  GAS-TABLA-EMPLEADOS.
009700     05  GAS-FILA-EMPL OCCURS 100 TIMES
009800                       INDEXED BY GAS-X-EMP.
009900         10 GAS-EMP-ID           PIC 9(05).
010000         10 GAS-EMP-NOMBRE       PIC X(05).
010100         10 GAS-EMP-ESTADO       PIC X(01).
010200*
010300 01  GAS-CANT-TOPES              PIC 9(02) VALUE ZERO.
010400 01  GAS-TABLA-TOPES.
010500     05  GAS-FILA-TOPE OCCURS 30 TIMES
010600                       INDEXED BY GAS-X-TOP.
010700         10 GAS-TOP-CATEGORIA    PIC X(04).
010800         10 GAS-TOP-DESCRIPCION  PIC X(20).
010900         10 GAS-TOP-IMPORTE      PIC 9(07)V99.
011000*
011100 01  GAS-CANT-GASTOS             PIC 9(03) VALUE ZERO.
011200 01  GAS-TABLA-GASTOS.
011300     05  GAS-FILA-GASTO OCCURS 500 TIMES
011400                        INDEXED BY GAS-X-GTO.
011500         10 GAS-GTO-NUMERO       PIC 9(06).
011600         10 GAS-GTO-ID           PIC 9(05).
011700         10 GAS-GTO-NOMBRE       PIC X(05).
011800         10 GAS-GTO-CATEGORIA    PIC X(04).
011900         10 GAS-GTO-FECHA        PIC 9(08).
012000         10 GAS-GTO-IMPORTE      PIC 9(07)V99.
012100         10 GAS-GTO-COMPROBANTE  PIC X(12).
012200         10 GAS-GTO-ESTADO       PIC X(01).
012300         10 GAS-GTO-FECHA-CARGA  PIC 9(08).
012400         10 GAS-GTO-FECHA-DECIS  PIC 9(08).
012500         10 GAS-GTO-MOTIVO       PIC X(20).
012600         10 GAS-GTO-PERIODO      PIC 9(06).
012700*
012800 PROCEDURE DIVISION.
012900******************************************************************
013000* 0000-MAINLINE - LOAD, DISPATCH BY MODE, REWRITE THE CLAIMS
013100******************************************************************
013200 0000-MAINLINE.
013300     ACCEPT GAS-FECHA-HOY FROM DATE YYYYMMDD.
013400     PERFORM 1000-CARGAR-EMPLEADOS
013500         THRU 1000-CARGAR-EMPLEADOS-EXIT.
013600     IF GAS-CANT-EMPLEADOS = ZERO
013700         DISPLAY 'GASTOS: NO HAY ARCHIVO EMPLOYEES'
013800         MOVE 8 TO RETURN-CODE
013900         GOBACK
014000     END-IF.
014100     PERFORM 1100-CARGAR-TOPES THRU 1100-CARGAR-TOPES-EXIT.
014200     IF GAS-CANT-TOPES = ZERO
014300         DISPLAY 'GASTOS: NO HAY ARCHIVO GASTOLIM'
014400         MOVE 8 TO RETURN-CODE
014500         GOBACK
014600     END-IF.
014700     PERFORM 1200-CARGAR-GASTOS THRU 1200-CARGAR-GASTOS-EXIT.
014800     DISPLAY 'GASTOS - MODO (C=CARGAR, A=APROBAR, '
014900         'E=EXCEPCIONES, L=LISTAR): ' WITH NO ADVANCING.
015000     ACCEPT GAS-MODO.
015100     EVALUATE GAS-MODO
015200         WHEN 'C'
015300         WHEN 'c'
015400             PERFORM 2000-CARGAR THRU 2000-CARGAR-EXIT
015500         WHEN 'A'
015600         WHEN 'a'
015700             PERFORM 4000-APROBAR THRU 4000-APROBAR-EXIT
015800         WHEN 'E'
015900         WHEN 'e'
016000             PERFORM 5000-EXCEPCIONES THRU 5000-EXCEPCIONES-EXIT
016100         WHEN 'L'
016200         WHEN 'l'
016300             PERFORM 6000-LISTAR THRU 6000-LISTAR-EXIT
016400         WHEN OTHER
016500             DISPLAY 'MODO INVALIDO'
016600             MOVE 8 TO RETURN-CODE
016700     END-EVALUATE.
016800     IF GAS-ES-HUBO-CAMBIOS
016900         PERFORM 7000-GRABAR-GASTOS
017000             THRU 7000-GRABAR-GASTOS-EXIT
017100     END-IF.
017200     GOBACK.
017300 0000-MAINLINE-EXIT.
017400     EXIT.
017500*
017600******************************************************************
017700* 1000-CARGAR-EMPLEADOS - THE MASTER, FOR CAPTURE VALIDATION
017800******************************************************************
017900 1000-CARGAR-EMPLEADOS.
018000     MOVE 'N' TO GAS-FIN-ARCHIVO.
018100     OPEN INPUT EMPLOYEES-FILE.
018200     IF GAS-STATUS-EMPL NOT = '00'
018300         CLOSE EMPLOYEES-FILE
018400         GO TO 1000-CARGAR-EMPLEADOS-EXIT
018500     END-IF.
018600     PERFORM 1010-LEER-EMPLEADO THRU 1010-LEER-EMPLEADO-EXIT
018700         UNTIL GAS-ES-FIN-ARCHIVO.
018800     CLOSE EMPLOYEES-FILE.
018900     MOVE 'N' TO GAS-FIN-ARCHIVO.
019000 1000-CARGAR-EMPLEADOS-EXIT.
019100     EXIT.
019200*
019300******************************************************************
019400* 1010-LEER-EMPLEADO - ONE MASTER ROW INTO THE TABLE
019500******************************************************************
019600 1010-LEER-EMPLEADO.
019700     READ EMPLOYEES-FILE
019800         AT END
019900             SET GAS-ES-FIN-ARCHIVO TO TRUE
020000         NOT AT END
020100             IF GAS-CANT-EMPLEADOS < 100
020200                 ADD 1 TO GAS-CANT-EMPLEADOS
020300                 SET GAS-X-EMP TO GAS-CANT-EMPLEADOS
020400                 MOVE EM-ID TO GAS-EMP-ID(GAS-X-EMP)
020500                 MOVE EM-NOMBRE TO GAS-EMP-NOMBRE(GAS-X-EMP)
020600                 MOVE EM-ESTADO TO GAS-EMP-ESTADO(GAS-X-EMP)
020700             END-IF
020800     END-READ.
020900 1010-LEER-EMPLEADO-EXIT.
021000     EXIT.
021100*
021200******************************************************************
021300* 1100-CARGAR-TOPES - CATEGORIES AND THEIR PER-CLAIM LIMIT
021400******************************************************************
021500 1100-CARGAR-TOPES.
021600     MOVE 'N' TO GAS-FIN-ARCHIVO.
021700     OPEN INPUT GASTOLIM-FILE.
021800     IF GAS-STATUS-TOPES NOT = '00'
021900         CLOSE GASTOLIM-FILE
022000         GO TO 1100-CARGAR-TOPES-EXIT
022100     END-IF.
022200     PERFORM 1110-LEER-TOPE THRU 1110-LEER-TOPE-EXIT
022300         UNTIL GAS-ES-FIN-ARCHIVO.
022400     CLOSE GASTOLIM-FILE.
022500     MOVE 'N' TO GAS-FIN-ARCHIVO.
022600 1100-CARGAR-TOPES-EXIT.
022700     EXIT.
022800*
022900******************************************************************
023000* 1110-LEER-TOPE - ONE CATEGORY INTO THE TABLE; A LIMIT OF
023100*                  ZERO MEANS THE CATEGORY HAS NO LIMIT
023200******************************************************************
023300 1110-LEER-TOPE.
023400     READ GASTOLIM-FILE
023500         AT END
023600             SET GAS-ES-FIN-ARCHIVO TO TRUE
023700         NOT AT END
023800             IF GAS-CANT-TOPES < 30
023900                 ADD 1 TO GAS-CANT-TOPES
024000                 SET GAS-X-TOP TO GAS-CANT-TOPES
024100                 MOVE LM-CATEGORIA
024200                     TO GAS-TOP-CATEGORIA(GAS-X-TOP)
024300                 MOVE LM-DESCRIPCION
024400                     TO GAS-TOP-DESCRIPCION(GAS-X-TOP)
024500                 MOVE ZERO TO GAS-TOP-IMPORTE(GAS-X-TOP)
024600                 IF LM-TOPE IS NUMERIC
024700                     MOVE LM-TOPE TO GAS-TOP-IMPORTE(GAS-X-TOP)
024800                 END-IF
024900             END-IF
025000     END-READ.
025100 1110-LEER-TOPE-EXIT.
025200     EXIT.
025300*
025400******************************************************************
025500* 1200-CARGAR-GASTOS - CURRENT CLAIMS INTO MEMORY
025600******************************************************************
025700 1200-CARGAR-GASTOS.
025800     MOVE 'N' TO GAS-FIN-ARCHIVO.
025900     OPEN INPUT GASTOS-FILE.
026000     IF GAS-STATUS-GASTOS NOT = '00'
026100         CLOSE GASTOS-FILE
026200         GO TO 1200-CARGAR-GASTOS-EXIT
026300     END-IF.
026400     PERFORM 1210-LEER-GASTO THRU 1210-LEER-GASTO-EXIT
026500         UNTIL GAS-ES-FIN-ARCHIVO.
026600     CLOSE GASTOS-FILE.
026700     MOVE 'N' TO GAS-FIN-ARCHIVO.
026800 1200-CARGAR-GASTOS-EXIT.
026900     EXIT.
027000*
027100******************************************************************
027200* 1210-LEER-GASTO - ONE CLAIM INTO THE TABLE; THE HIGHEST
027300*                   NUMBER SEEN NUMBERS THE NEXT CLAIM
027400******************************************************************
027500 1210-LEER-GASTO.
027600     READ GASTOS-FILE
027700         AT END
027800             SET GAS-ES-FIN-ARCHIVO TO TRUE
027900             GO TO 1210-LEER-GASTO-EXIT
028000     END-READ.
028100     IF GAS-CANT-GASTOS >= 500
028200         DISPLAY 'GASTOS: MAS DE 500 RENDICIONES, SE CANCELA '
028300             'PARA NO PERDER FILAS AL REGRABAR'
028400         MOVE 8 TO RETURN-CODE
028500         CLOSE GASTOS-FILE
028600         GOBACK
028700     END-IF.
028800     ADD 1 TO GAS-CANT-GASTOS.
028900     SET GAS-X-GTO TO GAS-CANT-GASTOS.
029000     MOVE GT-NUMERO TO GAS-GTO-NUMERO(GAS-X-GTO).
029100     MOVE GT-ID TO GAS-GTO-ID(GAS-X-GTO).
029200     MOVE GT-NOMBRE TO GAS-GTO-NOMBRE(GAS-X-GTO).
029300     MOVE GT-CATEGORIA TO GAS-GTO-CATEGORIA(GAS-X-GTO).
029400     MOVE GT-FECHA TO GAS-GTO-FECHA(GAS-X-GTO).
029500     MOVE GT-IMPORTE TO GAS-GTO-IMPORTE(GAS-X-GTO).
029600     MOVE GT-COMPROBANTE TO GAS-GTO-COMPROBANTE(GAS-X-GTO).
029700     MOVE GT-ESTADO TO GAS-GTO-ESTADO(GAS-X-GTO).
029800     MOVE GT-FECHA-CARGA TO GAS-GTO-FECHA-CARGA(GAS-X-GTO).
029900     MOVE GT-FECHA-DECISION TO GAS-GTO-FECHA-DECIS(GAS-X-GTO).
030000     MOVE GT-MOTIVO-RECHAZO TO GAS-GTO-MOTIVO(GAS-X-GTO).
030100     MOVE GT-PERIODO-PAGO TO GAS-GTO-PERIODO(GAS-X-GTO).
030200     IF GT-NUMERO IS NUMERIC
030300         AND GT-NUMERO > GAS-ULTIMO-NUMERO
030400         MOVE GT-NUMERO TO GAS-ULTIMO-NUMERO
030500     END-IF.
030600 1210-LEER-GASTO-EXIT.
030700     EXIT.
030800*
030900******************************************************************
031000* 2000-CARGAR - CLAIMS, VALIDATED AS THEY ARE KEYED
031100******************************************************************
031200 2000-CARGAR.
031300     MOVE 'S' TO GAS-RESPUESTA.
031400     PERFORM 2100-CARGAR-UNO THRU 2100-CARGAR-UNO-EXIT
031500         UNTIL GAS-RESPUESTA NOT = 'S'
031600         AND GAS-RESPUESTA NOT = 's'.
031700     DISPLAY 'GASTOS: ' GAS-CANT-CARGADOS ' CARGADAS, '
031800         GAS-CANT-EXCEDIDOS ' EXCEDIDAS DEL TOPE, '
031900         GAS-CANT-RECHAZADOS ' RECHAZADAS'.
032000 2000-CARGAR-EXIT.
032100     EXIT.
032200*
032300******************************************************************
032400* 2100-CARGAR-UNO - ONE CLAIM FOR ONE EMPLOYEE
032500******************************************************************
032600 2100-CARGAR-UNO.
032700     DISPLAY 'LEGAJO (5): ' WITH NO ADVANCING.
032800     ACCEPT GAS-ENTRADA.
032900     IF GAS-ENTRADA(1:5) IS NOT NUMERIC
033000         DISPLAY 'LEGAJO INVALIDO'
033100         ADD 1 TO GAS-CANT-RECHAZADOS
033200         GO TO 2100-SEGUIR
033300     END-IF.
033400     MOVE GAS-ENTRADA(1:5) TO GAS-ID-PEDIDO.
033500     PERFORM 2200-UBICAR-EMPLEADO
033600         THRU 2200-UBICAR-EMPLEADO-EXIT.
033700     IF NOT GAS-ES-HALLADO
033800         DISPLAY 'LEGAJO ' GAS-ID-PEDIDO
033900             ' NO ESTA ACTIVO EN EMPLOYEES'
034000         ADD 1 TO GAS-CANT-RECHAZADOS
034100         GO TO 2100-SEGUIR
034200     END-IF.
034300     DISPLAY 'CATEGORIA (4): ' WITH NO ADVANCING.
034400     ACCEPT GAS-ENTRADA.
034500     MOVE GAS-ENTRADA(1:4) TO GAS-CATEGORIA-AUX.
034600     PERFORM 2400-UBICAR-CATEGORIA
034700         THRU 2400-UBICAR-CATEGORIA-EXIT.
034800     IF NOT GAS-ES-HALLADO
034900         DISPLAY 'CATEGORIA ' GAS-CATEGORIA-AUX
035000             ' NO ESTA EN GASTOLIM'
035100         ADD 1 TO GAS-CANT-RECHAZADOS
035200         GO TO 2100-SEGUIR
035300     END-IF.
035400     DISPLAY 'FECHA DEL GASTO (AAAAMMDD): ' WITH NO ADVANCING.
035500     ACCEPT GAS-ENTRADA.
035600     IF GAS-ENTRADA(1:8) IS NOT NUMERIC
035700         DISPLAY 'FECHA INVALIDA'
035800         ADD 1 TO GAS-CANT-RECHAZADOS
035900         GO TO 2100-SEGUIR
036000     END-IF.
036100     MOVE GAS-ENTRADA(1:8) TO GAS-FECHA-AUX.
036200     IF GAS-FECHA-AUX > GAS-FECHA-HOY
036300         DISPLAY 'FECHA POSTERIOR A HOY'
036400         ADD 1 TO GAS-CANT-RECHAZADOS
036500         GO TO 2100-SEGUIR
036600     END-IF.
036700     DISPLAY 'IMPORTE (9999999.99): ' WITH NO ADVANCING.
036800     ACCEPT GAS-ENTRADA.
036900     MOVE FUNCTION NUMVAL(GAS-ENTRADA) TO GAS-IMPORTE-AUX.
037000     IF GAS-IMPORTE-AUX = ZERO
037100         DISPLAY 'IMPORTE INVALIDO'
037200         ADD 1 TO GAS-CANT-RECHAZADOS
037300         GO TO 2100-SEGUIR
037400     END-IF.
037500     DISPLAY 'COMPROBANTE (12): ' WITH NO ADVANCING.
037600     ACCEPT GAS-ENTRADA.
037700     IF GAS-ENTRADA(1:12) = SPACES
037800         DISPLAY 'SIN COMPROBANTE NO SE REINTEGRA'
037900         ADD 1 TO GAS-CANT-RECHAZADOS
038000         GO TO 2100-SEGUIR
038100     END-IF.
038200     PERFORM 2300-AGREGAR-GASTO
038300         THRU 2300-AGREGAR-GASTO-EXIT.
038400 2100-SEGUIR.
038500     DISPLAY 'OTRA RENDICION (S/N): ' WITH NO ADVANCING.
038600     ACCEPT GAS-RESPUESTA.
038700 2100-CARGAR-UNO-EXIT.
038800     EXIT.
038900*
039000******************************************************************
039100* 2200-UBICAR-EMPLEADO - ACTIVE EMPLOYEE BY ID
039200******************************************************************
039300 2200-UBICAR-EMPLEADO.
039400     MOVE 'N' TO GAS-HALLADO.
039500     SET GAS-X-EMP TO 1.
039600     SEARCH GAS-FILA-EMPL
039700         AT END
039800             CONTINUE
039900         WHEN GAS-EMP-ID(GAS-X-EMP) = GAS-ID-PEDIDO
040000             AND GAS-EMP-ESTADO(GAS-X-EMP) NOT = 'B'
040100             SET GAS-ES-HALLADO TO TRUE
040200     END-SEARCH.
040300 2200-UBICAR-EMPLEADO-EXIT.
040400     EXIT.
040500*
040600******************************************************************
040700* 2400-UBICAR-CATEGORIA - THE CATEGORY IS IN GASTOLIM
040800******************************************************************
040900 2400-UBICAR-CATEGORIA.
041000     MOVE 'N' TO GAS-HALLADO.
041100     SET GAS-X-TOP TO 1.
041200     SEARCH GAS-FILA-TOPE
041300         AT END
041400             CONTINUE
041500         WHEN GAS-X-TOP > GAS-CANT-TOPES
041600             CONTINUE
041700         WHEN GAS-TOP-CATEGORIA(GAS-X-TOP) = GAS-CATEGORIA-AUX
041800             SET GAS-ES-HALLADO TO TRUE
041900     END-SEARCH.
042000 2400-UBICAR-CATEGORIA-EXIT.
042100     EXIT.
042200*
042300******************************************************************
042400* 2300-AGREGAR-GASTO - ONE VALIDATED CLAIM INTO THE FILE,
042500*                      PENDING APPROVAL OR HELD OVER THE LIMIT
042600******************************************************************
042700 2300-AGREGAR-GASTO.
042800     IF GAS-CANT-GASTOS >= 500
042900         DISPLAY 'GASTOS: ARCHIVO LLENO'
043000         ADD 1 TO GAS-CANT-RECHAZADOS
043100         GO TO 2300-AGREGAR-GASTO-EXIT
043200     END-IF.
043300     ADD 1 TO GAS-CANT-GASTOS.
043400     ADD 1 TO GAS-ULTIMO-NUMERO.
043500     SET GAS-X-GTO TO GAS-CANT-GASTOS.
043600     MOVE GAS-ULTIMO-NUMERO TO GAS-GTO-NUMERO(GAS-X-GTO).
043700     MOVE GAS-ID-PEDIDO TO GAS-GTO-ID(GAS-X-GTO).
043800     MOVE GAS-EMP-NOMBRE(GAS-X-EMP)
043900         TO GAS-GTO-NOMBRE(GAS-X-GTO).
044000     MOVE GAS-CATEGORIA-AUX TO GAS-GTO-CATEGORIA(GAS-X-GTO).
044100     MOVE GAS-FECHA-AUX TO GAS-GTO-FECHA(GAS-X-GTO).
044200     MOVE GAS-IMPORTE-AUX TO GAS-GTO-IMPORTE(GAS-X-GTO).
044300     MOVE GAS-ENTRADA(1:12) TO GAS-GTO-COMPROBANTE(GAS-X-GTO).
044400     MOVE GAS-FECHA-HOY TO GAS-GTO-FECHA-CARGA(GAS-X-GTO).
044500     MOVE ZERO TO GAS-GTO-FECHA-DECIS(GAS-X-GTO).
044600     MOVE SPACES TO GAS-GTO-MOTIVO(GAS-X-GTO).
044700     MOVE ZERO TO GAS-GTO-PERIODO(GAS-X-GTO).
044800*    POR ENCIMA DEL TOPE DE LA CATEGORIA LA RENDICION QUEDA
044900*    APARTADA: NO SE PUEDE APROBAR Y SALE EN EXCEPCIONES.
045000     IF GAS-TOP-IMPORTE(GAS-X-TOP) > ZERO
045100         AND GAS-IMPORTE-AUX > GAS-TOP-IMPORTE(GAS-X-TOP)
045200         MOVE 'X' TO GAS-GTO-ESTADO(GAS-X-GTO)
045300         MOVE 'EXCEDE TOPE CATEG.' TO GAS-GTO-MOTIVO(GAS-X-GTO)
045400         ADD 1 TO GAS-CANT-EXCEDIDOS
045500         MOVE GAS-TOP-IMPORTE(GAS-X-TOP) TO GAS-TOPE-ED
045600         DISPLAY 'RENDICION ' GAS-ULTIMO-NUMERO
045700             ' EXCEDE EL TOPE DE ' GAS-TOPE-ED
045800             ', QUEDA APARTADA'
045900     ELSE
046000         MOVE 'P' TO GAS-GTO-ESTADO(GAS-X-GTO)
046100         DISPLAY 'RENDICION ' GAS-ULTIMO-NUMERO
046200             ' CARGADA, PENDIENTE DE APROBACION'
046300     END-IF.
046400     ADD 1 TO GAS-CANT-CARGADOS.
046500     SET GAS-ES-HUBO-CAMBIOS TO TRUE.
046600 2300-AGREGAR-GASTO-EXIT.
046700     EXIT.
046800*
046900******************************************************************
047000* 4000-APROBAR - SUPERVISOR DECISION ON EACH PENDING CLAIM;
047100*                0 REVIEWS EVERY EMPLOYEE
047200******************************************************************
047300 4000-APROBAR.
047400     DISPLAY 'LEGAJO A REVISAR (5, 0=TODOS): '
047500         WITH NO ADVANCING.
047600     ACCEPT GAS-ENTRADA.
047700     IF GAS-ENTRADA(1:5) IS NOT NUMERIC
047800         DISPLAY 'LEGAJO INVALIDO'
047900         MOVE 8 TO RETURN-CODE
048000         GO TO 4000-APROBAR-EXIT
048100     END-IF.
048200     MOVE GAS-ENTRADA(1:5) TO GAS-ID-PEDIDO.
048300     PERFORM 4100-APROBAR-UNO THRU 4100-APROBAR-UNO-EXIT
048400         VARYING GAS-X-GTO FROM 1 BY 1
048500         UNTIL GAS-X-GTO > GAS-CANT-GASTOS.
048600     DISPLAY 'GASTOS: ' GAS-CANT-APROBADOS ' APROBADAS, '
048700         GAS-CANT-RECHAZADOS ' RECHAZADAS'.
048800 4000-APROBAR-EXIT.
048900     EXIT.
049000*
049100******************************************************************
049200* 4100-APROBAR-UNO - SHOW ONE PENDING CLAIM AND RECORD THE
049300*                    DECISION (S=APPROVE, N=REJECT, ELSE KEEP
049400*                    IT PENDING)
049500******************************************************************
049600 4100-APROBAR-UNO.
049700     IF GAS-GTO-ESTADO(GAS-X-GTO) NOT = 'P'
049800         GO TO 4100-APROBAR-UNO-EXIT
049900     END-IF.
050000     IF GAS-ID-PEDIDO NOT = ZERO
050100         AND GAS-GTO-ID(GAS-X-GTO) NOT = GAS-ID-PEDIDO
050200         GO TO 4100-APROBAR-UNO-EXIT
050300     END-IF.
050400     MOVE GAS-GTO-IMPORTE(GAS-X-GTO) TO GAS-IMPORTE-ED.
050500     DISPLAY GAS-GTO-NUMERO(GAS-X-GTO) ' '
050600         GAS-GTO-ID(GAS-X-GTO) ' '
050700         GAS-GTO-NOMBRE(GAS-X-GTO) ' '
050800         GAS-GTO-CATEGORIA(GAS-X-GTO) ' '
050900         GAS-GTO-FECHA(GAS-X-GTO) ' '
051000         GAS-IMPORTE-ED ' '
051100         GAS-GTO-COMPROBANTE(GAS-X-GTO).
051200     DISPLAY 'APROBAR (S=SI, N=RECHAZAR, OTRO=DEJAR): '
051300         WITH NO ADVANCING.
051400     ACCEPT GAS-RESPUESTA.
051500     EVALUATE GAS-RESPUESTA
051600         WHEN 'S'
051700         WHEN 's'
051800             MOVE 'A' TO GAS-GTO-ESTADO(GAS-X-GTO)
051900             MOVE GAS-FECHA-HOY TO GAS-GTO-FECHA-DECIS(GAS-X-GTO)
052000             ADD 1 TO GAS-CANT-APROBADOS
052100             SET GAS-ES-HUBO-CAMBIOS TO TRUE
052200         WHEN 'N'
052300         WHEN 'n'
052400             DISPLAY 'MOTIVO DEL RECHAZO (20): '
052500                 WITH NO ADVANCING
052600             ACCEPT GAS-ENTRADA
052700             MOVE GAS-ENTRADA TO GAS-GTO-MOTIVO(GAS-X-GTO)
052800             MOVE 'R' TO GAS-GTO-ESTADO(GAS-X-GTO)
052900             MOVE GAS-FECHA-HOY TO GAS-GTO-FECHA-DECIS(GAS-X-GTO)
053000             ADD 1 TO GAS-CANT-RECHAZADOS
053100             SET GAS-ES-HUBO-CAMBIOS TO TRUE
053200         WHEN OTHER
053300             CONTINUE
053400     END-EVALUATE.
053500 4100-APROBAR-UNO-EXIT.
053600     EXIT.
053700*
053800******************************************************************
053900* 5000-EXCEPCIONES - REJECTED AND OVER-LIMIT CLAIMS TO THE
054000*                    GASTOEXC LISTING
054100******************************************************************
054200 5000-EXCEPCIONES.
054300     OPEN OUTPUT REPORTE-FILE.
054400     MOVE SPACES TO RPT-LINEA.
054500     STRING 'GASTOS - RENDICIONES RECHAZADAS Y EXCEDIDAS - '
054600         GAS-FECHA-HOY DELIMITED BY SIZE INTO RPT-LINEA.
054700     WRITE RPT-LINEA.
054800     MOVE 'NUMERO ID    NOMB  CAT  FECHA         IMPORTE E MOTIVO'
054900         TO RPT-LINEA.
055000     WRITE RPT-LINEA.
055100     PERFORM 5100-EXCEPCION-UNA THRU 5100-EXCEPCION-UNA-EXIT
055200         VARYING GAS-X-GTO FROM 1 BY 1
055300         UNTIL GAS-X-GTO > GAS-CANT-GASTOS.
055400     MOVE SPACES TO RPT-LINEA.
055500     WRITE RPT-LINEA.
055600     MOVE GAS-TOTAL-EXCEPCIONES TO GAS-TOTAL-ED.
055700     MOVE SPACES TO RPT-LINEA.
055800     STRING 'EXCEPCIONES: ' GAS-CANT-EXCEPCIONES
055900         '   IMPORTE: ' GAS-TOTAL-ED
056000         DELIMITED BY SIZE INTO RPT-LINEA.
056100     WRITE RPT-LINEA.
056200     CLOSE REPORTE-FILE.
056300     DISPLAY 'GASTOS: ' GAS-CANT-EXCEPCIONES
056400         ' EXCEPCIONES EN GASTOEXC'.
056500 5000-EXCEPCIONES-EXIT.
056600     EXIT.
056700*
056800******************************************************************
056900* 5100-EXCEPCION-UNA - ONE REJECTED OR OVER-LIMIT CLAIM
057000******************************************************************
057100 5100-EXCEPCION-UNA.
057200     IF GAS-GTO-ESTADO(GAS-X-GTO) NOT = 'R'
057300         AND GAS-GTO-ESTADO(GAS-X-GTO) NOT = 'X'
057400         GO TO 5100-EXCEPCION-UNA-EXIT
057500     END-IF.
057600     ADD 1 TO GAS-CANT-EXCEPCIONES.
057700     ADD GAS-GTO-IMPORTE(GAS-X-GTO) TO GAS-TOTAL-EXCEPCIONES.
057800     MOVE GAS-GTO-IMPORTE(GAS-X-GTO) TO GAS-IMPORTE-ED.
057900     MOVE SPACES TO RPT-LINEA.
058000     STRING GAS-GTO-NUMERO(GAS-X-GTO) ' '
058100         GAS-GTO-ID(GAS-X-GTO) ' '
058200         GAS-GTO-NOMBRE(GAS-X-GTO) ' '
058300         GAS-GTO-CATEGORIA(GAS-X-GTO) ' '
058400         GAS-GTO-FECHA(GAS-X-GTO) ' '
058500         GAS-IMPORTE-ED ' '
058600         GAS-GTO-ESTADO(GAS-X-GTO) ' '
058700         GAS-GTO-MOTIVO(GAS-X-GTO)
058800         DELIMITED BY SIZE INTO RPT-LINEA.
058900     WRITE RPT-LINEA.
059000 5100-EXCEPCION-UNA-EXIT.
059100     EXIT.
059200*
059300******************************************************************
059400* 6000-LISTAR - THE WHOLE CLAIMS FILE ON SCREEN
059500******************************************************************
059600 6000-LISTAR.
059700     DISPLAY 'NUMERO LEGAJO NOMBRE CAT  FECHA          IMPORTE '
059800         'E PERIODO COMPROBANTE'.
059900     PERFORM 6100-LISTAR-UNO THRU 6100-LISTAR-UNO-EXIT
060000         VARYING GAS-X-GTO FROM 1 BY 1
060100         UNTIL GAS-X-GTO > GAS-CANT-GASTOS.
060200     DISPLAY 'GASTOS: ' GAS-CANT-GASTOS ' RENDICIONES'.
060300 6000-LISTAR-EXIT.
060400     EXIT.
060500*
060600******************************************************************
060700* 6100-LISTAR-UNO - ONE CLAIM LINE
060800******************************************************************
060900 6100-LISTAR-UNO.
061000     MOVE GAS-GTO-IMPORTE(GAS-X-GTO) TO GAS-IMPORTE-ED.
061100     DISPLAY GAS-GTO-NUMERO(GAS-X-GTO) ' '
061200         GAS-GTO-ID(GAS-X-GTO) '  '
061300         GAS-GTO-NOMBRE(GAS-X-GTO) '  '
061400         GAS-GTO-CATEGORIA(GAS-X-GTO) ' '
061500         GAS-GTO-FECHA(GAS-X-GTO) ' '
061600         GAS-IMPORTE-ED ' '
061700         GAS-GTO-ESTADO(GAS-X-GTO) ' '
061800         GAS-GTO-PERIODO(GAS-X-GTO) ' '
061900         GAS-GTO-COMPROBANTE(GAS-X-GTO).
062000 6100-LISTAR-UNO-EXIT.
062100     EXIT.
062200*
062300******************************************************************
062400* 7000-GRABAR-GASTOS - REWRITE GASTOS FROM THE TABLE
062500******************************************************************
062600 7000-GRABAR-GASTOS.
062700     OPEN OUTPUT GASTOS-FILE.
062800     PERFORM 7100-GRABAR-GASTO THRU 7100-GRABAR-GASTO-EXIT
062900         VARYING GAS-X-GTO FROM 1 BY 1
063000         UNTIL GAS-X-GTO > GAS-CANT-GASTOS.
063100     CLOSE GASTOS-FILE.
063200 7000-GRABAR-GASTOS-EXIT.
063300     EXIT.
063400*
063500******************************************************************
063600* 7100-GRABAR-GASTO - ONE CLAIM BACK TO DISK
063700******************************************************************
063800 7100-GRABAR-GASTO.
063900     MOVE GAS-GTO-NUMERO(GAS-X-GTO) TO GT-NUMERO.
064000     MOVE GAS-GTO-ID(GAS-X-GTO) TO GT-ID.
064100     MOVE GAS-GTO-NOMBRE(GAS-X-GTO) TO GT-NOMBRE.
064200     MOVE GAS-GTO-CATEGORIA(GAS-X-GTO) TO GT-CATEGORIA.
064300     MOVE GAS-GTO-FECHA(GAS-X-GTO) TO GT-FECHA.
064400     MOVE GAS-GTO-IMPORTE(GAS-X-GTO) TO GT-IMPORTE.
064500     MOVE GAS-GTO-COMPROBANTE(GAS-X-GTO) TO GT-COMPROBANTE.
064600     MOVE GAS-GTO-ESTADO(GAS-X-GTO) TO GT-ESTADO.
064700     MOVE GAS-GTO-FECHA-CARGA(GAS-X-GTO) TO GT-FECHA-CARGA.
064800     MOVE GAS-GTO-FECHA-DECIS(GAS-X-GTO) TO GT-FECHA-DECISION.
064900     MOVE GAS-GTO-MOTIVO(GAS-X-GTO) TO GT-MOTIVO-RECHAZO.
065000     MOVE GAS-GTO-PERIODO(GAS-X-GTO) TO GT-PERIODO-PAGO.
065100     WRITE GT-RECORD.
065200 7100-GRABAR-GASTO-EXIT.
065300     EXIT.
065400 END PROGRAM GASTOS.
