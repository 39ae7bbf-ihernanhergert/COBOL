000100******************************************************************
000200* AUTHOR:      HERNAN HERGERT
000300* INSTALLATION: DATA-PROCESSING
000400* DATE-WRITTEN:
000500* DATE-COMPILED:
000600* PURPOSE:     TUITION BILLING AND COLLECTIONS FOR THE COURSE
000700*              PIPELINE. AN ENROLLMENT IN ENROLL3 COMMITS A SEAT
000800*              BUT THE FEE WAS INVOICED ON PAPER. THIS PROGRAM
000900*              KEEPS THE FACTURAS RECEIVABLES MASTER (ONE ROW
001000*              PER INSTALLMENT, CREDIT NOTE OR REFUND). MODES:
001100*                F - FOR EACH COHORT IN COHORTES, EVERY ENROLL3
001200*                    STUDENT NOT YET INVOICED GETS AN INVOICE
001300*                    FROM THE ARANCELES FEE OF THE COURSE, SPLIT
001400*                    INTO ITS INSTALLMENTS, LESS THE SCHOLARSHIP
001500*                    OR DISCOUNT OF BECASALU / BECAS;
001600*                N - EVERY CANCELLATION PROMWAIT LEFT IN CANCFACT
001700*                    VOIDS THE UNPAID INSTALLMENTS WITH A CREDIT
001800*                    NOTE AND REFUNDS THE PART OF WHAT WAS PAID
001900*                    THAT THE POLCANCEL POLICY GRANTS FOR THE
002000*                    DAYS LEFT BEFORE THE COHORT STARTS;
002100*                P - PAGOSCURSO PAYMENTS ARE APPLIED TO THE
002200*                    STUDENT'S OLDEST OPEN INSTALLMENTS;
002300*                A - AGED RECEIVABLES REPORT (SALDORPT) AND THE
002400*                    MOROSOS FILE OF STUDENTS OVERDUE BEYOND THE
002500*                    DIASMORA PARAMETER, WHICH GRADFEED READS TO
002600*                    WITHHOLD THE COMPLETION CERTIFICATE;
002700*                T - ALL OF THE ABOVE IN THAT ORDER (F, N, P, A).
002800*              INVOICES, CREDIT NOTES AND PAYMENTS ARE LISTED ON
002900*              FACTRPT. CANCFACT AND PAGOSCURSO ARE CONSUMED ONLY
003000*              AFTER FACTURAS IS REWRITTEN (THE BONOADJ
003100*              CONSUME-THEN-REWRITE DISCIPLINE); A PAYMENT THAT
003200*              FINDS NO OPEN INSTALLMENT STAYS ON PAGOSCURSO FOR
003300*              THE NEXT RUN. A FULL TABLE ENDS WITH RC 4.
003400* TECTONICS:   COBC
003500*
003600* MODIFICATION HISTORY:
003700*   - NEW PROGRAM, OFFERED FROM THE MENUUTIL MENU.
003800******************************************************************
003900 IDENTIFICATION DIVISION.
004000 PROGRAM-ID. FACTCURS.
004100 ENVIRONMENT DIVISION.
004200 INPUT-OUTPUT SECTION.
004300 FILE-CONTROL.
004400     SELECT OPTIONAL FACTURAS-FILE ASSIGN TO 'FACTURAS'
004500         ORGANIZATION IS LINE SEQUENTIAL
004600         FILE STATUS IS FAC-STATUS-FACT.
004700     SELECT OPTIONAL COHORTES-FILE ASSIGN TO 'COHORTES'
004800         ORGANIZATION IS LINE SEQUENTIAL
004900         FILE STATUS IS FAC-STATUS-COHORTE.
005000     SELECT OPTIONAL ENROLL3-FILE ASSIGN TO 'ENROLL3'
005100         ORGANIZATION IS LINE SEQUENTIAL
005200         FILE STATUS IS FAC-STATUS-ENROLL.
005300     SELECT OPTIONAL ARANCELES-FILE ASSIGN TO 'ARANCELES'
005400         ORGANIZATION IS LINE SEQUENTIAL
005500         FILE STATUS IS FAC-STATUS-ARANCEL.
005600     SELECT OPTIONAL BECAS-FILE ASSIGN TO 'BECAS'
005700         ORGANIZATION IS LINE SEQUENTIAL
005800         FILE STATUS IS FAC-STATUS-BECAS.
005900     SELECT OPTIONAL BECASALU-FILE ASSIGN TO 'BECASALU'
006000         ORGANIZATION IS LINE SEQUENTIAL
006100         FILE STATUS IS FAC-STATUS-BECALU.
006200     SELECT OPTIONAL POLCANCEL-FILE ASSIGN TO 'POLCANCEL'
006300         ORGANIZATION IS LINE SEQUENTIAL
006400         FILE STATUS IS FAC-STATUS-POLITICA.
006500     SELECT OPTIONAL CANCFACT-FILE ASSIGN TO 'CANCFACT'
006600         ORGANIZATION IS LINE SEQUENTIAL
006700         FILE STATUS IS FAC-STATUS-CANC.
006800     SELECT OPTIONAL PAGOS-FILE ASSIGN TO 'PAGOSCURSO'
006900         ORGANIZATION IS LINE SEQUENTIAL
007000         FILE STATUS IS FAC-STATUS-PAGOS.
007100     SELECT MOROSOS-FILE ASSIGN TO 'MOROSOS'
007200         ORGANIZATION IS LINE SEQUENTIAL.
007300     SELECT REPORTE-FILE ASSIGN TO 'FACTRPT'
007400         ORGANIZATION IS LINE SEQUENTIAL.
007500     SELECT SALDOS-FILE ASSIGN TO 'SALDORPT'
007600         ORGANIZATION IS LINE SEQUENTIAL.
007700 DATA DIVISION.
007800 FILE SECTION.
007900 FD  FACTURAS-FILE
008000     LABEL RECORDS ARE STANDARD.
008100 01  FC-RECORD                   PIC X(82).
008200 FD  COHORTES-FILE
008300     LABEL RECORDS ARE STANDARD.
008400 01  CO3-RECORD.
008500     05 CO3-CARRERA              PIC X(20).
008600     05 CO3-FECHA-INICIO         PIC 9(08).
008700     05 CO3-CUPO                 PIC 9(03).
008800     05 CO3-CURSO                PIC X(06).
008900 FD  ENROLL3-FILE
009000     LABEL RECORDS ARE STANDARD.
009100 01  EN3-RECORD.
009200     05 EN3-NOMBRE               PIC X(05).
009300     05 EN3-CARRERA-NOMBRE       PIC X(20).
009400     05 EN3-FECHA-APROBACION     PIC 9(08).
009500     05 EN3-ID                   PIC 9(05).
009600     05 EN3-COHORTE              PIC 9(08).
009700     05 EN3-CURSO                PIC X(06).
009800 FD  ARANCELES-FILE
009900     LABEL RECORDS ARE STANDARD.
010000 01  AR-RECORD.
010100     05 AR-CURSO                 PIC X(06).
010200     05 AR-IMPORTE               PIC 9(07)V99.
010300     05 AR-CUOTAS                PIC 9(02).
010400     05 AR-DIAS-ENTRE            PIC 9(03).
010500 FD  BECAS-FILE
010600     LABEL RECORDS ARE STANDARD.
010700 01  BC-RECORD.
010800     05 BC-CODIGO                PIC X(04).
010900     05 BC-DESCRIPCION           PIC X(20).
011000     05 BC-PORCENTAJE            PIC 9(03)V99.
011100 FD  BECASALU-FILE
011200     LABEL RECORDS ARE STANDARD.
011300 01  BA-RECORD.
011400     05 BA-ID                    PIC 9(05).
011500     05 BA-CURSO                 PIC X(06).
011600     05 BA-CODIGO                PIC X(04).
011700 FD  POLCANCEL-FILE
011800     LABEL RECORDS ARE STANDARD.
011900 01  PC-RECORD.
012000     05 PC-DIAS-MIN              PIC 9(03).
012100     05 PC-PORCENTAJE            PIC 9(03)V99.
012200 FD  CANCFACT-FILE
012300     LABEL RECORDS ARE STANDARD.
012400 01  CF-RECORD.
012500     05 CF-ID                    PIC 9(05).
012600     05 CF-CURSO                 PIC X(06).
012700     05 CF-COHORTE               PIC 9(08).
012800     05 CF-FECHA                 PIC 9(08).
012900 FD  PAGOS-FILE
013000     LABEL RECORDS ARE STANDARD.
013100 01  PG-RECORD.
013200     05 PG-ID                    PIC 9(05).
013300     05 PG-CURSO                 PIC X(06).
013400     05 PG-FECHA                 PIC 9(08).
013500     05 PG-IMPORTE               PIC 9(07)V99.
013600 FD  MOROSOS-FILE
013700     LABEL RECORDS ARE STANDARD.
013800 01  MO-RECORD.
013900     05 MO-ID                    PIC 9(05).
014000     05 MO-CURSO                 PIC X(06).
014100     05 MO-DIAS                  PIC 9(04).
014200     05 MO-SALDO                 PIC 9(07)V99.
014300 FD  REPORTE-FILE
014400     LABEL RECORDS ARE STANDARD
014500     RECORD CONTAINS 80 CHARACTERS.
014600 01  RPT-LINEA                   PIC X(80).
014700 FD  SALDOS-FILE
014800     LABEL RECORDS ARE STANDARD
014900     RECORD CONTAINS 80 CHARACTERS.
015000 01  SLD-LINEA                   PIC X(80).
015100 WORKING-STORAGE SECTION.
015200*
015300 01  FAC-STATUS-FACT             PIC XX.
015400 01  FAC-STATUS-COHORTE          PIC XX.
015500 01  FAC-STATUS-ENROLL           PIC XX.
015600 01  FAC-STATUS-ARANCEL          PIC XX.
015700 01  FAC-STATUS-BECAS            PIC XX.
015800 01  FAC-STATUS-BECALU           PIC XX.
015900 01  FAC-STATUS-POLITICA         PIC XX.
016000 01  FAC-STATUS-CANC             PIC XX.
016100 01  FAC-STATUS-PAGOS            PIC XX.
016200*
016300 01  FAC-PARM-CLAVE              PIC X(12).
016400 01  FAC-PARM-VALOR              PIC X(20).
016500 01  FAC-PARM-HALLADO            PIC X(01).
016600     88  FAC-ES-PARM-HALLADO     VALUE 'Y'.
016700*
016800 01  FAC-INDICADORES.
016900     05  FAC-FIN-ARCHIVO         PIC X VALUE 'N'.
017000         88  FAC-ES-FIN-ARCHIVO  VALUE 'Y'.
017100     05  FAC-HALLADO             PIC X VALUE 'N'.
017200         88  FAC-ES-HALLADO      VALUE 'Y'.
017300     05  FAC-HUBO-CAMBIOS        PIC X VALUE 'N'.
017400         88  FAC-ES-HUBO-CAMBIOS VALUE 'Y'.
017500     05  FAC-DESBORDE            PIC X VALUE 'N'.
017600         88  FAC-HUBO-DESBORDE   VALUE 'Y'.
017700     05  FAC-CANC-LEIDAS         PIC X VALUE 'N'.
017800         88  FAC-ES-CANC-LEIDAS  VALUE 'Y'.
017900     05  FAC-PAGOS-LEIDOS        PIC X VALUE 'N'.
018000         88  FAC-ES-PAGOS-LEIDOS VALUE 'Y'.
018100*
018200 01  FAC-VARIABLES.
018300     05  FAC-MODO                PIC X(01).
018400     05  FAC-FECHA-HOY           PIC 9(08).
018500     05  FAC-DIA-HOY             PIC 9(07).
018600     05  FAC-DIA-BASE            PIC 9(07).
018700     05  FAC-DIA-AUX             PIC 9(07).
018800     05  FAC-DIAS-MORA           PIC 9(03) VALUE 60.
018900     05  FAC-DIAS-ANTES          PIC S9(05).
019000     05  FAC-DIAS-VENCIDO        PIC S9(05).
019100     05  FAC-ULTIMO-NUMERO       PIC 9(06) VALUE ZERO.
019200     05  FAC-NUMERO-NUEVO        PIC 9(06).
019300     05  FAC-NRO-CUOTA           PIC 9(02).
019400     05  FAC-CANT-CUOTAS         PIC 9(02).
019500     05  FAC-FECHA-BASE          PIC 9(08).
019600     05  FAC-ID-EVAL             PIC 9(05).
019700     05  FAC-NOMBRE-EVAL         PIC X(05).
019800     05  FAC-CURSO-EVAL          PIC X(06).
019900     05  FAC-COHORTE-EVAL        PIC 9(08).
020000     05  FAC-BECA-EVAL           PIC X(04).
020100     05  FAC-PORC-BECA           PIC 9(03)V99.
020200     05  FAC-PORC-REINTEGRO      PIC 9(03)V99.
020300     05  FAC-ARANCEL             PIC 9(07)V99.
020400     05  FAC-TOTAL               PIC 9(07)V99.
020500     05  FAC-VALOR-CUOTA         PIC 9(07)V99.
020600     05  FAC-SALDO-CUOTA         PIC 9(07)V99.
020700     05  FAC-APLICADO            PIC 9(07)V99.
020800     05  FAC-RESTO               PIC 9(07)V99.
020900     05  FAC-IMPAGO              PIC 9(07)V99.
021000     05  FAC-PAGADO              PIC 9(07)V99.
021100     05  FAC-REINTEGRO           PIC 9(07)V99.
021200     05  FAC-FECHA-VENCE-MIN     PIC 9(08).
021300     05  FAC-POS-CUOTA           PIC 9(04).
021400     05  FAC-TIPO-NUEVO          PIC X(01).
021500     05  FAC-ESTADO-NUEVO        PIC X(01).
021600     05  FAC-IMPORTE-NUEVO       PIC 9(07)V99.
021700*
021800 01  FAC-CONTADORES.
021900     05  FAC-CANT-FACTURADOS     PIC 9(05) VALUE ZERO.
022000     05  FAC-CANT-SIN-ARANCEL    PIC 9(05) VALUE ZERO.
022100     05  FAC-CANT-NOTAS          PIC 9(05) VALUE ZERO.
022200     05  FAC-CANT-REINTEGROS     PIC 9(05) VALUE ZERO.
022300     05  FAC-CANT-PAGOS          PIC 9(05) VALUE ZERO.
022400     05  FAC-CANT-PAGOS-PEND     PIC 9(05) VALUE ZERO.
022500     05  FAC-CANT-MOROSOS        PIC 9(05) VALUE ZERO.
022600     05  FAC-CANT-DEMAS          PIC 9(05) VALUE ZERO.
022700*
022800 01  FAC-EDICION.
022900     05  FAC-IMPORTE-ED          PIC ZZZZ,ZZ9.99.
023000     05  FAC-IMPORTE2-ED         PIC ZZZZ,ZZ9.99.
023100     05  FAC-PORC-ED             PIC ZZ9.99.
023200     05  FAC-CANT-ED             PIC ZZZZ9.
023300*
023400* FACTURAS, UNA FILA POR CUOTA, NOTA DE CREDITO O REINTEGRO
023500 01  FAC-CANT-FACTURAS           PIC 9(04) VALUE ZERO.
023600 01  FAC-TABLA-FACTURAS.
023700     05  FAC-FACTURA-FILA OCCURS 1000 TIMES
023800                          INDEXED BY FAC-X-FAC
023900                          PIC X(82).
024000 01  FAC-FACTURA-ACTUAL.
024100     05 FCA-NUMERO               PIC 9(06).
024200     05 FCA-TIPO                 PIC X(01).
024300        88 FCA-ES-FACTURA        VALUE 'F'.
024400        88 FCA-ES-NOTA-CREDITO   VALUE 'N'.
024500        88 FCA-ES-REINTEGRO      VALUE 'R'.
024600     05 FCA-ID                   PIC 9(05).
024700     05 FCA-NOMBRE               PIC X(05).
024800     05 FCA-CURSO                PIC X(06).
024900     05 FCA-COHORTE              PIC 9(08).
025000     05 FCA-CUOTA                PIC 9(02).
025100     05 FCA-CANT-CUOTAS          PIC 9(02).
025200     05 FCA-FECHA-EMISION        PIC 9(08).
025300     05 FCA-FECHA-VENCE          PIC 9(08).
025400     05 FCA-IMPORTE              PIC 9(07)V99.
025500     05 FCA-PAGADO               PIC 9(07)V99.
025600     05 FCA-FECHA-PAGO           PIC 9(08).
025700     05 FCA-ESTADO               PIC X(01).
025800        88 FCA-PENDIENTE         VALUE 'P'.
025900        88 FCA-CANCELADA         VALUE 'C'.
026000        88 FCA-ANULADA           VALUE 'A'.
026100     05 FCA-BECA                 PIC X(04).
026200*
026300* ARANCEL POR CURSO, CON LAS CUOTAS Y LOS DIAS ENTRE CUOTAS
026400 01  FAC-CANT-ARANCELES          PIC 9(02) VALUE ZERO.
026500 01  FAC-TABLA-ARANCELES.
026600     05  FAC-ARA-FILA OCCURS 20 TIMES
026700                      INDEXED BY FAC-X-ARA.
026800         10 FAC-ARA-CURSO        PIC X(06).
026900         10 FAC-ARA-IMPORTE      PIC 9(07)V99.
027000         10 FAC-ARA-CUOTAS       PIC 9(02).
027100         10 FAC-ARA-DIAS         PIC 9(03).
027200*
027300* CODIGOS DE BECA O DESCUENTO
027400 01  FAC-CANT-BECAS              PIC 9(02) VALUE ZERO.
027500 01  FAC-TABLA-BECAS.
027600     05  FAC-BEC-FILA OCCURS 50 TIMES
027700                      INDEXED BY FAC-X-BEC.
027800         10 FAC-BEC-CODIGO       PIC X(04).
027900         10 FAC-BEC-PORCENTAJE   PIC 9(03)V99.
028000*
028100* BECA ASIGNADA A CADA ALUMNO (CURSO EN BLANCO: CUALQUIERA)
028200 01  FAC-CANT-BECALU             PIC 9(03) VALUE ZERO.
028300 01  FAC-TABLA-BECALU.
028400     05  FAC-BAL-FILA OCCURS 500 TIMES
028500                      INDEXED BY FAC-X-BAL.
028600         10 FAC-BAL-ID           PIC 9(05).
028700         10 FAC-BAL-CURSO        PIC X(06).
028800         10 FAC-BAL-CODIGO       PIC X(04).
028900*
029000 01  FAC-CANT-COHORTES           PIC 9(02) VALUE ZERO.
029100 01  FAC-TABLA-COHORTES.
029200     05  FAC-COH-FILA OCCURS 20 TIMES
029300                      INDEXED BY FAC-X-COH.
029400         10 FAC-COH-CARRERA      PIC X(20).
029500         10 FAC-COH-FECHA        PIC 9(08).
029600         10 FAC-COH-CURSO        PIC X(06).
029700*
029800* POLITICA DE CANCELACION: DESDE TANTOS DIAS ANTES DEL INICIO
029900* SE REINTEGRA TAL PORCENTAJE DE LO PAGADO
030000 01  FAC-CANT-POLITICAS          PIC 9(02) VALUE ZERO.
030100 01  FAC-TABLA-POLITICAS.
030200     05  FAC-POL-FILA OCCURS 10 TIMES
030300                      INDEXED BY FAC-X-POL.
030400         10 FAC-POL-DIAS         PIC 9(03).
030500         10 FAC-POL-PORCENTAJE   PIC 9(03)V99.
030600*
030700 01  FAC-CANT-INSCRIPTOS         PIC 9(03) VALUE ZERO.
030800 01  FAC-TABLA-INSCRIPTOS.
030900     05  FAC-INS-FILA OCCURS 500 TIMES
031000                      INDEXED BY FAC-X-INS.
031100         10 FAC-INS-NOMBRE       PIC X(05).
031200         10 FAC-INS-CARRERA      PIC X(20).
031300         10 FAC-INS-ID           PIC 9(05).
031400         10 FAC-INS-COHORTE      PIC 9(08).
031500         10 FAC-INS-CURSO        PIC X(06).
031600         10 FAC-INS-VISTO        PIC X(01).
031700*
031800* PAGOS QUE NO ENCONTRARON CUOTA ABIERTA, SE REGRABAN
031900 01  FAC-CANT-RETENIDOS          PIC 9(03) VALUE ZERO.
032000 01  FAC-TABLA-RETENIDOS.
032100     05  FAC-RET-FILA OCCURS 200 TIMES
032200                      INDEXED BY FAC-X-RET
032300                      PIC X(28).
032400*
032500* SALDOS POR ALUMNO Y CURSO PARA EL INFORME DE ANTIGUEDAD
032600 01  FAC-CANT-SALDOS             PIC 9(03) VALUE ZERO.
032700 01  FAC-TABLA-SALDOS.
032800     05  FAC-SAL-FILA OCCURS 500 TIMES
032900                      INDEXED BY FAC-X-SAL.
033000         10 FAC-SAL-ID           PIC 9(05).
033100         10 FAC-SAL-NOMBRE       PIC X(05).
033200         10 FAC-SAL-CURSO        PIC X(06).
033300         10 FAC-SAL-TRAMO        PIC 9(07)V99 OCCURS 5 TIMES.
033400         10 FAC-SAL-TOTAL        PIC 9(07)V99.
033500         10 FAC-SAL-MAX-DIAS     PIC S9(05).
033600 01  FAC-X-TRAMO                 PIC 9(01).
033700 01  FAC-TOTALES-TRAMO.
033800     05  FAC-TOT-TRAMO           PIC 9(08)V99 OCCURS 5 TIMES.
033900 01  FAC-TOT-REINTEGROS          PIC 9(08)V99 VALUE ZERO.
034000 01  FAC-CANT-REINT-PEND         PIC 9(05) VALUE ZERO.
034100*
034200 PROCEDURE DIVISION.
034300******************************************************************
034400* 0000-MAINLINE - PICK THE MODE, RUN IT, PERSIST AND CONSUME
034500******************************************************************
034600 0000-MAINLINE.
034700     DISPLAY 'MODO (F=FACTURAR / N=CANCELACIONES / P=PAGOS / '
034800         'A=ANTIGUEDAD / T=TODO): ' WITH NO ADVANCING.
034900     ACCEPT FAC-MODO.
035000     ACCEPT FAC-FECHA-HOY FROM DATE YYYYMMDD.
035100     COMPUTE FAC-DIA-HOY =
035200         FUNCTION INTEGER-OF-DATE(FAC-FECHA-HOY).
035300     PERFORM 1000-CARGAR-TABLAS THRU 1000-CARGAR-TABLAS-EXIT.
035400* EL REGRABADO DE FACTURAS PERSISTE SOLO LO QUE ENTRA EN LA
035500* TABLA: CON FILAS AFUERA SE PERDERIAN, ASI QUE NO SE PROCESA.
035600     IF FAC-CANT-DEMAS > ZERO
035700         DISPLAY 'FACTCURS: FACTURAS SUPERA LAS 1000 FILAS ('
035800             FAC-CANT-DEMAS ' DE MAS); NO SE PROCESA NADA'
035900         MOVE 8 TO RETURN-CODE
036000         GOBACK
036100     END-IF.
036200     OPEN OUTPUT REPORTE-FILE.
036300     MOVE 'FACTRPT - FACTURACION Y COBRANZA DE CURSOS'
036400         TO RPT-LINEA.
036500     WRITE RPT-LINEA.
036600     EVALUATE FAC-MODO
036700         WHEN 'F'
036800         WHEN 'f'
036900             PERFORM 2000-FACTURAR THRU 2000-FACTURAR-EXIT
037000         WHEN 'N'
037100         WHEN 'n'
037200             PERFORM 3000-CANCELACIONES
037300                 THRU 3000-CANCELACIONES-EXIT
037400         WHEN 'P'
037500         WHEN 'p'
037600             PERFORM 4000-PAGOS THRU 4000-PAGOS-EXIT
037700         WHEN 'A'
037800         WHEN 'a'
037900             PERFORM 5000-ANTIGUEDAD THRU 5000-ANTIGUEDAD-EXIT
038000         WHEN 'T'
038100         WHEN 't'
038200             PERFORM 2000-FACTURAR THRU 2000-FACTURAR-EXIT
038300             PERFORM 3000-CANCELACIONES
038400                 THRU 3000-CANCELACIONES-EXIT
038500             PERFORM 4000-PAGOS THRU 4000-PAGOS-EXIT
038600             PERFORM 5000-ANTIGUEDAD THRU 5000-ANTIGUEDAD-EXIT
038700         WHEN OTHER
038800             DISPLAY 'MODO INVALIDO'
038900     END-EVALUATE.
039000     CLOSE REPORTE-FILE.
039100     IF FAC-ES-HUBO-CAMBIOS
039200         PERFORM 6000-REGRABAR-FACTURAS
039300             THRU 6000-REGRABAR-FACTURAS-EXIT
039400     END-IF.
039500*    LAS ENTRADAS SE CONSUMEN RECIEN CUANDO FACTURAS QUEDO
039600*    GRABADO, COMO EL CONSUMO DE BONOADJ.
039700     IF FAC-ES-CANC-LEIDAS
039800         OPEN OUTPUT CANCFACT-FILE
039900         CLOSE CANCFACT-FILE
040000     END-IF.
040100     IF FAC-ES-PAGOS-LEIDOS
040200         PERFORM 6200-REGRABAR-PAGOS
040300             THRU 6200-REGRABAR-PAGOS-EXIT
040400     END-IF.
040500     IF FAC-HUBO-DESBORDE
040600         MOVE 4 TO RETURN-CODE
040700     END-IF.
040800     DISPLAY 'FACTCURS: ' FAC-CANT-FACTURADOS ' FACTURADOS, '
040900         FAC-CANT-NOTAS ' NOTAS DE CREDITO, '
041000         FAC-CANT-PAGOS ' PAGOS APLICADOS'.
041100     GOBACK.
041200 0000-MAINLINE-EXIT.
041300     EXIT.
041400*
041500******************************************************************
041600* 1000-CARGAR-TABLAS - MASTER, FEES, SCHOLARSHIPS, COHORTS,
041700*                      POLICY AND THE OVERDUE THRESHOLD
041800******************************************************************
041900 1000-CARGAR-TABLAS.
042000     MOVE 'N' TO FAC-FIN-ARCHIVO.
042100     OPEN INPUT FACTURAS-FILE.
042200     IF FAC-STATUS-FACT = '00'
042300         PERFORM 1100-LEER-FACTURA THRU 1100-LEER-FACTURA-EXIT
042400             UNTIL FAC-ES-FIN-ARCHIVO
042500     END-IF.
042600     CLOSE FACTURAS-FILE.
042700     MOVE 'N' TO FAC-FIN-ARCHIVO.
042800     OPEN INPUT ARANCELES-FILE.
042900     IF FAC-STATUS-ARANCEL = '00'
043000         PERFORM 1200-LEER-ARANCEL THRU 1200-LEER-ARANCEL-EXIT
043100             UNTIL FAC-ES-FIN-ARCHIVO
043200     END-IF.
043300     CLOSE ARANCELES-FILE.
043400     MOVE 'N' TO FAC-FIN-ARCHIVO.
043500     OPEN INPUT BECAS-FILE.
043600     IF FAC-STATUS-BECAS = '00'
043700         PERFORM 1300-LEER-BECA THRU 1300-LEER-BECA-EXIT
043800             UNTIL FAC-ES-FIN-ARCHIVO
043900     END-IF.
044000     CLOSE BECAS-FILE.
044100     MOVE 'N' TO FAC-FIN-ARCHIVO.
044200     OPEN INPUT BECASALU-FILE.
044300     IF FAC-STATUS-BECALU = '00'
044400         PERFORM 1400-LEER-BECALU THRU 1400-LEER-BECALU-EXIT
044500             UNTIL FAC-ES-FIN-ARCHIVO
044600     END-IF.
044700     CLOSE BECASALU-FILE.
044800     MOVE 'N' TO FAC-FIN-ARCHIVO.
044900     OPEN INPUT COHORTES-FILE.
045000     IF FAC-STATUS-COHORTE = '00'
045100         PERFORM 1500-LEER-COHORTE THRU 1500-LEER-COHORTE-EXIT
045200             UNTIL FAC-ES-FIN-ARCHIVO
045300     END-IF.
045400     CLOSE COHORTES-FILE.
045500     MOVE 'N' TO FAC-FIN-ARCHIVO.
045600     OPEN INPUT POLCANCEL-FILE.
045700     IF FAC-STATUS-POLITICA = '00'
045800         PERFORM 1600-LEER-POLITICA THRU 1600-LEER-POLITICA-EXIT
045900             UNTIL FAC-ES-FIN-ARCHIVO
046000     END-IF.
046100     CLOSE POLCANCEL-FILE.
046200     MOVE 'N' TO FAC-FIN-ARCHIVO.
046300     MOVE 'DIASMORA' TO FAC-PARM-CLAVE.
046400     CALL 'LEERPARM' USING FAC-PARM-CLAVE
046500         FAC-PARM-VALOR FAC-PARM-HALLADO.
046600     IF FAC-ES-PARM-HALLADO
046700         AND FAC-PARM-VALOR(1:3) IS NUMERIC
046800         MOVE FAC-PARM-VALOR(1:3) TO FAC-DIAS-MORA
046900     END-IF.
047000 1000-CARGAR-TABLAS-EXIT.
047100     EXIT.
047200*
047300******************************************************************
047400* 1100-LEER-FACTURA - KEEP ONE RECEIVABLES ROW, TRACKING THE
047500*                     HIGHEST DOCUMENT NUMBER IN USE
047600******************************************************************
047700 1100-LEER-FACTURA.
047800     READ FACTURAS-FILE
047900         AT END
048000             SET FAC-ES-FIN-ARCHIVO TO TRUE
048100         NOT AT END
048200             IF FAC-CANT-FACTURAS < 1000
048300                 ADD 1 TO FAC-CANT-FACTURAS
048400                 SET FAC-X-FAC TO FAC-CANT-FACTURAS
048500                 MOVE FC-RECORD TO FAC-FACTURA-FILA(FAC-X-FAC)
048600                 MOVE FC-RECORD TO FAC-FACTURA-ACTUAL
048700                 IF FCA-NUMERO IS NUMERIC
048800                     AND FCA-NUMERO > FAC-ULTIMO-NUMERO
048900                     MOVE FCA-NUMERO TO FAC-ULTIMO-NUMERO
049000                 END-IF
049100             ELSE
049200                 ADD 1 TO FAC-CANT-DEMAS
049300             END-IF
049400     END-READ.
049500 1100-LEER-FACTURA-EXIT.
049600     EXIT.
049700*
049800******************************************************************
049900* 1200-LEER-ARANCEL - ONE COURSE FEE
050000******************************************************************
050100 1200-LEER-ARANCEL.
050200     READ ARANCELES-FILE
050300         AT END
050400             SET FAC-ES-FIN-ARCHIVO TO TRUE
050500         NOT AT END
050600             IF FAC-CANT-ARANCELES < 20
050700                 AND AR-IMPORTE IS NUMERIC
050800                 ADD 1 TO FAC-CANT-ARANCELES
050900                 SET FAC-X-ARA TO FAC-CANT-ARANCELES
051000                 MOVE AR-CURSO TO FAC-ARA-CURSO(FAC-X-ARA)
051100                 MOVE AR-IMPORTE TO FAC-ARA-IMPORTE(FAC-X-ARA)
051200                 IF AR-CUOTAS IS NUMERIC AND AR-CUOTAS > ZERO
051300                     MOVE AR-CUOTAS TO FAC-ARA-CUOTAS(FAC-X-ARA)
051400                 ELSE
051500                     MOVE 1 TO FAC-ARA-CUOTAS(FAC-X-ARA)
051600                 END-IF
051700                 IF AR-DIAS-ENTRE IS NUMERIC
051800                     MOVE AR-DIAS-ENTRE
051900                         TO FAC-ARA-DIAS(FAC-X-ARA)
052000                 ELSE
052100                     MOVE 30 TO FAC-ARA-DIAS(FAC-X-ARA)
052200                 END-IF
052300             END-IF
052400     END-READ.
052500 1200-LEER-ARANCEL-EXIT.
052600     EXIT.
052700*
052800******************************************************************
052900* 1300-LEER-BECA - ONE SCHOLARSHIP OR DISCOUNT CODE
053000******************************************************************
053100 1300-LEER-BECA.
053200     READ BECAS-FILE
053300         AT END
053400             SET FAC-ES-FIN-ARCHIVO TO TRUE
053500         NOT AT END
053600             IF FAC-CANT-BECAS < 50
053700                 AND BC-PORCENTAJE IS NUMERIC
053800                 AND BC-PORCENTAJE NOT > 100
053900                 ADD 1 TO FAC-CANT-BECAS
054000                 SET FAC-X-BEC TO FAC-CANT-BECAS
054100                 MOVE BC-CODIGO TO FAC-BEC-CODIGO(FAC-X-BEC)
054200                 MOVE BC-PORCENTAJE
054300                     TO FAC-BEC-PORCENTAJE(FAC-X-BEC)
054400             END-IF
054500     END-READ.
054600 1300-LEER-BECA-EXIT.
054700     EXIT.
054800*
054900******************************************************************
055000* 1400-LEER-BECALU - ONE STUDENT'S SCHOLARSHIP ASSIGNMENT
055100******************************************************************
055200 1400-LEER-BECALU.
055300     READ BECASALU-FILE
055400         AT END
055500             SET FAC-ES-FIN-ARCHIVO TO TRUE
055600         NOT AT END
055700             IF FAC-CANT-BECALU < 500 AND BA-ID IS NUMERIC
055800                 ADD 1 TO FAC-CANT-BECALU
055900                 SET FAC-X-BAL TO FAC-CANT-BECALU
056000                 MOVE BA-ID TO FAC-BAL-ID(FAC-X-BAL)
056100                 MOVE BA-CURSO TO FAC-BAL-CURSO(FAC-X-BAL)
056200                 MOVE BA-CODIGO TO FAC-BAL-CODIGO(FAC-X-BAL)
056300             END-IF
056400     END-READ.
056500 1400-LEER-BECALU-EXIT.
056600     EXIT.
056700*
056800******************************************************************
056900* 1500-LEER-COHORTE - ONE COHORT OF THE CALENDAR
057000******************************************************************
057100 1500-LEER-COHORTE.
057200     READ COHORTES-FILE
057300         AT END
057400             SET FAC-ES-FIN-ARCHIVO TO TRUE
057500         NOT AT END
057600             IF FAC-CANT-COHORTES < 20
057700                 AND CO3-FECHA-INICIO IS NUMERIC
057800                 ADD 1 TO FAC-CANT-COHORTES
057900                 SET FAC-X-COH TO FAC-CANT-COHORTES
058000                 MOVE CO3-CARRERA TO FAC-COH-CARRERA(FAC-X-COH)
058100                 MOVE CO3-FECHA-INICIO
058200                     TO FAC-COH-FECHA(FAC-X-COH)
058300                 MOVE CO3-CURSO TO FAC-COH-CURSO(FAC-X-COH)
058400             END-IF
058500     END-READ.
058600 1500-LEER-COHORTE-EXIT.
058700     EXIT.
058800*
058900******************************************************************
059000* 1600-LEER-POLITICA - ONE CANCELLATION POLICY STEP
059100******************************************************************
059200 1600-LEER-POLITICA.
059300     READ POLCANCEL-FILE
059400         AT END
059500             SET FAC-ES-FIN-ARCHIVO TO TRUE
059600         NOT AT END
059700             IF FAC-CANT-POLITICAS < 10
059800                 AND PC-DIAS-MIN IS NUMERIC
059900                 AND PC-PORCENTAJE IS NUMERIC
060000                 AND PC-PORCENTAJE NOT > 100
060100                 ADD 1 TO FAC-CANT-POLITICAS
060200                 SET FAC-X-POL TO FAC-CANT-POLITICAS
060300                 MOVE PC-DIAS-MIN TO FAC-POL-DIAS(FAC-X-POL)
060400                 MOVE PC-PORCENTAJE
060500                     TO FAC-POL-PORCENTAJE(FAC-X-POL)
060600             END-IF
060700     END-READ.
060800 1600-LEER-POLITICA-EXIT.
060900     EXIT.
061000*
061100******************************************************************
061200* 2000-FACTURAR - INVOICE EVERY ENROLLMENT OF EVERY COHORT
061300******************************************************************
061400 2000-FACTURAR.
061500     MOVE 'FACTURAS EMITIDAS' TO RPT-LINEA.
061600     WRITE RPT-LINEA.
061700     MOVE 'N' TO FAC-FIN-ARCHIVO.
061800     OPEN INPUT ENROLL3-FILE.
061900     IF FAC-STATUS-ENROLL NOT = '00'
062000         DISPLAY 'FACTCURS: NO HAY ARCHIVO ENROLL3'
062100         CLOSE ENROLL3-FILE
062200         GO TO 2000-FACTURAR-EXIT
062300     END-IF.
062400     PERFORM 2050-LEER-INSCRIPTO THRU 2050-LEER-INSCRIPTO-EXIT
062500         UNTIL FAC-ES-FIN-ARCHIVO.
062600     CLOSE ENROLL3-FILE.
062700     MOVE 'N' TO FAC-FIN-ARCHIVO.
062800     PERFORM 2100-FACTURAR-COHORTE
062900         THRU 2100-FACTURAR-COHORTE-EXIT
063000         VARYING FAC-X-COH FROM 1 BY 1
063100         UNTIL FAC-X-COH > FAC-CANT-COHORTES.
063200*    LOS INSCRIPTOS SIN COHORTE EN EL CALENDARIO SE FACTURAN
063300*    CON VENCIMIENTO DESDE HOY.
063400     MOVE FAC-FECHA-HOY TO FAC-FECHA-BASE.
063500     PERFORM 2200-FACTURAR-SUELTO THRU 2200-FACTURAR-SUELTO-EXIT
063600         VARYING FAC-X-INS FROM 1 BY 1
063700         UNTIL FAC-X-INS > FAC-CANT-INSCRIPTOS.
063800     MOVE SPACES TO RPT-LINEA.
063900     STRING 'FACTURADOS: ' FAC-CANT-FACTURADOS
064000         '  SIN ARANCEL: ' FAC-CANT-SIN-ARANCEL
064100         DELIMITED BY SIZE INTO RPT-LINEA.
064200     WRITE RPT-LINEA.
064300 2000-FACTURAR-EXIT.
064400     EXIT.
064500*
064600******************************************************************
064700* 2050-LEER-INSCRIPTO - KEEP ONE ENROLLMENT
064800******************************************************************
064900 2050-LEER-INSCRIPTO.
065000     READ ENROLL3-FILE
065100         AT END
065200             SET FAC-ES-FIN-ARCHIVO TO TRUE
065300         NOT AT END
065400             IF FAC-CANT-INSCRIPTOS < 500
065500                 ADD 1 TO FAC-CANT-INSCRIPTOS
065600                 SET FAC-X-INS TO FAC-CANT-INSCRIPTOS
065700                 MOVE EN3-NOMBRE TO FAC-INS-NOMBRE(FAC-X-INS)
065800                 MOVE EN3-CARRERA-NOMBRE
065900                     TO FAC-INS-CARRERA(FAC-X-INS)
066000                 MOVE EN3-ID TO FAC-INS-ID(FAC-X-INS)
066100                 IF EN3-COHORTE IS NUMERIC
066200                     MOVE EN3-COHORTE
066300                         TO FAC-INS-COHORTE(FAC-X-INS)
066400                 ELSE
066500                     MOVE ZERO TO FAC-INS-COHORTE(FAC-X-INS)
066600                 END-IF
066700                 MOVE EN3-CURSO TO FAC-INS-CURSO(FAC-X-INS)
066800                 MOVE 'N' TO FAC-INS-VISTO(FAC-X-INS)
066900             ELSE
067000                 DISPLAY 'FACTCURS: ENROLL3 SUPERA 500 FILAS, '
067100                     'SE IGNORA ' EN3-ID
067200                 SET FAC-HUBO-DESBORDE TO TRUE
067300             END-IF
067400     END-READ.
067500 2050-LEER-INSCRIPTO-EXIT.
067600     EXIT.
067700*
067800******************************************************************
067900* 2100-FACTURAR-COHORTE - THE ENROLLMENTS OF ONE COHORT, DUE
068000*                         FROM ITS START DATE
068100******************************************************************
068200 2100-FACTURAR-COHORTE.
068300     MOVE FAC-COH-FECHA(FAC-X-COH) TO FAC-FECHA-BASE.
068400     PERFORM 2110-INSCRIPTO-COHORTE
068500         THRU 2110-INSCRIPTO-COHORTE-EXIT
068600         VARYING FAC-X-INS FROM 1 BY 1
068700         UNTIL FAC-X-INS > FAC-CANT-INSCRIPTOS.
068800 2100-FACTURAR-COHORTE-EXIT.
068900     EXIT.
069000*
069100******************************************************************
069200* 2110-INSCRIPTO-COHORTE - ONE ENROLLMENT, IF IT IS OF THE COHORT
069300******************************************************************
069400 2110-INSCRIPTO-COHORTE.
069500     IF FAC-INS-VISTO(FAC-X-INS) = 'N'
069600         AND FAC-INS-COHORTE(FAC-X-INS) = FAC-COH-FECHA(FAC-X-COH)
069700         AND FAC-INS-CARRERA(FAC-X-INS)
069800             = FAC-COH-CARRERA(FAC-X-COH)
069900         AND (FAC-COH-CURSO(FAC-X-COH) = SPACES
070000              OR FAC-INS-CURSO(FAC-X-INS)
070100                 = FAC-COH-CURSO(FAC-X-COH))
070200         PERFORM 2300-FACTURAR-INSCRIPTO
070300             THRU 2300-FACTURAR-INSCRIPTO-EXIT
070400     END-IF.
070500 2110-INSCRIPTO-COHORTE-EXIT.
070600     EXIT.
070700*
070800******************************************************************
070900* 2200-FACTURAR-SUELTO - AN ENROLLMENT NO COHORT CLAIMED
071000******************************************************************
071100 2200-FACTURAR-SUELTO.
071200     IF FAC-INS-VISTO(FAC-X-INS) = 'N'
071300         PERFORM 2300-FACTURAR-INSCRIPTO
071400             THRU 2300-FACTURAR-INSCRIPTO-EXIT
071500     END-IF.
071600 2200-FACTURAR-SUELTO-EXIT.
071700     EXIT.
071800*
071900******************************************************************
072000* 2300-FACTURAR-INSCRIPTO - ONE INVOICE, ONCE PER STUDENT,
072100*                           COURSE AND COHORT
072200******************************************************************
072300 2300-FACTURAR-INSCRIPTO.
072400     MOVE 'Y' TO FAC-INS-VISTO(FAC-X-INS).
072500     MOVE FAC-INS-ID(FAC-X-INS) TO FAC-ID-EVAL.
072600     MOVE FAC-INS-NOMBRE(FAC-X-INS) TO FAC-NOMBRE-EVAL.
072700     MOVE FAC-INS-COHORTE(FAC-X-INS) TO FAC-COHORTE-EVAL.
072800     MOVE FAC-INS-CURSO(FAC-X-INS) TO FAC-CURSO-EVAL.
072900     IF FAC-CURSO-EVAL = SPACES
073000         MOVE 'COBOL' TO FAC-CURSO-EVAL
073100     END-IF.
073200     MOVE 'N' TO FAC-HALLADO.
073300     PERFORM 2310-BUSCAR-FACTURADO THRU 2310-BUSCAR-FACTURADO-EXIT
073400         VARYING FAC-X-FAC FROM 1 BY 1
073500         UNTIL FAC-X-FAC > FAC-CANT-FACTURAS
073600         OR FAC-ES-HALLADO.
073700     IF FAC-ES-HALLADO
073800         GO TO 2300-FACTURAR-INSCRIPTO-EXIT
073900     END-IF.
074000     MOVE 'N' TO FAC-HALLADO.
074100     PERFORM 2320-BUSCAR-ARANCEL THRU 2320-BUSCAR-ARANCEL-EXIT
074200         VARYING FAC-X-ARA FROM 1 BY 1
074300         UNTIL FAC-X-ARA > FAC-CANT-ARANCELES
074400         OR FAC-ES-HALLADO.
074500     IF NOT FAC-ES-HALLADO
074600         ADD 1 TO FAC-CANT-SIN-ARANCEL
074700         MOVE SPACES TO RPT-LINEA
074800         STRING 'SIN ARANCEL PARA EL CURSO ' FAC-CURSO-EVAL
074900             ': ' FAC-ID-EVAL ' ' FAC-NOMBRE-EVAL
075000             DELIMITED BY SIZE INTO RPT-LINEA
075100         WRITE RPT-LINEA
075200         GO TO 2300-FACTURAR-INSCRIPTO-EXIT
075300     END-IF.
075400     SET FAC-X-ARA DOWN BY 1.
075500     MOVE FAC-ARA-IMPORTE(FAC-X-ARA) TO FAC-ARANCEL.
075600     MOVE FAC-ARA-CUOTAS(FAC-X-ARA) TO FAC-CANT-CUOTAS.
075700     IF FAC-CANT-FACTURAS + FAC-CANT-CUOTAS > 1000
075800         DISPLAY 'FACTCURS: TABLA DE FACTURAS LLENA, SIN '
075900             'FACTURAR ' FAC-ID-EVAL
076000         SET FAC-HUBO-DESBORDE TO TRUE
076100         GO TO 2300-FACTURAR-INSCRIPTO-EXIT
076200     END-IF.
076300     PERFORM 2330-BUSCAR-BECA THRU 2330-BUSCAR-BECA-EXIT.
076400     COMPUTE FAC-TOTAL ROUNDED =
076500         FAC-ARANCEL * (100 - FAC-PORC-BECA) / 100.
076600     COMPUTE FAC-VALOR-CUOTA = FAC-TOTAL / FAC-CANT-CUOTAS.
076700*    LA PRIMERA CUOTA VENCE AL INICIO DE LA COHORTE, O HOY SI
076800*    LA COHORTE YA EMPEZO.
076900     IF FAC-FECHA-BASE < FAC-FECHA-HOY
077000         MOVE FAC-FECHA-HOY TO FAC-FECHA-BASE
077100     END-IF.
077200     COMPUTE FAC-DIA-BASE =
077300         FUNCTION INTEGER-OF-DATE(FAC-FECHA-BASE).
077400     ADD 1 TO FAC-ULTIMO-NUMERO.
077500     MOVE FAC-ULTIMO-NUMERO TO FAC-NUMERO-NUEVO.
077600     PERFORM 2340-GENERAR-CUOTA THRU 2340-GENERAR-CUOTA-EXIT
077700         VARYING FAC-NRO-CUOTA FROM 1 BY 1
077800         UNTIL FAC-NRO-CUOTA > FAC-CANT-CUOTAS.
077900     MOVE 'Y' TO FAC-HUBO-CAMBIOS.
078000     ADD 1 TO FAC-CANT-FACTURADOS.
078100     MOVE FAC-TOTAL TO FAC-IMPORTE-ED.
078200     MOVE SPACES TO RPT-LINEA.
078300     STRING 'FACTURA ' FAC-NUMERO-NUEVO ' ' FAC-ID-EVAL ' '
078400         FAC-NOMBRE-EVAL ' ' FAC-CURSO-EVAL ' '
078500         FAC-COHORTE-EVAL ' CUOTAS ' FAC-CANT-CUOTAS
078600         ' TOTAL ' FAC-IMPORTE-ED ' ' FAC-BECA-EVAL
078700         DELIMITED BY SIZE INTO RPT-LINEA.
078800     WRITE RPT-LINEA.
078900 2300-FACTURAR-INSCRIPTO-EXIT.
079000     EXIT.
079100*
079200******************************************************************
079300* 2310-BUSCAR-FACTURADO - AN INVOICE FOR THIS ENROLLMENT ALREADY
079400******************************************************************
079500 2310-BUSCAR-FACTURADO.
079600     MOVE FAC-FACTURA-FILA(FAC-X-FAC) TO FAC-FACTURA-ACTUAL.
079700     IF FCA-ES-FACTURA
079800         AND FCA-ID = FAC-ID-EVAL
079900         AND FCA-CURSO = FAC-CURSO-EVAL
080000         AND FCA-COHORTE = FAC-COHORTE-EVAL
080100         SET FAC-ES-HALLADO TO TRUE
080200     END-IF.
080300 2310-BUSCAR-FACTURADO-EXIT.
080400     EXIT.
080500*
080600******************************************************************
080700* 2320-BUSCAR-ARANCEL - THE FEE OF THE COURSE
080800******************************************************************
080900 2320-BUSCAR-ARANCEL.
081000     IF FAC-ARA-CURSO(FAC-X-ARA) = FAC-CURSO-EVAL
081100         SET FAC-ES-HALLADO TO TRUE
081200     END-IF.
081300 2320-BUSCAR-ARANCEL-EXIT.
081400     EXIT.
081500*
081600******************************************************************
081700* 2330-BUSCAR-BECA - THE STUDENT'S SCHOLARSHIP AND ITS PERCENT;
081800*                    AN UNKNOWN CODE IS REPORTED AND IGNORED
081900******************************************************************
082000 2330-BUSCAR-BECA.
082100     MOVE SPACES TO FAC-BECA-EVAL.
082200     MOVE ZERO TO FAC-PORC-BECA.
082300     MOVE 'N' TO FAC-HALLADO.
082400     PERFORM 2331-COMPARAR-BECALU THRU 2331-COMPARAR-BECALU-EXIT
082500         VARYING FAC-X-BAL FROM 1 BY 1
082600         UNTIL FAC-X-BAL > FAC-CANT-BECALU
082700         OR FAC-ES-HALLADO.
082800     IF NOT FAC-ES-HALLADO
082900         GO TO 2330-BUSCAR-BECA-EXIT
083000     END-IF.
083100     MOVE 'N' TO FAC-HALLADO.
083200     PERFORM 2332-COMPARAR-BECA THRU 2332-COMPARAR-BECA-EXIT
083300         VARYING FAC-X-BEC FROM 1 BY 1
083400         UNTIL FAC-X-BEC > FAC-CANT-BECAS
083500         OR FAC-ES-HALLADO.
083600     IF NOT FAC-ES-HALLADO
083700         MOVE SPACES TO RPT-LINEA
083800         STRING 'BECA ' FAC-BECA-EVAL ' DESCONOCIDA, SE '
083900             'FACTURA SIN DESCUENTO: ' FAC-ID-EVAL
084000             DELIMITED BY SIZE INTO RPT-LINEA
084100         WRITE RPT-LINEA
084200         MOVE SPACES TO FAC-BECA-EVAL
084300     END-IF.
084400 2330-BUSCAR-BECA-EXIT.
084500     EXIT.
084600*
084700 2331-COMPARAR-BECALU.
084800     IF FAC-BAL-ID(FAC-X-BAL) = FAC-ID-EVAL
084900         AND (FAC-BAL-CURSO(FAC-X-BAL) = SPACES
085000              OR FAC-BAL-CURSO(FAC-X-BAL) = FAC-CURSO-EVAL)
085100         MOVE FAC-BAL-CODIGO(FAC-X-BAL) TO FAC-BECA-EVAL
085200         SET FAC-ES-HALLADO TO TRUE
085300     END-IF.
085400 2331-COMPARAR-BECALU-EXIT.
085500     EXIT.
085600*
085700 2332-COMPARAR-BECA.
085800     IF FAC-BEC-CODIGO(FAC-X-BEC) = FAC-BECA-EVAL
085900         MOVE FAC-BEC-PORCENTAJE(FAC-X-BEC) TO FAC-PORC-BECA
086000         SET FAC-ES-HALLADO TO TRUE
086100     END-IF.
086200 2332-COMPARAR-BECA-EXIT.
086300     EXIT.
086400*
086500******************************************************************
086600* 2340-GENERAR-CUOTA - ONE INSTALLMENT ROW; THE LAST ONE TAKES
086700*                      THE ROUNDING REMAINDER
086800******************************************************************
086900 2340-GENERAR-CUOTA.
087000     MOVE FAC-NUMERO-NUEVO TO FCA-NUMERO.
087100     MOVE 'F' TO FCA-TIPO.
087200     MOVE FAC-ID-EVAL TO FCA-ID.
087300     MOVE FAC-NOMBRE-EVAL TO FCA-NOMBRE.
087400     MOVE FAC-CURSO-EVAL TO FCA-CURSO.
087500     MOVE FAC-COHORTE-EVAL TO FCA-COHORTE.
087600     MOVE FAC-NRO-CUOTA TO FCA-CUOTA.
087700     MOVE FAC-CANT-CUOTAS TO FCA-CANT-CUOTAS.
087800     MOVE FAC-FECHA-HOY TO FCA-FECHA-EMISION.
087900     COMPUTE FAC-DIA-AUX = FAC-DIA-BASE
088000         + (FAC-NRO-CUOTA - 1) * FAC-ARA-DIAS(FAC-X-ARA).
088100     COMPUTE FCA-FECHA-VENCE =
088200         FUNCTION DATE-OF-INTEGER(FAC-DIA-AUX).
088300     IF FAC-NRO-CUOTA = FAC-CANT-CUOTAS
088400         COMPUTE FAC-SALDO-CUOTA =
088500             FAC-VALOR-CUOTA * FAC-CANT-CUOTAS
088600         COMPUTE FCA-IMPORTE =
088700             FAC-TOTAL - FAC-SALDO-CUOTA + FAC-VALOR-CUOTA
088800     ELSE
088900         MOVE FAC-VALOR-CUOTA TO FCA-IMPORTE
089000     END-IF.
089100     MOVE ZERO TO FCA-PAGADO.
089200     MOVE ZERO TO FCA-FECHA-PAGO.
089300     IF FCA-IMPORTE = ZERO
089400         MOVE 'C' TO FCA-ESTADO
089500     ELSE
089600         MOVE 'P' TO FCA-ESTADO
089700     END-IF.
089800     MOVE FAC-BECA-EVAL TO FCA-BECA.
089900     ADD 1 TO FAC-CANT-FACTURAS.
090000     SET FAC-X-FAC TO FAC-CANT-FACTURAS.
090100     MOVE FAC-FACTURA-ACTUAL TO FAC-FACTURA-FILA(FAC-X-FAC).
090200 2340-GENERAR-CUOTA-EXIT.
090300     EXIT.
090400*
090500******************************************************************
090600* 3000-CANCELACIONES - CREDIT NOTES AND REFUNDS FOR CANCFACT
090700******************************************************************
090800 3000-CANCELACIONES.
090900     MOVE 'CANCELACIONES: NOTAS DE CREDITO Y REINTEGROS'
091000         TO RPT-LINEA.
091100     WRITE RPT-LINEA.
091200     MOVE 'N' TO FAC-FIN-ARCHIVO.
091300     OPEN INPUT CANCFACT-FILE.
091400     IF FAC-STATUS-CANC = '00'
091500         SET FAC-ES-CANC-LEIDAS TO TRUE
091600         PERFORM 3100-LEER-CANCELACION
091700             THRU 3100-LEER-CANCELACION-EXIT
091800             UNTIL FAC-ES-FIN-ARCHIVO
091900     END-IF.
092000     CLOSE CANCFACT-FILE.
092100     MOVE 'N' TO FAC-FIN-ARCHIVO.
092200 3000-CANCELACIONES-EXIT.
092300     EXIT.
092400*
092500******************************************************************
092600* 3100-LEER-CANCELACION - ONE CANCELLATION ROW
092700******************************************************************
092800 3100-LEER-CANCELACION.
092900     READ CANCFACT-FILE
093000         AT END
093100             SET FAC-ES-FIN-ARCHIVO TO TRUE
093200         NOT AT END
093300             PERFORM 3200-ACREDITAR THRU 3200-ACREDITAR-EXIT
093400     END-READ.
093500 3100-LEER-CANCELACION-EXIT.
093600     EXIT.
093700*
093800******************************************************************
093900* 3200-ACREDITAR - VOID WHAT IS UNPAID WITH A CREDIT NOTE AND
094000*                  REFUND THE POLICY PERCENT OF WHAT WAS PAID
094100******************************************************************
094200 3200-ACREDITAR.
094300     IF CF-ID IS NOT NUMERIC
094400         GO TO 3200-ACREDITAR-EXIT
094500     END-IF.
094600     MOVE CF-ID TO FAC-ID-EVAL.
094700     MOVE CF-CURSO TO FAC-CURSO-EVAL.
094800     IF FAC-CURSO-EVAL = SPACES
094900         MOVE 'COBOL' TO FAC-CURSO-EVAL
095000     END-IF.
095100     IF CF-COHORTE IS NUMERIC
095200         MOVE CF-COHORTE TO FAC-COHORTE-EVAL
095300     ELSE
095400         MOVE ZERO TO FAC-COHORTE-EVAL
095500     END-IF.
095600     MOVE ZERO TO FAC-IMPAGO.
095700     MOVE ZERO TO FAC-PAGADO.
095800     MOVE SPACES TO FAC-NOMBRE-EVAL.
095900     MOVE 'N' TO FAC-HALLADO.
096000     PERFORM 3210-ANULAR-CUOTA THRU 3210-ANULAR-CUOTA-EXIT
096100         VARYING FAC-X-FAC FROM 1 BY 1
096200         UNTIL FAC-X-FAC > FAC-CANT-FACTURAS.
096300     IF NOT FAC-ES-HALLADO
096400         MOVE SPACES TO RPT-LINEA
096500         STRING 'CANCELADO SIN FACTURA, NADA QUE ACREDITAR: '
096600             FAC-ID-EVAL ' ' FAC-CURSO-EVAL
096700             DELIMITED BY SIZE INTO RPT-LINEA
096800         WRITE RPT-LINEA
096900         GO TO 3200-ACREDITAR-EXIT
097000     END-IF.
097100     MOVE 'Y' TO FAC-HUBO-CAMBIOS.
097200*    DIAS ENTRE LA BAJA Y EL INICIO DE LA COHORTE; SIN COHORTE
097300*    O YA EMPEZADA CUENTA COMO CERO.
097400     MOVE ZERO TO FAC-DIAS-ANTES.
097500     IF FAC-COHORTE-EVAL > ZERO
097600         AND CF-FECHA IS NUMERIC AND CF-FECHA > ZERO
097700         COMPUTE FAC-DIAS-ANTES =
097800             FUNCTION INTEGER-OF-DATE(FAC-COHORTE-EVAL)
097900             - FUNCTION INTEGER-OF-DATE(CF-FECHA)
098000         IF FAC-DIAS-ANTES < ZERO
098100             MOVE ZERO TO FAC-DIAS-ANTES
098200         END-IF
098300     END-IF.
098400     MOVE ZERO TO FAC-PORC-REINTEGRO.
098500     MOVE ZERO TO FAC-DIA-AUX.
098600     PERFORM 3220-APLICAR-POLITICA THRU 3220-APLICAR-POLITICA-EXIT
098700         VARYING FAC-X-POL FROM 1 BY 1
098800         UNTIL FAC-X-POL > FAC-CANT-POLITICAS.
098900     COMPUTE FAC-REINTEGRO ROUNDED =
099000         FAC-PAGADO * FAC-PORC-REINTEGRO / 100.
099100     IF FAC-IMPAGO > ZERO
099200         MOVE 'N' TO FAC-TIPO-NUEVO
099300         MOVE 'C' TO FAC-ESTADO-NUEVO
099400         MOVE FAC-IMPAGO TO FAC-IMPORTE-NUEVO
099500         PERFORM 7000-AGREGAR-DOCUMENTO
099600             THRU 7000-AGREGAR-DOCUMENTO-EXIT
099700         ADD 1 TO FAC-CANT-NOTAS
099800     END-IF.
099900     IF FAC-REINTEGRO > ZERO
100000         MOVE 'R' TO FAC-TIPO-NUEVO
100100         MOVE 'P' TO FAC-ESTADO-NUEVO
100200         MOVE FAC-REINTEGRO TO FAC-IMPORTE-NUEVO
100300         PERFORM 7000-AGREGAR-DOCUMENTO
100400             THRU 7000-AGREGAR-DOCUMENTO-EXIT
100500         ADD 1 TO FAC-CANT-REINTEGROS
100600     END-IF.
100700     MOVE FAC-IMPAGO TO FAC-IMPORTE-ED.
100800     MOVE FAC-REINTEGRO TO FAC-IMPORTE2-ED.
100900     MOVE FAC-PORC-REINTEGRO TO FAC-PORC-ED.
101000     MOVE SPACES TO RPT-LINEA.
101100     STRING 'BAJA ' FAC-ID-EVAL ' ' FAC-CURSO-EVAL
101200         ' NOTA CR ' FAC-IMPORTE-ED
101300         ' REINTEGRO ' FAC-IMPORTE2-ED
101400         ' (' FAC-PORC-ED '%)'
101500         DELIMITED BY SIZE INTO RPT-LINEA.
101600     WRITE RPT-LINEA.
101700 3200-ACREDITAR-EXIT.
101800     EXIT.
101900*
102000******************************************************************
102100* 3210-ANULAR-CUOTA - ONE INSTALLMENT OF THE CANCELLED ENROLLMENT
102200******************************************************************
102300 3210-ANULAR-CUOTA.
102400     MOVE FAC-FACTURA-FILA(FAC-X-FAC) TO FAC-FACTURA-ACTUAL.
102500     IF FCA-ES-FACTURA
102600         AND NOT FCA-ANULADA
102700         AND FCA-ID = FAC-ID-EVAL
102800         AND FCA-CURSO = FAC-CURSO-EVAL
102900         AND (FAC-COHORTE-EVAL = ZERO
103000              OR FCA-COHORTE = FAC-COHORTE-EVAL)
103100         SET FAC-ES-HALLADO TO TRUE
103200         MOVE FCA-NOMBRE TO FAC-NOMBRE-EVAL
103300         MOVE FCA-COHORTE TO FAC-COHORTE-EVAL
103400         ADD FCA-PAGADO TO FAC-PAGADO
103500         IF FCA-PENDIENTE
103600             COMPUTE FAC-IMPAGO = FAC-IMPAGO
103700                 + FCA-IMPORTE - FCA-PAGADO
103800             MOVE 'A' TO FCA-ESTADO
103900             MOVE FAC-FACTURA-ACTUAL
104000                 TO FAC-FACTURA-FILA(FAC-X-FAC)
104100         END-IF
104200     END-IF.
104300 3210-ANULAR-CUOTA-EXIT.
104400     EXIT.
104500*
104600******************************************************************
104700* 3220-APLICAR-POLITICA - THE STEP WITH THE MOST DAYS THAT THE
104800*                         CANCELLATION STILL REACHES
104900******************************************************************
105000 3220-APLICAR-POLITICA.
105100     IF FAC-POL-DIAS(FAC-X-POL) NOT > FAC-DIAS-ANTES
105200         AND FAC-POL-DIAS(FAC-X-POL) NOT < FAC-DIA-AUX
105300         MOVE FAC-POL-DIAS(FAC-X-POL) TO FAC-DIA-AUX
105400         MOVE FAC-POL-PORCENTAJE(FAC-X-POL)
105500             TO FAC-PORC-REINTEGRO
105600     END-IF.
105700 3220-APLICAR-POLITICA-EXIT.
105800     EXIT.
105900*
106000******************************************************************
106100* 4000-PAGOS - APPLY EVERY PAYMENT RECEIVED
106200******************************************************************
106300 4000-PAGOS.
106400     MOVE 'PAGOS RECIBIDOS' TO RPT-LINEA.
106500     WRITE RPT-LINEA.
106600     MOVE 'N' TO FAC-FIN-ARCHIVO.
106700     OPEN INPUT PAGOS-FILE.
106800     IF FAC-STATUS-PAGOS = '00'
106900         SET FAC-ES-PAGOS-LEIDOS TO TRUE
107000         PERFORM 4100-LEER-PAGO THRU 4100-LEER-PAGO-EXIT
107100             UNTIL FAC-ES-FIN-ARCHIVO
107200     END-IF.
107300     CLOSE PAGOS-FILE.
107400     MOVE 'N' TO FAC-FIN-ARCHIVO.
107500     MOVE SPACES TO RPT-LINEA.
107600     STRING 'PAGOS APLICADOS: ' FAC-CANT-PAGOS
107700         '  PENDIENTES: ' FAC-CANT-PAGOS-PEND
107800         DELIMITED BY SIZE INTO RPT-LINEA.
107900     WRITE RPT-LINEA.
108000 4000-PAGOS-EXIT.
108100     EXIT.
108200*
108300******************************************************************
108400* 4100-LEER-PAGO - ONE PAYMENT ROW
108500******************************************************************
108600 4100-LEER-PAGO.
108700     READ PAGOS-FILE
108800         AT END
108900             SET FAC-ES-FIN-ARCHIVO TO TRUE
109000         NOT AT END
109100             PERFORM 4200-APLICAR-PAGO THRU 4200-APLICAR-PAGO-EXIT
109200     END-READ.
109300 4100-LEER-PAGO-EXIT.
109400     EXIT.
109500*
109600******************************************************************
109700* 4200-APLICAR-PAGO - OLDEST OPEN INSTALLMENTS FIRST; WHAT IS
109800*                     LEFT OVER BECOMES A REFUND
109900******************************************************************
110000 4200-APLICAR-PAGO.
110100     IF PG-ID IS NOT NUMERIC OR PG-IMPORTE IS NOT NUMERIC
110200         OR PG-IMPORTE = ZERO
110300         MOVE SPACES TO RPT-LINEA
110400         STRING 'PAGO INVALIDO, SE DESCARTA: ' PG-RECORD
110500             DELIMITED BY SIZE INTO RPT-LINEA
110600         WRITE RPT-LINEA
110700         GO TO 4200-APLICAR-PAGO-EXIT
110800     END-IF.
110900     MOVE PG-ID TO FAC-ID-EVAL.
111000     MOVE PG-CURSO TO FAC-CURSO-EVAL.
111100     MOVE PG-IMPORTE TO FAC-RESTO.
111200     MOVE ZERO TO FAC-APLICADO.
111300     MOVE SPACES TO FAC-NOMBRE-EVAL.
111400     MOVE 'Y' TO FAC-HALLADO.
111500     PERFORM 4300-IMPUTAR-CUOTA THRU 4300-IMPUTAR-CUOTA-EXIT
111600         UNTIL FAC-RESTO = ZERO
111700         OR NOT FAC-ES-HALLADO.
111800     IF FAC-APLICADO = ZERO
111900         ADD 1 TO FAC-CANT-PAGOS-PEND
112000         IF FAC-CANT-RETENIDOS < 200
112100             ADD 1 TO FAC-CANT-RETENIDOS
112200             SET FAC-X-RET TO FAC-CANT-RETENIDOS
112300             MOVE PG-RECORD TO FAC-RET-FILA(FAC-X-RET)
112400         ELSE
112500             SET FAC-HUBO-DESBORDE TO TRUE
112600         END-IF
112700         MOVE SPACES TO RPT-LINEA
112800         STRING 'PAGO SIN CUOTAS ABIERTAS, QUEDA PENDIENTE: '
112900             PG-ID ' ' PG-CURSO
113000             DELIMITED BY SIZE INTO RPT-LINEA
113100         WRITE RPT-LINEA
113200         GO TO 4200-APLICAR-PAGO-EXIT
113300     END-IF.
113400     MOVE 'Y' TO FAC-HUBO-CAMBIOS.
113500     ADD 1 TO FAC-CANT-PAGOS.
113600     MOVE FAC-APLICADO TO FAC-IMPORTE-ED.
113700     MOVE FAC-RESTO TO FAC-IMPORTE2-ED.
113800     MOVE SPACES TO RPT-LINEA.
113900     STRING 'PAGO ' PG-ID ' ' FAC-NOMBRE-EVAL ' ' PG-FECHA
114000         ' APLICADO ' FAC-IMPORTE-ED
114100         ' EXCEDENTE ' FAC-IMPORTE2-ED
114200         DELIMITED BY SIZE INTO RPT-LINEA.
114300     WRITE RPT-LINEA.
114400     IF FAC-RESTO > ZERO
114500         MOVE ZERO TO FAC-COHORTE-EVAL
114600         MOVE 'R' TO FAC-TIPO-NUEVO
114700         MOVE 'P' TO FAC-ESTADO-NUEVO
114800         MOVE FAC-RESTO TO FAC-IMPORTE-NUEVO
114900         PERFORM 7000-AGREGAR-DOCUMENTO
115000             THRU 7000-AGREGAR-DOCUMENTO-EXIT
115100         ADD 1 TO FAC-CANT-REINTEGROS
115200     END-IF.
115300 4200-APLICAR-PAGO-EXIT.
115400     EXIT.
115500*
115600******************************************************************
115700* 4300-IMPUTAR-CUOTA - FIND THE OLDEST OPEN INSTALLMENT AND PAY
115800*                      AS MUCH OF IT AS THE PAYMENT COVERS
115900******************************************************************
116000 4300-IMPUTAR-CUOTA.
116100     MOVE 'N' TO FAC-HALLADO.
116200     MOVE 99999999 TO FAC-FECHA-VENCE-MIN.
116300     MOVE ZERO TO FAC-POS-CUOTA.
116400     PERFORM 4310-BUSCAR-CUOTA THRU 4310-BUSCAR-CUOTA-EXIT
116500         VARYING FAC-X-FAC FROM 1 BY 1
116600         UNTIL FAC-X-FAC > FAC-CANT-FACTURAS.
116700     IF NOT FAC-ES-HALLADO
116800         GO TO 4300-IMPUTAR-CUOTA-EXIT
116900     END-IF.
117000     SET FAC-X-FAC TO FAC-POS-CUOTA.
117100     MOVE FAC-FACTURA-FILA(FAC-X-FAC) TO FAC-FACTURA-ACTUAL.
117200     COMPUTE FAC-SALDO-CUOTA = FCA-IMPORTE - FCA-PAGADO.
117300     IF FAC-RESTO < FAC-SALDO-CUOTA
117400         MOVE FAC-RESTO TO FAC-SALDO-CUOTA
117500     END-IF.
117600     ADD FAC-SALDO-CUOTA TO FCA-PAGADO.
117700     ADD FAC-SALDO-CUOTA TO FAC-APLICADO.
117800     SUBTRACT FAC-SALDO-CUOTA FROM FAC-RESTO.
117900     MOVE PG-FECHA TO FCA-FECHA-PAGO.
118000     IF FCA-PAGADO NOT < FCA-IMPORTE
118100         MOVE 'C' TO FCA-ESTADO
118200     END-IF.
118300     MOVE FCA-NOMBRE TO FAC-NOMBRE-EVAL.
118400     MOVE FCA-CURSO TO FAC-CURSO-EVAL.
118500     MOVE FAC-FACTURA-ACTUAL TO FAC-FACTURA-FILA(FAC-X-FAC).
118600 4300-IMPUTAR-CUOTA-EXIT.
118700     EXIT.
118800*
118900******************************************************************
119000* 4310-BUSCAR-CUOTA - OPEN INSTALLMENT OF THE STUDENT (AND OF THE
119100*                     COURSE WHEN THE PAYMENT NAMES ONE)
119200******************************************************************
119300 4310-BUSCAR-CUOTA.
119400     MOVE FAC-FACTURA-FILA(FAC-X-FAC) TO FAC-FACTURA-ACTUAL.
119500     IF FCA-ES-FACTURA AND FCA-PENDIENTE
119600         AND FCA-ID = FAC-ID-EVAL
119700         AND (PG-CURSO = SPACES OR FCA-CURSO = PG-CURSO)
119800         AND FCA-FECHA-VENCE < FAC-FECHA-VENCE-MIN
119900         MOVE FCA-FECHA-VENCE TO FAC-FECHA-VENCE-MIN
120000         SET FAC-POS-CUOTA TO FAC-X-FAC
120100         SET FAC-ES-HALLADO TO TRUE
120200     END-IF.
120300 4310-BUSCAR-CUOTA-EXIT.
120400     EXIT.
120500*
120600******************************************************************
120700* 5000-ANTIGUEDAD - AGED RECEIVABLES AND THE OVERDUE LIST
120800******************************************************************
120900 5000-ANTIGUEDAD.
121000     INITIALIZE FAC-TOTALES-TRAMO.
121100     PERFORM 5100-ACUMULAR-CUOTA THRU 5100-ACUMULAR-CUOTA-EXIT
121200         VARYING FAC-X-FAC FROM 1 BY 1
121300         UNTIL FAC-X-FAC > FAC-CANT-FACTURAS.
121400     OPEN OUTPUT SALDOS-FILE.
121500     OPEN OUTPUT MOROSOS-FILE.
121600     MOVE SPACES TO SLD-LINEA.
121700     STRING 'SALDORPT - ANTIGUEDAD DE SALDOS AL ' FAC-FECHA-HOY
121800         ' (MORA DESDE ' FAC-DIAS-MORA ' DIAS)'
121900         DELIMITED BY SIZE INTO SLD-LINEA.
122000     WRITE SLD-LINEA.
122100     MOVE 'ID    NOMBR CURSO     A VENCER        1-30'
122200         TO SLD-LINEA.
122300     MOVE '       31-60       61-90         +90'
122400         TO SLD-LINEA(43:).
122500     WRITE SLD-LINEA.
122600     PERFORM 5300-LINEA-SALDO THRU 5300-LINEA-SALDO-EXIT
122700         VARYING FAC-X-SAL FROM 1 BY 1
122800         UNTIL FAC-X-SAL > FAC-CANT-SALDOS.
122900     MOVE SPACES TO SLD-LINEA.
123000     STRING 'TOTAL            '
123100         DELIMITED BY SIZE INTO SLD-LINEA.
123200     PERFORM 5400-EDITAR-TOTAL THRU 5400-EDITAR-TOTAL-EXIT
123300         VARYING FAC-X-TRAMO FROM 1 BY 1
123400         UNTIL FAC-X-TRAMO > 5.
123500     WRITE SLD-LINEA.
123600     MOVE FAC-TOT-REINTEGROS TO FAC-IMPORTE-ED.
123700     MOVE SPACES TO SLD-LINEA.
123800     STRING 'REINTEGROS PENDIENTES: ' FAC-CANT-REINT-PEND
123900         ' POR ' FAC-IMPORTE-ED
124000         DELIMITED BY SIZE INTO SLD-LINEA.
124100     WRITE SLD-LINEA.
124200     MOVE SPACES TO SLD-LINEA.
124300     STRING 'ALUMNOS EN MORA (* , A MOROSOS): '
124400         FAC-CANT-MOROSOS
124500         DELIMITED BY SIZE INTO SLD-LINEA.
124600     WRITE SLD-LINEA.
124700     CLOSE MOROSOS-FILE.
124800     CLOSE SALDOS-FILE.
124900     DISPLAY 'FACTCURS: ANTIGUEDAD EN SALDORPT, '
125000         FAC-CANT-MOROSOS ' ALUMNOS EN MORA'.
125100 5000-ANTIGUEDAD-EXIT.
125200     EXIT.
125300*
125400******************************************************************
125500* 5100-ACUMULAR-CUOTA - ONE OPEN BALANCE INTO ITS AGE BUCKET
125600******************************************************************
125700 5100-ACUMULAR-CUOTA.
125800     MOVE FAC-FACTURA-FILA(FAC-X-FAC) TO FAC-FACTURA-ACTUAL.
125900     IF FCA-ES-REINTEGRO AND FCA-PENDIENTE
126000         ADD 1 TO FAC-CANT-REINT-PEND
126100         ADD FCA-IMPORTE TO FAC-TOT-REINTEGROS
126200         GO TO 5100-ACUMULAR-CUOTA-EXIT
126300     END-IF.
126400     IF NOT FCA-ES-FACTURA OR NOT FCA-PENDIENTE
126500         GO TO 5100-ACUMULAR-CUOTA-EXIT
126600     END-IF.
126700     COMPUTE FAC-SALDO-CUOTA = FCA-IMPORTE - FCA-PAGADO.
126800     IF FAC-SALDO-CUOTA = ZERO
126900         GO TO 5100-ACUMULAR-CUOTA-EXIT
127000     END-IF.
127100     COMPUTE FAC-DIAS-VENCIDO = FAC-DIA-HOY
127200         - FUNCTION INTEGER-OF-DATE(FCA-FECHA-VENCE).
127300     EVALUATE TRUE
127400         WHEN FAC-DIAS-VENCIDO NOT > ZERO
127500             MOVE 1 TO FAC-X-TRAMO
127600         WHEN FAC-DIAS-VENCIDO NOT > 30
127700             MOVE 2 TO FAC-X-TRAMO
127800         WHEN FAC-DIAS-VENCIDO NOT > 60
127900             MOVE 3 TO FAC-X-TRAMO
128000         WHEN FAC-DIAS-VENCIDO NOT > 90
128100             MOVE 4 TO FAC-X-TRAMO
128200         WHEN OTHER
128300             MOVE 5 TO FAC-X-TRAMO
128400     END-EVALUATE.
128500     MOVE 'N' TO FAC-HALLADO.
128600     PERFORM 5200-BUSCAR-SALDO THRU 5200-BUSCAR-SALDO-EXIT
128700         VARYING FAC-X-SAL FROM 1 BY 1
128800         UNTIL FAC-X-SAL > FAC-CANT-SALDOS
128900         OR FAC-ES-HALLADO.
129000     IF FAC-ES-HALLADO
129100         SET FAC-X-SAL DOWN BY 1
129200     ELSE
129300         IF FAC-CANT-SALDOS < 500
129400             ADD 1 TO FAC-CANT-SALDOS
129500             SET FAC-X-SAL TO FAC-CANT-SALDOS
129600             INITIALIZE FAC-SAL-FILA(FAC-X-SAL)
129700             MOVE FCA-ID TO FAC-SAL-ID(FAC-X-SAL)
129800             MOVE FCA-NOMBRE TO FAC-SAL-NOMBRE(FAC-X-SAL)
129900             MOVE FCA-CURSO TO FAC-SAL-CURSO(FAC-X-SAL)
130000             MOVE -99999 TO FAC-SAL-MAX-DIAS(FAC-X-SAL)
130100         ELSE
130200             SET FAC-HUBO-DESBORDE TO TRUE
130300             GO TO 5100-ACUMULAR-CUOTA-EXIT
130400         END-IF
130500     END-IF.
130600     ADD FAC-SALDO-CUOTA TO FAC-SAL-TRAMO(FAC-X-SAL FAC-X-TRAMO).
130700     ADD FAC-SALDO-CUOTA TO FAC-SAL-TOTAL(FAC-X-SAL).
130800     ADD FAC-SALDO-CUOTA TO FAC-TOT-TRAMO(FAC-X-TRAMO).
130900     IF FAC-DIAS-VENCIDO > FAC-SAL-MAX-DIAS(FAC-X-SAL)
131000         MOVE FAC-DIAS-VENCIDO TO FAC-SAL-MAX-DIAS(FAC-X-SAL)
131100     END-IF.
131200 5100-ACUMULAR-CUOTA-EXIT.
131300     EXIT.
131400*
131500 5200-BUSCAR-SALDO.
131600     IF FAC-SAL-ID(FAC-X-SAL) = FCA-ID
131700         AND FAC-SAL-CURSO(FAC-X-SAL) = FCA-CURSO
131800         SET FAC-ES-HALLADO TO TRUE
131900     END-IF.
132000 5200-BUSCAR-SALDO-EXIT.
132100     EXIT.
132200*
132300******************************************************************
132400* 5300-LINEA-SALDO - ONE STUDENT AND COURSE; OVERDUE BEYOND THE
132500*                    THRESHOLD IS STARRED AND GOES TO MOROSOS
132600******************************************************************
132700 5300-LINEA-SALDO.
132800     MOVE SPACES TO SLD-LINEA.
132900     STRING FAC-SAL-ID(FAC-X-SAL) ' '
133000         FAC-SAL-NOMBRE(FAC-X-SAL) ' '
133100         FAC-SAL-CURSO(FAC-X-SAL)
133200         DELIMITED BY SIZE INTO SLD-LINEA.
133300     PERFORM 5310-EDITAR-TRAMO THRU 5310-EDITAR-TRAMO-EXIT
133400         VARYING FAC-X-TRAMO FROM 1 BY 1
133500         UNTIL FAC-X-TRAMO > 5.
133600     IF FAC-SAL-MAX-DIAS(FAC-X-SAL) > FAC-DIAS-MORA
133700         MOVE '*' TO SLD-LINEA(80:1)
133800         MOVE FAC-SAL-ID(FAC-X-SAL) TO MO-ID
133900         MOVE FAC-SAL-CURSO(FAC-X-SAL) TO MO-CURSO
134000         MOVE FAC-SAL-MAX-DIAS(FAC-X-SAL) TO MO-DIAS
134100         MOVE FAC-SAL-TOTAL(FAC-X-SAL) TO MO-SALDO
134200         WRITE MO-RECORD
134300         ADD 1 TO FAC-CANT-MOROSOS
134400     END-IF.
134500     WRITE SLD-LINEA.
134600 5300-LINEA-SALDO-EXIT.
134700     EXIT.
134800*
134900 5310-EDITAR-TRAMO.
135000     MOVE FAC-SAL-TRAMO(FAC-X-SAL FAC-X-TRAMO) TO FAC-IMPORTE-ED.
135100     COMPUTE FAC-POS-CUOTA = 8 + FAC-X-TRAMO * 12.
135200     MOVE FAC-IMPORTE-ED TO SLD-LINEA(FAC-POS-CUOTA:11).
135300 5310-EDITAR-TRAMO-EXIT.
135400     EXIT.
135500*
135600 5400-EDITAR-TOTAL.
135700     MOVE FAC-TOT-TRAMO(FAC-X-TRAMO) TO FAC-IMPORTE-ED.
135800     COMPUTE FAC-POS-CUOTA = 8 + FAC-X-TRAMO * 12.
135900     MOVE FAC-IMPORTE-ED TO SLD-LINEA(FAC-POS-CUOTA:11).
136000 5400-EDITAR-TOTAL-EXIT.
136100     EXIT.
136200*
136300******************************************************************
136400* 6000-REGRABAR-FACTURAS - PERSIST THE RECEIVABLES MASTER
136500******************************************************************
136600 6000-REGRABAR-FACTURAS.
136700     OPEN OUTPUT FACTURAS-FILE.
136800     PERFORM 6100-GRABAR-FACTURA THRU 6100-GRABAR-FACTURA-EXIT
136900         VARYING FAC-X-FAC FROM 1 BY 1
137000         UNTIL FAC-X-FAC > FAC-CANT-FACTURAS.
137100     CLOSE FACTURAS-FILE.
137200 6000-REGRABAR-FACTURAS-EXIT.
137300     EXIT.
137400*
137500 6100-GRABAR-FACTURA.
137600     MOVE FAC-FACTURA-FILA(FAC-X-FAC) TO FC-RECORD.
137700     WRITE FC-RECORD.
137800 6100-GRABAR-FACTURA-EXIT.
137900     EXIT.
138000*
138100******************************************************************
138200* 6200-REGRABAR-PAGOS - LEAVE ONLY THE PAYMENTS NOT YET APPLIED
138300******************************************************************
138400 6200-REGRABAR-PAGOS.
138500     OPEN OUTPUT PAGOS-FILE.
138600     PERFORM 6210-GRABAR-PAGO THRU 6210-GRABAR-PAGO-EXIT
138700         VARYING FAC-X-RET FROM 1 BY 1
138800         UNTIL FAC-X-RET > FAC-CANT-RETENIDOS.
138900     CLOSE PAGOS-FILE.
139000 6200-REGRABAR-PAGOS-EXIT.
139100     EXIT.
139200*
139300 6210-GRABAR-PAGO.
139400     MOVE FAC-RET-FILA(FAC-X-RET) TO PG-RECORD.
139500     WRITE PG-RECORD.
139600 6210-GRABAR-PAGO-EXIT.
139700     EXIT.
139800*
139900******************************************************************
140000* 7000-AGREGAR-DOCUMENTO - A CREDIT NOTE OR REFUND ROW WITH ITS
140100*                          OWN DOCUMENT NUMBER
140200******************************************************************
140300 7000-AGREGAR-DOCUMENTO.
140400     IF FAC-CANT-FACTURAS NOT < 1000
140500         DISPLAY 'FACTCURS: TABLA DE FACTURAS LLENA, SIN '
140600             'DOCUMENTO PARA ' FAC-ID-EVAL
140700         SET FAC-HUBO-DESBORDE TO TRUE
140800         GO TO 7000-AGREGAR-DOCUMENTO-EXIT
140900     END-IF.
141000     ADD 1 TO FAC-ULTIMO-NUMERO.
141100     INITIALIZE FAC-FACTURA-ACTUAL.
141200     MOVE FAC-ULTIMO-NUMERO TO FCA-NUMERO.
141300     MOVE FAC-TIPO-NUEVO TO FCA-TIPO.
141400     MOVE FAC-ID-EVAL TO FCA-ID.
141500     MOVE FAC-NOMBRE-EVAL TO FCA-NOMBRE.
141600     MOVE FAC-CURSO-EVAL TO FCA-CURSO.
141700     MOVE FAC-COHORTE-EVAL TO FCA-COHORTE.
141800     MOVE 1 TO FCA-CUOTA.
141900     MOVE 1 TO FCA-CANT-CUOTAS.
142000     MOVE FAC-FECHA-HOY TO FCA-FECHA-EMISION.
142100     MOVE FAC-FECHA-HOY TO FCA-FECHA-VENCE.
142200     MOVE FAC-IMPORTE-NUEVO TO FCA-IMPORTE.
142300     MOVE FAC-ESTADO-NUEVO TO FCA-ESTADO.
142400     ADD 1 TO FAC-CANT-FACTURAS.
142500     SET FAC-X-FAC TO FAC-CANT-FACTURAS.
142600     MOVE FAC-FACTURA-ACTUAL TO FAC-FACTURA-FILA(FAC-X-FAC).
142700 7000-AGREGAR-DOCUMENTO-EXIT.
142800     EXIT.
142900 END PROGRAM FACTCURS.
