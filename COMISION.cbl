000100******************************************************************
000200* AUTHOR:      HERNAN HERGERT
000300* INSTALLATION: DATA PROCESSING
000400* DATE-WRITTEN:
000500* DATE-COMPILED:
000600* PURPOSE:     SALES COMMISSIONS OF THE SALES DEPARTMENT (THE
000700*              DEPTOCOMIS CARD, VENTAS WHEN MISSING). IT READS
000800*              THE MONTH'S VENTAS FILE, ADDS UP WHAT EACH
000900*              SALESPERSON COLLECTED IN THE OPEN PERIOD, MEASURES
001000*              IT AGAINST THE MONTHLY QUOTA IN FORCE FOR THAT
001100*              PERSON (CUOTAVTA) AND PAYS THE RATE OF THE
001200*              ATTAINMENT BAND OF THE PLAN IN FORCE (PLANCOM) ON
001300*              EVERY INVOICE COLLECTED. AN INVOICE CANCELLED AFTER
001400*              ITS COMMISSION WAS PAID (COMHIST) CLAWS IT BACK.
001500*              MODE C PRINTS THE DRAFT STATEMENTS TO COMISRPT;
001600*              MODE A ALSO TAKES THE DECISION ON EACH STATEMENT,
001700*              RECORDS THE APPROVED INVOICES IN COMHIST AND
001800*              QUEUES THE COMMISSION (CONCEPT COMISI, TAXABLE
001900*              EARNINGS THAT COUNT IN THE AGUINALDO AND SEVERANCE
002000*              BEST SALARY) AND THE CLAWBACK (CONCEPT COMDEV) TO
002100*              THE NOVEDADES FILE THAT EJERCICIO02 APPLIES.
002200* TECTONICS:   COBC
002300*
002400* MODIFICATION HISTORY:
002500*   - NEW COMMISSION PROGRAM, OFFERED FROM THE MENUUTIL MENU.
002600******************************************************************
002700 IDENTIFICATION DIVISION.
002800 PROGRAM-ID. COMISION.
002900 ENVIRONMENT DIVISION.
003000 INPUT-OUTPUT SECTION.
003100 FILE-CONTROL.
003200     SELECT OPTIONAL VENTAS-FILE ASSIGN TO 'VENTAS'
003300         ORGANIZATION IS LINE SEQUENTIAL
003400         FILE STATUS IS CMS-STATUS-VENTAS.
003500     SELECT OPTIONAL PLANCOM-FILE ASSIGN TO 'PLANCOM'
003600         ORGANIZATION IS LINE SEQUENTIAL
003700         FILE STATUS IS CMS-STATUS-PLAN.
003800     SELECT OPTIONAL CUOTAVTA-FILE ASSIGN TO 'CUOTAVTA'
003900         ORGANIZATION IS LINE SEQUENTIAL
004000         FILE STATUS IS CMS-STATUS-CUOTA.
004100     SELECT OPTIONAL COMHIST-FILE ASSIGN TO 'COMHIST'
004200         ORGANIZATION IS LINE SEQUENTIAL
004300         FILE STATUS IS CMS-STATUS-HIST.
004400     SELECT OPTIONAL NOVEDADES-FILE ASSIGN TO 'NOVEDADES'
004500         ORGANIZATION IS LINE SEQUENTIAL
004600         FILE STATUS IS CMS-STATUS-NOVED.
004700     SELECT OPTIONAL EMPLOYEES-FILE ASSIGN TO 'EMPLOYEES'
004800         ORGANIZATION IS LINE SEQUENTIAL
004900         FILE STATUS IS CMS-STATUS-EMPL.
005000     SELECT OPTIONAL PERIODCTL-FILE ASSIGN TO 'PERIODCTL'
005100         ORGANIZATION IS LINE SEQUENTIAL
005200         FILE STATUS IS CMS-STATUS-PERIODO.
005300     SELECT REPORTE-FILE ASSIGN TO 'COMISRPT'
005400         ORGANIZATION IS LINE SEQUENTIAL.
005500 DATA DIVISION.
005600 FILE SECTION.
005700 FD  VENTAS-FILE
005800     LABEL RECORDS ARE STANDARD.
005900 01  VT-RECORD.
006000     COPY VENTA.
006100 FD  PLANCOM-FILE
006200     LABEL RECORDS ARE STANDARD.
006300 01  PL-RECORD.
006400     05 PL-VIGENCIA              PIC 9(06).
006500     05 PL-DESDE-PCT             PIC 9(03)V99.
006600     05 PL-TASA                  PIC 9(02)V99.
006700 FD  CUOTAVTA-FILE
006800     LABEL RECORDS ARE STANDARD.
006900 01  CV-RECORD.
007000     05 CV-ID                    PIC 9(05).
007100     05 CV-VIGENCIA              PIC 9(06).
007200     05 CV-CUOTA                 PIC 9(07)V99.
007300 FD  COMHIST-FILE
007400     LABEL RECORDS ARE STANDARD.
007500 01  CH-RECORD.
007600     COPY COMPAG.
007700 FD  NOVEDADES-FILE
007800     LABEL RECORDS ARE STANDARD.
007900 01  NV-RECORD.
008000     COPY NOVEDAD.
008100 FD  EMPLOYEES-FILE
008200     LABEL RECORDS ARE STANDARD.
008300 01  EM-RECORD.
008400     COPY EMPLEADO.
008500 FD  PERIODCTL-FILE
008600     LABEL RECORDS ARE STANDARD.
008700 01  PC-RECORD.
008800     05 PC-PERIODO               PIC 9(06).
008900     05 PC-ESTADO                PIC X(01).
009000     05 PC-FRECUENCIA            PIC X(01).
009100     05 PC-SECUENCIA             PIC 9(02).
009200 FD  REPORTE-FILE
009300     LABEL RECORDS ARE STANDARD
009400     RECORD CONTAINS 80 CHARACTERS.
009500 01  RPT-LINEA                   PIC X(80).
009600 WORKING-STORAGE SECTION.
009700*
009800 01  CMS-STATUS-VENTAS           PIC XX.
009900 01  CMS-STATUS-PLAN             PIC XX.
010000 01  CMS-STATUS-CUOTA            PIC XX.
010100 01  CMS-STATUS-HIST             PIC XX.
010200 01  CMS-STATUS-NOVED            PIC XX.
010300 01  CMS-STATUS-EMPL             PIC XX.
010400 01  CMS-STATUS-PERIODO          PIC XX.
010500*
010600 01  CMS-PARM-CLAVE              PIC X(12).
010700 01  CMS-PARM-VALOR              PIC X(20).
010800 01  CMS-PARM-HALLADO            PIC X(01).
010900     88  CMS-ES-PARM-HALLADO     VALUE 'Y'.
011000 01  CMS-RECEP-ARCHIVO           PIC X(12).
011100 01  CMS-RECEP-RESULT            PIC X(01).
011200*
011300 01  CMS-MODO                    PIC X(01).
011400 01  CMS-RESPUESTA               PIC X(01).
011500 01  CMS-FECHA-HOY               PIC 9(08).
011600 01  CMS-PERIODO                 PIC 9(06) VALUE ZERO.
011700 01  CMS-DEPTO-COMIS             PIC X(10) VALUE 'VENTAS'.
011800 01  CMS-PLAN-VIGENCIA           PIC 9(06) VALUE ZERO.
011900 01  CMS-CUOTA-VIGENCIA          PIC 9(06).
012000 01  CMS-DESDE-MEJOR             PIC 9(03)V99.
012100 01  CMS-ESTADO-TEXTO            PIC X(10).
012200*
012300 01  CMS-IMPORTE-ED              PIC Z,ZZZ,ZZ9.99.
012400 01  CMS-CUOTA-ED                PIC Z,ZZZ,ZZ9.99.
012500 01  CMS-NETO-ED                 PIC --,---,--9.99.
012600 01  CMS-PCT-ED                  PIC ZZ9.99.
012700 01  CMS-TASA-ED                 PIC Z9.99.
012800*
012900 01  CMS-INDICADORES.
013000     05  CMS-FIN-ARCHIVO         PIC X VALUE 'N'.
013100         88  CMS-ES-FIN-ARCHIVO  VALUE 'Y'.
013200     05  CMS-HALLADO             PIC X VALUE 'N'.
013300         88  CMS-ES-HALLADO      VALUE 'Y'.
013400     05  CMS-HUBO-CAMBIOS        PIC X VALUE 'N'.
013500         88  CMS-ES-HUBO-CAMBIOS VALUE 'Y'.
013600*
013700 01  CMS-CONTADORES.
013800     05  CMS-CANT-LEIDAS         PIC 9(05) VALUE ZERO.
013900     05  CMS-CANT-YA-PAGADAS     PIC 9(05) VALUE ZERO.
014000     05  CMS-CANT-FUERA-PER      PIC 9(05) VALUE ZERO.
014100     05  CMS-CANT-APROBADOS      PIC 9(04) VALUE ZERO.
014200     05  CMS-CANT-NO-APROB       PIC 9(04) VALUE ZERO.
014300     05  CMS-CANT-EXCEPCIONES    PIC 9(04) VALUE ZERO.
014400     05  CMS-CANT-NOVEDADES      PIC 9(04) VALUE ZERO.
014500     05  CMS-TOTAL-COMISION      PIC 9(09)V99 VALUE ZERO.
014600     05  CMS-TOTAL-RECUPERO      PIC 9(09)V99 VALUE ZERO.
014700     05  CMS-TOTAL-ED            PIC ZZZ,ZZZ,ZZ9.99.
014800*
014900 01  CMS-CANT-EMPLEADOS          PIC 9(03) VALUE ZERO.
015000 01  CMS-TABLA-EMPLEADOS.
015100     05  CMS-FILA-EMPL OCCURS 100 TIMES
015200                       INDEXED BY CMS-X-EMP.
015300         10 CMS-EMP-ID           PIC 9(05).
015400         10 CMS-EMP-NOMBRE       PIC X(05).
015500         10 CMS-EMP-DEPTO        PIC X(10).
015600         10 CMS-EMP-ESTADO       PIC X(01).
015700*
015800 01  CMS-CANT-PLAN               PIC 9(02) VALUE ZERO.
015900 01  CMS-TABLA-PLAN.
016000     05  CMS-FILA-PLAN OCCURS 50 TIMES
016100                       INDEXED BY CMS-X-PLA.
016200         10 CMS-PLA-VIGENCIA     PIC 9(06).
016300         10 CMS-PLA-DESDE-PCT    PIC 9(03)V99.
016400         10 CMS-PLA-TASA         PIC 9(02)V99.
016500*
016600 01  CMS-CANT-CUOTAS             PIC 9(03) VALUE ZERO.
016700 01  CMS-TABLA-CUOTAS.
016800     05  CMS-FILA-CUOTA OCCURS 300 TIMES
016900                        INDEXED BY CMS-X-CUO.
017000         10 CMS-CUO-ID           PIC 9(05).
017100         10 CMS-CUO-VIGENCIA     PIC 9(06).
017200         10 CMS-CUO-IMPORTE      PIC 9(07)V99.
017300*
017400 01  CMS-CANT-HIST               PIC 9(04) VALUE ZERO.
017500 01  CMS-TABLA-HIST.
017600     05  CMS-FILA-HIST OCCURS 2000 TIMES
017700                       INDEXED BY CMS-X-HIS.
017800         10 CMS-HIS-FACTURA      PIC X(10).
017900         10 CMS-HIS-ID           PIC 9(05).
018000         10 CMS-HIS-PERIODO      PIC 9(06).
018100         10 CMS-HIS-IMPORTE      PIC 9(07)V99.
018200         10 CMS-HIS-TASA         PIC 9(02)V99.
018300         10 CMS-HIS-COMISION     PIC 9(07)V99.
018400         10 CMS-HIS-ESTADO       PIC X(01).
018500         10 CMS-HIS-PER-RECUP    PIC 9(06).
018600*
018700*    FACTURAS DEL PERIODO: 'C' COBRADA A COMISIONAR, 'R' ANULADA
018800*    CON COMISION YA PAGADA (CMS-VTA-HIST ES SU FILA DE COMHIST).
018900 01  CMS-CANT-VENTAS             PIC 9(04) VALUE ZERO.
019000 01  CMS-TABLA-VENTAS.
019100     05  CMS-FILA-VENTA OCCURS 1000 TIMES
019200                        INDEXED BY CMS-X-VTA.
019300         10 CMS-VTA-ID           PIC 9(05).
019400         10 CMS-VTA-FACTURA      PIC X(10).
019500         10 CMS-VTA-IMPORTE      PIC 9(07)V99.
019600         10 CMS-VTA-FECHA        PIC 9(08).
019700         10 CMS-VTA-TIPO         PIC X(01).
019800         10 CMS-VTA-HIST         PIC 9(04).
019900         10 CMS-VTA-COMISION     PIC 9(07)V99.
020000*
020100*    UNA FILA POR VENDEDOR CON FACTURAS O RECUPEROS: ESTADO ' '
020200*    BORRADOR, 'A' APROBADA, 'N' NO APROBADA, 'X' EXCEPCION.
020300 01  CMS-CANT-VENDEDORES         PIC 9(03) VALUE ZERO.
020400 01  CMS-TABLA-VENDEDORES.
020500     05  CMS-FILA-VEND OCCURS 200 TIMES
020600                       INDEXED BY CMS-X-VEN.
020700         10 CMS-VEN-ID           PIC 9(05).
020800         10 CMS-VEN-NOMBRE       PIC X(05).
020900         10 CMS-VEN-COBRADO      PIC 9(09)V99.
021000         10 CMS-VEN-CUOTA        PIC 9(07)V99.
021100         10 CMS-VEN-PCT          PIC 9(03)V99.
021200         10 CMS-VEN-TASA         PIC 9(02)V99.
021300         10 CMS-VEN-COMISION     PIC 9(09)V99.
021400         10 CMS-VEN-RECUPERO     PIC 9(09)V99.
021500         10 CMS-VEN-NETO         PIC S9(09)V99.
021600         10 CMS-VEN-ESTADO       PIC X(01).
021700         10 CMS-VEN-MOTIVO       PIC X(20).
021800*
021900 PROCEDURE DIVISION.
022000******************************************************************
022100* 0000-MAINLINE - LOAD, CALCULATE, DECIDE, PRINT AND RECORD
022200******************************************************************
022300 0000-MAINLINE.
022400     ACCEPT CMS-FECHA-HOY FROM DATE YYYYMMDD.
022500     PERFORM 1000-PERIODO-ABIERTO THRU 1000-PERIODO-ABIERTO-EXIT.
022600     PERFORM 1050-PARAMETROS THRU 1050-PARAMETROS-EXIT.
022700*    UNA ENTREGA VENTAS QUE NO CUADRO CON SU MANIFIESTO NO SE
022800*    COMISIONA; SIN VEREDICTO DE RECEPCION SE SIGUE COMO SIEMPRE.
022900     MOVE 'VENTAS' TO CMS-RECEP-ARCHIVO.
023000     CALL 'RECCHECK' USING CMS-RECEP-ARCHIVO CMS-RECEP-RESULT.
023100     IF CMS-RECEP-RESULT = 'N'
023200         DISPLAY 'COMISION: LA ENTREGA VENTAS FALLO SU CONTROL '
023300             'DE RECEPCION'
023400         MOVE 12 TO RETURN-CODE
023500         GOBACK
023600     END-IF.
023700     PERFORM 1100-CARGAR-EMPLEADOS
023800         THRU 1100-CARGAR-EMPLEADOS-EXIT.
023900     IF CMS-CANT-EMPLEADOS = ZERO
024000         DISPLAY 'COMISION: NO HAY ARCHIVO EMPLOYEES'
024100         MOVE 8 TO RETURN-CODE
024200         GOBACK
024300     END-IF.
024400     PERFORM 1200-CARGAR-PLAN THRU 1200-CARGAR-PLAN-EXIT.
024500     IF CMS-PLAN-VIGENCIA = ZERO
024600         DISPLAY 'COMISION: NO HAY PLAN PLANCOM VIGENTE EN '
024700             CMS-PERIODO
024800         MOVE 8 TO RETURN-CODE
024900         GOBACK
025000     END-IF.
025100     PERFORM 1300-CARGAR-CUOTAS THRU 1300-CARGAR-CUOTAS-EXIT.
025200     PERFORM 1400-CARGAR-HISTORIA THRU 1400-CARGAR-HISTORIA-EXIT.
025300     PERFORM 1500-CARGAR-VENTAS THRU 1500-CARGAR-VENTAS-EXIT.
025400     PERFORM 2000-CALCULAR THRU 2000-CALCULAR-EXIT
025500         VARYING CMS-X-VEN FROM 1 BY 1
025600         UNTIL CMS-X-VEN > CMS-CANT-VENDEDORES.
025700     DISPLAY 'COMISION - MODO (C=CALCULAR BORRADOR, '
025800         'A=APROBAR): ' WITH NO ADVANCING.
025900     ACCEPT CMS-MODO.
026000     EVALUATE CMS-MODO
026100         WHEN 'C'
026200         WHEN 'c'
026300             CONTINUE
026400         WHEN 'A'
026500         WHEN 'a'
026600             PERFORM 4000-APROBAR THRU 4000-APROBAR-EXIT
026700         WHEN OTHER
026800             DISPLAY 'MODO INVALIDO'
026900             MOVE 8 TO RETURN-CODE
027000             GOBACK
027100     END-EVALUATE.
027200     PERFORM 5000-LIQUIDACIONES THRU 5000-LIQUIDACIONES-EXIT.
027300     IF CMS-ES-HUBO-CAMBIOS
027400         PERFORM 7000-GRABAR-HISTORIA
027500             THRU 7000-GRABAR-HISTORIA-EXIT
027600         PERFORM 7200-GRABAR-NOVEDADES
027700             THRU 7200-GRABAR-NOVEDADES-EXIT
027800     END-IF.
027900     DISPLAY 'COMISION: ' CMS-CANT-VENDEDORES ' VENDEDORES, '
028000         CMS-CANT-APROBADOS ' APROBADOS, '
028100         CMS-CANT-EXCEPCIONES ' EXCEPCIONES, '
028200         CMS-CANT-NOVEDADES ' NOVEDADES GRABADAS'.
028300     IF CMS-CANT-EXCEPCIONES > ZERO
028400         MOVE 4 TO RETURN-CODE
028500     END-IF.
028600     GOBACK.
028700 0000-MAINLINE-EXIT.
028800     EXIT.
028900*
029000******************************************************************
029100* 1000-PERIODO-ABIERTO - PERIOD FROM PERIODCTL OR THE OPERATOR
029200******************************************************************
029300 1000-PERIODO-ABIERTO.
029400*    LAS COMISIONES SE LIQUIDAN CON LA NOMINA MENSUAL: SE TOMA LA
029500*    FILA 'M' (O SIN FRECUENCIA, EL FORMATO VIEJO).
029600     OPEN INPUT PERIODCTL-FILE.
029700     IF CMS-STATUS-PERIODO = '00'
029800         PERFORM 1010-LEER-PERIODO
029900             THRU 1010-LEER-PERIODO-EXIT
030000             UNTIL CMS-ES-FIN-ARCHIVO
030100     END-IF.
030200     CLOSE PERIODCTL-FILE.
030300     MOVE 'N' TO CMS-FIN-ARCHIVO.
030400     IF CMS-PERIODO = ZERO
030500         DISPLAY 'PERIODO DE LAS COMISIONES (AAAAMM): '
030600             WITH NO ADVANCING
030700         ACCEPT CMS-PERIODO
030800     END-IF.
030900 1000-PERIODO-ABIERTO-EXIT.
031000     EXIT.
031100*
031200******************************************************************
031300* 1010-LEER-PERIODO - THE MONTHLY ROW OF PERIODCTL
031400******************************************************************
031500 1010-LEER-PERIODO.
031600     READ PERIODCTL-FILE
031700         AT END
031800             SET CMS-ES-FIN-ARCHIVO TO TRUE
031900         NOT AT END
032000             IF PC-FRECUENCIA = 'M'
032100                 OR PC-FRECUENCIA = SPACE
032200                 MOVE PC-PERIODO TO CMS-PERIODO
032300             END-IF
032400     END-READ.
032500 1010-LEER-PERIODO-EXIT.
032600     EXIT.
032700*
032800******************************************************************
032900* 1050-PARAMETROS - THE DEPARTMENT THAT EARNS COMMISSIONS
033000******************************************************************
033100 1050-PARAMETROS.
033200     MOVE 'DEPTOCOMIS' TO CMS-PARM-CLAVE.
033300     CALL 'LEERPARM' USING CMS-PARM-CLAVE
033400         CMS-PARM-VALOR CMS-PARM-HALLADO.
033500     IF CMS-ES-PARM-HALLADO
033600         AND CMS-PARM-VALOR(1:10) NOT = SPACES
033700         MOVE CMS-PARM-VALOR(1:10) TO CMS-DEPTO-COMIS
033800     END-IF.
033900 1050-PARAMETROS-EXIT.
034000     EXIT.
034100*
034200******************************************************************
034300* 1100-CARGAR-EMPLEADOS - THE MASTER, FOR NAME AND DEPARTMENT
034400******************************************************************
034500 1100-CARGAR-EMPLEADOS.
034600     MOVE 'N' TO CMS-FIN-ARCHIVO.
034700     OPEN INPUT EMPLOYEES-FILE.
034800     IF CMS-STATUS-EMPL NOT = '00'
034900         CLOSE EMPLOYEES-FILE
035000         GO TO 1100-CARGAR-EMPLEADOS-EXIT
035100     END-IF.
035200     PERFORM 1110-LEER-EMPLEADO THRU 1110-LEER-EMPLEADO-EXIT
035300         UNTIL CMS-ES-FIN-ARCHIVO.
035400     CLOSE EMPLOYEES-FILE.
035500     MOVE 'N' TO CMS-FIN-ARCHIVO.
035600 1100-CARGAR-EMPLEADOS-EXIT.
035700     EXIT.
035800*
035900******************************************************************
036000* 1110-LEER-EMPLEADO - ONE MASTER ROW INTO THE TABLE
036100******************************************************************
036200 1110-LEER-EMPLEADO.
036300     READ EMPLOYEES-FILE
036400         AT END
036500             SET CMS-ES-FIN-ARCHIVO TO TRUE
036600         NOT AT END
036700             IF CMS-CANT-EMPLEADOS < 100
036800                 ADD 1 TO CMS-CANT-EMPLEADOS
036900                 SET CMS-X-EMP TO CMS-CANT-EMPLEADOS
037000                 MOVE EM-ID TO CMS-EMP-ID(CMS-X-EMP)
037100                 MOVE EM-NOMBRE TO CMS-EMP-NOMBRE(CMS-X-EMP)
037200                 MOVE EM-DEPARTAMENTO
037300                     TO CMS-EMP-DEPTO(CMS-X-EMP)
037400                 MOVE EM-ESTADO TO CMS-EMP-ESTADO(CMS-X-EMP)
037500             END-IF
037600     END-READ.
037700 1110-LEER-EMPLEADO-EXIT.
037800     EXIT.
037900*
038000******************************************************************
038100* 1200-CARGAR-PLAN - THE BANDS OF THE COMMISSION PLAN; THE PLAN
038200*                    IN FORCE IS THE LATEST ONE STARTED ON OR
038300*                    BEFORE THE PERIOD
038400******************************************************************
038500 1200-CARGAR-PLAN.
038600     MOVE 'N' TO CMS-FIN-ARCHIVO.
038700     OPEN INPUT PLANCOM-FILE.
038800     IF CMS-STATUS-PLAN NOT = '00'
038900         CLOSE PLANCOM-FILE
039000         GO TO 1200-CARGAR-PLAN-EXIT
039100     END-IF.
039200     PERFORM 1210-LEER-PLAN THRU 1210-LEER-PLAN-EXIT
039300         UNTIL CMS-ES-FIN-ARCHIVO.
039400     CLOSE PLANCOM-FILE.
039500     MOVE 'N' TO CMS-FIN-ARCHIVO.
039600 1200-CARGAR-PLAN-EXIT.
039700     EXIT.
039800*
039900******************************************************************
040000* 1210-LEER-PLAN - ONE BAND INTO THE TABLE
040100******************************************************************
040200 1210-LEER-PLAN.
040300     READ PLANCOM-FILE
040400         AT END
040500             SET CMS-ES-FIN-ARCHIVO TO TRUE
040600             GO TO 1210-LEER-PLAN-EXIT
040700     END-READ.
040800     IF PL-VIGENCIA IS NOT NUMERIC
040900         OR PL-DESDE-PCT IS NOT NUMERIC
041000         OR PL-TASA IS NOT NUMERIC
041100         GO TO 1210-LEER-PLAN-EXIT
041200     END-IF.
041300     IF CMS-CANT-PLAN < 50
041400         ADD 1 TO CMS-CANT-PLAN
041500         SET CMS-X-PLA TO CMS-CANT-PLAN
041600         MOVE PL-VIGENCIA TO CMS-PLA-VIGENCIA(CMS-X-PLA)
041700         MOVE PL-DESDE-PCT TO CMS-PLA-DESDE-PCT(CMS-X-PLA)
041800         MOVE PL-TASA TO CMS-PLA-TASA(CMS-X-PLA)
041900     END-IF.
042000     IF PL-VIGENCIA NOT > CMS-PERIODO
042100         AND PL-VIGENCIA > CMS-PLAN-VIGENCIA
042200         MOVE PL-VIGENCIA TO CMS-PLAN-VIGENCIA
042300     END-IF.
042400 1210-LEER-PLAN-EXIT.
042500     EXIT.
042600*
042700******************************************************************
042800* 1300-CARGAR-CUOTAS - MONTHLY QUOTAS PER SALESPERSON
042900******************************************************************
043000 1300-CARGAR-CUOTAS.
043100     MOVE 'N' TO CMS-FIN-ARCHIVO.
043200     OPEN INPUT CUOTAVTA-FILE.
043300     IF CMS-STATUS-CUOTA NOT = '00'
043400         CLOSE CUOTAVTA-FILE
043500         GO TO 1300-CARGAR-CUOTAS-EXIT
043600     END-IF.
043700     PERFORM 1310-LEER-CUOTA THRU 1310-LEER-CUOTA-EXIT
043800         UNTIL CMS-ES-FIN-ARCHIVO.
043900     CLOSE CUOTAVTA-FILE.
044000     MOVE 'N' TO CMS-FIN-ARCHIVO.
044100 1300-CARGAR-CUOTAS-EXIT.
044200     EXIT.
044300*
044400******************************************************************
044500* 1310-LEER-CUOTA - ONE QUOTA ROW INTO THE TABLE
044600******************************************************************
044700 1310-LEER-CUOTA.
044800     READ CUOTAVTA-FILE
044900         AT END
045000             SET CMS-ES-FIN-ARCHIVO TO TRUE
045100         NOT AT END
045200             IF CV-ID IS NUMERIC
045300                 AND CV-VIGENCIA IS NUMERIC
045400                 AND CV-CUOTA IS NUMERIC
045500                 AND CMS-CANT-CUOTAS < 300
045600                 ADD 1 TO CMS-CANT-CUOTAS
045700                 SET CMS-X-CUO TO CMS-CANT-CUOTAS
045800                 MOVE CV-ID TO CMS-CUO-ID(CMS-X-CUO)
045900                 MOVE CV-VIGENCIA TO CMS-CUO-VIGENCIA(CMS-X-CUO)
046000                 MOVE CV-CUOTA TO CMS-CUO-IMPORTE(CMS-X-CUO)
046100             END-IF
046200     END-READ.
046300 1310-LEER-CUOTA-EXIT.
046400     EXIT.
046500*
046600******************************************************************
046700* 1400-CARGAR-HISTORIA - COMMISSIONS ALREADY PAID, BY INVOICE
046800******************************************************************
046900 1400-CARGAR-HISTORIA.
047000     MOVE 'N' TO CMS-FIN-ARCHIVO.
047100     OPEN INPUT COMHIST-FILE.
047200     IF CMS-STATUS-HIST NOT = '00'
047300         CLOSE COMHIST-FILE
047400         GO TO 1400-CARGAR-HISTORIA-EXIT
047500     END-IF.
047600     PERFORM 1410-LEER-HISTORIA THRU 1410-LEER-HISTORIA-EXIT
047700         UNTIL CMS-ES-FIN-ARCHIVO.
047800     CLOSE COMHIST-FILE.
047900     MOVE 'N' TO CMS-FIN-ARCHIVO.
048000 1400-CARGAR-HISTORIA-EXIT.
048100     EXIT.
048200*
048300******************************************************************
048400* 1410-LEER-HISTORIA - ONE PAID INVOICE INTO THE TABLE
048500******************************************************************
048600 1410-LEER-HISTORIA.
048700     READ COMHIST-FILE
048800         AT END
048900             SET CMS-ES-FIN-ARCHIVO TO TRUE
049000             GO TO 1410-LEER-HISTORIA-EXIT
049100     END-READ.
049200*    LA HISTORIA SE REGRABA ENTERA AL APROBAR: SI NO ENTRA EN LA
049300*    TABLA SE CANCELA ANTES DE PERDER FILAS.
049400     IF CMS-CANT-HIST >= 2000
049500         DISPLAY 'COMISION: MAS DE 2000 FILAS EN COMHIST, SE '
049600             'CANCELA PARA NO PERDER FILAS AL REGRABAR'
049700         MOVE 8 TO RETURN-CODE
049800         CLOSE COMHIST-FILE
049900         GOBACK
050000     END-IF.
050100     ADD 1 TO CMS-CANT-HIST.
050200     SET CMS-X-HIS TO CMS-CANT-HIST.
050300     MOVE CH-FACTURA TO CMS-HIS-FACTURA(CMS-X-HIS).
050400     MOVE CH-ID TO CMS-HIS-ID(CMS-X-HIS).
050500     MOVE CH-PERIODO TO CMS-HIS-PERIODO(CMS-X-HIS).
050600     MOVE CH-IMPORTE-VENTA TO CMS-HIS-IMPORTE(CMS-X-HIS).
050700     MOVE CH-TASA TO CMS-HIS-TASA(CMS-X-HIS).
050800     MOVE CH-COMISION TO CMS-HIS-COMISION(CMS-X-HIS).
050900     MOVE CH-ESTADO TO CMS-HIS-ESTADO(CMS-X-HIS).
051000     MOVE CH-PERIODO-RECUP TO CMS-HIS-PER-RECUP(CMS-X-HIS).
051100 1410-LEER-HISTORIA-EXIT.
051200     EXIT.
051300*
051400******************************************************************
051500* 1500-CARGAR-VENTAS - THE MONTH'S INVOICES, SORTED INTO THE
051600*                      ONES TO COMMISSION AND THE ONES TO CLAW
051700*                      BACK
051800******************************************************************
051900 1500-CARGAR-VENTAS.
052000     MOVE 'N' TO CMS-FIN-ARCHIVO.
052100     OPEN INPUT VENTAS-FILE.
052200     IF CMS-STATUS-VENTAS NOT = '00'
052300         CLOSE VENTAS-FILE
052400         DISPLAY 'COMISION: NO HAY ARCHIVO VENTAS'
052500         MOVE 8 TO RETURN-CODE
052600         GOBACK
052700     END-IF.
052800     PERFORM 1510-LEER-VENTA THRU 1510-LEER-VENTA-EXIT
052900         UNTIL CMS-ES-FIN-ARCHIVO.
053000     CLOSE VENTAS-FILE.
053100     MOVE 'N' TO CMS-FIN-ARCHIVO.
053200     DISPLAY 'COMISION: ' CMS-CANT-LEIDAS ' FACTURAS LEIDAS, '
053300         CMS-CANT-YA-PAGADAS ' YA COMISIONADAS, '
053400         CMS-CANT-FUERA-PER ' COBRADAS FUERA DEL PERIODO'.
053500 1500-CARGAR-VENTAS-EXIT.
053600     EXIT.
053700*
053800******************************************************************
053900* 1510-LEER-VENTA - ONE INVOICE. A COLLECTED INVOICE OF THE
054000*                   PERIOD NOT YET IN COMHIST IS COMMISSIONED; A
054100*                   CANCELLED INVOICE WHOSE COMMISSION WAS PAID
054200*                   AND NOT YET RECOVERED IS CLAWED BACK; ANY
054300*                   OTHER ROW IS LEFT OUT
054400******************************************************************
054500 1510-LEER-VENTA.
054600     READ VENTAS-FILE
054700         AT END
054800             SET CMS-ES-FIN-ARCHIVO TO TRUE
054900             GO TO 1510-LEER-VENTA-EXIT
055000     END-READ.
055100     IF VT-ID IS NOT NUMERIC
055200         OR VT-IMPORTE IS NOT NUMERIC
055300         OR VT-FACTURA = SPACES
055400         GO TO 1510-LEER-VENTA-EXIT
055500     END-IF.
055600     ADD 1 TO CMS-CANT-LEIDAS.
055700     PERFORM 1530-UBICAR-REPETIDA THRU 1530-UBICAR-REPETIDA-EXIT.
055800     IF VT-ANULADA
055900         GO TO 1510-ANULADA
056000     END-IF.
056100*    COBRADA: UNA FACTURA YA VISTA EN EL MES (REPETIDA O ANULADA
056200*    EN EL MISMO ARCHIVO) O YA COMISIONADA NO SE COMISIONA.
056300     IF CMS-ES-HALLADO
056400         GO TO 1510-LEER-VENTA-EXIT
056500     END-IF.
056600     PERFORM 1520-UBICAR-HISTORIA THRU 1520-UBICAR-HISTORIA-EXIT.
056700     IF CMS-ES-HALLADO
056800         ADD 1 TO CMS-CANT-YA-PAGADAS
056900         GO TO 1510-LEER-VENTA-EXIT
057000     END-IF.
057100     IF VT-FECHA-COBRO(1:6) NOT = CMS-PERIODO
057200         ADD 1 TO CMS-CANT-FUERA-PER
057300         GO TO 1510-LEER-VENTA-EXIT
057400     END-IF.
057500     PERFORM 1550-AGREGAR-VENTA THRU 1550-AGREGAR-VENTA-EXIT.
057600     MOVE 'C' TO CMS-VTA-TIPO(CMS-X-VTA).
057700     MOVE VT-ID TO CMS-VTA-ID(CMS-X-VTA).
057800     MOVE VT-IMPORTE TO CMS-VTA-IMPORTE(CMS-X-VTA).
057900     MOVE VT-FECHA-COBRO TO CMS-VTA-FECHA(CMS-X-VTA).
058000     PERFORM 1540-UBICAR-VENDEDOR THRU 1540-UBICAR-VENDEDOR-EXIT.
058100     GO TO 1510-LEER-VENTA-EXIT.
058200*    ANULADA: SI SE COBRO EN ESTE MISMO ARCHIVO QUEDA SIN
058300*    COMISION ('V'); SI SU COMISION YA SE PAGO Y NO SE RECUPERO,
058400*    SE RECUPERA ('R') CONTRA QUIEN LA COBRO.
058500 1510-ANULADA.
058600     IF CMS-ES-HALLADO
058700         IF CMS-VTA-TIPO(CMS-X-VTA) = 'C'
058800             MOVE 'V' TO CMS-VTA-TIPO(CMS-X-VTA)
058900         END-IF
059000         GO TO 1510-LEER-VENTA-EXIT
059100     END-IF.
059200     PERFORM 1520-UBICAR-HISTORIA THRU 1520-UBICAR-HISTORIA-EXIT.
059300     IF CMS-ES-HALLADO
059400         AND CMS-HIS-ESTADO(CMS-X-HIS) NOT = SPACE
059500         GO TO 1510-LEER-VENTA-EXIT
059600     END-IF.
059700     PERFORM 1550-AGREGAR-VENTA THRU 1550-AGREGAR-VENTA-EXIT.
059800     IF NOT CMS-ES-HALLADO
059900         MOVE 'V' TO CMS-VTA-TIPO(CMS-X-VTA)
060000         MOVE VT-ID TO CMS-VTA-ID(CMS-X-VTA)
060100         MOVE VT-IMPORTE TO CMS-VTA-IMPORTE(CMS-X-VTA)
060200         MOVE VT-FECHA-ANUL TO CMS-VTA-FECHA(CMS-X-VTA)
060300         GO TO 1510-LEER-VENTA-EXIT
060400     END-IF.
060500     MOVE 'R' TO CMS-VTA-TIPO(CMS-X-VTA).
060600     MOVE CMS-HIS-ID(CMS-X-HIS) TO CMS-VTA-ID(CMS-X-VTA).
060700     MOVE CMS-HIS-IMPORTE(CMS-X-HIS)
060800         TO CMS-VTA-IMPORTE(CMS-X-VTA).
060900     MOVE VT-FECHA-ANUL TO CMS-VTA-FECHA(CMS-X-VTA).
061000     SET CMS-VTA-HIST(CMS-X-VTA) TO CMS-X-HIS.
061100     PERFORM 1540-UBICAR-VENDEDOR THRU 1540-UBICAR-VENDEDOR-EXIT.
061200 1510-LEER-VENTA-EXIT.
061300     EXIT.
061400*
061500******************************************************************
061600* 1550-AGREGAR-VENTA - A NEW ROW IN THE INVOICE TABLE
061700******************************************************************
061800 1550-AGREGAR-VENTA.
061900     IF CMS-CANT-VENTAS >= 1000
062000         DISPLAY 'COMISION: MAS DE 1000 FACTURAS, SE CANCELA '
062100             'PARA NO LIQUIDAR A MEDIAS'
062200         MOVE 8 TO RETURN-CODE
062300         CLOSE VENTAS-FILE
062400         GOBACK
062500     END-IF.
062600     ADD 1 TO CMS-CANT-VENTAS.
062700     SET CMS-X-VTA TO CMS-CANT-VENTAS.
062800     MOVE VT-FACTURA TO CMS-VTA-FACTURA(CMS-X-VTA).
062900     MOVE ZERO TO CMS-VTA-HIST(CMS-X-VTA).
063000     MOVE ZERO TO CMS-VTA-COMISION(CMS-X-VTA).
063100 1550-AGREGAR-VENTA-EXIT.
063200     EXIT.
063300*
063400******************************************************************
063500* 1520-UBICAR-HISTORIA - THE INVOICE IN COMHIST
063600******************************************************************
063700 1520-UBICAR-HISTORIA.
063800     MOVE 'N' TO CMS-HALLADO.
063900     IF CMS-CANT-HIST = ZERO
064000         GO TO 1520-UBICAR-HISTORIA-EXIT
064100     END-IF.
064200     SET CMS-X-HIS TO 1.
064300     SEARCH CMS-FILA-HIST
064400         AT END
064500             CONTINUE
064600         WHEN CMS-X-HIS > CMS-CANT-HIST
064700             CONTINUE
064800         WHEN CMS-HIS-FACTURA(CMS-X-HIS) = VT-FACTURA
064900             SET CMS-ES-HALLADO TO TRUE
065000     END-SEARCH.
065100 1520-UBICAR-HISTORIA-EXIT.
065200     EXIT.
065300*
065400******************************************************************
065500* 1530-UBICAR-REPETIDA - THE INVOICE ALREADY SEEN IN THIS
065600*                        MONTH'S FILE
065700******************************************************************
065800 1530-UBICAR-REPETIDA.
065900     MOVE 'N' TO CMS-HALLADO.
066000     IF CMS-CANT-VENTAS = ZERO
066100         GO TO 1530-UBICAR-REPETIDA-EXIT
066200     END-IF.
066300     SET CMS-X-VTA TO 1.
066400     SEARCH CMS-FILA-VENTA
066500         AT END
066600             CONTINUE
066700         WHEN CMS-X-VTA > CMS-CANT-VENTAS
066800             CONTINUE
066900         WHEN CMS-VTA-FACTURA(CMS-X-VTA) = VT-FACTURA
067000             SET CMS-ES-HALLADO TO TRUE
067100     END-SEARCH.
067200 1530-UBICAR-REPETIDA-EXIT.
067300     EXIT.
067400*
067500******************************************************************
067600* 1540-UBICAR-VENDEDOR - THE SALESPERSON'S ROW, ADDED ON THE
067700*                        FIRST INVOICE
067800******************************************************************
067900 1540-UBICAR-VENDEDOR.
068000     MOVE 'N' TO CMS-HALLADO.
068100     IF CMS-CANT-VENDEDORES > ZERO
068200         SET CMS-X-VEN TO 1
068300         SEARCH CMS-FILA-VEND
068400             AT END
068500                 CONTINUE
068600             WHEN CMS-X-VEN > CMS-CANT-VENDEDORES
068700                 CONTINUE
068800             WHEN CMS-VEN-ID(CMS-X-VEN) = CMS-VTA-ID(CMS-X-VTA)
068900                 SET CMS-ES-HALLADO TO TRUE
069000         END-SEARCH
069100     END-IF.
069200     IF CMS-ES-HALLADO
069300         GO TO 1540-UBICAR-VENDEDOR-EXIT
069400     END-IF.
069500     IF CMS-CANT-VENDEDORES >= 200
069600         DISPLAY 'COMISION: MAS DE 200 VENDEDORES, SE CANCELA '
069700             'PARA NO LIQUIDAR A MEDIAS'
069800         MOVE 8 TO RETURN-CODE
069900         CLOSE VENTAS-FILE
070000         GOBACK
070100     END-IF.
070200     ADD 1 TO CMS-CANT-VENDEDORES.
070300     SET CMS-X-VEN TO CMS-CANT-VENDEDORES.
070400     INITIALIZE CMS-FILA-VEND(CMS-X-VEN).
070500     MOVE CMS-VTA-ID(CMS-X-VTA) TO CMS-VEN-ID(CMS-X-VEN).
070600 1540-UBICAR-VENDEDOR-EXIT.
070700     EXIT.
070800*
070900******************************************************************
071000* 2000-CALCULAR - ONE SALESPERSON: ATTAINMENT AGAINST THE QUOTA,
071100*                 THE RATE OF ITS BAND, THE COMMISSION OF EVERY
071200*                 INVOICE AND THE CLAWBACKS
071300******************************************************************
071400 2000-CALCULAR.
071500     MOVE 'N' TO CMS-HALLADO.
071600     SET CMS-X-EMP TO 1.
071700     SEARCH CMS-FILA-EMPL
071800         AT END
071900             CONTINUE
072000         WHEN CMS-X-EMP > CMS-CANT-EMPLEADOS
072100             CONTINUE
072200         WHEN CMS-EMP-ID(CMS-X-EMP) = CMS-VEN-ID(CMS-X-VEN)
072300             SET CMS-ES-HALLADO TO TRUE
072400     END-SEARCH.
072500     IF NOT CMS-ES-HALLADO
072600         OR CMS-EMP-ESTADO(CMS-X-EMP) = 'B'
072700         MOVE 'X' TO CMS-VEN-ESTADO(CMS-X-VEN)
072800         MOVE 'LEGAJO NO ACTIVO' TO CMS-VEN-MOTIVO(CMS-X-VEN)
072900         ADD 1 TO CMS-CANT-EXCEPCIONES
073000         GO TO 2000-CALCULAR-EXIT
073100     END-IF.
073200     MOVE CMS-EMP-NOMBRE(CMS-X-EMP) TO CMS-VEN-NOMBRE(CMS-X-VEN).
073300     PERFORM 2100-SUMAR-FACTURA THRU 2100-SUMAR-FACTURA-EXIT
073400         VARYING CMS-X-VTA FROM 1 BY 1
073500         UNTIL CMS-X-VTA > CMS-CANT-VENTAS.
073600*    LOS RECUPEROS SE APLICAN AUNQUE EL LEGAJO YA NO COMISIONE;
073700*    LO NUEVO SOLO COMISIONA EN EL DEPARTAMENTO DE VENTAS Y CON
073800*    UNA CUOTA VIGENTE.
073900     IF CMS-EMP-DEPTO(CMS-X-EMP) NOT = CMS-DEPTO-COMIS
074000         MOVE 'FUERA DEL DEPTO' TO CMS-VEN-MOTIVO(CMS-X-VEN)
074100         GO TO 2000-NETO
074200     END-IF.
074300     PERFORM 2200-UBICAR-CUOTA THRU 2200-UBICAR-CUOTA-EXIT.
074400     IF CMS-VEN-CUOTA(CMS-X-VEN) = ZERO
074500         MOVE 'SIN CUOTA VIGENTE' TO CMS-VEN-MOTIVO(CMS-X-VEN)
074600         GO TO 2000-NETO
074700     END-IF.
074800     COMPUTE CMS-VEN-PCT(CMS-X-VEN) =
074900         CMS-VEN-COBRADO(CMS-X-VEN) * 100
075000         / CMS-VEN-CUOTA(CMS-X-VEN)
075100         ON SIZE ERROR
075200             MOVE 999.99 TO CMS-VEN-PCT(CMS-X-VEN)
075300     END-COMPUTE.
075400     PERFORM 2300-UBICAR-TASA THRU 2300-UBICAR-TASA-EXIT.
075500     PERFORM 2400-COMISIONAR THRU 2400-COMISIONAR-EXIT
075600         VARYING CMS-X-VTA FROM 1 BY 1
075700         UNTIL CMS-X-VTA > CMS-CANT-VENTAS.
075800 2000-NETO.
075900     COMPUTE CMS-VEN-NETO(CMS-X-VEN) =
076000         CMS-VEN-COMISION(CMS-X-VEN)
076100         - CMS-VEN-RECUPERO(CMS-X-VEN).
076200     IF CMS-VEN-MOTIVO(CMS-X-VEN) NOT = SPACES
076300         ADD 1 TO CMS-CANT-EXCEPCIONES
076400         IF CMS-VEN-RECUPERO(CMS-X-VEN) = ZERO
076500             MOVE 'X' TO CMS-VEN-ESTADO(CMS-X-VEN)
076600         END-IF
076700     END-IF.
076800 2000-CALCULAR-EXIT.
076900     EXIT.
077000*
077100******************************************************************
077200* 2100-SUMAR-FACTURA - COLLECTED AMOUNT AND CLAWBACKS OF THE
077300*                      SALESPERSON
077400******************************************************************
077500 2100-SUMAR-FACTURA.
077600     IF CMS-VTA-ID(CMS-X-VTA) NOT = CMS-VEN-ID(CMS-X-VEN)
077700         GO TO 2100-SUMAR-FACTURA-EXIT
077800     END-IF.
077900     IF CMS-VTA-TIPO(CMS-X-VTA) = 'C'
078000         ADD CMS-VTA-IMPORTE(CMS-X-VTA)
078100             TO CMS-VEN-COBRADO(CMS-X-VEN)
078200     END-IF.
078300     IF CMS-VTA-TIPO(CMS-X-VTA) = 'R'
078400         SET CMS-X-HIS TO CMS-VTA-HIST(CMS-X-VTA)
078500         MOVE CMS-HIS-COMISION(CMS-X-HIS)
078600             TO CMS-VTA-COMISION(CMS-X-VTA)
078700         ADD CMS-HIS-COMISION(CMS-X-HIS)
078800             TO CMS-VEN-RECUPERO(CMS-X-VEN)
078900     END-IF.
079000 2100-SUMAR-FACTURA-EXIT.
079100     EXIT.
079200*
079300******************************************************************
079400* 2200-UBICAR-CUOTA - THE QUOTA IN FORCE: THE LATEST ONE STARTED
079500*                     ON OR BEFORE THE PERIOD
079600******************************************************************
079700 2200-UBICAR-CUOTA.
079800     MOVE ZERO TO CMS-CUOTA-VIGENCIA.
079900     PERFORM 2210-PROBAR-CUOTA THRU 2210-PROBAR-CUOTA-EXIT
080000         VARYING CMS-X-CUO FROM 1 BY 1
080100         UNTIL CMS-X-CUO > CMS-CANT-CUOTAS.
080200 2200-UBICAR-CUOTA-EXIT.
080300     EXIT.
080400*
080500******************************************************************
080600* 2210-PROBAR-CUOTA - ONE QUOTA ROW AGAINST THE BEST SO FAR
080700******************************************************************
080800 2210-PROBAR-CUOTA.
080900     IF CMS-CUO-ID(CMS-X-CUO) = CMS-VEN-ID(CMS-X-VEN)
081000         AND CMS-CUO-VIGENCIA(CMS-X-CUO) NOT > CMS-PERIODO
081100         AND CMS-CUO-VIGENCIA(CMS-X-CUO) NOT < CMS-CUOTA-VIGENCIA
081200         MOVE CMS-CUO-VIGENCIA(CMS-X-CUO) TO CMS-CUOTA-VIGENCIA
081300         MOVE CMS-CUO-IMPORTE(CMS-X-CUO)
081400             TO CMS-VEN-CUOTA(CMS-X-VEN)
081500     END-IF.
081600 2210-PROBAR-CUOTA-EXIT.
081700     EXIT.
081800*
081900******************************************************************
082000* 2300-UBICAR-TASA - THE RATE OF THE HIGHEST BAND OF THE PLAN IN
082100*                    FORCE WHOSE FLOOR THE ATTAINMENT REACHES
082200******************************************************************
082300 2300-UBICAR-TASA.
082400     MOVE ZERO TO CMS-DESDE-MEJOR.
082500     MOVE ZERO TO CMS-VEN-TASA(CMS-X-VEN).
082600     PERFORM 2310-PROBAR-BANDA THRU 2310-PROBAR-BANDA-EXIT
082700         VARYING CMS-X-PLA FROM 1 BY 1
082800         UNTIL CMS-X-PLA > CMS-CANT-PLAN.
082900 2300-UBICAR-TASA-EXIT.
083000     EXIT.
083100*
083200******************************************************************
083300* 2310-PROBAR-BANDA - ONE BAND AGAINST THE BEST SO FAR
083400******************************************************************
083500 2310-PROBAR-BANDA.
083600     IF CMS-PLA-VIGENCIA(CMS-X-PLA) = CMS-PLAN-VIGENCIA
083700         AND CMS-PLA-DESDE-PCT(CMS-X-PLA)
083800             NOT > CMS-VEN-PCT(CMS-X-VEN)
083900         AND CMS-PLA-DESDE-PCT(CMS-X-PLA) NOT < CMS-DESDE-MEJOR
084000         MOVE CMS-PLA-DESDE-PCT(CMS-X-PLA) TO CMS-DESDE-MEJOR
084100         MOVE CMS-PLA-TASA(CMS-X-PLA) TO CMS-VEN-TASA(CMS-X-VEN)
084200     END-IF.
084300 2310-PROBAR-BANDA-EXIT.
084400     EXIT.
084500*
084600******************************************************************
084700* 2400-COMISIONAR - THE BAND'S RATE ON ONE COLLECTED INVOICE
084800******************************************************************
084900 2400-COMISIONAR.
085000     IF CMS-VTA-ID(CMS-X-VTA) NOT = CMS-VEN-ID(CMS-X-VEN)
085100         OR CMS-VTA-TIPO(CMS-X-VTA) NOT = 'C'
085200         GO TO 2400-COMISIONAR-EXIT
085300     END-IF.
085400     COMPUTE CMS-VTA-COMISION(CMS-X-VTA) ROUNDED =
085500         CMS-VTA-IMPORTE(CMS-X-VTA)
085600         * CMS-VEN-TASA(CMS-X-VEN) / 100.
085700     ADD CMS-VTA-COMISION(CMS-X-VTA)
085800         TO CMS-VEN-COMISION(CMS-X-VEN).
085900 2400-COMISIONAR-EXIT.
086000     EXIT.
086100*
086200******************************************************************
086300* 4000-APROBAR - DECISION ON EACH SALESPERSON'S STATEMENT
086400******************************************************************
086500 4000-APROBAR.
086600     PERFORM 4100-APROBAR-UNO THRU 4100-APROBAR-UNO-EXIT
086700         VARYING CMS-X-VEN FROM 1 BY 1
086800         UNTIL CMS-X-VEN > CMS-CANT-VENDEDORES.
086900     DISPLAY 'COMISION: ' CMS-CANT-APROBADOS ' APROBADAS, '
087000         CMS-CANT-NO-APROB ' NO APROBADAS'.
087100 4000-APROBAR-EXIT.
087200     EXIT.
087300*
087400******************************************************************
087500* 4100-APROBAR-UNO - SHOW ONE STATEMENT AND RECORD THE DECISION
087600*                    (S=APPROVE, ELSE LEAVE IT UNPAID)
087700******************************************************************
087800 4100-APROBAR-UNO.
087900     IF CMS-VEN-ESTADO(CMS-X-VEN) NOT = SPACE
088000         GO TO 4100-APROBAR-UNO-EXIT
088100     END-IF.
088200     IF CMS-VEN-COMISION(CMS-X-VEN) = ZERO
088300         AND CMS-VEN-RECUPERO(CMS-X-VEN) = ZERO
088400         GO TO 4100-APROBAR-UNO-EXIT
088500     END-IF.
088600*    LA NOVEDAD LLEVA EL IMPORTE EN 9(6)V99: UNA LIQUIDACION MAS
088700*    GRANDE QUEDA COMO EXCEPCION PARA CARGARLA A MANO.
088800     IF CMS-VEN-COMISION(CMS-X-VEN) > 999999.99
088900         OR CMS-VEN-RECUPERO(CMS-X-VEN) > 999999.99
089000         MOVE 'X' TO CMS-VEN-ESTADO(CMS-X-VEN)
089100         MOVE 'EXCEDE LA NOVEDAD' TO CMS-VEN-MOTIVO(CMS-X-VEN)
089200         ADD 1 TO CMS-CANT-EXCEPCIONES
089300         GO TO 4100-APROBAR-UNO-EXIT
089400     END-IF.
089500     MOVE CMS-VEN-COMISION(CMS-X-VEN) TO CMS-IMPORTE-ED.
089600     MOVE CMS-VEN-RECUPERO(CMS-X-VEN) TO CMS-CUOTA-ED.
089700     MOVE CMS-VEN-NETO(CMS-X-VEN) TO CMS-NETO-ED.
089800     DISPLAY CMS-VEN-ID(CMS-X-VEN) ' '
089900         CMS-VEN-NOMBRE(CMS-X-VEN) ' COMISION ' CMS-IMPORTE-ED
090000         ' RECUPERO ' CMS-CUOTA-ED ' NETO ' CMS-NETO-ED.
090100     DISPLAY 'APROBAR (S=SI, OTRO=NO): ' WITH NO ADVANCING.
090200     ACCEPT CMS-RESPUESTA.
090300     IF CMS-RESPUESTA NOT = 'S'
090400         AND CMS-RESPUESTA NOT = 's'
090500         MOVE 'N' TO CMS-VEN-ESTADO(CMS-X-VEN)
090600         ADD 1 TO CMS-CANT-NO-APROB
090700         GO TO 4100-APROBAR-UNO-EXIT
090800     END-IF.
090900     MOVE 'A' TO CMS-VEN-ESTADO(CMS-X-VEN).
091000     ADD 1 TO CMS-CANT-APROBADOS.
091100     SET CMS-ES-HUBO-CAMBIOS TO TRUE.
091200     PERFORM 4200-REGISTRAR-FACTURA
091300         THRU 4200-REGISTRAR-FACTURA-EXIT
091400         VARYING CMS-X-VTA FROM 1 BY 1
091500         UNTIL CMS-X-VTA > CMS-CANT-VENTAS.
091600 4100-APROBAR-UNO-EXIT.
091700     EXIT.
091800*
091900******************************************************************
092000* 4200-REGISTRAR-FACTURA - ONE INVOICE OF AN APPROVED STATEMENT
092100*                          INTO COMHIST: PAID, OR ITS PAID ROW
092200*                          MARKED RECOVERED
092300******************************************************************
092400 4200-REGISTRAR-FACTURA.
092500     IF CMS-VTA-ID(CMS-X-VTA) NOT = CMS-VEN-ID(CMS-X-VEN)
092600         GO TO 4200-REGISTRAR-FACTURA-EXIT
092700     END-IF.
092800     IF CMS-VTA-TIPO(CMS-X-VTA) = 'R'
092900         SET CMS-X-HIS TO CMS-VTA-HIST(CMS-X-VTA)
093000         MOVE 'R' TO CMS-HIS-ESTADO(CMS-X-HIS)
093100         MOVE CMS-PERIODO TO CMS-HIS-PER-RECUP(CMS-X-HIS)
093200         GO TO 4200-REGISTRAR-FACTURA-EXIT
093300     END-IF.
093400     IF CMS-VTA-COMISION(CMS-X-VTA) = ZERO
093500         GO TO 4200-REGISTRAR-FACTURA-EXIT
093600     END-IF.
093700     IF CMS-CANT-HIST >= 2000
093800         DISPLAY 'COMISION: COMHIST LLENO, SE CANCELA SIN GRABAR'
093900         MOVE 8 TO RETURN-CODE
094000         GOBACK
094100     END-IF.
094200     ADD 1 TO CMS-CANT-HIST.
094300     SET CMS-X-HIS TO CMS-CANT-HIST.
094400     MOVE CMS-VTA-FACTURA(CMS-X-VTA)
094500         TO CMS-HIS-FACTURA(CMS-X-HIS).
094600     MOVE CMS-VTA-ID(CMS-X-VTA) TO CMS-HIS-ID(CMS-X-HIS).
094700     MOVE CMS-PERIODO TO CMS-HIS-PERIODO(CMS-X-HIS).
094800     MOVE CMS-VTA-IMPORTE(CMS-X-VTA)
094900         TO CMS-HIS-IMPORTE(CMS-X-HIS).
095000     MOVE CMS-VEN-TASA(CMS-X-VEN) TO CMS-HIS-TASA(CMS-X-HIS).
095100     MOVE CMS-VTA-COMISION(CMS-X-VTA)
095200         TO CMS-HIS-COMISION(CMS-X-HIS).
095300     MOVE SPACE TO CMS-HIS-ESTADO(CMS-X-HIS).
095400     MOVE ZERO TO CMS-HIS-PER-RECUP(CMS-X-HIS).
095500 4200-REGISTRAR-FACTURA-EXIT.
095600     EXIT.
095700*
095800******************************************************************
095900* 5000-LIQUIDACIONES - ONE STATEMENT PER SALESPERSON TO COMISRPT
096000******************************************************************
096100 5000-LIQUIDACIONES.
096200     OPEN OUTPUT REPORTE-FILE.
096300     MOVE SPACES TO RPT-LINEA.
096400     STRING 'COMISIONES DE VENTAS - PERIODO ' CMS-PERIODO
096500         ' - DEPTO ' CMS-DEPTO-COMIS ' - ' CMS-FECHA-HOY
096600         DELIMITED BY SIZE INTO RPT-LINEA.
096700     WRITE RPT-LINEA.
096800     PERFORM 5100-LIQUIDACION-UNA THRU 5100-LIQUIDACION-UNA-EXIT
096900         VARYING CMS-X-VEN FROM 1 BY 1
097000         UNTIL CMS-X-VEN > CMS-CANT-VENDEDORES.
097100     MOVE SPACES TO RPT-LINEA.
097200     WRITE RPT-LINEA.
097300     MOVE CMS-TOTAL-COMISION TO CMS-TOTAL-ED.
097400     MOVE SPACES TO RPT-LINEA.
097500     STRING 'TOTAL COMISIONES APROBADAS: ' CMS-TOTAL-ED
097600         DELIMITED BY SIZE INTO RPT-LINEA.
097700     WRITE RPT-LINEA.
097800     MOVE CMS-TOTAL-RECUPERO TO CMS-TOTAL-ED.
097900     MOVE SPACES TO RPT-LINEA.
098000     STRING 'TOTAL RECUPEROS APROBADOS:  ' CMS-TOTAL-ED
098100         DELIMITED BY SIZE INTO RPT-LINEA.
098200     WRITE RPT-LINEA.
098300     MOVE SPACES TO RPT-LINEA.
098400     STRING 'VENDEDORES: ' CMS-CANT-VENDEDORES
098500         '   APROBADOS: ' CMS-CANT-APROBADOS
098600         '   EXCEPCIONES: ' CMS-CANT-EXCEPCIONES
098700         DELIMITED BY SIZE INTO RPT-LINEA.
098800     WRITE RPT-LINEA.
098900     CLOSE REPORTE-FILE.
099000 5000-LIQUIDACIONES-EXIT.
099100     EXIT.
099200*
099300******************************************************************
099400* 5100-LIQUIDACION-UNA - HEADER, INVOICES, CLAWBACKS AND TOTALS
099500*                        OF ONE SALESPERSON
099600******************************************************************
099700 5100-LIQUIDACION-UNA.
099800     EVALUATE CMS-VEN-ESTADO(CMS-X-VEN)
099900         WHEN 'A'
100000             MOVE 'APROBADA' TO CMS-ESTADO-TEXTO
100100             ADD CMS-VEN-COMISION(CMS-X-VEN) TO CMS-TOTAL-COMISION
100200             ADD CMS-VEN-RECUPERO(CMS-X-VEN) TO CMS-TOTAL-RECUPERO
100300         WHEN 'N'
100400             MOVE 'NO APROBADA' TO CMS-ESTADO-TEXTO
100500         WHEN 'X'
100600             MOVE 'EXCEPCION' TO CMS-ESTADO-TEXTO
100700         WHEN OTHER
100800             MOVE 'BORRADOR' TO CMS-ESTADO-TEXTO
100900     END-EVALUATE.
101000     MOVE SPACES TO RPT-LINEA.
101100     WRITE RPT-LINEA.
101200     MOVE SPACES TO RPT-LINEA.
101300     STRING 'VENDEDOR ' CMS-VEN-ID(CMS-X-VEN) ' '
101400         CMS-VEN-NOMBRE(CMS-X-VEN)
101500         '   LIQUIDACION ' CMS-ESTADO-TEXTO
101600         DELIMITED BY SIZE INTO RPT-LINEA.
101700     WRITE RPT-LINEA.
101800     MOVE '  FACTURA    FECHA         IMPORTE   TASA     COMISION'
101900         TO RPT-LINEA.
102000     WRITE RPT-LINEA.
102100     PERFORM 5200-FACTURA-UNA THRU 5200-FACTURA-UNA-EXIT
102200         VARYING CMS-X-VTA FROM 1 BY 1
102300         UNTIL CMS-X-VTA > CMS-CANT-VENTAS.
102400     MOVE CMS-VEN-COBRADO(CMS-X-VEN) TO CMS-IMPORTE-ED.
102500     MOVE CMS-VEN-CUOTA(CMS-X-VEN) TO CMS-CUOTA-ED.
102600     MOVE CMS-VEN-PCT(CMS-X-VEN) TO CMS-PCT-ED.
102700     MOVE CMS-VEN-TASA(CMS-X-VEN) TO CMS-TASA-ED.
102800     MOVE SPACES TO RPT-LINEA.
102900     STRING '  COBRADO ' CMS-IMPORTE-ED
103000         '  CUOTA ' CMS-CUOTA-ED
103100         '  CUMPLIM. ' CMS-PCT-ED '%'
103200         '  TASA ' CMS-TASA-ED '%'
103300         DELIMITED BY SIZE INTO RPT-LINEA.
103400     WRITE RPT-LINEA.
103500     MOVE CMS-VEN-COMISION(CMS-X-VEN) TO CMS-IMPORTE-ED.
103600     MOVE CMS-VEN-RECUPERO(CMS-X-VEN) TO CMS-CUOTA-ED.
103700     MOVE CMS-VEN-NETO(CMS-X-VEN) TO CMS-NETO-ED.
103800     MOVE SPACES TO RPT-LINEA.
103900     STRING '  COMISION ' CMS-IMPORTE-ED
104000         '  RECUPEROS ' CMS-CUOTA-ED
104100         '  NETO ' CMS-NETO-ED
104200         DELIMITED BY SIZE INTO RPT-LINEA.
104300     WRITE RPT-LINEA.
104400     IF CMS-VEN-MOTIVO(CMS-X-VEN) NOT = SPACES
104500         MOVE SPACES TO RPT-LINEA
104600         STRING '  OBSERVACION: ' CMS-VEN-MOTIVO(CMS-X-VEN)
104700             DELIMITED BY SIZE INTO RPT-LINEA
104800         WRITE RPT-LINEA
104900     END-IF.
105000 5100-LIQUIDACION-UNA-EXIT.
105100     EXIT.
105200*
105300******************************************************************
105400* 5200-FACTURA-UNA - ONE INVOICE OR CLAWBACK OF THE STATEMENT
105500******************************************************************
105600 5200-FACTURA-UNA.
105700     IF CMS-VTA-ID(CMS-X-VTA) NOT = CMS-VEN-ID(CMS-X-VEN)
105800         GO TO 5200-FACTURA-UNA-EXIT
105900     END-IF.
106000     MOVE CMS-VTA-IMPORTE(CMS-X-VTA) TO CMS-IMPORTE-ED.
106100     MOVE SPACES TO RPT-LINEA.
106200     IF CMS-VTA-TIPO(CMS-X-VTA) = 'V'
106300         STRING '  ' CMS-VTA-FACTURA(CMS-X-VTA) ' '
106400             CMS-VTA-FECHA(CMS-X-VTA) ' ' CMS-IMPORTE-ED
106500             '  ANULADA EN EL MES, SIN COMISION'
106600             DELIMITED BY SIZE INTO RPT-LINEA
106700         WRITE RPT-LINEA
106800         GO TO 5200-FACTURA-UNA-EXIT
106900     END-IF.
107000     IF CMS-VTA-TIPO(CMS-X-VTA) = 'C'
107100         MOVE CMS-VTA-COMISION(CMS-X-VTA) TO CMS-NETO-ED
107200         MOVE CMS-VEN-TASA(CMS-X-VEN) TO CMS-TASA-ED
107300         STRING '  ' CMS-VTA-FACTURA(CMS-X-VTA) ' '
107400             CMS-VTA-FECHA(CMS-X-VTA) ' ' CMS-IMPORTE-ED
107500             '  ' CMS-TASA-ED '% ' CMS-NETO-ED
107600             DELIMITED BY SIZE INTO RPT-LINEA
107700     ELSE
107800         SET CMS-X-HIS TO CMS-VTA-HIST(CMS-X-VTA)
107900         MOVE CMS-HIS-TASA(CMS-X-HIS) TO CMS-TASA-ED
108000         COMPUTE CMS-NETO-ED = ZERO - CMS-VTA-COMISION(CMS-X-VTA)
108100         STRING '  ' CMS-VTA-FACTURA(CMS-X-VTA) ' '
108200             CMS-VTA-FECHA(CMS-X-VTA) ' ' CMS-IMPORTE-ED
108300             '  ' CMS-TASA-ED '% ' CMS-NETO-ED
108400             ' RECUP. DE ' CMS-HIS-PERIODO(CMS-X-HIS)
108500             DELIMITED BY SIZE INTO RPT-LINEA
108600     END-IF.
108700     WRITE RPT-LINEA.
108800 5200-FACTURA-UNA-EXIT.
108900     EXIT.
109000*
109100******************************************************************
109200* 7000-GRABAR-HISTORIA - REWRITE COMHIST FROM THE TABLE
109300******************************************************************
109400 7000-GRABAR-HISTORIA.
109500     OPEN OUTPUT COMHIST-FILE.
109600     PERFORM 7100-GRABAR-FILA THRU 7100-GRABAR-FILA-EXIT
109700         VARYING CMS-X-HIS FROM 1 BY 1
109800         UNTIL CMS-X-HIS > CMS-CANT-HIST.
109900     CLOSE COMHIST-FILE.
110000 7000-GRABAR-HISTORIA-EXIT.
110100     EXIT.
110200*
110300******************************************************************
110400* 7100-GRABAR-FILA - ONE PAID INVOICE BACK TO DISK
110500******************************************************************
110600 7100-GRABAR-FILA.
110700     MOVE CMS-HIS-FACTURA(CMS-X-HIS) TO CH-FACTURA.
110800     MOVE CMS-HIS-ID(CMS-X-HIS) TO CH-ID.
110900     MOVE CMS-HIS-PERIODO(CMS-X-HIS) TO CH-PERIODO.
111000     MOVE CMS-HIS-IMPORTE(CMS-X-HIS) TO CH-IMPORTE-VENTA.
111100     MOVE CMS-HIS-TASA(CMS-X-HIS) TO CH-TASA.
111200     MOVE CMS-HIS-COMISION(CMS-X-HIS) TO CH-COMISION.
111300     MOVE CMS-HIS-ESTADO(CMS-X-HIS) TO CH-ESTADO.
111400     MOVE CMS-HIS-PER-RECUP(CMS-X-HIS) TO CH-PERIODO-RECUP.
111500     WRITE CH-RECORD.
111600 7100-GRABAR-FILA-EXIT.
111700     EXIT.
111800*
111900******************************************************************
112000* 7200-GRABAR-NOVEDADES - THE APPROVED COMMISSIONS AND CLAWBACKS
112100*                         QUEUED FOR THE PERIOD'S PAYROLL RUN
112200******************************************************************
112300 7200-GRABAR-NOVEDADES.
112400     OPEN EXTEND NOVEDADES-FILE.
112500     PERFORM 7300-GRABAR-NOVEDAD THRU 7300-GRABAR-NOVEDAD-EXIT
112600         VARYING CMS-X-VEN FROM 1 BY 1
112700         UNTIL CMS-X-VEN > CMS-CANT-VENDEDORES.
112800     CLOSE NOVEDADES-FILE.
112900 7200-GRABAR-NOVEDADES-EXIT.
113000     EXIT.
113100*
113200******************************************************************
113300* 7300-GRABAR-NOVEDAD - COMISI (TAXABLE EARNINGS) AND COMDEV
113400*                       (TAXABLE DEDUCTION) OF ONE APPROVED
113500*                       SALESPERSON
113600******************************************************************
113700 7300-GRABAR-NOVEDAD.
113800     IF CMS-VEN-ESTADO(CMS-X-VEN) NOT = 'A'
113900         GO TO 7300-GRABAR-NOVEDAD-EXIT
114000     END-IF.
114100     MOVE CMS-VEN-ID(CMS-X-VEN) TO NV-ID.
114200     MOVE CMS-PERIODO TO NV-PERIODO.
114300     MOVE CMS-VEN-NOMBRE(CMS-X-VEN) TO NV-NOMBRE.
114400     MOVE SPACE TO NV-ESTADO.
114500     MOVE ZERO TO NV-PERIODO-APLIC.
114600     IF CMS-VEN-COMISION(CMS-X-VEN) > ZERO
114700         MOVE CMS-VEN-COMISION(CMS-X-VEN) TO NV-IMPORTE
114800         MOVE 'COMISI' TO NV-CONCEPTO
114900         WRITE NV-RECORD
115000         ADD 1 TO CMS-CANT-NOVEDADES
115100     END-IF.
115200     IF CMS-VEN-RECUPERO(CMS-X-VEN) > ZERO
115300         MOVE CMS-VEN-RECUPERO(CMS-X-VEN) TO NV-IMPORTE
115400         MOVE 'COMDEV' TO NV-CONCEPTO
115500         WRITE NV-RECORD
115600         ADD 1 TO CMS-CANT-NOVEDADES
115700     END-IF.
115800 7300-GRABAR-NOVEDAD-EXIT.
115900     EXIT.
116000 END PROGRAM COMISION.
