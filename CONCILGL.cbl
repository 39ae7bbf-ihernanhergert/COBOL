000100******************************************************************
000200* AUTHOR:      HERNAN HERGERT
000300* INSTALLATION: DATA PROCESSING
000400* DATE-WRITTEN:
000500* DATE-COMPILED:
000600* PURPOSE:     RECONCILIATION OF THE PAYROLL POSTINGS AGAINST THE
000700*              GENERAL LEDGER TRIAL BALANCE. ASIENTOGL (GLPOST)
000800*              AND ACUMBONO (GLACCRUAL) SEND THE PAYROLL JOURNAL
000900*              BUT NOBODY CHECKED THAT FINANCE POSTED IT, OR
001000*              POSTED IT TO THE SAME ACCOUNTS. MODE C IMPORTS THE
001100*              LEDGER'S MONTHLY TRIAL-BALANCE EXTRACT (GLBALANZA:
001200*              PERIOD, COMPANY, ACCOUNT, DEPARTMENT, SOURCE
001300*              'N' FOR THE PAYROLL INTERFACE OR ANYTHING ELSE FOR
001400*              A MANUAL ENTRY, DEBIT AND CREDIT), KEEPS ONLY THE
001500*              PAYROLL ACCOUNTS OF GLACCTS (AND THE CTADIFCAM
001600*              CONVERSION ACCOUNT), AND MATCHES IT AGAINST OUR OWN
001700*              POSTINGS OF THE PERIOD BY COMPANY, DEPARTMENT AND
001800*              ACCOUNT. GLCONCRPT LISTS THE ACCOUNTS THAT MATCH,
001900*              THOSE WITH A DIFFERENCE AND ITS AMOUNT, THE
002000*              POSTINGS SENT THAT NEVER ARRIVED, AND THE MANUAL
002100*              ENTRIES FINANCE MADE DIRECTLY TO PAYROLL ACCOUNTS.
002200*              EVERY DIFFERENCE IS KEPT OPEN ON GLDIFAB AND SHOWN
002300*              AGAIN IN EACH LATER MONTH UNTIL MODE R MARKS IT
002400*              RESOLVED WITH A COMMENT. AN ACCOUNT THAT WE POST
002500*              WITHOUT A COMPANY (THE ACCRUAL AND THE CONVERSION
002600*              DIFFERENCE) IS RECONCILED FOR ALL COMPANIES
002700*              TOGETHER. OPEN DIFFERENCES END WITH RC 4.
002800* TECTONICS:   COBC
002900*
003000* MODIFICATION HISTORY:
003100*   - NEW PROGRAM, OFFERED FROM THE MENUUTIL MENU.
003200******************************************************************
003300 IDENTIFICATION DIVISION.
003400 PROGRAM-ID. CONCILGL.
003500 ENVIRONMENT DIVISION.
003600 INPUT-OUTPUT SECTION.
003700 FILE-CONTROL.
003800     SELECT OPTIONAL GLACCTS-FILE ASSIGN TO 'GLACCTS'
003900         ORGANIZATION IS LINE SEQUENTIAL
004000         FILE STATUS IS CGL-STATUS-GLACCTS.
004100     SELECT OPTIONAL GLPOST-FILE ASSIGN TO 'GLPOST'
004200         ORGANIZATION IS LINE SEQUENTIAL
004300         FILE STATUS IS CGL-STATUS-GLPOST.
004400     SELECT OPTIONAL GLACCRUAL-FILE ASSIGN TO 'GLACCRUAL'
004500         ORGANIZATION IS LINE SEQUENTIAL
004600         FILE STATUS IS CGL-STATUS-ACCRUAL.
004700     SELECT OPTIONAL GLBALANZA-FILE ASSIGN TO 'GLBALANZA'
004800         ORGANIZATION IS LINE SEQUENTIAL
004900         FILE STATUS IS CGL-STATUS-BALANZA.
005000     SELECT OPTIONAL GLDIFAB-FILE ASSIGN TO 'GLDIFAB'
005100         ORGANIZATION IS LINE SEQUENTIAL
005200         FILE STATUS IS CGL-STATUS-DIFAB.
005300     SELECT REPORTE-FILE ASSIGN TO 'GLCONCRPT'
005400         ORGANIZATION IS LINE SEQUENTIAL.
005500 DATA DIVISION.
005600 FILE SECTION.
005700 FD  GLACCTS-FILE
005800     LABEL RECORDS ARE STANDARD.
005900 01  GA-RECORD.
006000     05 GA-SENIORIDAD            PIC X(06).
006100     05 GA-DEPARTAMENTO          PIC X(10).
006200     05 GA-CUENTA-DEBE           PIC X(08).
006300     05 GA-CUENTA-HABER          PIC X(08).
006400 FD  GLPOST-FILE
006500     LABEL RECORDS ARE STANDARD.
006600 01  GP-RECORD.
006700     05 GP-CUENTA                PIC X(08).
006800     05 GP-DEBE-HABER            PIC X(01).
006900     05 GP-IMPORTE               PIC 9(09)V99.
007000     05 GP-PERIODO               PIC 9(06).
007100     05 GP-COMPANIA              PIC X(03).
007200 FD  GLACCRUAL-FILE
007300     LABEL RECORDS ARE STANDARD.
007400 01  GC-RECORD.
007500     05 GC-CUENTA                PIC X(08).
007600     05 GC-DEBE-HABER            PIC X(01).
007700     05 GC-IMPORTE               PIC 9(09)V99.
007800     05 GC-PERIODO               PIC 9(06).
007900 FD  GLBALANZA-FILE
008000     LABEL RECORDS ARE STANDARD.
008100 01  TB-RECORD.
008200     05 TB-PERIODO               PIC 9(06).
008300     05 TB-COMPANIA              PIC X(03).
008400     05 TB-CUENTA                PIC X(08).
008500     05 TB-DEPARTAMENTO          PIC X(10).
008600     05 TB-ORIGEN                PIC X(01).
008700         88 TB-ES-INTERFAZ       VALUE 'N'.
008800     05 TB-DEBE                  PIC 9(11)V99.
008900     05 TB-HABER                 PIC 9(11)V99.
009000 FD  GLDIFAB-FILE
009100     LABEL RECORDS ARE STANDARD.
009200 01  DFL-LINEA                   PIC X(124).
009300 FD  REPORTE-FILE
009400     LABEL RECORDS ARE STANDARD
009500     RECORD CONTAINS 80 CHARACTERS.
009600 01  RPT-LINEA                   PIC X(80).
009700 WORKING-STORAGE SECTION.
009800*
009900 01  CGL-STATUS-GLACCTS          PIC XX.
010000 01  CGL-STATUS-GLPOST           PIC XX.
010100 01  CGL-STATUS-ACCRUAL          PIC XX.
010200 01  CGL-STATUS-BALANZA          PIC XX.
010300 01  CGL-STATUS-DIFAB            PIC XX.
010400*
010500 01  CGL-MODO                    PIC X(01).
010600 01  CGL-PERIODO                 PIC 9(06) VALUE ZERO.
010700 01  CGL-FECHA-HOY               PIC 9(08).
010800 01  CGL-SES-ACCION              PIC X(01).
010900 01  CGL-SES-USUARIO             PIC X(08).
011000 01  CGL-PARM-CLAVE              PIC X(12).
011100 01  CGL-PARM-VALOR              PIC X(20).
011200 01  CGL-PARM-HALLADO            PIC X(01).
011300     88  CGL-ES-PARM-HALLADO     VALUE 'Y'.
011400 01  CGL-CTA-DIFCAM              PIC X(08) VALUE '59990100'.
011500*
011600 01  CGL-INDICADORES.
011700     05  CGL-FIN-ARCHIVO         PIC X VALUE 'N'.
011800         88  CGL-ES-FIN-ARCHIVO  VALUE 'Y'.
011900     05  CGL-HALLADO             PIC X VALUE 'N'.
012000         88  CGL-ES-HALLADO      VALUE 'Y'.
012100     05  CGL-DESBORDE            PIC X VALUE 'N'.
012200         88  CGL-ES-DESBORDE     VALUE 'Y'.
012300     05  CGL-HAY-BALANZA         PIC X VALUE 'N'.
012400         88  CGL-ES-HAY-BALANZA  VALUE 'Y'.
012500     05  CGL-FIN-RESOLVER        PIC X VALUE 'N'.
012600         88  CGL-ES-FIN-RESOLVER VALUE 'Y'.
012700*
012800 01  CGL-VARIABLES.
012900     05  CGL-COMPANIA            PIC X(03).
013000     05  CGL-DEPARTAMENTO        PIC X(10).
013100     05  CGL-CUENTA              PIC X(08).
013200     05  CGL-ORIGEN              PIC X(01).
013300         88  CGL-ES-ENVIO        VALUE 'E'.
013400         88  CGL-ES-MAYOR        VALUE 'M'.
013500         88  CGL-ES-MANUAL       VALUE 'A'.
013600     05  CGL-IMPORTE             PIC S9(11)V99.
013700     05  CGL-DIFERENCIA          PIC S9(11)V99.
013800     05  CGL-TIPO-NUEVO          PIC X(01).
013900     05  CGL-RESPUESTA           PIC X(01).
014000     05  CGL-COMENTARIO          PIC X(40).
014100     05  CGL-IMPORTE-ED          PIC -ZZZ,ZZZ,ZZ9.99.
014200     05  CGL-TXT-TIPO            PIC X(12).
014300*
014400 01  CGL-CONTADORES.
014500     05  CGL-CANT-CONCILIADAS    PIC 9(05) VALUE ZERO.
014600     05  CGL-CANT-DIFERENCIAS    PIC 9(05) VALUE ZERO.
014700     05  CGL-CANT-NO-LLEGARON    PIC 9(05) VALUE ZERO.
014800     05  CGL-CANT-MANUALES       PIC 9(05) VALUE ZERO.
014900     05  CGL-CANT-ARRASTRADAS    PIC 9(05) VALUE ZERO.
015000     05  CGL-CANT-YA-RESUELTAS   PIC 9(05) VALUE ZERO.
015100     05  CGL-CANT-RECHAZADAS     PIC 9(05) VALUE ZERO.
015200     05  CGL-CANT-AJENAS         PIC 9(05) VALUE ZERO.
015300     05  CGL-CANT-ABIERTAS       PIC 9(05) VALUE ZERO.
015400     05  CGL-CANT-RESUELTAS      PIC 9(05) VALUE ZERO.
015500     05  CGL-TOTAL-MANUAL        PIC S9(11)V99 VALUE ZERO.
015600*
015700*    CUENTAS DE NOMINA (GLACCTS) CON SU DEPARTAMENTO; 'S' EN
015800*    CTA-SIN-CIA CUANDO NUESTRO POSTEO LA MANDA SIN COMPANIA.
015900 01  CGL-CANT-CTAS               PIC 9(03) VALUE ZERO.
016000 01  CGL-TABLA-CTAS.
016100     05  CGL-CTA-FILA OCCURS 150 TIMES
016200                      INDEXED BY CGL-X-CTA.
016300         10 CGL-CTA-CUENTA       PIC X(08).
016400         10 CGL-CTA-DEPTO        PIC X(10).
016500         10 CGL-CTA-SIN-CIA      PIC X(01).
016600*
016700*    UNA FILA POR COMPANIA/DEPARTAMENTO/CUENTA CONCILIADA; LOS
016800*    IMPORTES SON NETOS (DEBE MENOS HABER).
016900 01  CGL-CANT-CONC               PIC 9(03) VALUE ZERO.
017000 01  CGL-TABLA-CONC.
017100     05  CGL-CON-FILA OCCURS 300 TIMES
017200                      INDEXED BY CGL-X-CON.
017300         10 CGL-CON-COMPANIA     PIC X(03).
017400         10 CGL-CON-DEPTO        PIC X(10).
017500         10 CGL-CON-CUENTA       PIC X(08).
017600         10 CGL-CON-ENVIADO      PIC S9(11)V99.
017700         10 CGL-CON-MAYOR        PIC S9(11)V99.
017800         10 CGL-CON-MANUAL       PIC S9(11)V99.
017900         10 CGL-CON-HAY-ENVIO    PIC X(01).
018000         10 CGL-CON-HAY-MAYOR    PIC X(01).
018100         10 CGL-CON-HAY-MANUAL   PIC X(01).
018200*
018300*    FILA DE GLDIFAB EN TRABAJO (EL FD SOLO LLEVA LA LINEA)
018400 01  DF-RECORD.
018500     COPY GLDIFER.
018600*
018700 01  CGL-CANT-DIF                PIC 9(03) VALUE ZERO.
018800 01  CGL-TABLA-DIF.
018900     05  CGL-DIF-FILA OCCURS 500 TIMES
019000                      INDEXED BY CGL-X-DIF PIC X(124).
019100*
019200 01  CGL-DETALLE.
019300     05  CGL-DET-COMPANIA        PIC X(03).
019400     05  FILLER                  PIC X(01) VALUE SPACE.
019500     05  CGL-DET-DEPTO           PIC X(10).
019600     05  FILLER                  PIC X(01) VALUE SPACE.
019700     05  CGL-DET-CUENTA          PIC X(08).
019800     05  FILLER                  PIC X(01) VALUE SPACE.
019900     05  CGL-DET-ENVIADO         PIC -ZZZ,ZZZ,ZZ9.99.
020000     05  CGL-DET-ENVIADO-X REDEFINES CGL-DET-ENVIADO
020100                                 PIC X(15).
020200     05  FILLER                  PIC X(01) VALUE SPACE.
020300     05  CGL-DET-MAYOR           PIC -ZZZ,ZZZ,ZZ9.99.
020400     05  CGL-DET-MAYOR-X REDEFINES CGL-DET-MAYOR
020500                                 PIC X(15).
020600     05  FILLER                  PIC X(01) VALUE SPACE.
020700     05  CGL-DET-DIFERENCIA      PIC -ZZZ,ZZZ,ZZ9.99.
020800     05  CGL-DET-DIFERENCIA-X REDEFINES CGL-DET-DIFERENCIA
020900                                 PIC X(15).
021000     05  FILLER                  PIC X(01) VALUE SPACE.
021100     05  CGL-DET-MARCA           PIC X(08).
021200*
021300 01  CGL-TITULOS.
021400     05  FILLER                  PIC X(40) VALUE
021500         'CIA DEPARTAM.  CUENTA           ENVIADO '.
021600     05  FILLER                  PIC X(40) VALUE
021700         '          MAYOR      DIFERENCIA ESTADO  '.
021800*
021900 PROCEDURE DIVISION.
022000******************************************************************
022100* 0000-MAINLINE - RECONCILE A PERIOD OR RESOLVE DIFFERENCES
022200******************************************************************
022300 0000-MAINLINE.
022400     ACCEPT CGL-FECHA-HOY FROM DATE YYYYMMDD.
022500     DISPLAY 'CONCILGL - MODO (C=CONCILIAR, R=RESOLVER '
022600         'DIFERENCIAS): ' WITH NO ADVANCING.
022700     ACCEPT CGL-MODO.
022800     EVALUATE CGL-MODO
022900         WHEN 'C'
023000         WHEN 'c'
023100             PERFORM 1000-CONCILIAR THRU 1000-CONCILIAR-EXIT
023200         WHEN 'R'
023300         WHEN 'r'
023400             PERFORM 6000-RESOLVER THRU 6000-RESOLVER-EXIT
023500         WHEN OTHER
023600             DISPLAY 'MODO INVALIDO'
023700     END-EVALUATE.
023800     GOBACK.
023900 0000-MAINLINE-EXIT.
024000     EXIT.
024100*
024200******************************************************************
024300* 1000-CONCILIAR - ONE PERIOD AGAINST THE LEDGER EXTRACT
024400******************************************************************
024500 1000-CONCILIAR.
024600     DISPLAY 'PERIODO A CONCILIAR (AAAAMM): ' WITH NO ADVANCING.
024700     ACCEPT CGL-PERIODO.
024800     IF CGL-PERIODO = ZERO
024900         DISPLAY 'CONCILGL: PERIODO INVALIDO'
025000         MOVE 8 TO RETURN-CODE
025100         GO TO 1000-CONCILIAR-EXIT
025200     END-IF.
025300     PERFORM 1100-CARGAR-CUENTAS THRU 1100-CARGAR-CUENTAS-EXIT.
025400     IF CGL-CANT-CTAS = ZERO
025500         DISPLAY 'CONCILGL: SIN CUENTAS DE NOMINA EN GLACCTS'
025600         MOVE 8 TO RETURN-CODE
025700         GO TO 1000-CONCILIAR-EXIT
025800     END-IF.
025900     PERFORM 1300-CARGAR-DIFERENCIAS
026000         THRU 1300-CARGAR-DIFERENCIAS-EXIT.
026100     IF CGL-ES-DESBORDE
026200         DISPLAY 'CONCILGL: GLDIFAB SUPERA LAS 500 FILAS, '
026300             'NO SE PROCESA'
026400         MOVE 8 TO RETURN-CODE
026500         GO TO 1000-CONCILIAR-EXIT
026600     END-IF.
026700     PERFORM 2000-MARCAR-SIN-COMPANIA
026800         THRU 2000-MARCAR-SIN-COMPANIA-EXIT.
026900     PERFORM 2100-CARGAR-DEVENGO THRU 2100-CARGAR-DEVENGO-EXIT.
027000     PERFORM 2200-CARGAR-POSTEO THRU 2200-CARGAR-POSTEO-EXIT.
027100     PERFORM 2300-CARGAR-BALANZA THRU 2300-CARGAR-BALANZA-EXIT.
027200     IF NOT CGL-ES-HAY-BALANZA
027300         DISPLAY 'CONCILGL: NO HAY ARCHIVO GLBALANZA DEL MAYOR'
027400         MOVE 8 TO RETURN-CODE
027500         GO TO 1000-CONCILIAR-EXIT
027600     END-IF.
027700     OPEN OUTPUT REPORTE-FILE.
027800     MOVE SPACES TO RPT-LINEA.
027900     STRING 'CONCILGL - CONCILIACION NOMINA / MAYOR DEL PERIODO '
028000         CGL-PERIODO
028100         DELIMITED BY SIZE INTO RPT-LINEA.
028200     WRITE RPT-LINEA.
028300     PERFORM 3000-INFORMAR THRU 3000-INFORMAR-EXIT.
028400     PERFORM 4000-ARRASTRADAS THRU 4000-ARRASTRADAS-EXIT.
028500     PERFORM 5000-RESUMEN THRU 5000-RESUMEN-EXIT.
028600     CLOSE REPORTE-FILE.
028700     PERFORM 7000-GRABAR-DIFERENCIAS
028800         THRU 7000-GRABAR-DIFERENCIAS-EXIT.
028900     DISPLAY 'CONCILGL: CONCILIADAS ' CGL-CANT-CONCILIADAS
029000         ' DIFERENCIAS ' CGL-CANT-DIFERENCIAS
029100         ' NO LLEGARON ' CGL-CANT-NO-LLEGARON
029200         ' MANUALES ' CGL-CANT-MANUALES.
029300     IF CGL-CANT-ABIERTAS > ZERO
029400         DISPLAY 'CONCILGL: ' CGL-CANT-ABIERTAS
029500             ' DIFERENCIAS ABIERTAS, VER GLCONCRPT'
029600         MOVE 4 TO RETURN-CODE
029700     ELSE
029800         MOVE ZERO TO RETURN-CODE
029900     END-IF.
030000 1000-CONCILIAR-EXIT.
030100     EXIT.
030200*
030300******************************************************************
030400* 1100-CARGAR-CUENTAS - THE PAYROLL ACCOUNTS OF GLACCTS AND
030500*                       THE DEPARTMENT EACH ONE BELONGS TO
030600******************************************************************
030700 1100-CARGAR-CUENTAS.
030800     MOVE 'N' TO CGL-FIN-ARCHIVO.
030900     OPEN INPUT GLACCTS-FILE.
031000     IF CGL-STATUS-GLACCTS = '00'
031100         PERFORM 1110-LEER-MAPA THRU 1110-LEER-MAPA-EXIT
031200             UNTIL CGL-ES-FIN-ARCHIVO
031300     END-IF.
031400     CLOSE GLACCTS-FILE.
031500     MOVE 'N' TO CGL-FIN-ARCHIVO.
031600     MOVE 'CTADIFCAM' TO CGL-PARM-CLAVE.
031700     CALL 'LEERPARM' USING CGL-PARM-CLAVE
031800         CGL-PARM-VALOR CGL-PARM-HALLADO.
031900     IF CGL-ES-PARM-HALLADO
032000         MOVE CGL-PARM-VALOR(1:8) TO CGL-CTA-DIFCAM
032100     END-IF.
032200     IF CGL-CANT-CTAS > ZERO
032300         MOVE CGL-CTA-DIFCAM TO CGL-CUENTA
032400         MOVE SPACES TO CGL-DEPARTAMENTO
032500         PERFORM 1200-AGREGAR-CUENTA
032600             THRU 1200-AGREGAR-CUENTA-EXIT
032700     END-IF.
032800 1100-CARGAR-CUENTAS-EXIT.
032900     EXIT.
033000*
033100******************************************************************
033200* 1110-LEER-MAPA - BOTH ACCOUNTS OF ONE MAPPING ROW
033300******************************************************************
033400 1110-LEER-MAPA.
033500     READ GLACCTS-FILE
033600         AT END
033700             SET CGL-ES-FIN-ARCHIVO TO TRUE
033800         NOT AT END
033900             MOVE GA-DEPARTAMENTO TO CGL-DEPARTAMENTO
034000             MOVE GA-CUENTA-DEBE TO CGL-CUENTA
034100             PERFORM 1200-AGREGAR-CUENTA
034200                 THRU 1200-AGREGAR-CUENTA-EXIT
034300             MOVE GA-CUENTA-HABER TO CGL-CUENTA
034400             PERFORM 1200-AGREGAR-CUENTA
034500                 THRU 1200-AGREGAR-CUENTA-EXIT
034600     END-READ.
034700 1110-LEER-MAPA-EXIT.
034800     EXIT.
034900*
035000******************************************************************
035100* 1200-AGREGAR-CUENTA - ONE PAYROLL ACCOUNT, ONCE
035200******************************************************************
035300 1200-AGREGAR-CUENTA.
035400     IF CGL-CUENTA = SPACES
035500         GO TO 1200-AGREGAR-CUENTA-EXIT
035600     END-IF.
035700     PERFORM 2900-BUSCAR-CUENTA THRU 2900-BUSCAR-CUENTA-EXIT.
035800     IF NOT CGL-ES-HALLADO AND CGL-CANT-CTAS < 150
035900         ADD 1 TO CGL-CANT-CTAS
036000         SET CGL-X-CTA TO CGL-CANT-CTAS
036100         MOVE CGL-CUENTA TO CGL-CTA-CUENTA(CGL-X-CTA)
036200         MOVE CGL-DEPARTAMENTO TO CGL-CTA-DEPTO(CGL-X-CTA)
036300         MOVE 'N' TO CGL-CTA-SIN-CIA(CGL-X-CTA)
036400     END-IF.
036500 1200-AGREGAR-CUENTA-EXIT.
036600     EXIT.
036700*
036800******************************************************************
036900* 1300-CARGAR-DIFERENCIAS - LOAD GLDIFAB (IT IS REWRITTEN); THE
037000*                           OPEN ROWS OF THE PERIOD BEING
037100*                           RECONCILED ARE DROPPED, A RERUN
037200*                           FINDS THEM AGAIN
037300******************************************************************
037400 1300-CARGAR-DIFERENCIAS.
037500     MOVE 'N' TO CGL-FIN-ARCHIVO.
037600     OPEN INPUT GLDIFAB-FILE.
037700     IF CGL-STATUS-DIFAB = '00'
037800         PERFORM 1310-LEER-DIFERENCIA
037900             THRU 1310-LEER-DIFERENCIA-EXIT
038000             UNTIL CGL-ES-FIN-ARCHIVO
038100     END-IF.
038200     CLOSE GLDIFAB-FILE.
038300     MOVE 'N' TO CGL-FIN-ARCHIVO.
038400 1300-CARGAR-DIFERENCIAS-EXIT.
038500     EXIT.
038600*
038700******************************************************************
038800* 1310-LEER-DIFERENCIA - KEEP ONE GLDIFAB ROW
038900******************************************************************
039000 1310-LEER-DIFERENCIA.
039100     READ GLDIFAB-FILE INTO DF-RECORD
039200         AT END
039300             SET CGL-ES-FIN-ARCHIVO TO TRUE
039400         NOT AT END
039500             IF CGL-PERIODO NOT = ZERO
039600                 AND DF-PERIODO = CGL-PERIODO
039700                 AND DF-ABIERTA
039800                 CONTINUE
039900             ELSE
040000                 IF CGL-CANT-DIF < 500
040100                     ADD 1 TO CGL-CANT-DIF
040200                     SET CGL-X-DIF TO CGL-CANT-DIF
040300                     MOVE DF-RECORD TO CGL-DIF-FILA(CGL-X-DIF)
040400                 ELSE
040500                     SET CGL-ES-DESBORDE TO TRUE
040600                 END-IF
040700             END-IF
040800     END-READ.
040900 1310-LEER-DIFERENCIA-EXIT.
041000     EXIT.
041100*
041200******************************************************************
041300* 2000-MARCAR-SIN-COMPANIA - ACCOUNTS WE POST WITHOUT A
041400*                            COMPANY ARE RECONCILED FOR ALL
041500*                            COMPANIES TOGETHER
041600******************************************************************
041700 2000-MARCAR-SIN-COMPANIA.
041800     MOVE 'N' TO CGL-FIN-ARCHIVO.
041900     OPEN INPUT GLACCRUAL-FILE.
042000     IF CGL-STATUS-ACCRUAL = '00'
042100         PERFORM 2010-MARCAR-DEVENGO THRU 2010-MARCAR-DEVENGO-EXIT
042200             UNTIL CGL-ES-FIN-ARCHIVO
042300     END-IF.
042400     CLOSE GLACCRUAL-FILE.
042500     MOVE 'N' TO CGL-FIN-ARCHIVO.
042600     OPEN INPUT GLPOST-FILE.
042700     IF CGL-STATUS-GLPOST = '00'
042800         PERFORM 2020-MARCAR-POSTEO THRU 2020-MARCAR-POSTEO-EXIT
042900             UNTIL CGL-ES-FIN-ARCHIVO
043000     END-IF.
043100     CLOSE GLPOST-FILE.
043200     MOVE 'N' TO CGL-FIN-ARCHIVO.
043300 2000-MARCAR-SIN-COMPANIA-EXIT.
043400     EXIT.
043500*
043600******************************************************************
043700* 2010-MARCAR-DEVENGO - EVERY ACCRUAL ACCOUNT OF THE PERIOD
043800******************************************************************
043900 2010-MARCAR-DEVENGO.
044000     READ GLACCRUAL-FILE
044100         AT END
044200             SET CGL-ES-FIN-ARCHIVO TO TRUE
044300         NOT AT END
044400             IF GC-PERIODO = CGL-PERIODO
044500                 MOVE GC-CUENTA TO CGL-CUENTA
044600                 PERFORM 2030-MARCAR-CUENTA
044700                     THRU 2030-MARCAR-CUENTA-EXIT
044800             END-IF
044900     END-READ.
045000 2010-MARCAR-DEVENGO-EXIT.
045100     EXIT.
045200*
045300******************************************************************
045400* 2020-MARCAR-POSTEO - POSTING ROWS OF THE PERIOD WITH NO
045500*                      COMPANY
045600******************************************************************
045700 2020-MARCAR-POSTEO.
045800     READ GLPOST-FILE
045900         AT END
046000             SET CGL-ES-FIN-ARCHIVO TO TRUE
046100         NOT AT END
046200             IF GP-PERIODO = CGL-PERIODO
046300                 AND GP-COMPANIA = SPACES
046400                 MOVE GP-CUENTA TO CGL-CUENTA
046500                 PERFORM 2030-MARCAR-CUENTA
046600                     THRU 2030-MARCAR-CUENTA-EXIT
046700             END-IF
046800     END-READ.
046900 2020-MARCAR-POSTEO-EXIT.
047000     EXIT.
047100*
047200******************************************************************
047300* 2030-MARCAR-CUENTA - FLAG ONE ACCOUNT AS ALL-COMPANY
047400******************************************************************
047500 2030-MARCAR-CUENTA.
047600     PERFORM 2900-BUSCAR-CUENTA THRU 2900-BUSCAR-CUENTA-EXIT.
047700     IF CGL-ES-HALLADO
047800         MOVE 'S' TO CGL-CTA-SIN-CIA(CGL-X-CTA)
047900     END-IF.
048000 2030-MARCAR-CUENTA-EXIT.
048100     EXIT.
048200*
048300******************************************************************
048400* 2100-CARGAR-DEVENGO - OUR ACCRUAL POSTINGS OF THE PERIOD
048500******************************************************************
048600 2100-CARGAR-DEVENGO.
048700     MOVE 'N' TO CGL-FIN-ARCHIVO.
048800     OPEN INPUT GLACCRUAL-FILE.
048900     IF CGL-STATUS-ACCRUAL = '00'
049000         PERFORM 2110-LEER-DEVENGO THRU 2110-LEER-DEVENGO-EXIT
049100             UNTIL CGL-ES-FIN-ARCHIVO
049200     END-IF.
049300     CLOSE GLACCRUAL-FILE.
049400     MOVE 'N' TO CGL-FIN-ARCHIVO.
049500 2100-CARGAR-DEVENGO-EXIT.
049600     EXIT.
049700*
049800******************************************************************
049900* 2110-LEER-DEVENGO - ONE ACCRUAL ROW INTO ITS ACCOUNT
050000******************************************************************
050100 2110-LEER-DEVENGO.
050200     READ GLACCRUAL-FILE
050300         AT END
050400             SET CGL-ES-FIN-ARCHIVO TO TRUE
050500         NOT AT END
050600             IF GC-PERIODO = CGL-PERIODO
050700                 MOVE SPACES TO CGL-COMPANIA
050800                 MOVE SPACES TO CGL-DEPARTAMENTO
050900                 MOVE GC-CUENTA TO CGL-CUENTA
051000                 IF GC-DEBE-HABER = 'H'
051100                     COMPUTE CGL-IMPORTE = ZERO - GC-IMPORTE
051200                 ELSE
051300                     MOVE GC-IMPORTE TO CGL-IMPORTE
051400                 END-IF
051500                 SET CGL-ES-ENVIO TO TRUE
051600                 PERFORM 2800-ACUMULAR THRU 2800-ACUMULAR-EXIT
051700             END-IF
051800     END-READ.
051900 2110-LEER-DEVENGO-EXIT.
052000     EXIT.
052100*
052200******************************************************************
052300* 2200-CARGAR-POSTEO - OUR PAYROLL POSTINGS OF THE PERIOD
052400******************************************************************
052500 2200-CARGAR-POSTEO.
052600     MOVE 'N' TO CGL-FIN-ARCHIVO.
052700     OPEN INPUT GLPOST-FILE.
052800     IF CGL-STATUS-GLPOST = '00'
052900         PERFORM 2210-LEER-POSTEO THRU 2210-LEER-POSTEO-EXIT
053000             UNTIL CGL-ES-FIN-ARCHIVO
053100     END-IF.
053200     CLOSE GLPOST-FILE.
053300     MOVE 'N' TO CGL-FIN-ARCHIVO.
053400 2200-CARGAR-POSTEO-EXIT.
053500     EXIT.
053600*
053700******************************************************************
053800* 2210-LEER-POSTEO - ONE POSTING ROW INTO ITS ACCOUNT
053900******************************************************************
054000 2210-LEER-POSTEO.
054100     READ GLPOST-FILE
054200         AT END
054300             SET CGL-ES-FIN-ARCHIVO TO TRUE
054400         NOT AT END
054500             IF GP-PERIODO = CGL-PERIODO
054600                 MOVE GP-COMPANIA TO CGL-COMPANIA
054700                 MOVE SPACES TO CGL-DEPARTAMENTO
054800                 MOVE GP-CUENTA TO CGL-CUENTA
054900                 IF GP-DEBE-HABER = 'H'
055000                     COMPUTE CGL-IMPORTE = ZERO - GP-IMPORTE
055100                 ELSE
055200                     MOVE GP-IMPORTE TO CGL-IMPORTE
055300                 END-IF
055400                 SET CGL-ES-ENVIO TO TRUE
055500                 PERFORM 2800-ACUMULAR THRU 2800-ACUMULAR-EXIT
055600             END-IF
055700     END-READ.
055800 2210-LEER-POSTEO-EXIT.
055900     EXIT.
056000*
056100******************************************************************
056200* 2300-CARGAR-BALANZA - IMPORT THE LEDGER TRIAL-BALANCE EXTRACT
056300******************************************************************
056400 2300-CARGAR-BALANZA.
056500     MOVE 'N' TO CGL-FIN-ARCHIVO.
056600     OPEN INPUT GLBALANZA-FILE.
056700     IF CGL-STATUS-BALANZA = '00'
056800         SET CGL-ES-HAY-BALANZA TO TRUE
056900         PERFORM 2310-LEER-BALANZA THRU 2310-LEER-BALANZA-EXIT
057000             UNTIL CGL-ES-FIN-ARCHIVO
057100     END-IF.
057200     CLOSE GLBALANZA-FILE.
057300     MOVE 'N' TO CGL-FIN-ARCHIVO.
057400 2300-CARGAR-BALANZA-EXIT.
057500     EXIT.
057600*
057700******************************************************************
057800* 2310-LEER-BALANZA - ONE LEDGER ROW OF A PAYROLL ACCOUNT
057900******************************************************************
058000 2310-LEER-BALANZA.
058100     READ GLBALANZA-FILE
058200         AT END
058300             SET CGL-ES-FIN-ARCHIVO TO TRUE
058400         NOT AT END
058500             PERFORM 2320-TOMAR-BALANZA
058600                 THRU 2320-TOMAR-BALANZA-EXIT
058700     END-READ.
058800 2310-LEER-BALANZA-EXIT.
058900     EXIT.
059000*
059100******************************************************************
059200* 2320-TOMAR-BALANZA - VALIDATE AND ACCUMULATE ONE LEDGER ROW
059300******************************************************************
059400 2320-TOMAR-BALANZA.
059500     IF TB-PERIODO NOT NUMERIC
059600         OR TB-DEBE NOT NUMERIC
059700         OR TB-HABER NOT NUMERIC
059800         ADD 1 TO CGL-CANT-RECHAZADAS
059900         GO TO 2320-TOMAR-BALANZA-EXIT
060000     END-IF.
060100     IF TB-PERIODO NOT = CGL-PERIODO
060200         GO TO 2320-TOMAR-BALANZA-EXIT
060300     END-IF.
060400     MOVE TB-CUENTA TO CGL-CUENTA.
060500     PERFORM 2900-BUSCAR-CUENTA THRU 2900-BUSCAR-CUENTA-EXIT.
060600     IF NOT CGL-ES-HALLADO
060700         ADD 1 TO CGL-CANT-AJENAS
060800         GO TO 2320-TOMAR-BALANZA-EXIT
060900     END-IF.
061000     MOVE TB-COMPANIA TO CGL-COMPANIA.
061100     MOVE TB-DEPARTAMENTO TO CGL-DEPARTAMENTO.
061200     COMPUTE CGL-IMPORTE = TB-DEBE - TB-HABER.
061300     IF TB-ES-INTERFAZ
061400         SET CGL-ES-MAYOR TO TRUE
061500     ELSE
061600         SET CGL-ES-MANUAL TO TRUE
061700     END-IF.
061800     PERFORM 2800-ACUMULAR THRU 2800-ACUMULAR-EXIT.
061900 2320-TOMAR-BALANZA-EXIT.
062000     EXIT.
062100*
062200******************************************************************
062300* 2800-ACUMULAR - ADD ONE AMOUNT TO ITS COMPANY/DEPARTMENT/
062400*                 ACCOUNT ROW; THE DEPARTMENT DEFAULTS TO THE
062500*                 ONE GLACCTS GIVES THE ACCOUNT
062600******************************************************************
062700 2800-ACUMULAR.
062800     PERFORM 2900-BUSCAR-CUENTA THRU 2900-BUSCAR-CUENTA-EXIT.
062900     IF CGL-ES-HALLADO
063000         IF CGL-DEPARTAMENTO = SPACES
063100             MOVE CGL-CTA-DEPTO(CGL-X-CTA) TO CGL-DEPARTAMENTO
063200         END-IF
063300         IF CGL-CTA-SIN-CIA(CGL-X-CTA) = 'S'
063400             MOVE SPACES TO CGL-COMPANIA
063500         END-IF
063600     END-IF.
063700     MOVE 'N' TO CGL-HALLADO.
063800     PERFORM 2810-BUSCAR-FILA THRU 2810-BUSCAR-FILA-EXIT
063900         VARYING CGL-X-CON FROM 1 BY 1
064000         UNTIL CGL-X-CON > CGL-CANT-CONC
064100         OR CGL-ES-HALLADO.
064200     IF NOT CGL-ES-HALLADO
064300         IF CGL-CANT-CONC < 300
064400             ADD 1 TO CGL-CANT-CONC
064500             SET CGL-X-CON TO CGL-CANT-CONC
064600             MOVE CGL-COMPANIA TO CGL-CON-COMPANIA(CGL-X-CON)
064700             MOVE CGL-DEPARTAMENTO TO CGL-CON-DEPTO(CGL-X-CON)
064800             MOVE CGL-CUENTA TO CGL-CON-CUENTA(CGL-X-CON)
064900             MOVE ZERO TO CGL-CON-ENVIADO(CGL-X-CON)
065000             MOVE ZERO TO CGL-CON-MAYOR(CGL-X-CON)
065100             MOVE ZERO TO CGL-CON-MANUAL(CGL-X-CON)
065200             MOVE 'N' TO CGL-CON-HAY-ENVIO(CGL-X-CON)
065300             MOVE 'N' TO CGL-CON-HAY-MAYOR(CGL-X-CON)
065400             MOVE 'N' TO CGL-CON-HAY-MANUAL(CGL-X-CON)
065500         ELSE
065600             DISPLAY 'CONCILGL: MAS DE 300 CUENTAS, SE OMITE '
065700                 CGL-CUENTA
065800             GO TO 2800-ACUMULAR-EXIT
065900         END-IF
066000     ELSE
066100         SET CGL-X-CON DOWN BY 1
066200     END-IF.
066300     EVALUATE TRUE
066400         WHEN CGL-ES-ENVIO
066500             ADD CGL-IMPORTE TO CGL-CON-ENVIADO(CGL-X-CON)
066600             MOVE 'S' TO CGL-CON-HAY-ENVIO(CGL-X-CON)
066700         WHEN CGL-ES-MAYOR
066800             ADD CGL-IMPORTE TO CGL-CON-MAYOR(CGL-X-CON)
066900             MOVE 'S' TO CGL-CON-HAY-MAYOR(CGL-X-CON)
067000         WHEN OTHER
067100             ADD CGL-IMPORTE TO CGL-CON-MANUAL(CGL-X-CON)
067200             MOVE 'S' TO CGL-CON-HAY-MANUAL(CGL-X-CON)
067300     END-EVALUATE.
067400 2800-ACUMULAR-EXIT.
067500     EXIT.
067600*
067700******************************************************************
067800* 2810-BUSCAR-FILA - MATCH ONE RECONCILIATION ROW
067900******************************************************************
068000 2810-BUSCAR-FILA.
068100     IF CGL-CON-COMPANIA(CGL-X-CON) = CGL-COMPANIA
068200         AND CGL-CON-DEPTO(CGL-X-CON) = CGL-DEPARTAMENTO
068300         AND CGL-CON-CUENTA(CGL-X-CON) = CGL-CUENTA
068400         SET CGL-ES-HALLADO TO TRUE
068500     END-IF.
068600 2810-BUSCAR-FILA-EXIT.
068700     EXIT.
068800*
068900******************************************************************
069000* 2900-BUSCAR-CUENTA - LOOK THE ACCOUNT UP IN THE PAYROLL LIST
069100******************************************************************
069200 2900-BUSCAR-CUENTA.
069300     MOVE 'N' TO CGL-HALLADO.
069400     PERFORM 2910-COMPARAR-CUENTA THRU 2910-COMPARAR-CUENTA-EXIT
069500         VARYING CGL-X-CTA FROM 1 BY 1
069600         UNTIL CGL-X-CTA > CGL-CANT-CTAS
069700         OR CGL-ES-HALLADO.
069800     IF CGL-ES-HALLADO
069900         SET CGL-X-CTA DOWN BY 1
070000     END-IF.
070100 2900-BUSCAR-CUENTA-EXIT.
070200     EXIT.
070300*
070400******************************************************************
070500* 2910-COMPARAR-CUENTA - ONE ENTRY OF THE PAYROLL LIST
070600******************************************************************
070700 2910-COMPARAR-CUENTA.
070800     IF CGL-CTA-CUENTA(CGL-X-CTA) = CGL-CUENTA
070900         SET CGL-ES-HALLADO TO TRUE
071000     END-IF.
071100 2910-COMPARAR-CUENTA-EXIT.
071200     EXIT.
071300*
071400******************************************************************
071500* 3000-INFORMAR - MATCHED, DIFFERENT, NEVER ARRIVED, MANUAL
071600******************************************************************
071700 3000-INFORMAR.
071800     MOVE SPACES TO RPT-LINEA.
071900     WRITE RPT-LINEA.
072000     MOVE '--- CUENTAS CONCILIADAS ---' TO RPT-LINEA.
072100     WRITE RPT-LINEA.
072200     WRITE RPT-LINEA FROM CGL-TITULOS.
072300     PERFORM 3100-CONCILIADA THRU 3100-CONCILIADA-EXIT
072400         VARYING CGL-X-CON FROM 1 BY 1
072500         UNTIL CGL-X-CON > CGL-CANT-CONC.
072600     MOVE SPACES TO RPT-LINEA.
072700     WRITE RPT-LINEA.
072800     MOVE '--- CUENTAS CON DIFERENCIA (MAYOR MENOS ENVIADO) ---'
072900         TO RPT-LINEA.
073000     WRITE RPT-LINEA.
073100     WRITE RPT-LINEA FROM CGL-TITULOS.
073200     PERFORM 3200-DIFERENCIA THRU 3200-DIFERENCIA-EXIT
073300         VARYING CGL-X-CON FROM 1 BY 1
073400         UNTIL CGL-X-CON > CGL-CANT-CONC.
073500     MOVE SPACES TO RPT-LINEA.
073600     WRITE RPT-LINEA.
073700     MOVE '--- ENVIADAS QUE NO LLEGARON AL MAYOR ---'
073800         TO RPT-LINEA.
073900     WRITE RPT-LINEA.
074000     WRITE RPT-LINEA FROM CGL-TITULOS.
074100     PERFORM 3300-NO-LLEGO THRU 3300-NO-LLEGO-EXIT
074200         VARYING CGL-X-CON FROM 1 BY 1
074300         UNTIL CGL-X-CON > CGL-CANT-CONC.
074400     MOVE SPACES TO RPT-LINEA.
074500     WRITE RPT-LINEA.
074600     MOVE '--- ASIENTOS MANUALES EN CUENTAS DE NOMINA ---'
074700         TO RPT-LINEA.
074800     WRITE RPT-LINEA.
074900     WRITE RPT-LINEA FROM CGL-TITULOS.
075000     PERFORM 3400-MANUAL THRU 3400-MANUAL-EXIT
075100         VARYING CGL-X-CON FROM 1 BY 1
075200         UNTIL CGL-X-CON > CGL-CANT-CONC.
075300 3000-INFORMAR-EXIT.
075400     EXIT.
075500*
075600******************************************************************
075700* 3100-CONCILIADA - SENT AND POSTED FOR THE SAME AMOUNT
075800******************************************************************
075900 3100-CONCILIADA.
076000     IF CGL-CON-HAY-ENVIO(CGL-X-CON) = 'S'
076100         AND CGL-CON-HAY-MAYOR(CGL-X-CON) = 'S'
076200         AND CGL-CON-ENVIADO(CGL-X-CON)
076300             = CGL-CON-MAYOR(CGL-X-CON)
076400         ADD 1 TO CGL-CANT-CONCILIADAS
076500         PERFORM 3900-ARMAR-DETALLE THRU 3900-ARMAR-DETALLE-EXIT
076600         MOVE SPACES TO CGL-DET-DIFERENCIA-X
076700         WRITE RPT-LINEA FROM CGL-DETALLE
076800     END-IF.
076900 3100-CONCILIADA-EXIT.
077000     EXIT.
077100*
077200******************************************************************
077300* 3200-DIFERENCIA - ON BOTH SIDES WITH DIFFERENT AMOUNTS, OR
077400*                   POSTED BY THE INTERFACE WITHOUT A SENDING
077500******************************************************************
077600 3200-DIFERENCIA.
077700     IF CGL-CON-HAY-MAYOR(CGL-X-CON) NOT = 'S'
077800         GO TO 3200-DIFERENCIA-EXIT
077900     END-IF.
078000     IF CGL-CON-HAY-ENVIO(CGL-X-CON) = 'S'
078100         AND CGL-CON-ENVIADO(CGL-X-CON)
078200             = CGL-CON-MAYOR(CGL-X-CON)
078300         GO TO 3200-DIFERENCIA-EXIT
078400     END-IF.
078500     ADD 1 TO CGL-CANT-DIFERENCIAS.
078600     IF CGL-CON-HAY-ENVIO(CGL-X-CON) = 'S'
078700         MOVE 'D' TO CGL-TIPO-NUEVO
078800     ELSE
078900         MOVE 'S' TO CGL-TIPO-NUEVO
079000     END-IF.
079100     PERFORM 3900-ARMAR-DETALLE THRU 3900-ARMAR-DETALLE-EXIT.
079200     IF CGL-TIPO-NUEVO = 'S'
079300         MOVE 'SIN ENVIO' TO CGL-DET-ENVIADO-X
079400     END-IF.
079500     PERFORM 3800-REGISTRAR-DIFERENCIA
079600         THRU 3800-REGISTRAR-DIFERENCIA-EXIT.
079700     WRITE RPT-LINEA FROM CGL-DETALLE.
079800 3200-DIFERENCIA-EXIT.
079900     EXIT.
080000*
080100******************************************************************
080200* 3300-NO-LLEGO - SENT, BUT NOT IN THE LEDGER
080300******************************************************************
080400 3300-NO-LLEGO.
080500     IF CGL-CON-HAY-ENVIO(CGL-X-CON) = 'S'
080600         AND CGL-CON-HAY-MAYOR(CGL-X-CON) NOT = 'S'
080700         ADD 1 TO CGL-CANT-NO-LLEGARON
080800         MOVE 'F' TO CGL-TIPO-NUEVO
080900         PERFORM 3900-ARMAR-DETALLE THRU 3900-ARMAR-DETALLE-EXIT
081000         MOVE 'NO LLEGO' TO CGL-DET-MAYOR-X
081100         PERFORM 3800-REGISTRAR-DIFERENCIA
081200             THRU 3800-REGISTRAR-DIFERENCIA-EXIT
081300         WRITE RPT-LINEA FROM CGL-DETALLE
081400     END-IF.
081500 3300-NO-LLEGO-EXIT.
081600     EXIT.
081700*
081800******************************************************************
081900* 3400-MANUAL - ENTRIES FINANCE KEYED INTO A PAYROLL ACCOUNT
082000******************************************************************
082100 3400-MANUAL.
082200     IF CGL-CON-HAY-MANUAL(CGL-X-CON) = 'S'
082300         ADD 1 TO CGL-CANT-MANUALES
082400         ADD CGL-CON-MANUAL(CGL-X-CON) TO CGL-TOTAL-MANUAL
082500         MOVE CGL-CON-COMPANIA(CGL-X-CON) TO CGL-DET-COMPANIA
082600         MOVE CGL-CON-DEPTO(CGL-X-CON) TO CGL-DET-DEPTO
082700         MOVE CGL-CON-CUENTA(CGL-X-CON) TO CGL-DET-CUENTA
082800         MOVE SPACES TO CGL-DET-ENVIADO-X
082900         MOVE CGL-CON-MANUAL(CGL-X-CON) TO CGL-DET-MAYOR
083000         MOVE SPACES TO CGL-DET-DIFERENCIA-X
083100         MOVE 'MANUAL' TO CGL-DET-MARCA
083200         WRITE RPT-LINEA FROM CGL-DETALLE
083300     END-IF.
083400 3400-MANUAL-EXIT.
083500     EXIT.
083600*
083700******************************************************************
083800* 3800-REGISTRAR-DIFERENCIA - OPEN A GLDIFAB ROW, UNLESS THE
083900*                             SAME DIFFERENCE WAS ALREADY
084000*                             RESOLVED FOR THIS PERIOD
084100******************************************************************
084200 3800-REGISTRAR-DIFERENCIA.
084300     COMPUTE CGL-DIFERENCIA = CGL-CON-MAYOR(CGL-X-CON)
084400         - CGL-CON-ENVIADO(CGL-X-CON).
084500     MOVE 'N' TO CGL-HALLADO.
084600     PERFORM 3810-BUSCAR-RESUELTA THRU 3810-BUSCAR-RESUELTA-EXIT
084700         VARYING CGL-X-DIF FROM 1 BY 1
084800         UNTIL CGL-X-DIF > CGL-CANT-DIF
084900         OR CGL-ES-HALLADO.
085000     IF CGL-ES-HALLADO
085100         ADD 1 TO CGL-CANT-YA-RESUELTAS
085200         MOVE 'RESUELTA' TO CGL-DET-MARCA
085300         GO TO 3800-REGISTRAR-DIFERENCIA-EXIT
085400     END-IF.
085500     IF CGL-CANT-DIF NOT < 500
085600         DISPLAY 'CONCILGL: GLDIFAB LLENO, NO SE GUARDA '
085700             CGL-CON-CUENTA(CGL-X-CON)
085800         MOVE 'LLENO' TO CGL-DET-MARCA
085900         GO TO 3800-REGISTRAR-DIFERENCIA-EXIT
086000     END-IF.
086100     MOVE SPACES TO DF-RECORD.
086200     MOVE CGL-PERIODO TO DF-PERIODO.
086300     MOVE CGL-CON-COMPANIA(CGL-X-CON) TO DF-COMPANIA.
086400     MOVE CGL-CON-DEPTO(CGL-X-CON) TO DF-DEPARTAMENTO.
086500     MOVE CGL-CON-CUENTA(CGL-X-CON) TO DF-CUENTA.
086600     MOVE CGL-TIPO-NUEVO TO DF-TIPO.
086700     MOVE CGL-CON-ENVIADO(CGL-X-CON) TO DF-ENVIADO.
086800     MOVE CGL-CON-MAYOR(CGL-X-CON) TO DF-MAYOR.
086900     MOVE CGL-DIFERENCIA TO DF-DIFERENCIA.
087000     MOVE 'A' TO DF-ESTADO.
087100     MOVE ZERO TO DF-FECHA-RES.
087200     ADD 1 TO CGL-CANT-DIF.
087300     SET CGL-X-DIF TO CGL-CANT-DIF.
087400     MOVE DF-RECORD TO CGL-DIF-FILA(CGL-X-DIF).
087500     ADD 1 TO CGL-CANT-ABIERTAS.
087600     MOVE 'ABIERTA' TO CGL-DET-MARCA.
087700 3800-REGISTRAR-DIFERENCIA-EXIT.
087800     EXIT.
087900*
088000******************************************************************
088100* 3810-BUSCAR-RESUELTA - SAME PERIOD, KEY, KIND AND AMOUNT
088200******************************************************************
088300 3810-BUSCAR-RESUELTA.
088400     MOVE CGL-DIF-FILA(CGL-X-DIF) TO DF-RECORD.
088500     IF DF-RESUELTA
088600         AND DF-PERIODO = CGL-PERIODO
088700         AND DF-COMPANIA = CGL-CON-COMPANIA(CGL-X-CON)
088800         AND DF-DEPARTAMENTO = CGL-CON-DEPTO(CGL-X-CON)
088900         AND DF-CUENTA = CGL-CON-CUENTA(CGL-X-CON)
089000         AND DF-TIPO = CGL-TIPO-NUEVO
089100         AND DF-DIFERENCIA = CGL-DIFERENCIA
089200         SET CGL-ES-HALLADO TO TRUE
089300     END-IF.
089400 3810-BUSCAR-RESUELTA-EXIT.
089500     EXIT.
089600*
089700******************************************************************
089800* 3900-ARMAR-DETALLE - KEY AND AMOUNTS OF ONE ROW
089900******************************************************************
090000 3900-ARMAR-DETALLE.
090100     MOVE CGL-CON-COMPANIA(CGL-X-CON) TO CGL-DET-COMPANIA.
090200     MOVE CGL-CON-DEPTO(CGL-X-CON) TO CGL-DET-DEPTO.
090300     MOVE CGL-CON-CUENTA(CGL-X-CON) TO CGL-DET-CUENTA.
090400     MOVE CGL-CON-ENVIADO(CGL-X-CON) TO CGL-DET-ENVIADO.
090500     MOVE CGL-CON-MAYOR(CGL-X-CON) TO CGL-DET-MAYOR.
090600     COMPUTE CGL-DIFERENCIA = CGL-CON-MAYOR(CGL-X-CON)
090700         - CGL-CON-ENVIADO(CGL-X-CON).
090800     MOVE CGL-DIFERENCIA TO CGL-DET-DIFERENCIA.
090900     MOVE SPACES TO CGL-DET-MARCA.
091000 3900-ARMAR-DETALLE-EXIT.
091100     EXIT.
091200*
091300******************************************************************
091400* 4000-ARRASTRADAS - DIFFERENCES OF EARLIER MONTHS STILL OPEN
091500******************************************************************
091600 4000-ARRASTRADAS.
091700     MOVE SPACES TO RPT-LINEA.
091800     WRITE RPT-LINEA.
091900     MOVE '--- DIFERENCIAS ABIERTAS DE PERIODOS ANTERIORES ---'
092000         TO RPT-LINEA.
092100     WRITE RPT-LINEA.
092200     PERFORM 4100-ARRASTRADA THRU 4100-ARRASTRADA-EXIT
092300         VARYING CGL-X-DIF FROM 1 BY 1
092400         UNTIL CGL-X-DIF > CGL-CANT-DIF.
092500     IF CGL-CANT-ARRASTRADAS = ZERO
092600         MOVE 'NINGUNA' TO RPT-LINEA
092700         WRITE RPT-LINEA
092800     END-IF.
092900 4000-ARRASTRADAS-EXIT.
093000     EXIT.
093100*
093200******************************************************************
093300* 4100-ARRASTRADA - ONE OPEN ROW OF AN EARLIER PERIOD
093400******************************************************************
093500 4100-ARRASTRADA.
093600     MOVE CGL-DIF-FILA(CGL-X-DIF) TO DF-RECORD.
093700     IF DF-ABIERTA AND DF-PERIODO < CGL-PERIODO
093800         ADD 1 TO CGL-CANT-ARRASTRADAS
093900         ADD 1 TO CGL-CANT-ABIERTAS
094000         PERFORM 8000-TEXTO-TIPO THRU 8000-TEXTO-TIPO-EXIT
094100         MOVE DF-DIFERENCIA TO CGL-IMPORTE-ED
094200         MOVE SPACES TO RPT-LINEA
094300         STRING DF-PERIODO ' ' DF-COMPANIA ' ' DF-DEPARTAMENTO
094400             ' ' DF-CUENTA ' ' CGL-TXT-TIPO ' ' CGL-IMPORTE-ED
094500             DELIMITED BY SIZE INTO RPT-LINEA
094600         WRITE RPT-LINEA
094700     END-IF.
094800 4100-ARRASTRADA-EXIT.
094900     EXIT.
095000*
095100******************************************************************
095200* 5000-RESUMEN - COUNTS OF THE RECONCILIATION
095300******************************************************************
095400 5000-RESUMEN.
095500     MOVE SPACES TO RPT-LINEA.
095600     WRITE RPT-LINEA.
095700     MOVE SPACES TO RPT-LINEA.
095800     STRING 'CONCILIADAS: ' CGL-CANT-CONCILIADAS
095900         '  CON DIFERENCIA: ' CGL-CANT-DIFERENCIAS
096000         '  NO LLEGARON: ' CGL-CANT-NO-LLEGARON
096100         DELIMITED BY SIZE INTO RPT-LINEA.
096200     WRITE RPT-LINEA.
096300     MOVE CGL-TOTAL-MANUAL TO CGL-IMPORTE-ED.
096400     MOVE SPACES TO RPT-LINEA.
096500     STRING 'ASIENTOS MANUALES: ' CGL-CANT-MANUALES
096600         '  NETO ' CGL-IMPORTE-ED
096700         DELIMITED BY SIZE INTO RPT-LINEA.
096800     WRITE RPT-LINEA.
096900     MOVE SPACES TO RPT-LINEA.
097000     STRING 'ARRASTRADAS ABIERTAS: ' CGL-CANT-ARRASTRADAS
097100         '  YA RESUELTAS: ' CGL-CANT-YA-RESUELTAS
097200         DELIMITED BY SIZE INTO RPT-LINEA.
097300     WRITE RPT-LINEA.
097400     IF CGL-CANT-RECHAZADAS > ZERO OR CGL-CANT-AJENAS > ZERO
097500         MOVE SPACES TO RPT-LINEA
097600         STRING 'GLBALANZA: ' CGL-CANT-RECHAZADAS
097700             ' FILAS ILEGIBLES, ' CGL-CANT-AJENAS
097800             ' FILAS DE CUENTAS AJENAS A NOMINA'
097900             DELIMITED BY SIZE INTO RPT-LINEA
098000         WRITE RPT-LINEA
098100     END-IF.
098200     IF CGL-CANT-ABIERTAS = ZERO
098300         MOVE 'NOMINA Y MAYOR CONCILIADOS' TO RPT-LINEA
098400     ELSE
098500         MOVE '*** HAY DIFERENCIAS ABIERTAS ***' TO RPT-LINEA
098600     END-IF.
098700     WRITE RPT-LINEA.
098800 5000-RESUMEN-EXIT.
098900     EXIT.
099000*
099100******************************************************************
099200* 6000-RESOLVER - MARK OPEN DIFFERENCES RESOLVED WITH A COMMENT
099300******************************************************************
099400 6000-RESOLVER.
099500     MOVE ZERO TO CGL-PERIODO.
099600     PERFORM 1300-CARGAR-DIFERENCIAS
099700         THRU 1300-CARGAR-DIFERENCIAS-EXIT.
099800     IF CGL-ES-DESBORDE
099900         DISPLAY 'CONCILGL: GLDIFAB SUPERA LAS 500 FILAS, '
100000             'NO SE PROCESA'
100100         MOVE 8 TO RETURN-CODE
100200         GO TO 6000-RESOLVER-EXIT
100300     END-IF.
100400     MOVE 'G' TO CGL-SES-ACCION.
100500     CALL 'SESUSER' USING CGL-SES-ACCION CGL-SES-USUARIO.
100600     MOVE 'N' TO CGL-FIN-RESOLVER.
100700     PERFORM 6100-OFRECER-DIFERENCIA
100800         THRU 6100-OFRECER-DIFERENCIA-EXIT
100900         VARYING CGL-X-DIF FROM 1 BY 1
101000         UNTIL CGL-X-DIF > CGL-CANT-DIF
101100         OR CGL-ES-FIN-RESOLVER.
101200     IF CGL-CANT-ABIERTAS = ZERO
101300         DISPLAY 'CONCILGL: NO HAY DIFERENCIAS ABIERTAS'
101400         GO TO 6000-RESOLVER-EXIT
101500     END-IF.
101600     IF CGL-CANT-RESUELTAS > ZERO
101700         PERFORM 7000-GRABAR-DIFERENCIAS
101800             THRU 7000-GRABAR-DIFERENCIAS-EXIT
101900     END-IF.
102000     DISPLAY 'CONCILGL: RESUELTAS ' CGL-CANT-RESUELTAS
102100         ' DE ' CGL-CANT-ABIERTAS ' ABIERTAS'.
102200 6000-RESOLVER-EXIT.
102300     EXIT.
102400*
102500******************************************************************
102600* 6100-OFRECER-DIFERENCIA - SHOW ONE OPEN ROW AND ASK
102700******************************************************************
102800 6100-OFRECER-DIFERENCIA.
102900     MOVE CGL-DIF-FILA(CGL-X-DIF) TO DF-RECORD.
103000     IF NOT DF-ABIERTA
103100         GO TO 6100-OFRECER-DIFERENCIA-EXIT
103200     END-IF.
103300     ADD 1 TO CGL-CANT-ABIERTAS.
103400     PERFORM 8000-TEXTO-TIPO THRU 8000-TEXTO-TIPO-EXIT.
103500     MOVE DF-DIFERENCIA TO CGL-IMPORTE-ED.
103600     DISPLAY ' '.
103700     DISPLAY 'PERIODO ' DF-PERIODO ' CIA ' DF-COMPANIA
103800         ' DEPTO ' DF-DEPARTAMENTO ' CUENTA ' DF-CUENTA.
103900     DISPLAY '  ' CGL-TXT-TIPO ' ' CGL-IMPORTE-ED.
104000     DISPLAY 'MARCAR RESUELTA (S/N, F=FIN): ' WITH NO ADVANCING.
104100     ACCEPT CGL-RESPUESTA.
104200     IF CGL-RESPUESTA = 'F' OR CGL-RESPUESTA = 'f'
104300         SET CGL-ES-FIN-RESOLVER TO TRUE
104400         GO TO 6100-OFRECER-DIFERENCIA-EXIT
104500     END-IF.
104600     IF CGL-RESPUESTA NOT = 'S' AND CGL-RESPUESTA NOT = 's'
104700         GO TO 6100-OFRECER-DIFERENCIA-EXIT
104800     END-IF.
104900     DISPLAY 'COMENTARIO (OBLIGATORIO): ' WITH NO ADVANCING.
105000     MOVE SPACES TO CGL-COMENTARIO.
105100     ACCEPT CGL-COMENTARIO.
105200     IF CGL-COMENTARIO = SPACES
105300         DISPLAY 'SIN COMENTARIO LA DIFERENCIA SIGUE ABIERTA'
105400         GO TO 6100-OFRECER-DIFERENCIA-EXIT
105500     END-IF.
105600     MOVE 'R' TO DF-ESTADO.
105700     MOVE CGL-FECHA-HOY TO DF-FECHA-RES.
105800     MOVE CGL-SES-USUARIO TO DF-USUARIO.
105900     MOVE CGL-COMENTARIO TO DF-COMENTARIO.
106000     MOVE DF-RECORD TO CGL-DIF-FILA(CGL-X-DIF).
106100     ADD 1 TO CGL-CANT-RESUELTAS.
106200 6100-OFRECER-DIFERENCIA-EXIT.
106300     EXIT.
106400*
106500******************************************************************
106600* 7000-GRABAR-DIFERENCIAS - REWRITE GLDIFAB FROM THE TABLE
106700******************************************************************
106800 7000-GRABAR-DIFERENCIAS.
106900     OPEN OUTPUT GLDIFAB-FILE.
107000     PERFORM 7100-GRABAR-DIFERENCIA
107100         THRU 7100-GRABAR-DIFERENCIA-EXIT
107200         VARYING CGL-X-DIF FROM 1 BY 1
107300         UNTIL CGL-X-DIF > CGL-CANT-DIF.
107400     CLOSE GLDIFAB-FILE.
107500 7000-GRABAR-DIFERENCIAS-EXIT.
107600     EXIT.
107700*
107800******************************************************************
107900* 7100-GRABAR-DIFERENCIA - WRITE ONE GLDIFAB ROW BACK
108000******************************************************************
108100 7100-GRABAR-DIFERENCIA.
108200     WRITE DFL-LINEA FROM CGL-DIF-FILA(CGL-X-DIF).
108300 7100-GRABAR-DIFERENCIA-EXIT.
108400     EXIT.
108500*
108600******************************************************************
108700* 8000-TEXTO-TIPO - WHAT KIND OF DIFFERENCE THE ROW IS
108800******************************************************************
108900 8000-TEXTO-TIPO.
109000     EVALUATE TRUE
109100         WHEN DF-ES-NO-LLEGO
109200             MOVE 'NO LLEGO' TO CGL-TXT-TIPO
109300         WHEN DF-ES-SOLO-MAYOR
109400             MOVE 'SIN ENVIO' TO CGL-TXT-TIPO
109500         WHEN OTHER
109600             MOVE 'DIFERENCIA' TO CGL-TXT-TIPO
109700     END-EVALUATE.
109800 8000-TEXTO-TIPO-EXIT.
109900     EXIT.
110000 END PROGRAM CONCILGL.
