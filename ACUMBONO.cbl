002310*   - PERIODCTL CARRIES ONE OPEN ROW PER FREQUENCY NOW, SO THE
002320*     PERIOD COMES FROM THE MONTHLY ('M' OR BLANK) ROW INSTEAD
002330*     OF WHATEVER ROW HAPPENED TO BE FIRST.
002331*   - AN ACCRUAL RUN (MODE A) THAT ENDS WITHOUT ERROR IS MARKED
002332*     DONE ON THE CHKCIERRE PERIOD-CLOSE CHECKLIST (THROUGH
002333*     MARCACIER) THAT CIERREPER CHECKS BEFORE CLOSING.
002334*   - MODE A ALSO APPENDS WHAT IT ACCRUED TO THE ACUMDET DETAIL
002335*     FILE (PERIOD, DEPARTMENT, COMPANY, AMOUNT). NEW MODE P
002336*     BACKS OUT THE ACCRUAL OF ONE PERIOD (AND ONE COMPANY, OR
002337*     ALL) AFTER REVERPER HAS REVERSED IT: IT NETS ACUMDET BY
002338*     DEPARTMENT AND COMPANY, WRITES THE REVERSING ENTRY OF
002339*     EACH NET AMOUNT, TAKES IT OFF THE RUNNING BALANCE AND
00233A*     APPENDS THE NEGATED ROWS, SO A SECOND RUN FINDS NOTHING.
002400******************************************************************
002500 IDENTIFICATION DIVISION.
002600 PROGRAM-ID. ACUMBONO.
004500     SELECT OPTIONAL PERIODCTL-FILE ASSIGN TO 'PERIODCTL'
004600         ORGANIZATION IS LINE SEQUENTIAL
004700         FILE STATUS IS ACB-STATUS-PERIODO.
004701     SELECT OPTIONAL ACUMDET-FILE ASSIGN TO 'ACUMDET'
004702         ORGANIZATION IS LINE SEQUENTIAL
004703         FILE STATUS IS ACB-STATUS-DETALLE.
004800     SELECT GLACCRUAL-FILE ASSIGN TO 'GLACCRUAL'
004900         ORGANIZATION IS LINE SEQUENTIAL.
005000     SELECT REPORTE-FILE ASSIGN TO 'ACUMRPT'
008900     05 PC-ESTADO                PIC X(01).
009000     05 PC-FRECUENCIA            PIC X(01).
009100     05 PC-SECUENCIA             PIC 9(02).
009101 FD  ACUMDET-FILE
009102     LABEL RECORDS ARE STANDARD.
009103 01  AD-RECORD.
009104     05 AD-PERIODO               PIC 9(06).
009105     05 AD-DEPARTAMENTO          PIC X(10).
009106     05 AD-COMPANIA              PIC X(03).
009107     05 AD-IMPORTE               PIC S9(09)V99.
009200 FD  GLACCRUAL-FILE
009300     LABEL RECORDS ARE STANDARD.
009400 01  GL-RECORD.
010800 01  ACB-STATUS-GLACCTS          PIC XX.
010900 01  ACB-STATUS-SALDO            PIC XX.
011000 01  ACB-STATUS-PERIODO          PIC XX.
011001 01  ACB-STATUS-DETALLE          PIC XX.
011100*
011200 01  ACB-MODO                    PIC X(01).
011300 01  ACB-PERIODO                 PIC 9(06) VALUE ZERO.
011301 01  ACB-CHK-PASO                PIC X(10) VALUE 'ACUMBONO'.
011302 01  ACB-RC-GUARDADO             PIC 9(02).
011400 01  ACB-NIVEL-AUX               PIC X(06).
011500 01  ACB-SUELDO-AUX              PIC 9(06).
011600 01  ACB-PCT-BONO                PIC 9(03).
011900 01  ACB-MEJOR-VIGENCIA          PIC 9(06).
012000 01  ACB-MEJOR-ESPECIFICA        PIC X(01).
012100 01  ACB-IMPORTE-ED              PIC $Z,ZZZ,ZZZ,ZZ9.99.
012101 01  ACB-PERIODO-REV             PIC 9(06).
012102 01  ACB-COMPANIA-REV            PIC X(03).
012103 01  ACB-CANT-DETALLE            PIC 9(03) VALUE ZERO.
012104 01  ACB-TABLA-DETALLE.
012105     05  ACB-DETALLE-FILA OCCURS 100 TIMES
012106                          INDEXED BY ACB-X-DET.
012107         10 ACB-DET-DEPTO        PIC X(10).
012108         10 ACB-DET-COMPANIA     PIC X(03).
012109         10 ACB-DET-IMPORTE      PIC S9(09)V99.
012200*
012300 01  ACB-INDICADORES.
012400     05  ACB-FIN-ARCHIVO         PIC X VALUE 'N'.
016600     PERFORM 1000-PERIODO-ABIERTO
016700         THRU 1000-PERIODO-ABIERTO-EXIT.
016800     PERFORM 1100-CARGAR-TABLAS THRU 1100-CARGAR-TABLAS-EXIT.
016900     DISPLAY 'ACUMBONO - MODO (A=DEVENGAR, R=REVERTIR, '
017000         'P=REVERTIR UN PERIODO): ' WITH NO ADVANCING.
017100     ACCEPT ACB-MODO.
017200     OPEN OUTPUT GLACCRUAL-FILE.
017300     OPEN OUTPUT REPORTE-FILE.
018300         WHEN 'R'
018400         WHEN 'r'
018500             PERFORM 3000-REVERTIR THRU 3000-REVERTIR-EXIT
018501         WHEN 'P'
018502         WHEN 'p'
018503             PERFORM 3500-REVERTIR-PERIODO
018504                 THRU 3500-REVERTIR-PERIODO-EXIT
018600         WHEN OTHER
018700             DISPLAY 'MODO INVALIDO'
018800             MOVE 8 TO RETURN-CODE
019000     CLOSE GLACCRUAL-FILE.
019100     CLOSE REPORTE-FILE.
019200     PERFORM 5000-GRABAR-SALDOS THRU 5000-GRABAR-SALDOS-EXIT.
019201     IF (ACB-MODO = 'A' OR ACB-MODO = 'a')
019202         AND RETURN-CODE < 8
019203         PERFORM 8000-MARCAR-CIERRE
019204             THRU 8000-MARCAR-CIERRE-EXIT
019205     END-IF.
019300     GOBACK.
019400 0000-MAINLINE-EXIT.
019500     EXIT.
036800     PERFORM 2500-POSTEAR-DEPTO THRU 2500-POSTEAR-DEPTO-EXIT
036900         VARYING ACB-X-SAL FROM 1 BY 1
037000         UNTIL ACB-X-SAL > ACB-CANT-SALDOS.
037001     PERFORM 2600-ANOTAR-DETALLE THRU 2600-ANOTAR-DETALLE-EXIT.
037100 2000-DEVENGAR-EXIT.
037200     EXIT.
037300*
038700                         ACB-BONO-PROYECTADO / 12
038800                     PERFORM 2400-SUMAR-DEPTO
038900                         THRU 2400-SUMAR-DEPTO-EXIT
038901                     IF ACB-ES-HALLADO
038902                         PERFORM 2450-SUMAR-DETALLE
038903                             THRU 2450-SUMAR-DETALLE-EXIT
038904                     END-IF
039000                 END-IF
039100             END-IF
039200     END-READ.
049900         MOVE EM-DEPARTAMENTO TO ACB-SAL-DEPTO(ACB-X-SAL)
050000         MOVE ZERO TO ACB-SAL-SALDO(ACB-X-SAL)
050100         MOVE ACB-DEVENGO-MES TO ACB-SAL-DEVENGO(ACB-X-SAL)
050101         SET ACB-ES-HALLADO TO TRUE
050200     END-IF.
050300 2400-SUMAR-DEPTO-EXIT.
050400     EXIT.
051300     END-IF.
051400 2410-BUSCAR-DEPTO-EXIT.
051500     EXIT.
051501*
051502******************************************************************
051503* 2450-SUMAR-DETALLE - THE TWELFTH BY DEPARTMENT AND COMPANY, FOR
051504*                      ACUMDET
051505******************************************************************
051506 2450-SUMAR-DETALLE.
051507     MOVE 'N' TO ACB-HALLADO.
051508     PERFORM 2460-BUSCAR-DETALLE THRU 2460-BUSCAR-DETALLE-EXIT
051509         VARYING ACB-X-DET FROM 1 BY 1
05150A         UNTIL ACB-X-DET > ACB-CANT-DETALLE
05150B         OR ACB-ES-HALLADO.
05150C     IF NOT ACB-ES-HALLADO
05150D         AND ACB-CANT-DETALLE < 100
05150E         ADD 1 TO ACB-CANT-DETALLE
05150F         SET ACB-X-DET TO ACB-CANT-DETALLE
05150G         MOVE EM-DEPARTAMENTO TO ACB-DET-DEPTO(ACB-X-DET)
05150H         MOVE EM-COMPANIA TO ACB-DET-COMPANIA(ACB-X-DET)
05150I         MOVE ACB-DEVENGO-MES TO ACB-DET-IMPORTE(ACB-X-DET)
05150J     END-IF.
05150K 2450-SUMAR-DETALLE-EXIT.
05150L     EXIT.
05150M*
05150N 2460-BUSCAR-DETALLE.
05150O     IF ACB-DET-DEPTO(ACB-X-DET) = EM-DEPARTAMENTO
05150P         AND ACB-DET-COMPANIA(ACB-X-DET) = EM-COMPANIA
05150Q         ADD ACB-DEVENGO-MES TO ACB-DET-IMPORTE(ACB-X-DET)
05150R         SET ACB-ES-HALLADO TO TRUE
05150S     END-IF.
05150T 2460-BUSCAR-DETALLE-EXIT.
05150U     EXIT.
051600*
051700******************************************************************
051800* 2500-POSTEAR-DEPTO - THE MONTH'S ACCRUAL ENTRY FOR ONE
057500     END-IF.
057600 2520-COMPARAR-MAPA-EXIT.
057700     EXIT.
057701*
057702******************************************************************
057703* 2600-ANOTAR-DETALLE - WHAT WAS POSTED, BY DEPARTMENT AND
057704*                       COMPANY, APPENDED TO ACUMDET
057705******************************************************************
057706 2600-ANOTAR-DETALLE.
057707     IF ACB-CANT-DETALLE = ZERO
057708         GO TO 2600-ANOTAR-DETALLE-EXIT
057709     END-IF.
05770A     OPEN EXTEND ACUMDET-FILE.
05770B     IF ACB-STATUS-DETALLE = '35'
05770C         OPEN OUTPUT ACUMDET-FILE
05770D     END-IF.
05770E     PERFORM 2610-GRABAR-DETALLE THRU 2610-GRABAR-DETALLE-EXIT
05770F         VARYING ACB-X-DET FROM 1 BY 1
05770G         UNTIL ACB-X-DET > ACB-CANT-DETALLE.
05770H     CLOSE ACUMDET-FILE.
05770I 2600-ANOTAR-DETALLE-EXIT.
05770J     EXIT.
05770K*
05770L 2610-GRABAR-DETALLE.
05770M*    SOLO LO QUE SE POSTEO: EL DEPARTAMENTO TIENE PAR AJUSTE.
05770N     PERFORM 2620-BUSCAR-PAR THRU 2620-BUSCAR-PAR-EXIT.
05770O     IF NOT ACB-ES-HALLADO
05770P         GO TO 2610-GRABAR-DETALLE-EXIT
05770Q     END-IF.
05770R     MOVE ACB-PERIODO TO AD-PERIODO.
05770S     MOVE ACB-DET-DEPTO(ACB-X-DET) TO AD-DEPARTAMENTO.
05770T     MOVE ACB-DET-COMPANIA(ACB-X-DET) TO AD-COMPANIA.
05770U     MOVE ACB-DET-IMPORTE(ACB-X-DET) TO AD-IMPORTE.
05770V     WRITE AD-RECORD.
05770W 2610-GRABAR-DETALLE-EXIT.
05770X     EXIT.
05770Y*
05770Z******************************************************************
057710* 2620-BUSCAR-PAR - AJUSTE PAIR OF THE DETAIL ROW'S DEPARTMENT
057711******************************************************************
057712 2620-BUSCAR-PAR.
057713     MOVE 'N' TO ACB-HALLADO.
057714     PERFORM 2630-COMPARAR-PAR THRU 2630-COMPARAR-PAR-EXIT
057715         VARYING ACB-X-MAP FROM 1 BY 1
057716         UNTIL ACB-X-MAP > ACB-CANT-MAPA
057717         OR ACB-ES-HALLADO.
057718     IF ACB-ES-HALLADO
057719         SET ACB-X-MAP DOWN BY 1
05771A     END-IF.
05771B 2620-BUSCAR-PAR-EXIT.
05771C     EXIT.
05771D*
05771E 2630-COMPARAR-PAR.
05771F     IF ACB-MAPA-DEPTO(ACB-X-MAP) = ACB-DET-DEPTO(ACB-X-DET)
05771G         SET ACB-ES-HALLADO TO TRUE
05771H     END-IF.
05771I 2630-COMPARAR-PAR-EXIT.
05771J     EXIT.
057800*
057900******************************************************************
058000* 3000-REVERTIR - REVERSING ENTRY FOR EACH ACCRUED BALANCE
061400     END-IF.
061500 3100-REVERTIR-DEPTO-EXIT.
061600     EXIT.
061601*
061602******************************************************************
061603* 3500-REVERTIR-PERIODO - BACK OUT THE ACCRUAL OF ONE PERIOD,
061604*                         NETTED FROM ACUMDET
061605******************************************************************
061606 3500-REVERTIR-PERIODO.
061607     DISPLAY 'PERIODO A REVERTIR (AAAAMM, 0=' ACB-PERIODO '): '
061608         WITH NO ADVANCING.
061609     ACCEPT ACB-PERIODO-REV.
06160A     IF ACB-PERIODO-REV = ZERO
06160B         MOVE ACB-PERIODO TO ACB-PERIODO-REV
06160C     END-IF.
06160D     DISPLAY 'COMPANIA (BLANCO=TODAS): ' WITH NO ADVANCING.
06160E     ACCEPT ACB-COMPANIA-REV.
06160F     MOVE ZERO TO ACB-CANT-DETALLE.
06160G     MOVE 'N' TO ACB-FIN-ARCHIVO.
06160H     OPEN INPUT ACUMDET-FILE.
06160I     IF ACB-STATUS-DETALLE = '00'
06160J         PERFORM 3510-LEER-DETALLE THRU 3510-LEER-DETALLE-EXIT
06160K             UNTIL ACB-ES-FIN-ARCHIVO
06160L     END-IF.
06160M     CLOSE ACUMDET-FILE.
06160N     MOVE 'N' TO ACB-FIN-ARCHIVO.
06160O     MOVE SPACES TO RPT-LINEA.
06160P     STRING 'REVERSION DEL DEVENGO DEL PERIODO ' ACB-PERIODO-REV
06160Q         ' COMPANIA ' ACB-COMPANIA-REV
06160R         DELIMITED BY SIZE INTO RPT-LINEA.
06160S     WRITE RPT-LINEA.
06160T     OPEN EXTEND ACUMDET-FILE.
06160U     IF ACB-STATUS-DETALLE = '35'
06160V         OPEN OUTPUT ACUMDET-FILE
06160W     END-IF.
06160X     PERFORM 3600-REVERTIR-DETALLE THRU 3600-REVERTIR-DETALLE-EXIT
06160Y         VARYING ACB-X-DET FROM 1 BY 1
06160Z         UNTIL ACB-X-DET > ACB-CANT-DETALLE.
061610     CLOSE ACUMDET-FILE.
061611 3500-REVERTIR-PERIODO-EXIT.
061612     EXIT.
061613*
061614******************************************************************
061615* 3510-LEER-DETALLE - NET ONE ACUMDET ROW OF THE PERIOD
061616******************************************************************
061617 3510-LEER-DETALLE.
061618     READ ACUMDET-FILE
061619         AT END
06161A             SET ACB-ES-FIN-ARCHIVO TO TRUE
06161B             GO TO 3510-LEER-DETALLE-EXIT
06161C     END-READ.
06161D     IF AD-PERIODO NOT = ACB-PERIODO-REV
06161E         GO TO 3510-LEER-DETALLE-EXIT
06161F     END-IF.
06161G     IF ACB-COMPANIA-REV NOT = SPACES
06161H         AND AD-COMPANIA NOT = ACB-COMPANIA-REV
06161I         GO TO 3510-LEER-DETALLE-EXIT
06161J     END-IF.
06161K     MOVE 'N' TO ACB-HALLADO.
06161L     PERFORM 3520-BUSCAR-NETO THRU 3520-BUSCAR-NETO-EXIT
06161M         VARYING ACB-X-DET FROM 1 BY 1
06161N         UNTIL ACB-X-DET > ACB-CANT-DETALLE
06161O         OR ACB-ES-HALLADO.
06161P     IF NOT ACB-ES-HALLADO
06161Q         AND ACB-CANT-DETALLE < 100
06161R         ADD 1 TO ACB-CANT-DETALLE
06161S         SET ACB-X-DET TO ACB-CANT-DETALLE
06161T         MOVE AD-DEPARTAMENTO TO ACB-DET-DEPTO(ACB-X-DET)
06161U         MOVE AD-COMPANIA TO ACB-DET-COMPANIA(ACB-X-DET)
06161V         MOVE AD-IMPORTE TO ACB-DET-IMPORTE(ACB-X-DET)
06161W     END-IF.
06161X 3510-LEER-DETALLE-EXIT.
06161Y     EXIT.
06161Z*
061620 3520-BUSCAR-NETO.
061621     IF ACB-DET-DEPTO(ACB-X-DET) = AD-DEPARTAMENTO
061622         AND ACB-DET-COMPANIA(ACB-X-DET) = AD-COMPANIA
061623         ADD AD-IMPORTE TO ACB-DET-IMPORTE(ACB-X-DET)
061624         SET ACB-ES-HALLADO TO TRUE
061625     END-IF.
061626 3520-BUSCAR-NETO-EXIT.
061627     EXIT.
061628*
061629******************************************************************
06162A* 3600-REVERTIR-DETALLE - REVERSING ENTRY FOR ONE NET AMOUNT,
06162B*                         OFF THE BALANCE AND NEGATED IN ACUMDET
06162C******************************************************************
06162D 3600-REVERTIR-DETALLE.
06162E     IF ACB-DET-IMPORTE(ACB-X-DET) NOT > ZERO
06162F         GO TO 3600-REVERTIR-DETALLE-EXIT
06162G     END-IF.
06162H     PERFORM 2620-BUSCAR-PAR THRU 2620-BUSCAR-PAR-EXIT.
06162I     IF NOT ACB-ES-HALLADO
06162J         MOVE SPACES TO RPT-LINEA
06162K         STRING 'SIN PAR AJUSTE EN GLACCTS PARA '
06162L             ACB-DET-DEPTO(ACB-X-DET)
06162M             DELIMITED BY SIZE INTO RPT-LINEA
06162N         WRITE RPT-LINEA
06162O         GO TO 3600-REVERTIR-DETALLE-EXIT
06162P     END-IF.
06162Q     MOVE ACB-MAPA-HABER(ACB-X-MAP) TO GL-CUENTA.
06162R     MOVE 'D' TO GL-DEBE-HABER.
06162S     MOVE ACB-DET-IMPORTE(ACB-X-DET) TO GL-IMPORTE.
06162T     MOVE ACB-PERIODO-REV TO GL-PERIODO.
06162U     WRITE GL-RECORD.
06162V     MOVE ACB-MAPA-DEBE(ACB-X-MAP) TO GL-CUENTA.
06162W     MOVE 'H' TO GL-DEBE-HABER.
06162X     WRITE GL-RECORD.
06162Y     MOVE 'N' TO ACB-HALLADO.
06162Z     PERFORM 3610-DESCONTAR-SALDO THRU 3610-DESCONTAR-SALDO-EXIT
061630         VARYING ACB-X-SAL FROM 1 BY 1
061631         UNTIL ACB-X-SAL > ACB-CANT-SALDOS
061632         OR ACB-ES-HALLADO.
061633     MOVE ACB-PERIODO-REV TO AD-PERIODO.
061634     MOVE ACB-DET-DEPTO(ACB-X-DET) TO AD-DEPARTAMENTO.
061635     MOVE ACB-DET-COMPANIA(ACB-X-DET) TO AD-COMPANIA.
061636     COMPUTE AD-IMPORTE = ZERO - ACB-DET-IMPORTE(ACB-X-DET).
061637     WRITE AD-RECORD.
061638     MOVE ACB-DET-IMPORTE(ACB-X-DET) TO ACB-IMPORTE-ED.
061639     MOVE SPACES TO RPT-LINEA.
06163A     STRING 'REVERSION ' ACB-DET-DEPTO(ACB-X-DET) ' '
06163B         ACB-DET-COMPANIA(ACB-X-DET) ' ' ACB-IMPORTE-ED
06163C         DELIMITED BY SIZE INTO RPT-LINEA.
06163D     WRITE RPT-LINEA.
06163E 3600-REVERTIR-DETALLE-EXIT.
06163F     EXIT.
06163G*
06163H 3610-DESCONTAR-SALDO.
06163I     IF ACB-SAL-DEPTO(ACB-X-SAL) = ACB-DET-DEPTO(ACB-X-DET)
06163J         SET ACB-ES-HALLADO TO TRUE
06163K         IF ACB-SAL-SALDO(ACB-X-SAL) > ACB-DET-IMPORTE(ACB-X-DET)
06163L             SUBTRACT ACB-DET-IMPORTE(ACB-X-DET)
06163M                 FROM ACB-SAL-SALDO(ACB-X-SAL)
06163N         ELSE
06163O             MOVE ZERO TO ACB-SAL-SALDO(ACB-X-SAL)
06163P         END-IF
06163Q     END-IF.
06163R 3610-DESCONTAR-SALDO-EXIT.
06163S     EXIT.
061700*
061800******************************************************************
061900* 5000-GRABAR-SALDOS - REWRITE THE RUNNING BALANCES
063600     WRITE AS-RECORD.
063700 5100-GRABAR-SALDO-EXIT.
063800     EXIT.
063801*
063802******************************************************************
063803* 8000-MARCAR-CIERRE - THE STEP IS DONE ON THE PERIOD-CLOSE
063804*                      CHECKLIST (THE RETURN CODE IS KEPT)
063805******************************************************************
063806 8000-MARCAR-CIERRE.
063807     MOVE RETURN-CODE TO ACB-RC-GUARDADO.
063808     CALL 'MARCACIER' USING ACB-CHK-PASO ACB-PERIODO.
063809     MOVE ACB-RC-GUARDADO TO RETURN-CODE.
06380A 8000-MARCAR-CIERRE-EXIT.
06380B     EXIT.
063900 END PROGRAM ACUMBONO.
