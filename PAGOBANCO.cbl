002183*     REMAINS) PLUS THE REMAINDER TO THE MASTER ACCOUNT, SO
002184*     THE TRAILER COUNT AND TOTAL STILL BALANCE AGAINST THE
002185*     REGISTER NET.
002186*   - DEPOSIT-ACCOUNT CHANGES NOW NEED A SECOND OPERATOR'S
002187*     APPROVAL (APRUCTA), SO THE MASTER ALWAYS HOLDS THE LAST
002188*     APPROVED ACCOUNT. EACH PAYMENT IS CHECKED WITH THE NEW
002189*     CTACAMBIO ROUTINE: A CHANGE APPROVED WITHIN THE CTADIAS
00218A*     PARMS WINDOW BEFORE THE RUN DATE, OR ONE STILL PENDING,
00218B*     PRINTS AN AVISO LINE ON PAGORPT, IS COUNTED IN THE
00218C*     SUMMARY AND ENDS THE STEP WITH RETURN CODE 4.
00218D*   - A RUN THAT ENDS WITHOUT ERROR (FMTBANCO INCLUDED) IS MARKED
00218E*     DONE ON THE CHKCIERRE PERIOD-CLOSE CHECKLIST (THROUGH
00218F*     MARCACIER, FOR THE OPEN MONTHLY PERIOD) THAT CIERREPER
00218G*     CHECKS BEFORE CLOSING.
00218H*   - COMPANIAS RECORD WIDENED FOR CO-FRECUENCIA.
002200******************************************************************
002300 IDENTIFICATION DIVISION.
002400 PROGRAM-ID. PAGOBANCO.
007040     05 CO-CODIGO                PIC X(03).
007050     05 CO-NOMBRE                PIC X(20).
007060     05 CO-MONEDA                PIC X(03).
007061     05 CO-FRECUENCIA            PIC X(01).
007100 FD  EXCEPTIONS2-FILE
007200     LABEL RECORDS ARE STANDARD.
007300 01  ERR-REGISTRO.
007984         10 PGB-CIA-CODIGO       PIC X(03).
007985         10 PGB-CIA-MONEDA       PIC X(03).
007986 01  PGB-MONEDA-EMPL             PIC X(03).
007987 01  PGB-CHK-PASO                PIC X(10) VALUE 'PAGOBANCO'.
007988 01  PGB-CHK-PERIODO             PIC 9(06) VALUE ZERO.
007989 01  PGB-RC-GUARDADO             PIC 9(02).
008000*
008100 01  WSC-NOMBRE-PROGRAMA         PIC X(11) VALUE 'PAGOBANCO'.
008200 01  WSR-FECHA-CORRIDA           PIC 9(08) VALUE ZERO.
009720     05  PGB-TOTAL-PASADA        PIC 9(11)V99 VALUE ZERO.
009800     05  PGB-CANT-SIN-BANCO      PIC 9(04) VALUE ZERO.
009810     05  PGB-CANT-RECUPEROS      PIC 9(04) VALUE ZERO.
009811     05  PGB-CANT-AVISOS-CTA     PIC 9(04) VALUE ZERO.
009900     05  PGB-IMPORTE-ED          PIC $Z,ZZZ,ZZZ,ZZ9.99.
010000*
010010 01  PGB-REGISTRO-CONTROL.
010080         10 PGB-SPL-CUENTA       PIC X(10).
010081         10 PGB-SPL-TIPO         PIC X(01).
010082         10 PGB-SPL-VALOR        PIC 9(05)V99.
010083 01  PGB-CAM-ID                  PIC 9(05).
010084 01  PGB-CAM-RECIENTE            PIC X(01).
010085     88  PGB-ES-CAM-RECIENTE     VALUE 'Y'.
010086 01  PGB-CAM-FECHA               PIC 9(08).
010087 01  PGB-CAM-PENDIENTE           PIC X(01).
010088     88  PGB-ES-CAM-PENDIENTE    VALUE 'Y'.
010100 01  PGB-CANT-EMPL               PIC 9(04) VALUE ZERO.
010200 01  PGB-TABLA-EMPL.
010300     05  PGB-EMPL-FILA OCCURS 500 TIMES
013920*    REPARTE BANKPAY EN UN ARCHIVO POR BANCO CON EL FORMATO
013930*    DE CADA UNO; SIN LA TABLA NO HACE NADA.
013940     CALL 'FMTBANCO'.
013941*    UN CAMBIO DE CUENTA RECIENTE O PENDIENTE DEJA EL PASO EN
013942*    AVISO PARA QUE ALGUIEN MIRE EL REPORTE ANTES DE ENVIAR.
013943     IF PGB-CANT-AVISOS-CTA > ZERO AND RETURN-CODE < 4
013944         MOVE 4 TO RETURN-CODE
013945     END-IF.
014200     DISPLAY 'PAGOBANCO: ' PGB-CANT-PAGOS ' PAGOS, '
014300         PGB-CANT-SIN-BANCO ' SIN DATOS BANCARIOS'.
014301     IF PGB-CANT-AVISOS-CTA > ZERO
014302         DISPLAY 'PAGOBANCO: ' PGB-CANT-AVISOS-CTA
014303             ' AVISOS DE CAMBIO DE CUENTA, VER PAGORPT'
014304     END-IF.
014305     IF RETURN-CODE < 8
014306         PERFORM 8000-MARCAR-CIERRE
014307             THRU 8000-MARCAR-CIERRE-EXIT
014308     END-IF.
014500     GOBACK.
014600 0000-MAINLINE-EXIT.
014700     EXIT.
021270             PERFORM 9000-LOG-Y-CONTINUAR
021272             END-IF
021280         ELSE
021281         IF PGB-PASADA = 1 AND PR-ID NOT = ZERO
021282             PERFORM 2160-AVISAR-CAMBIO-CTA
021283                 THRU 2160-AVISAR-CAMBIO-CTA-EXIT
021284         END-IF
021290         MOVE PR-NETO TO PGB-RESTO-PAGO
021291         MOVE 'N' TO PGB-HUBO-SPLIT
021292         PERFORM 2150-PAGAR-SPLIT THRU 2150-PAGAR-SPLIT-EXIT
022310     END-IF.
022400 2100-PAGAR-UNO-EXIT.
022500     EXIT.
022501*
022502******************************************************************
022503* 2160-AVISAR-CAMBIO-CTA - WARN WHEN THE ACCOUNT WAS CHANGED
022504*                          SHORTLY BEFORE THE PAYMENT, OR WHEN A
022505*                          CHANGE IS STILL WAITING FOR APPROVAL
022506*                          (THE PAYMENT GOES TO THE APPROVED ONE)
022507******************************************************************
022508 2160-AVISAR-CAMBIO-CTA.
022509     MOVE PR-ID TO PGB-CAM-ID.
02250A     CALL 'CTACAMBIO' USING PGB-CAM-ID WSR-FECHA-CORRIDA
02250B         PGB-CAM-RECIENTE PGB-CAM-FECHA PGB-CAM-PENDIENTE.
02250C     IF PGB-ES-CAM-RECIENTE
02250D         ADD 1 TO PGB-CANT-AVISOS-CTA
02250E         MOVE SPACES TO RPT-LINEA
02250F         STRING 'AVISO: CUENTA CAMBIADA EL ' PGB-CAM-FECHA
02250G             ' - LEGAJO ' PR-ID ' ' PR-NOMBRE
02250H             DELIMITED BY SIZE INTO RPT-LINEA
02250I         WRITE RPT-LINEA
02250J     END-IF.
02250K     IF PGB-ES-CAM-PENDIENTE
02250L         ADD 1 TO PGB-CANT-AVISOS-CTA
02250M         MOVE SPACES TO RPT-LINEA
02250N         STRING 'AVISO: CAMBIO DE CUENTA PENDIENTE, SE PAGA A LA '
02250O             'CUENTA APROBADA - LEGAJO ' PR-ID
02250P             DELIMITED BY SIZE INTO RPT-LINEA
02250Q         WRITE RPT-LINEA
02250R     END-IF.
02250S 2160-AVISAR-CAMBIO-CTA-EXIT.
02250T     EXIT.
022600*
022610******************************************************************
022620* 1200-CARGAR-SPLITS - PER-EMPLOYEE SPLIT-DEPOSIT TABLE
026920     STRING 'RECUPEROS NO PAGADOS: ' PGB-CANT-RECUPEROS
026930         DELIMITED BY SIZE INTO RPT-LINEA.
026940     WRITE RPT-LINEA.
026941     MOVE SPACES TO RPT-LINEA.
026942     STRING 'AVISOS DE CAMBIO DE CUENTA: ' PGB-CANT-AVISOS-CTA
026943         DELIMITED BY SIZE INTO RPT-LINEA.
026944     WRITE RPT-LINEA.
027000 4000-RESUMEN-EXIT.
027100     EXIT.
027101*
027102******************************************************************
027103* 8000-MARCAR-CIERRE - THE STEP IS DONE ON THE PERIOD-CLOSE
027104*                      CHECKLIST (THE RETURN CODE IS KEPT)
027105******************************************************************
027106 8000-MARCAR-CIERRE.
027107     MOVE RETURN-CODE TO PGB-RC-GUARDADO.
027108     CALL 'MARCACIER' USING PGB-CHK-PASO PGB-CHK-PERIODO.
027109     MOVE PGB-RC-GUARDADO TO RETURN-CODE.
02710A 8000-MARCAR-CIERRE-EXIT.
02710B     EXIT.
027200*
027300 COPY LOGYSIGUE.
027400*
