002392*     HOUSE CURRENCY PLUS ONE SUFFIXED FILE PER OTHER
002393*     CURRENCY, THE SAME LIST PAGOBANCO BUILDS), SO NETS PAID
002394*     IN ANOTHER CURRENCY NO LONGER FLAG AS UNPAID.
002395*   - AN ISSUE RUN THAT ENDS WITHOUT ERROR IS MARKED DONE ON THE
002396*     CHKCIERRE PERIOD-CLOSE CHECKLIST (THROUGH MARCACIER) THAT
002397*     CIERREPER CHECKS BEFORE CLOSING.
002398*   - POSITIVE PAY: EVERY CHECK CUT, REISSUED OR VOIDED IS ALSO
002399*     APPENDED TO THE POSPAY FILE FOR THE BANK (NUMBER, AMOUNT,
00239A*     ISSUE DATE AND THE PAYEE'S FULL NAME FROM PERSONAS), SO THE
00239B*     BANK ONLY HONORS CHECKS WE ISSUED. A VOID ALSO APPENDS ITS
00239C*     GL REVERSAL TO GLCHQANU (DEBIT CTACHQBCO, CREDIT CTACHQPAG,
00239D*     BOTH FROM PARMS). A CHECK CONCCHQ HAS MARKED CASHED ('C')
00239E*     CAN NO LONGER BE VOIDED OR REISSUED, AND THE PAID DATE IT
00239F*     STAMPED IS KEPT WHEN THE REGISTER IS REWRITTEN.
00239G*   - PERSONAS RECORD WIDENED FOR PE-IDIOMA.
00239H*   - COMPANIAS RECORD WIDENED FOR CO-FRECUENCIA.
002400******************************************************************
002500 IDENTIFICATION DIVISION.
002600 PROGRAM-ID. CHEQUES.
004410     SELECT OPTIONAL REGSTATE-FILE ASSIGN TO 'REGSTATE'
004420         ORGANIZATION IS LINE SEQUENTIAL
004430         FILE STATUS IS CHQ-STATUS-REGSTATE.
004431     SELECT OPTIONAL PERSONAS-FILE ASSIGN TO 'PERSONAS'
004432         ORGANIZATION IS LINE SEQUENTIAL
004433         FILE STATUS IS CHQ-STATUS-PERSONAS.
004434     SELECT OPTIONAL POSPAY-FILE ASSIGN TO 'POSPAY'
004435         ORGANIZATION IS LINE SEQUENTIAL
004436         FILE STATUS IS CHQ-STATUS-POSPAY.
004437     SELECT OPTIONAL GLCHQANU-FILE ASSIGN TO 'GLCHQANU'
004438         ORGANIZATION IS LINE SEQUENTIAL
004439         FILE STATUS IS CHQ-STATUS-GLANU.
004500     SELECT IMPRESION-FILE ASSIGN TO 'CHEQUESIMP'
004600         ORGANIZATION IS LINE SEQUENTIAL.
004700     SELECT REPORTE-FILE ASSIGN TO 'CHQRPT'
006600     05 CH-PERIODO               PIC 9(06).
006700     05 CH-FECHA                 PIC 9(08).
006800     05 CH-ESTADO                PIC X(01).
006801     05 CH-FECHA-COBRO           PIC 9(08).
006900 FD  CHECKNUM-FILE
007000     LABEL RECORDS ARE STANDARD.
007100 01  CN-RECORD.
008108     05 CO-CODIGO                PIC X(03).
008109     05 CO-NOMBRE                PIC X(20).
00810A     05 CO-MONEDA                PIC X(03).
00810B     05 CO-FRECUENCIA            PIC X(01).
008110 FD  REGSTATE-FILE
008120     LABEL RECORDS ARE STANDARD.
008130 01  RG-RECORD.
008150     05 RG-ESTADO                PIC X(01).
008160     05 RG-USUARIO               PIC X(08).
008170     05 RG-FECHA                 PIC 9(08).
008171 FD  PERSONAS-FILE
008172     LABEL RECORDS ARE STANDARD.
008173 01  PE-RECORD.
008174     05 PE-ID                    PIC 9(05).
008175     05 PE-NOMBRE-COMPLETO       PIC X(40).
008176     05 PE-CUIT                  PIC X(11).
008177     05 PE-DIRECCION             PIC X(40).
008178     05 PE-IDIOMA                PIC X(01).
008179 FD  POSPAY-FILE
00817A     LABEL RECORDS ARE STANDARD.
00817B 01  PP-RECORD.
00817C     COPY POSPAY.
00817D FD  GLCHQANU-FILE
00817E     LABEL RECORDS ARE STANDARD.
00817F 01  GL-RECORD.
00817G     05 GL-CUENTA                PIC X(08).
00817H     05 GL-DEBE-HABER            PIC X(01).
00817I     05 GL-IMPORTE               PIC 9(09)V99.
00817J     05 GL-PERIODO               PIC 9(06).
00817K     05 GL-COMPANIA              PIC X(03).
008200 FD  IMPRESION-FILE
008300     LABEL RECORDS ARE STANDARD
008400     RECORD CONTAINS 80 CHARACTERS.
009600 01  CHQ-STATUS-BANKPAY          PIC XX.
009610 01  CHQ-STATUS-REGSTATE         PIC XX.
009620 01  CHQ-STATUS-COMPANIAS        PIC XX.
009621 01  CHQ-STATUS-PERSONAS         PIC XX.
009622 01  CHQ-STATUS-POSPAY           PIC XX.
009623 01  CHQ-STATUS-GLANU            PIC XX.
009630 01  CHQ-NOMBRE-BANKPAY          PIC X(12) VALUE 'BANKPAY'.
009640 01  CHQ-CANT-MONEDAS            PIC 9(02) VALUE ZERO.
009650 01  CHQ-TABLA-MONEDAS.
009700*
009800 01  CHQ-FECHA-CORRIDA           PIC 9(08) VALUE ZERO.
009900 01  CHQ-MODO                    PIC X(01).
009901 01  CHQ-CHK-PASO                PIC X(10) VALUE 'CHEQUES'.
009902 01  CHQ-RC-GUARDADO             PIC 9(02).
009903 01  CHQ-ACCION-POSPAY           PIC X(01).
009904 01  CHQ-CTA-BANCO               PIC X(08) VALUE SPACES.
009905 01  CHQ-CTA-PAGAR               PIC X(08) VALUE SPACES.
009906 01  CHQ-COMPANIA                PIC X(03) VALUE SPACES.
009907 01  CHQ-PARM-CLAVE              PIC X(12).
009908 01  CHQ-PARM-VALOR              PIC X(20).
009909 01  CHQ-PARM-HALLADO            PIC X(01).
00990A     88  CHQ-ES-PARM-HALLADO     VALUE 'Y'.
010000 01  CHQ-NRO-BUSCADO             PIC 9(06).
010100 01  CHQ-PROXIMO                 PIC 9(06) VALUE 1.
010200*
012600         10 CHQ-EMPL-NOMBRE      PIC X(05).
012700         10 CHQ-EMPL-BANCO       PIC X(03).
012800         10 CHQ-EMPL-CUENTA      PIC X(10).
012801*
012802 01  CHQ-CANT-PERS               PIC 9(04) VALUE ZERO.
012803 01  CHQ-TABLA-PERS.
012804     05  CHQ-PERS-FILA OCCURS 500 TIMES
012805                       INDEXED BY CHQ-X-PERS.
012806         10 CHQ-PERS-ID          PIC 9(05).
012807         10 CHQ-PERS-NOMBRE      PIC X(40).
012900*
013000 01  CHQ-CANT-CHEQUES            PIC 9(04) VALUE ZERO.
013100 01  CHQ-TABLA-CHEQUES.
013800         10 CHQ-CHQ-PERIODO      PIC 9(06).
013900         10 CHQ-CHQ-FECHA        PIC 9(08).
014000         10 CHQ-CHQ-ESTADO       PIC X(01).
014001         10 CHQ-CHQ-FECHA-COBRO  PIC 9(08).
014100*
014200 PROCEDURE DIVISION.
014300******************************************************************
014750         GOBACK
014760     END-IF.
014800     PERFORM 1000-CARGAR-CHEQUES THRU 1000-CARGAR-CHEQUES-EXIT.
014801     PERFORM 1200-CARGAR-PERSONAS THRU 1200-CARGAR-PERSONAS-EXIT.
014900     DISPLAY 'CHEQUES - MODO (E=EMITIR, A=ANULAR, '
015000         'R=REEMITIR): ' WITH NO ADVANCING.
015100     ACCEPT CHQ-MODO.
015101     OPEN EXTEND POSPAY-FILE.
015102     IF CHQ-STATUS-POSPAY = '35'
015103         OPEN OUTPUT POSPAY-FILE
015104     END-IF.
015200     EVALUATE CHQ-MODO
015300         WHEN 'E'
015400         WHEN 'e'
016200         WHEN OTHER
016300             DISPLAY 'MODO INVALIDO'
016400     END-EVALUATE.
016401     CLOSE POSPAY-FILE.
016500     IF CHQ-ES-HUBO-CAMBIOS
016600         PERFORM 7000-GRABAR-CHECKREG
016700             THRU 7000-GRABAR-CHECKREG-EXIT
021200                 MOVE CH-PERIODO TO CHQ-CHQ-PERIODO(CHQ-X-CHQ)
021300                 MOVE CH-FECHA TO CHQ-CHQ-FECHA(CHQ-X-CHQ)
021400                 MOVE CH-ESTADO TO CHQ-CHQ-ESTADO(CHQ-X-CHQ)
021401                 MOVE CH-FECHA-COBRO
021402                     TO CHQ-CHQ-FECHA-COBRO(CHQ-X-CHQ)
021403                 IF CH-FECHA-COBRO NOT NUMERIC
021404                     MOVE ZERO TO CHQ-CHQ-FECHA-COBRO(CHQ-X-CHQ)
021405                 END-IF
021500             END-IF
021600     END-READ.
021700 1100-LEER-CHEQUE-EXIT.
021800     EXIT.
021801*
021802******************************************************************
021803* 1200-CARGAR-PERSONAS - ID -> FULL NAME FOR THE POSITIVE-PAY
021804*                        PAYEE
021805******************************************************************
021806 1200-CARGAR-PERSONAS.
021807     MOVE 'N' TO CHQ-FIN-ARCHIVO.
021808     OPEN INPUT PERSONAS-FILE.
021809     IF CHQ-STATUS-PERSONAS = '00'
02180A         PERFORM 1210-LEER-PERSONA THRU 1210-LEER-PERSONA-EXIT
02180B             UNTIL CHQ-ES-FIN-ARCHIVO
02180C     END-IF.
02180D     CLOSE PERSONAS-FILE.
02180E     MOVE 'N' TO CHQ-FIN-ARCHIVO.
02180F 1200-CARGAR-PERSONAS-EXIT.
02180G     EXIT.
02180H*
02180I******************************************************************
02180J* 1210-LEER-PERSONA - KEEP ONE ID AND FULL NAME
02180K******************************************************************
02180L 1210-LEER-PERSONA.
02180M     READ PERSONAS-FILE
02180N         AT END
02180O             SET CHQ-ES-FIN-ARCHIVO TO TRUE
02180P         NOT AT END
02180Q             IF CHQ-CANT-PERS < 500
02180R                 ADD 1 TO CHQ-CANT-PERS
02180S                 SET CHQ-X-PERS TO CHQ-CANT-PERS
02180T                 MOVE PE-ID TO CHQ-PERS-ID(CHQ-X-PERS)
02180U                 MOVE PE-NOMBRE-COMPLETO
02180V                     TO CHQ-PERS-NOMBRE(CHQ-X-PERS)
02180W             END-IF
02180X     END-READ.
02180Y 1210-LEER-PERSONA-EXIT.
02180Z     EXIT.
021900*
022000******************************************************************
022100* 2000-EMITIR - ONE CHECK PER REGISTER NET WITH NO BANK DATA
023800     CLOSE PAYROLL-REG-FILE.
023900     PERFORM 3000-GRABAR-PROXIMO THRU 3000-GRABAR-PROXIMO-EXIT.
024000     PERFORM 4000-CONCILIAR THRU 4000-CONCILIAR-EXIT.
024001     IF RETURN-CODE < 8
024002         PERFORM 8000-MARCAR-CIERRE
024003             THRU 8000-MARCAR-CIERRE-EXIT
024004     END-IF.
024100     DISPLAY 'CHEQUES: ' CHQ-CANT-EMITIDOS
024200         ' CHEQUES EMITIDOS POR ' CHQ-TOTAL-EMITIDO.
024300 2000-EMITIR-EXIT.
036900     MOVE PR-PERIODO TO CHQ-CHQ-PERIODO(CHQ-X-CHQ).
037000     MOVE CHQ-FECHA-CORRIDA TO CHQ-CHQ-FECHA(CHQ-X-CHQ).
037100     MOVE 'E' TO CHQ-CHQ-ESTADO(CHQ-X-CHQ).
037101     MOVE ZERO TO CHQ-CHQ-FECHA-COBRO(CHQ-X-CHQ).
037200     MOVE 'Y' TO CHQ-HUBO-CAMBIOS.
037300     ADD 1 TO CHQ-CANT-EMITIDOS.
037400     ADD PR-NETO TO CHQ-TOTAL-EMITIDO.
037500     PERFORM 2500-IMPRIMIR-CHEQUE
037600         THRU 2500-IMPRIMIR-CHEQUE-EXIT.
037601     MOVE 'I' TO CHQ-ACCION-POSPAY.
037602     PERFORM 8100-GRABAR-POSPAY THRU 8100-GRABAR-POSPAY-EXIT.
037700 2400-CORTAR-CHEQUE-EXIT.
037800     EXIT.
037900*
052000         UNTIL CHQ-X-CHQ > CHQ-CANT-CHEQUES
052100         OR CHQ-ES-HALLADO.
052200     IF NOT CHQ-ES-HALLADO
052201         DISPLAY 'CHEQUE NO ENCONTRADO: ' CHQ-NRO-BUSCADO
052202         GO TO 5000-ANULAR-EXIT
052203     END-IF.
052204     SET CHQ-X-CHQ DOWN BY 1.
052205     IF CHQ-CHQ-ESTADO(CHQ-X-CHQ) = 'C'
052206         DISPLAY 'CHEQUE YA COBRADO, NO SE ANULA: '
052207             CHQ-NRO-BUSCADO
052208         GO TO 5000-ANULAR-EXIT
052209     END-IF.
05220A     MOVE 'A' TO CHQ-CHQ-ESTADO(CHQ-X-CHQ).
05220B     MOVE 'Y' TO CHQ-HUBO-CAMBIOS.
05220C     MOVE 'V' TO CHQ-ACCION-POSPAY.
05220D     PERFORM 8100-GRABAR-POSPAY THRU 8100-GRABAR-POSPAY-EXIT.
05220E     PERFORM 8200-REVERSAR-GL THRU 8200-REVERSAR-GL-EXIT.
05220F     DISPLAY 'CHEQUE ANULADO: ' CHQ-NRO-BUSCADO.
053000 5000-ANULAR-EXIT.
053100     EXIT.
053200*
056200         GO TO 6000-REEMITIR-EXIT
056300     END-IF.
056400     SET CHQ-X-CHQ DOWN BY 1.
056401     IF CHQ-CHQ-ESTADO(CHQ-X-CHQ) = 'C'
056402         DISPLAY 'CHEQUE YA COBRADO, NO SE REEMITE: '
056403             CHQ-NRO-BUSCADO
056404         GO TO 6000-REEMITIR-EXIT
056405     END-IF.
056500     MOVE 'A' TO CHQ-CHQ-ESTADO(CHQ-X-CHQ).
056501     MOVE 'V' TO CHQ-ACCION-POSPAY.
056502     PERFORM 8100-GRABAR-POSPAY THRU 8100-GRABAR-POSPAY-EXIT.
056600     ADD 1 TO CHQ-CANT-CHEQUES.
056700     SET CHQ-X-CHQ2 TO CHQ-CANT-CHEQUES.
056800     MOVE CHQ-CHQ-ID(CHQ-X-CHQ)
057500         TO CHQ-CHQ-PERIODO(CHQ-X-CHQ2).
057600     MOVE CHQ-FECHA-CORRIDA TO CHQ-CHQ-FECHA(CHQ-X-CHQ2).
057700     MOVE 'R' TO CHQ-CHQ-ESTADO(CHQ-X-CHQ2).
057701     MOVE ZERO TO CHQ-CHQ-FECHA-COBRO(CHQ-X-CHQ2).
057800     MOVE CHQ-PROXIMO TO CHQ-CHQ-NUMERO(CHQ-X-CHQ2).
057900     ADD 1 TO CHQ-PROXIMO.
058000     MOVE 'Y' TO CHQ-HUBO-CAMBIOS.
058100     PERFORM 3000-GRABAR-PROXIMO THRU 3000-GRABAR-PROXIMO-EXIT.
058101     SET CHQ-X-CHQ TO CHQ-X-CHQ2.
058102     MOVE 'I' TO CHQ-ACCION-POSPAY.
058103     PERFORM 8100-GRABAR-POSPAY THRU 8100-GRABAR-POSPAY-EXIT.
058200     DISPLAY 'CHEQUE REEMITIDO CON NRO '
058300         CHQ-CHQ-NUMERO(CHQ-X-CHQ2).
058400 6000-REEMITIR-EXIT.
060700     MOVE CHQ-CHQ-PERIODO(CHQ-X-CHQ) TO CH-PERIODO.
060800     MOVE CHQ-CHQ-FECHA(CHQ-X-CHQ) TO CH-FECHA.
060900     MOVE CHQ-CHQ-ESTADO(CHQ-X-CHQ) TO CH-ESTADO.
060901     MOVE CHQ-CHQ-FECHA-COBRO(CHQ-X-CHQ) TO CH-FECHA-COBRO.
061000     WRITE CH-RECORD.
061100 7100-GRABAR-CHEQUE-EXIT.
061200     EXIT.
061201*
061202******************************************************************
061203* 8000-MARCAR-CIERRE - THE STEP IS DONE ON THE PERIOD-CLOSE
061204*                      CHECKLIST (THE RETURN CODE IS KEPT)
061205******************************************************************
061206 8000-MARCAR-CIERRE.
061207     MOVE RETURN-CODE TO CHQ-RC-GUARDADO.
061208     CALL 'MARCACIER' USING CHQ-CHK-PASO CHQ-PERIODO-REGISTRO.
061209     MOVE CHQ-RC-GUARDADO TO RETURN-CODE.
06120A 8000-MARCAR-CIERRE-EXIT.
06120B     EXIT.
06120C*
06120D******************************************************************
06120E* 8100-GRABAR-POSPAY - ONE POSITIVE-PAY ROW FOR THE BANK: ISSUE
06120F*                      ('I') OR VOID ('V') OF THE CURRENT CHECK
06120G******************************************************************
06120H 8100-GRABAR-POSPAY.
06120I     MOVE SPACES TO PP-RECORD.
06120J     MOVE CHQ-ACCION-POSPAY TO PP-ACCION.
06120K     MOVE CHQ-CHQ-NUMERO(CHQ-X-CHQ) TO PP-NUMERO.
06120L     MOVE CHQ-CHQ-IMPORTE(CHQ-X-CHQ) TO PP-IMPORTE.
06120M     MOVE CHQ-CHQ-FECHA(CHQ-X-CHQ) TO PP-FECHA.
06120N     MOVE CHQ-CHQ-NOMBRE(CHQ-X-CHQ) TO PP-BENEFICIARIO.
06120O     SET CHQ-X-PERS TO 1.
06120P     SEARCH CHQ-PERS-FILA
06120Q         AT END
06120R             CONTINUE
06120S         WHEN CHQ-X-PERS > CHQ-CANT-PERS
06120T             CONTINUE
06120U         WHEN CHQ-PERS-ID(CHQ-X-PERS) = CHQ-CHQ-ID(CHQ-X-CHQ)
06120V             MOVE CHQ-PERS-NOMBRE(CHQ-X-PERS) TO PP-BENEFICIARIO
06120W     END-SEARCH.
06120X     WRITE PP-RECORD.
06120Y 8100-GRABAR-POSPAY-EXIT.
06120Z     EXIT.
061210*
061211******************************************************************
061212* 8200-REVERSAR-GL - A VOID TAKES THE CHECK BACK OUT OF THE BANK
061213*                    ACCOUNT AND LEAVES THE NET PAYABLE AGAIN
061214******************************************************************
061215 8200-REVERSAR-GL.
061216     MOVE 'CTACHQBCO' TO CHQ-PARM-CLAVE.
061217     CALL 'LEERPARM' USING CHQ-PARM-CLAVE
061218         CHQ-PARM-VALOR CHQ-PARM-HALLADO.
061219     IF CHQ-ES-PARM-HALLADO
06121A         MOVE CHQ-PARM-VALOR(1:8) TO CHQ-CTA-BANCO
06121B     END-IF.
06121C     MOVE 'CTACHQPAG' TO CHQ-PARM-CLAVE.
06121D     CALL 'LEERPARM' USING CHQ-PARM-CLAVE
06121E         CHQ-PARM-VALOR CHQ-PARM-HALLADO.
06121F     IF CHQ-ES-PARM-HALLADO
06121G         MOVE CHQ-PARM-VALOR(1:8) TO CHQ-CTA-PAGAR
06121H     END-IF.
06121I     MOVE 'COMPANIA' TO CHQ-PARM-CLAVE.
06121J     CALL 'LEERPARM' USING CHQ-PARM-CLAVE
06121K         CHQ-PARM-VALOR CHQ-PARM-HALLADO.
06121L     IF CHQ-ES-PARM-HALLADO
06121M         MOVE CHQ-PARM-VALOR(1:3) TO CHQ-COMPANIA
06121N     END-IF.
06121O     IF CHQ-CTA-BANCO = SPACES OR CHQ-CTA-PAGAR = SPACES
06121P         DISPLAY 'CHEQUES: FALTAN CTACHQBCO/CTACHQPAG EN PARMS,'
06121Q             ' ANULACION SIN ASIENTO'
06121R         MOVE 4 TO RETURN-CODE
06121S         GO TO 8200-REVERSAR-GL-EXIT
06121T     END-IF.
06121U     OPEN EXTEND GLCHQANU-FILE.
06121V     IF CHQ-STATUS-GLANU = '35'
06121W         OPEN OUTPUT GLCHQANU-FILE
06121X     END-IF.
06121Y     MOVE CHQ-CTA-BANCO TO GL-CUENTA.
06121Z     MOVE 'D' TO GL-DEBE-HABER.
061220     MOVE CHQ-CHQ-IMPORTE(CHQ-X-CHQ) TO GL-IMPORTE.
061221     MOVE CHQ-FECHA-CORRIDA(1:6) TO GL-PERIODO.
061222     MOVE CHQ-COMPANIA TO GL-COMPANIA.
061223     WRITE GL-RECORD.
061224     MOVE CHQ-CTA-PAGAR TO GL-CUENTA.
061225     MOVE 'H' TO GL-DEBE-HABER.
061226     WRITE GL-RECORD.
061227     CLOSE GLCHQANU-FILE.
061228 8200-REVERSAR-GL-EXIT.
061229     EXIT.
061300 END PROGRAM CHEQUES.
