002296*   - PERIODCTL CARRIES ONE OPEN ROW PER FREQUENCY NOW, SO THE
002297*     EDIT PERIOD COMES FROM THE OPEN MONTHLY ('M' OR BLANK)
002298*     ROW INSTEAD OF WHATEVER ROW HAPPENED TO BE FIRST.
002299*   - EVERY PAYRATES ROW IS NOW CHECKED AGAINST THE STATUTORY
00229A*     MINIMUM WAGE (SALMVIG) IN FORCE ON ITS OWN EFFECTIVE
00229B*     PERIOD, FOR ITS OWN COMPANY; A ROW BELOW IT IS AN ERROR.
00229C*     THE HOURLY MINIMUM COUNTS AT THE FULL-TIME MONTH.
00229D*   - PERIODCTL RECORD WIDENED FOR PC-SECUENCIA.
002300******************************************************************
002400 IDENTIFICATION DIVISION.
002500 PROGRAM-ID. EDITPREV.
005671*    LA FRECUENCIA VA AL FINAL PARA NO CORRER LAS COLUMNAS:
005672*    UN PERIODCTL VIEJO DE UNA SOLA FILA SE LEE COMO MENSUAL.
005673     05 PC-FRECUENCIA            PIC X(01).
005674     05 PC-SECUENCIA             PIC 9(02).
005680 FD  BUDGET-FILE
005681     LABEL RECORDS ARE STANDARD.
005682 01  BG-RECORD.
006700 01  EDP-CONSTANTES.
006800     05  EDP-EXP-MAXIMA          PIC 9(02) VALUE 50.
006900     05  EDP-RC-ERROR            PIC 9(04) VALUE 8.
006901     05  EDP-HORAS-MES           PIC 9(03) VALUE 160.
007000*
007100 01  EDP-INDICADORES.
007200     05  EDP-FIN-ARCHIVO         PIC X VALUE 'N'.
008360     05  EDP-PARM-VALOR          PIC X(20).
008370     05  EDP-PARM-HALLADO        PIC X(01).
008380         88  EDP-ES-PARM-HALLADO VALUE 'Y'.
008381     05  EDP-SALMIN-PERIODO      PIC 9(06).
008382     05  EDP-SALMIN-MENSUAL      PIC 9(06)V99.
008383     05  EDP-SALMIN-HORA         PIC 9(04)V99.
008384     05  EDP-SALMIN-TOPE         PIC 9(06)V99.
008385     05  EDP-SALMIN-EDIT         PIC Z(05)9.99.
008400*
008500 01  EDP-CANT-BONOS              PIC 9(02) VALUE ZERO.
008600 01  EDP-TABLA-BONOS.
017000         AT END
017100             SET EDP-ES-FIN-ARCHIVO TO TRUE
017200         NOT AT END
017201             IF RT-SUELDO IS NUMERIC
017202                 PERFORM 1150-CONTROLAR-SALMIN
017203                     THRU 1150-CONTROLAR-SALMIN-EXIT
017204             END-IF
017210             IF (RT-VIGENCIA-DESDE IS NUMERIC
017220                 AND RT-VIGENCIA-DESDE > EDP-PERIODO-EDIT)
017230                 OR (RT-COMPANIA NOT = SPACES
019600     END-READ.
019700 1100-LEER-TARIFA-EXIT.
019800     EXIT.
019801*
019802******************************************************************
019803* 1150-CONTROLAR-SALMIN - THE ROW MAY NOT PAY LESS THAN THE
019804*                         MINIMUM WAGE IN FORCE ON ITS EFFECTIVE
019805*                         PERIOD FOR ITS COMPANY
019806******************************************************************
019807 1150-CONTROLAR-SALMIN.
019808     IF RT-VIGENCIA-DESDE IS NUMERIC
019809         MOVE RT-VIGENCIA-DESDE TO EDP-SALMIN-PERIODO
01980A     ELSE
01980B         MOVE ZERO TO EDP-SALMIN-PERIODO
01980C     END-IF.
01980D     CALL 'SALMVIG' USING RT-COMPANIA EDP-SALMIN-PERIODO
01980E                          EDP-SALMIN-MENSUAL EDP-SALMIN-HORA.
01980F     COMPUTE EDP-SALMIN-TOPE = EDP-SALMIN-HORA * EDP-HORAS-MES.
01980G     IF EDP-SALMIN-MENSUAL > EDP-SALMIN-TOPE
01980H         MOVE EDP-SALMIN-MENSUAL TO EDP-SALMIN-TOPE
01980I     END-IF.
01980J     IF RT-SUELDO NOT < EDP-SALMIN-TOPE
01980K         GO TO 1150-CONTROLAR-SALMIN-EXIT
01980L     END-IF.
01980M     MOVE EDP-SALMIN-TOPE TO EDP-SALMIN-EDIT.
01980N     MOVE SPACES TO RPT-LINEA.
01980O     STRING 'PAYRATES: ' RT-NIVEL ' ' RT-COMPANIA ' '
01980P         EDP-SALMIN-PERIODO ' DEBAJO DEL SALARIO MINIMO '
01980Q         EDP-SALMIN-EDIT
01980R         DELIMITED BY SIZE INTO RPT-LINEA.
01980S     PERFORM 9000-ANOTAR-ERROR THRU 9000-ANOTAR-ERROR-EXIT.
01980T 1150-CONTROLAR-SALMIN-EXIT.
01980U     EXIT.
019900*
020000******************************************************************
020100* 2000-EDITAR-BONUSRATES - EVERY EXPERIENCE 0..MAX MUST FALL IN
