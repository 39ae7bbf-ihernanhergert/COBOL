002250*     ALSO APPLIED TO IT BY KEYED WRITE/REWRITE, LIKE
002260*     EMPMAINT, SO THE PAYROLL (WHICH READS EMPIDX WHEN IT
002270*     EXISTS) PAYS THE NEW COMPANY.
002271*   - EMPLOYEE ROW IMAGE WIDENED FOR EM-MOTIVO-BAJA.
002272*   - EVERY TRANSFER NOW ALSO CALLS EMITEVT WITH THE ROW BEFORE
002273*     AND AFTER, SO IT REACHES THE CORPORATE HR FEED THAT
002274*     ENVIOHR DELIVERS.
002275*   - TRASLOG ROWS ARE NOW CHAINED THROUGH CADENAUD (SEQUENCE
002276*     AND CHECK VALUE IN THE CADAUD TRAILER) FOR VERIFCAD.
002300******************************************************************
002400 IDENTIFICATION DIVISION.
002500 PROGRAM-ID. TRASLADO.
004349                   EM-FECHA-BAJA     BY EIX-FECHA-BAJA
00434A                   EM-BANCO          BY EIX-BANCO
00434B                   EM-CUENTA         BY EIX-CUENTA
00434C                   EM-COMPANIA       BY EIX-COMPANIA
00434D                   EM-MOTIVO-BAJA    BY EIX-MOTIVO-BAJA.
004400 FD  TRASLADOS-FILE
004500     LABEL RECORDS ARE STANDARD.
004600 01  TR-RECORD.
005900     05 TLG-COMPANIA-ANT         PIC X(03).
006000     05 TLG-COMPANIA-NUEVA       PIC X(03).
006100     05 TLG-FECHA-TRASLADO       PIC 9(08).
006101     COPY CADAUD
006102         REPLACING CAD-SECUENCIA     BY TLG-SECUENCIA
006103                   CAD-CONTROL       BY TLG-CONTROL.
006200 WORKING-STORAGE SECTION.
006300*
006400 01  TRL-STATUS-EMPL             PIC XX.
007300 01  TRL-NOMBRE-EMPL             PIC X(05).
007400 01  TRL-SES-ACCION              PIC X(01).
007500 01  TRL-SES-USUARIO             PIC X(08).
007501 01  TRL-EVT-ENTIDAD             PIC X(01) VALUE 'E'.
007502 01  TRL-EVT-TIPO                PIC X(04) VALUE SPACES.
007503 01  TRL-EVT-ORIGEN              PIC X(10) VALUE 'TRASLADO'.
007504 01  TRL-EVT-ANTES               PIC X(100).
007505 01  TRL-EVT-DESPUES             PIC X(100).
007506 01  TRL-CAD-ACCION              PIC X(01) VALUE 'G'.
007507 01  TRL-CAD-ARCHIVO             PIC X(12) VALUE 'TRASLOG'.
007508 01  TRL-CAD-LARGO               PIC 9(03) VALUE 40.
007509 01  TRL-ANCLA.
00750A     COPY CADANCLA.
007600*
007700 01  TRL-INDICADORES.
007800     05  TRL-FIN-ARCHIVO         PIC X VALUE 'N'.
008300 01  TRL-CANT-EMPL               PIC 9(03) VALUE ZERO.
008400 01  TRL-TABLA-EMPL.
008500     05  TRL-EMPL-FILA OCCURS 500 TIMES
008600                       INDEXED BY TRL-X-EMP PIC X(57).
008700 01  TRL-EMPL-AUX.
008800     COPY EMPLEADO
008900         REPLACING EM-NOMBRE         BY TRL-AUX-NOMBRE
009700                   EM-FECHA-BAJA     BY TRL-AUX-FECHA-BAJA
009800                   EM-BANCO          BY TRL-AUX-BANCO
009900                   EM-CUENTA         BY TRL-AUX-CUENTA
010000                   EM-COMPANIA       BY TRL-AUX-COMPANIA
010001                   EM-MOTIVO-BAJA    BY TRL-AUX-MOTIVO-BAJA.
010100*
010200 PROCEDURE DIVISION.
010300******************************************************************
012900     PERFORM 4000-ANOTAR-PENDIENTE
013000         THRU 4000-ANOTAR-PENDIENTE-EXIT.
013100     PERFORM 5000-AUDITAR THRU 5000-AUDITAR-EXIT.
013101     MOVE TRL-EMPL-AUX TO TRL-EVT-DESPUES.
013102     CALL 'EMITEVT' USING TRL-EVT-ENTIDAD TRL-EVT-TIPO
013103         TRL-EVT-ORIGEN TRL-EVT-ANTES TRL-EVT-DESPUES.
013200     DISPLAY 'TRASLADO: ' TRL-NOMBRE-EMPL ' PASA DE '
013300         TRL-COMPANIA-ANT ' A ' TRL-COMPANIA-NUEVA
013400         ' EL ' TRL-FECHA-TRASLADO.
017800         SET TRL-ES-HALLADO TO TRUE
017900         MOVE TRL-AUX-COMPANIA TO TRL-COMPANIA-ANT
018000         MOVE TRL-AUX-NOMBRE TO TRL-NOMBRE-EMPL
018001         MOVE TRL-EMPL-FILA(TRL-X-EMP) TO TRL-EVT-ANTES
018100         MOVE TRL-COMPANIA-NUEVA TO TRL-AUX-COMPANIA
018200         MOVE TRL-EMPL-AUX TO TRL-EMPL-FILA(TRL-X-EMP)
018300     END-IF.
024100     MOVE TRL-COMPANIA-ANT TO TLG-COMPANIA-ANT.
024200     MOVE TRL-COMPANIA-NUEVA TO TLG-COMPANIA-NUEVA.
024300     MOVE TRL-FECHA-TRASLADO TO TLG-FECHA-TRASLADO.
024301     CALL 'CADENAUD' USING TRL-CAD-ACCION TRL-CAD-ARCHIVO
024302         TLG-REGISTRO TRL-CAD-LARGO TRL-ANCLA.
024303     MOVE ANC-ULT-SECUENCIA TO TLG-SECUENCIA.
024304     MOVE ANC-ULT-CONTROL TO TLG-CONTROL.
024400     WRITE TLG-REGISTRO.
024500     CLOSE TRASLOG-FILE.
024600 5000-AUDITAR-EXIT.
