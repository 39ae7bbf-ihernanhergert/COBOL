000100******************************************************************
000200* AUTHOR:      HERNAN HERGERT
000300* INSTALLATION: DATA PROCESSING
000400* DATE-WRITTEN:
000500* DATE-COMPILED:
000600* PURPOSE:     AUDIT-CHAIN VERIFICATION. EVERY ROW WRITTEN TO
000700*              THE AUDIT LOGS (EMPAUDIT, RATECHG, RUNLOG, TRASLOG,
000800*              REORGLOG, SIGNLOG) CARRIES THE CADAUD TRAILER: A
000900*              SEQUENCE NUMBER AND A CHECK VALUE THAT CADENAUD
001000*              FOLDS FROM THE ROW'S CONTENT AND THE PREVIOUS ROW'S
001100*              CHECK VALUE, AND AUDCHAIN HOLDS EACH LOG'S ANCHOR
001200*              (WHERE THE CHAIN STARTS AND ENDS). THIS STEP READS
001300*              EACH LOG AND ITS RETENCION ARCHIVE COMPANION (NAME
001400*              PLUS 'ARC') AND RECOMPUTES THE CHAIN: A GAP IN THE
001500*              SEQUENCE IS A REMOVED OR INSERTED ROW, A CHECK
001600*              VALUE THAT DOES NOT MATCH IS AN EDITED ROW, A CHAIN
001700*              THAT ENDS SHORT OF ITS ANCHOR IS A TRUNCATED FILE,
001800*              AND AN ARCHIVE WHOSE END DOES NOT MEET THE LIVE
001900*              FILE'S START IS A BROKEN HAND-OFF. ROWS WRITTEN
002000*              BEFORE CHAINING BEGAN (NO TRAILER) AT THE HEAD OF A
002100*              FILE ARE COUNTED BUT NOT CHECKED. THE FINDINGS GO
002200*              TO VERIFRPT; ANY FINDING ENDS THE STEP WITH RC 8 SO
002300*              THE SCHEDULE STOPS ON IT.
002400* TECTONICS:   COBC
002500*
002600* MODIFICATION HISTORY:
002700*   - NEW VERIFICATION STEP, RUN BY PLANIFICA AND OFFERED FROM
002800*     THE MENUUTIL MENU.
002900******************************************************************
003000 IDENTIFICATION DIVISION.
003100 PROGRAM-ID. VERIFCAD.
003200 ENVIRONMENT DIVISION.
003300 INPUT-OUTPUT SECTION.
003400 FILE-CONTROL.
003500     SELECT OPTIONAL LOG-FILE ASSIGN USING VCD-NOMBRE-ARCHIVO
003600         ORGANIZATION IS LINE SEQUENTIAL
003700         FILE STATUS IS VCD-STATUS.
003800     SELECT REPORTE-FILE ASSIGN TO 'VERIFRPT'
003900         ORGANIZATION IS LINE SEQUENTIAL.
004000 DATA DIVISION.
004100 FILE SECTION.
004200 FD  LOG-FILE
004300     LABEL RECORDS ARE STANDARD.
004400 01  LOG-REGISTRO                PIC X(200).
004500 FD  REPORTE-FILE
004600     LABEL RECORDS ARE STANDARD
004700     RECORD CONTAINS 80 CHARACTERS.
004800 01  RPT-LINEA                   PIC X(80).
004900 WORKING-STORAGE SECTION.
005000*
005100 01  VCD-STATUS                  PIC XX.
005200 01  VCD-NOMBRE-ARCHIVO          PIC X(12).
005300 01  VCD-NOMBRE-VIVO             PIC X(12).
005400 01  VCD-NOMBRE-ARC              PIC X(12).
005500 01  VCD-FECHA-HOY               PIC 9(08).
005600*
005700 01  VCD-CAD-ACCION              PIC X(01).
005800 01  VCD-CAD-LARGO               PIC 9(03).
005900 01  VCD-POS-TRAILER             PIC 9(03).
006000 01  VCD-POS-CONTROL             PIC 9(03).
006100 01  VCD-ANCLA.
006200     COPY CADANCLA.
006300*
006400*    EL ANCLA CONTRA LA QUE SE VERIFICA EL ARCHIVO EN CURSO.
006500 01  VCD-ESPERADO.
006600     05  VCD-ESP-EXISTE          PIC X(01).
006700     05  VCD-ESP-BASE-SEC        PIC 9(09).
006800     05  VCD-ESP-BASE-CTL        PIC X(18).
006900     05  VCD-ESP-ULT-SEC         PIC 9(09).
007000     05  VCD-ESP-ULT-CTL         PIC X(18).
007100 01  VCD-ANCLA-ARC.
007200     05  VCD-ARC-EXISTE          PIC X(01).
007300     05  VCD-ARC-ULT-SEC         PIC 9(09).
007400     05  VCD-ARC-ULT-CTL         PIC X(18).
007500*
007600 01  VCD-FILA-SECUENCIA-X        PIC X(09).
007700 01  VCD-FILA-SECUENCIA REDEFINES VCD-FILA-SECUENCIA-X
007800                                 PIC 9(09).
007900 01  VCD-FILA-CONTROL            PIC X(18).
008000 01  VCD-MENSAJE                 PIC X(52).
008100*
008200 01  VCD-INDICADORES.
008300     05  VCD-FIN-ARCHIVO         PIC X VALUE 'N'.
008400         88  VCD-ES-FIN-ARCHIVO  VALUE 'Y'.
008500     05  VCD-EN-CADENA           PIC X VALUE 'N'.
008600         88  VCD-ES-EN-CADENA    VALUE 'S'.
008700*
008800 01  VCD-CONTADORES.
008900     05  VCD-CANT-LEIDAS         PIC 9(07) VALUE ZERO.
009000     05  VCD-CANT-PREVIAS        PIC 9(07) VALUE ZERO.
009100     05  VCD-CANT-ENCADENADAS    PIC 9(07) VALUE ZERO.
009200     05  VCD-ERRORES-ARCHIVO     PIC 9(05) VALUE ZERO.
009300     05  VCD-CANT-ERRORES        PIC 9(05) VALUE ZERO.
009400     05  VCD-CANT-VERIFICADOS    PIC 9(03) VALUE ZERO.
009500*
009600*    LOS LOGS ENCADENADOS Y EL LARGO DEL CONTENIDO QUE PRECEDE AL
009700*    TRAILER CADAUD EN CADA UNO.
009800 01  VCD-LOGS.
009900     05 FILLER PIC X(15) VALUE 'EMPAUDIT    139'.
010000     05 FILLER PIC X(15) VALUE 'RATECHG     080'.
010100     05 FILLER PIC X(15) VALUE 'RUNLOG      041'.
010200     05 FILLER PIC X(15) VALUE 'TRASLOG     040'.
010300     05 FILLER PIC X(15) VALUE 'REORGLOG    036'.
010400     05 FILLER PIC X(15) VALUE 'SIGNLOG     028'.
010500 01  VCD-LOGS-TABLA REDEFINES VCD-LOGS.
010600     05 VCD-LOG-FILA OCCURS 6 TIMES
010700                     INDEXED BY VCD-X-LOG.
010800         10 VCD-LOG-NOMBRE       PIC X(12).
010900         10 VCD-LOG-LARGO        PIC 9(03).
011000*
011100 PROCEDURE DIVISION.
011200******************************************************************
011300* 0000-MAINLINE - EVERY CHAINED LOG, THEN THE VERDICT
011400******************************************************************
011500 0000-MAINLINE.
011600     ACCEPT VCD-FECHA-HOY FROM DATE YYYYMMDD.
011700     MOVE ZERO TO VCD-CANT-ERRORES.
011800     MOVE ZERO TO VCD-CANT-VERIFICADOS.
011900     OPEN OUTPUT REPORTE-FILE.
012000     MOVE SPACES TO RPT-LINEA.
012100     STRING 'VERIFCAD - VERIFICACION DE CADENAS DE AUDITORIA DEL '
012200         VCD-FECHA-HOY
012300         DELIMITED BY SIZE INTO RPT-LINEA.
012400     WRITE RPT-LINEA.
012500     PERFORM 1000-VERIFICAR-LOG THRU 1000-VERIFICAR-LOG-EXIT
012600         VARYING VCD-X-LOG FROM 1 BY 1
012700         UNTIL VCD-X-LOG > 6.
012800     MOVE SPACES TO RPT-LINEA.
012900     STRING 'ARCHIVOS VERIFICADOS ' VCD-CANT-VERIFICADOS
013000         '  HALLAZGOS ' VCD-CANT-ERRORES
013100         DELIMITED BY SIZE INTO RPT-LINEA.
013200     WRITE RPT-LINEA.
013300     CLOSE REPORTE-FILE.
013400     IF VCD-CANT-ERRORES > ZERO
013500         DISPLAY 'VERIFCAD: ' VCD-CANT-ERRORES
013600             ' HALLAZGOS EN LAS CADENAS (VER VERIFRPT)'
013700         MOVE 8 TO RETURN-CODE
013800     ELSE
013900         DISPLAY 'VERIFCAD: CADENAS DE AUDITORIA INTACTAS'
014000         MOVE ZERO TO RETURN-CODE
014100     END-IF.
014200     GOBACK.
014300 0000-MAINLINE-EXIT.
014400     EXIT.
014500*
014600******************************************************************
014700* 1000-VERIFICAR-LOG - THE ARCHIVE FIRST, THEN THE LIVE FILE,
014800*                      THEN THE HAND-OFF BETWEEN THEM
014900******************************************************************
015000 1000-VERIFICAR-LOG.
015100     MOVE VCD-LOG-NOMBRE(VCD-X-LOG) TO VCD-NOMBRE-VIVO.
015200     MOVE VCD-LOG-LARGO(VCD-X-LOG) TO VCD-CAD-LARGO.
015300     COMPUTE VCD-POS-TRAILER = VCD-CAD-LARGO + 1.
015400     COMPUTE VCD-POS-CONTROL = VCD-CAD-LARGO + 10.
015500     MOVE SPACES TO VCD-NOMBRE-ARC.
015600     STRING VCD-NOMBRE-VIVO DELIMITED BY SPACE
015700         'ARC' DELIMITED BY SIZE
015800         INTO VCD-NOMBRE-ARC.
015900     MOVE VCD-NOMBRE-ARC TO VCD-NOMBRE-ARCHIVO.
016000     PERFORM 1100-LEER-ANCLA THRU 1100-LEER-ANCLA-EXIT.
016100     MOVE VCD-ESP-EXISTE TO VCD-ARC-EXISTE.
016200     MOVE VCD-ESP-ULT-SEC TO VCD-ARC-ULT-SEC.
016300     MOVE VCD-ESP-ULT-CTL TO VCD-ARC-ULT-CTL.
016400     IF VCD-ARC-EXISTE = 'S'
016500         PERFORM 2000-VERIFICAR-ARCHIVO
016600             THRU 2000-VERIFICAR-ARCHIVO-EXIT
016700     END-IF.
016800     MOVE VCD-NOMBRE-VIVO TO VCD-NOMBRE-ARCHIVO.
016900     PERFORM 1100-LEER-ANCLA THRU 1100-LEER-ANCLA-EXIT.
017000     PERFORM 2000-VERIFICAR-ARCHIVO
017100         THRU 2000-VERIFICAR-ARCHIVO-EXIT.
017200     IF VCD-ARC-EXISTE NOT = 'S'
017300         GO TO 1000-VERIFICAR-LOG-EXIT
017400     END-IF.
017500     IF VCD-ESP-BASE-SEC NOT = VCD-ARC-ULT-SEC
017600         OR VCD-ESP-BASE-CTL NOT = VCD-ARC-ULT-CTL
017700         MOVE ZERO TO VCD-CANT-LEIDAS
017800         MOVE 'EL INICIO DEL VIVO NO ENLAZA CON EL ARCHIVO'
017900             TO VCD-MENSAJE
018000         PERFORM 9000-ANOTAR-HALLAZGO
018100             THRU 9000-ANOTAR-HALLAZGO-EXIT
018200     END-IF.
018300 1000-VERIFICAR-LOG-EXIT.
018400     EXIT.
018500*
018600******************************************************************
018700* 1100-LEER-ANCLA - THE AUDCHAIN ANCHOR OF THE FILE IN HAND
018800******************************************************************
018900 1100-LEER-ANCLA.
019000     MOVE 'L' TO VCD-CAD-ACCION.
019100     CALL 'CADENAUD' USING VCD-CAD-ACCION VCD-NOMBRE-ARCHIVO
019200         LOG-REGISTRO VCD-CAD-LARGO VCD-ANCLA.
019300     MOVE ANC-EXISTE TO VCD-ESP-EXISTE.
019400     MOVE ANC-BASE-SECUENCIA TO VCD-ESP-BASE-SEC.
019500     MOVE ANC-BASE-CONTROL TO VCD-ESP-BASE-CTL.
019600     MOVE ANC-ULT-SECUENCIA TO VCD-ESP-ULT-SEC.
019700     MOVE ANC-ULT-CONTROL TO VCD-ESP-ULT-CTL.
019800 1100-LEER-ANCLA-EXIT.
019900     EXIT.
020000*
020100******************************************************************
020200* 2000-VERIFICAR-ARCHIVO - WALK ONE FILE'S CHAIN FROM ITS BASE
020300******************************************************************
020400 2000-VERIFICAR-ARCHIVO.
020500     ADD 1 TO VCD-CANT-VERIFICADOS.
020600     MOVE ZERO TO VCD-CANT-LEIDAS.
020700     MOVE ZERO TO VCD-CANT-PREVIAS.
020800     MOVE ZERO TO VCD-CANT-ENCADENADAS.
020900     MOVE ZERO TO VCD-ERRORES-ARCHIVO.
021000     MOVE 'N' TO VCD-EN-CADENA.
021100     MOVE 'N' TO VCD-FIN-ARCHIVO.
021200*    LA CADENA ARRANCA DESDE LA BASE DEL ANCLA.
021300     MOVE VCD-ESP-BASE-SEC TO ANC-ULT-SECUENCIA.
021400     MOVE VCD-ESP-BASE-CTL TO ANC-ULT-CONTROL.
021500     OPEN INPUT LOG-FILE.
021600     IF VCD-STATUS NOT = '00'
021700         CLOSE LOG-FILE
021800         MOVE SPACES TO RPT-LINEA
021900         STRING VCD-NOMBRE-ARCHIVO ' NO DISPONIBLE'
022000             DELIMITED BY SIZE INTO RPT-LINEA
022100         WRITE RPT-LINEA
022200         IF VCD-ESP-ULT-SEC > VCD-ESP-BASE-SEC
022300             MOVE 'FALTA EL ARCHIVO Y EL ANCLA REGISTRA FILAS'
022400                 TO VCD-MENSAJE
022500             PERFORM 9000-ANOTAR-HALLAZGO
022600                 THRU 9000-ANOTAR-HALLAZGO-EXIT
022700         END-IF
022800         GO TO 2000-VERIFICAR-ARCHIVO-EXIT
022900     END-IF.
023000     PERFORM 2100-VERIFICAR-FILA THRU 2100-VERIFICAR-FILA-EXIT
023100         UNTIL VCD-ES-FIN-ARCHIVO.
023200     CLOSE LOG-FILE.
023300     PERFORM 2200-VERIFICAR-FINAL THRU 2200-VERIFICAR-FINAL-EXIT.
023400     MOVE SPACES TO RPT-LINEA.
023500     STRING VCD-NOMBRE-ARCHIVO ' FILAS ' VCD-CANT-LEIDAS
023600         ' PREVIAS ' VCD-CANT-PREVIAS
023700         ' ENCADENADAS ' VCD-CANT-ENCADENADAS
023800         ' HALLAZGOS ' VCD-ERRORES-ARCHIVO
023900         DELIMITED BY SIZE INTO RPT-LINEA.
024000     WRITE RPT-LINEA.
024100 2000-VERIFICAR-ARCHIVO-EXIT.
024200     EXIT.
024300*
024400******************************************************************
024500* 2100-VERIFICAR-FILA - ONE ROW: NEXT NUMBER AND SAME CHECK VALUE
024600******************************************************************
024700 2100-VERIFICAR-FILA.
024800     READ LOG-FILE
024900         AT END
025000             SET VCD-ES-FIN-ARCHIVO TO TRUE
025100     END-READ.
025200     IF VCD-ES-FIN-ARCHIVO
025300         GO TO 2100-VERIFICAR-FILA-EXIT
025400     END-IF.
025500     ADD 1 TO VCD-CANT-LEIDAS.
025600     MOVE LOG-REGISTRO(VCD-POS-TRAILER:9) TO VCD-FILA-SECUENCIA-X.
025700     MOVE LOG-REGISTRO(VCD-POS-CONTROL:18) TO VCD-FILA-CONTROL.
025800     IF VCD-FILA-SECUENCIA-X IS NOT NUMERIC
025900         IF VCD-ES-EN-CADENA
026000             MOVE 'FILA SIN ESLABON DENTRO DE LA CADENA'
026100                 TO VCD-MENSAJE
026200             PERFORM 9000-ANOTAR-HALLAZGO
026300                 THRU 9000-ANOTAR-HALLAZGO-EXIT
026400         ELSE
026500             ADD 1 TO VCD-CANT-PREVIAS
026600         END-IF
026700         GO TO 2100-VERIFICAR-FILA-EXIT
026800     END-IF.
026900     MOVE 'S' TO VCD-EN-CADENA.
027000     ADD 1 TO VCD-CANT-ENCADENADAS.
027100     MOVE 'C' TO VCD-CAD-ACCION.
027200     CALL 'CADENAUD' USING VCD-CAD-ACCION VCD-NOMBRE-ARCHIVO
027300         LOG-REGISTRO VCD-CAD-LARGO VCD-ANCLA.
027400     IF VCD-FILA-SECUENCIA NOT = ANC-ULT-SECUENCIA
027500         MOVE SPACES TO VCD-MENSAJE
027600         STRING 'SALTO: ESPERADA ' ANC-ULT-SECUENCIA
027700             ' HALLADA ' VCD-FILA-SECUENCIA
027800             DELIMITED BY SIZE INTO VCD-MENSAJE
027900         PERFORM 9000-ANOTAR-HALLAZGO
028000             THRU 9000-ANOTAR-HALLAZGO-EXIT
028100     ELSE
028200         IF VCD-FILA-CONTROL NOT = ANC-ULT-CONTROL
028300             MOVE SPACES TO VCD-MENSAJE
028400             STRING 'FILA ALTERADA (SECUENCIA ' VCD-FILA-SECUENCIA
028500                 ')' DELIMITED BY SIZE INTO VCD-MENSAJE
028600             PERFORM 9000-ANOTAR-HALLAZGO
028700                 THRU 9000-ANOTAR-HALLAZGO-EXIT
028800         END-IF
028900     END-IF.
029000*    SE SIGUE DESDE LO QUE LA FILA DICE, ASI UNA SOLA FILA TOCADA
029100*    NO ARRASTRA AL RESTO DEL ARCHIVO.
029200     MOVE VCD-FILA-SECUENCIA TO ANC-ULT-SECUENCIA.
029300     MOVE VCD-FILA-CONTROL TO ANC-ULT-CONTROL.
029400 2100-VERIFICAR-FILA-EXIT.
029500     EXIT.
029600*
029700******************************************************************
029800* 2200-VERIFICAR-FINAL - THE CHAIN MUST END WHERE THE ANCHOR SAYS
029900******************************************************************
030000 2200-VERIFICAR-FINAL.
030100     IF VCD-ESP-EXISTE NOT = 'S'
030200         IF VCD-CANT-ENCADENADAS > ZERO
030300             MOVE 'FILAS ENCADENADAS SIN ANCLA EN AUDCHAIN'
030400                 TO VCD-MENSAJE
030500             PERFORM 9000-ANOTAR-HALLAZGO
030600                 THRU 9000-ANOTAR-HALLAZGO-EXIT
030700         END-IF
030800         GO TO 2200-VERIFICAR-FINAL-EXIT
030900     END-IF.
031000     IF ANC-ULT-SECUENCIA < VCD-ESP-ULT-SEC
031100         MOVE SPACES TO VCD-MENSAJE
031200         STRING 'CADENA TRUNCADA: ULTIMA ' ANC-ULT-SECUENCIA
031300             ' ANCLA ' VCD-ESP-ULT-SEC
031400             DELIMITED BY SIZE INTO VCD-MENSAJE
031500         PERFORM 9000-ANOTAR-HALLAZGO
031600             THRU 9000-ANOTAR-HALLAZGO-EXIT
031700         GO TO 2200-VERIFICAR-FINAL-EXIT
031800     END-IF.
031900     IF ANC-ULT-SECUENCIA > VCD-ESP-ULT-SEC
032000         MOVE SPACES TO VCD-MENSAJE
032100         STRING 'EXCEDE EL ANCLA: ULTIMA '
032200             ANC-ULT-SECUENCIA ' ANCLA ' VCD-ESP-ULT-SEC
032300             DELIMITED BY SIZE INTO VCD-MENSAJE
032400         PERFORM 9000-ANOTAR-HALLAZGO
032500             THRU 9000-ANOTAR-HALLAZGO-EXIT
032600         GO TO 2200-VERIFICAR-FINAL-EXIT
032700     END-IF.
032800     IF ANC-ULT-CONTROL NOT = VCD-ESP-ULT-CTL
032900         MOVE 'LA ULTIMA FILA NO COINCIDE CON EL ANCLA'
033000             TO VCD-MENSAJE
033100         PERFORM 9000-ANOTAR-HALLAZGO
033200             THRU 9000-ANOTAR-HALLAZGO-EXIT
033300     END-IF.
033400 2200-VERIFICAR-FINAL-EXIT.
033500     EXIT.
033600*
033700******************************************************************
033800* 9000-ANOTAR-HALLAZGO - ONE FINDING TO THE REPORT
033900******************************************************************
034000 9000-ANOTAR-HALLAZGO.
034100     ADD 1 TO VCD-ERRORES-ARCHIVO.
034200     ADD 1 TO VCD-CANT-ERRORES.
034300     MOVE SPACES TO RPT-LINEA.
034400     STRING '  ' VCD-NOMBRE-ARCHIVO ' ' VCD-CANT-LEIDAS ' '
034500         VCD-MENSAJE
034600         DELIMITED BY SIZE INTO RPT-LINEA.
034700     WRITE RPT-LINEA.
034800 9000-ANOTAR-HALLAZGO-EXIT.
034900     EXIT.
035000 END PROGRAM VERIFCAD.
