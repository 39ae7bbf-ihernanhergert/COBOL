002100*
002200* MODIFICATION HISTORY:
002300*   - NEW RETENTION UTILITY, OFFERED FROM THE MENUUTIL MENU.
002301*   - THE RECORD BUFFERS GREW TO 150 CHARACTERS: AN EMPAUDIT
002302*     ROW (BEFORE AND AFTER IMAGES PLUS THE OPERATOR) NO
002303*     LONGER FITS IN 120 AND LOST ITS TAIL WHEN ARCHIVED.
002304*   - THE CHAINED LOGS (EMPAUDIT, RATECHG, RUNLOG, TRASLOG,
002305*     REORGLOG, SIGNLOG) NOW KEEP THEIR CADENAUD CHAIN: THE
002306*     BUFFERS GREW TO 200 FOR THE CADAUD TRAILER, MODE A ONLY
002307*     ARCHIVES THE LEADING RUN OF AGED ROWS AND MOVES THE LIVE
002308*     ANCHOR'S BASE PAST THEM (THE ARCHIVE GETS ITS OWN ANCHOR),
002309*     AND MODE R PUTS THE ARCHIVE BACK IN FRONT OF THE LIVE ROWS
00230A*     SO VERIFCAD STILL FINDS ONE UNBROKEN CHAIN.
002400******************************************************************
002500 IDENTIFICATION DIVISION.
002600 PROGRAM-ID. RETENCION.
005000     05 RP-MESES                 PIC 9(03).
005100 FD  VIVO-FILE
005200     LABEL RECORDS ARE STANDARD.
005300 01  VIV-REGISTRO                PIC X(200).
005400 FD  ARCHIVO-FILE
005500     LABEL RECORDS ARE STANDARD.
005600 01  ARC-REGISTRO                PIC X(200).
005700 FD  TEMPORAL-FILE
005800     LABEL RECORDS ARE STANDARD.
005900 01  TMP-REGISTRO                PIC X(200).
006000 FD  REPORTE-FILE
006100     LABEL RECORDS ARE STANDARD
006200     RECORD CONTAINS 80 CHARACTERS.
008100 01  RTN-POS-RESUELTO            PIC 9(03).
008200 01  RTN-PERIODO-FILA            PIC 9(06).
008300 01  RTN-ES-VIEJA                PIC X(01).
008301*
008302 01  RTN-LARGO-CADENA            PIC 9(03).
008303 01  RTN-POS-TRAILER             PIC 9(03).
008304 01  RTN-CORTADO                 PIC X(01).
008305 01  RTN-HUBO-CADENA             PIC X(01).
008306 01  RTN-ULT-SEC-MOVIDA          PIC 9(09).
008307 01  RTN-ULT-CTL-MOVIDA          PIC X(18).
008308 01  RTN-BASE-SEC-GUARDADA       PIC 9(09).
008309 01  RTN-BASE-CTL-GUARDADA       PIC X(18).
00830A 01  RTN-ULT-SEC-GUARDADA        PIC 9(09).
00830B 01  RTN-ULT-CTL-GUARDADA        PIC X(18).
00830C 01  RTN-CAD-ACCION              PIC X(01).
00830D 01  RTN-CAD-ARCHIVO             PIC X(12).
00830E 01  RTN-CAD-LARGO               PIC 9(03).
00830F 01  RTN-ANCLA.
00830G     COPY CADANCLA.
008400*
008500 01  RTN-INDICADORES.
008600     05  RTN-FIN-POLICY          PIC X VALUE 'N'.
016800         WHEN 'RATECHG'
016900         WHEN 'CLASSHIST'
017000         WHEN 'TRASLOG'
017001         WHEN 'REORGLOG'
017002         WHEN 'SIGNLOG'
017100             MOVE 1 TO RTN-POS-FECHA
017200         WHEN 'EXCEPTIONS1'
017300         WHEN 'EXCEPTIONS2'
017800         WHEN OTHER
017900             MOVE ZERO TO RTN-POS-FECHA
018000     END-EVALUATE.
018001*    LOGS CHAINED THROUGH CADENAUD: CONTENT LENGTH (THE CADAUD
018002*    TRAILER FOLLOWS IT); ZERO MEANS NOT CHAINED.
018003     EVALUATE RP-ARCHIVO
018004         WHEN 'EMPAUDIT'
018005             MOVE 139 TO RTN-LARGO-CADENA
018006         WHEN 'RATECHG'
018007             MOVE 80 TO RTN-LARGO-CADENA
018008         WHEN 'RUNLOG'
018009             MOVE 41 TO RTN-LARGO-CADENA
01800A         WHEN 'TRASLOG'
01800B             MOVE 40 TO RTN-LARGO-CADENA
01800C         WHEN 'REORGLOG'
01800D             MOVE 36 TO RTN-LARGO-CADENA
01800E         WHEN 'SIGNLOG'
01800F             MOVE 28 TO RTN-LARGO-CADENA
01800G         WHEN OTHER
01800H             MOVE ZERO TO RTN-LARGO-CADENA
01800I     END-EVALUATE.
01800J     COMPUTE RTN-POS-TRAILER = RTN-LARGO-CADENA + 1.
018100     MOVE RTN-FECHA-HOY(1:6) TO RTN-PERIODO-CORTE.
018200     MOVE RP-MESES TO RTN-MESES-RESTA.
018300     PERFORM 1110-RESTAR-MES THRU 1110-RESTAR-MES-EXIT
020700     MOVE ZERO TO RTN-MOVIDOS.
020800     MOVE ZERO TO RTN-CONSERVADOS.
020900     MOVE 'N' TO RTN-FIN-ARCHIVO.
020901     MOVE 'N' TO RTN-CORTADO.
020902     MOVE 'N' TO RTN-HUBO-CADENA.
021000     OPEN INPUT VIVO-FILE.
021100     IF RTN-STATUS-VIVO NOT = '00'
021200         CLOSE VIVO-FILE
023500     CLOSE VIVO-FILE.
023600     CLOSE TEMPORAL-FILE.
023700     MOVE 'N' TO RTN-FIN-ARCHIVO.
023701     IF RTN-HUBO-CADENA = 'S'
023702         PERFORM 2300-MOVER-ANCLAS THRU 2300-MOVER-ANCLAS-EXIT
023703     END-IF.
023800     MOVE SPACES TO RPT-LINEA.
023900     STRING RP-ARCHIVO ' MOVIDOS ' RTN-MOVIDOS
024000         ' CONSERVADOS ' RTN-CONSERVADOS
027000                 AND VIV-REGISTRO(RTN-POS-RESUELTO:1) NOT = 'S'
027100                 MOVE 'N' TO RTN-ES-VIEJA
027200             END-IF
027201*            LOG ENCADENADO: SOLO SE ARCHIVA EL TRAMO INICIAL;
027202*            DESDE LA PRIMERA FILA QUE QUEDA, QUEDAN TODAS.
027203             IF RTN-LARGO-CADENA > ZERO
027204                 PERFORM 2110-CUIDAR-CADENA
027205                     THRU 2110-CUIDAR-CADENA-EXIT
027206             END-IF
027300             IF RTN-ES-VIEJA = 'S'
027400                 MOVE VIV-REGISTRO TO ARC-REGISTRO
027500                 WRITE ARC-REGISTRO
028200     END-READ.
028300 2100-CLASIFICAR-REGISTRO-EXIT.
028400     EXIT.
028401*
028402******************************************************************
028403* 2110-CUIDAR-CADENA - KEEP THE ARCHIVED ROWS A LEADING RUN AND
028404*                      NOTE THE LAST CHAINED ROW THAT MOVES
028405******************************************************************
028406 2110-CUIDAR-CADENA.
028407     IF RTN-CORTADO = 'S'
028408         MOVE 'N' TO RTN-ES-VIEJA
028409     END-IF.
02840A     IF RTN-ES-VIEJA NOT = 'S'
02840B         MOVE 'S' TO RTN-CORTADO
02840C         GO TO 2110-CUIDAR-CADENA-EXIT
02840D     END-IF.
02840E     IF VIV-REGISTRO(RTN-POS-TRAILER:9) IS NUMERIC
02840F         MOVE VIV-REGISTRO(RTN-POS-TRAILER:9)
02840G             TO RTN-ULT-SEC-MOVIDA
02840H         ADD 9 TO RTN-POS-TRAILER
02840I         MOVE VIV-REGISTRO(RTN-POS-TRAILER:18)
02840J             TO RTN-ULT-CTL-MOVIDA
02840K         SUBTRACT 9 FROM RTN-POS-TRAILER
02840L         MOVE 'S' TO RTN-HUBO-CADENA
02840M     END-IF.
02840N 2110-CUIDAR-CADENA-EXIT.
02840O     EXIT.
028500*
028600******************************************************************
028700* 2200-VOLVER-VIVO - COPY THE SURVIVORS BACK
029600     END-READ.
029700 2200-VOLVER-VIVO-EXIT.
029800     EXIT.
029801*
029802******************************************************************
029803* 2300-MOVER-ANCLAS - THE LIVE CHAIN NOW STARTS AFTER THE LAST
029804*                     ROW MOVED; THE ARCHIVE'S CHAIN ENDS THERE
029805*                     (AND STARTS WHERE THE LIVE ONE USED TO)
029806******************************************************************
029807 2300-MOVER-ANCLAS.
029808     MOVE ZERO TO RTN-CAD-LARGO.
029809     MOVE 'L' TO RTN-CAD-ACCION.
02980A     MOVE RP-ARCHIVO TO RTN-CAD-ARCHIVO.
02980B     CALL 'CADENAUD' USING RTN-CAD-ACCION RTN-CAD-ARCHIVO
02980C         VIV-REGISTRO RTN-CAD-LARGO RTN-ANCLA.
02980D     MOVE ANC-BASE-SECUENCIA TO RTN-BASE-SEC-GUARDADA.
02980E     MOVE ANC-BASE-CONTROL TO RTN-BASE-CTL-GUARDADA.
02980F     MOVE RTN-ULT-SEC-MOVIDA TO ANC-BASE-SECUENCIA.
02980G     MOVE RTN-ULT-CTL-MOVIDA TO ANC-BASE-CONTROL.
02980H     MOVE 'F' TO RTN-CAD-ACCION.
02980I     CALL 'CADENAUD' USING RTN-CAD-ACCION RTN-CAD-ARCHIVO
02980J         VIV-REGISTRO RTN-CAD-LARGO RTN-ANCLA.
02980K     MOVE 'L' TO RTN-CAD-ACCION.
02980L     MOVE RTN-NOMBRE-ARC TO RTN-CAD-ARCHIVO.
02980M     CALL 'CADENAUD' USING RTN-CAD-ACCION RTN-CAD-ARCHIVO
02980N         VIV-REGISTRO RTN-CAD-LARGO RTN-ANCLA.
02980O     IF NOT ANC-HALLADA
02980P         MOVE RTN-BASE-SEC-GUARDADA TO ANC-BASE-SECUENCIA
02980Q         MOVE RTN-BASE-CTL-GUARDADA TO ANC-BASE-CONTROL
02980R     END-IF.
02980S     MOVE RTN-ULT-SEC-MOVIDA TO ANC-ULT-SECUENCIA.
02980T     MOVE RTN-ULT-CTL-MOVIDA TO ANC-ULT-CONTROL.
02980U     MOVE 'F' TO RTN-CAD-ACCION.
02980V     CALL 'CADENAUD' USING RTN-CAD-ACCION RTN-CAD-ARCHIVO
02980W         VIV-REGISTRO RTN-CAD-LARGO RTN-ANCLA.
02980X 2300-MOVER-ANCLAS-EXIT.
02980Y     EXIT.
029900*
030000******************************************************************
030100* 3000-RESTAURAR-UNO - APPEND THE ARCHIVE BACK AND EMPTY IT
031200         WRITE RPT-LINEA
031300         GO TO 3000-RESTAURAR-UNO-EXIT
031400     END-IF.
031401*    UN LOG ENCADENADO SE REARMA EN ORDEN: ARCHIVO Y LUEGO VIVO.
031402     IF RTN-LARGO-CADENA > ZERO
031403         PERFORM 3200-RESTAURAR-EN-ORDEN
031404             THRU 3200-RESTAURAR-EN-ORDEN-EXIT
031405         GO TO 3000-RESTAURAR-UNO-EXIT
031406     END-IF.
031500     OPEN EXTEND VIVO-FILE.
031600     IF RTN-STATUS-VIVO = '35'
031700         OPEN OUTPUT VIVO-FILE
034500     END-READ.
034600 3100-VOLVER-REGISTRO-EXIT.
034700     EXIT.
034701*
034702******************************************************************
034703* 3200-RESTAURAR-EN-ORDEN - A CHAINED LOG: ARCHIVE ROWS FIRST,
034704*                           THEN THE LIVE ROWS, BACK INTO THE
034705*                           LIVE FILE; THE ANCHORS MERGE AGAIN
034706******************************************************************
034707 3200-RESTAURAR-EN-ORDEN.
034708     OPEN OUTPUT TEMPORAL-FILE.
034709     PERFORM 3210-ARCHIVO-A-TEMPORAL
03470A         THRU 3210-ARCHIVO-A-TEMPORAL-EXIT
03470B         UNTIL RTN-ES-FIN-ARCHIVO.
03470C     CLOSE ARCHIVO-FILE.
03470D     MOVE 'N' TO RTN-FIN-ARCHIVO.
03470E     OPEN INPUT VIVO-FILE.
03470F     PERFORM 3220-VIVO-A-TEMPORAL THRU 3220-VIVO-A-TEMPORAL-EXIT
03470G         UNTIL RTN-ES-FIN-ARCHIVO.
03470H     CLOSE VIVO-FILE.
03470I     CLOSE TEMPORAL-FILE.
03470J     MOVE 'N' TO RTN-FIN-ARCHIVO.
03470K     OPEN INPUT TEMPORAL-FILE.
03470L     OPEN OUTPUT VIVO-FILE.
03470M     PERFORM 2200-VOLVER-VIVO THRU 2200-VOLVER-VIVO-EXIT
03470N         UNTIL RTN-ES-FIN-ARCHIVO.
03470O     CLOSE VIVO-FILE.
03470P     CLOSE TEMPORAL-FILE.
03470Q     OPEN OUTPUT ARCHIVO-FILE.
03470R     CLOSE ARCHIVO-FILE.
03470S     MOVE 'N' TO RTN-FIN-ARCHIVO.
03470T     MOVE ZERO TO RTN-CAD-LARGO.
03470U     MOVE 'L' TO RTN-CAD-ACCION.
03470V     MOVE RTN-NOMBRE-ARC TO RTN-CAD-ARCHIVO.
03470W     CALL 'CADENAUD' USING RTN-CAD-ACCION RTN-CAD-ARCHIVO
03470X         VIV-REGISTRO RTN-CAD-LARGO RTN-ANCLA.
03470Y     IF ANC-HALLADA
03470Z         MOVE ANC-BASE-SECUENCIA TO RTN-BASE-SEC-GUARDADA
034710         MOVE ANC-BASE-CONTROL TO RTN-BASE-CTL-GUARDADA
034711         MOVE ANC-ULT-SECUENCIA TO RTN-ULT-SEC-GUARDADA
034712         MOVE ANC-ULT-CONTROL TO RTN-ULT-CTL-GUARDADA
034713         MOVE 'B' TO RTN-CAD-ACCION
034714         CALL 'CADENAUD' USING RTN-CAD-ACCION RTN-CAD-ARCHIVO
034715             VIV-REGISTRO RTN-CAD-LARGO RTN-ANCLA
034716         MOVE 'L' TO RTN-CAD-ACCION
034717         MOVE RP-ARCHIVO TO RTN-CAD-ARCHIVO
034718         CALL 'CADENAUD' USING RTN-CAD-ACCION RTN-CAD-ARCHIVO
034719             VIV-REGISTRO RTN-CAD-LARGO RTN-ANCLA
03471A         IF NOT ANC-HALLADA
03471B             MOVE RTN-ULT-SEC-GUARDADA TO ANC-ULT-SECUENCIA
03471C             MOVE RTN-ULT-CTL-GUARDADA TO ANC-ULT-CONTROL
03471D         END-IF
03471E         MOVE RTN-BASE-SEC-GUARDADA TO ANC-BASE-SECUENCIA
03471F         MOVE RTN-BASE-CTL-GUARDADA TO ANC-BASE-CONTROL
03471G         MOVE 'F' TO RTN-CAD-ACCION
03471H         CALL 'CADENAUD' USING RTN-CAD-ACCION RTN-CAD-ARCHIVO
03471I             VIV-REGISTRO RTN-CAD-LARGO RTN-ANCLA
03471J     END-IF.
03471K     MOVE SPACES TO RPT-LINEA.
03471L     STRING RP-ARCHIVO ' RESTAURADOS ' RTN-MOVIDOS
03471M         ' (CADENA REARMADA)'
03471N         DELIMITED BY SIZE INTO RPT-LINEA.
03471O     WRITE RPT-LINEA.
03471P 3200-RESTAURAR-EN-ORDEN-EXIT.
03471Q     EXIT.
03471R*
03471S******************************************************************
03471T* 3210-ARCHIVO-A-TEMPORAL - ONE ARCHIVED ROW, IN ITS OLD PLACE
03471U******************************************************************
03471V 3210-ARCHIVO-A-TEMPORAL.
03471W     READ ARCHIVO-FILE
03471X         AT END
03471Y             SET RTN-ES-FIN-ARCHIVO TO TRUE
03471Z         NOT AT END
034720             MOVE ARC-REGISTRO TO TMP-REGISTRO
034721             WRITE TMP-REGISTRO
034722             ADD 1 TO RTN-MOVIDOS
034723     END-READ.
034724 3210-ARCHIVO-A-TEMPORAL-EXIT.
034725     EXIT.
034726*
034727******************************************************************
034728* 3220-VIVO-A-TEMPORAL - ONE LIVE ROW AFTER THE ARCHIVED ONES
034729******************************************************************
03472A 3220-VIVO-A-TEMPORAL.
03472B     READ VIVO-FILE
03472C         AT END
03472D             SET RTN-ES-FIN-ARCHIVO TO TRUE
03472E         NOT AT END
03472F             MOVE VIV-REGISTRO TO TMP-REGISTRO
03472G             WRITE TMP-REGISTRO
03472H     END-READ.
03472I 3220-VIVO-A-TEMPORAL-EXIT.
03472J     EXIT.
034800 END PROGRAM RETENCION.
