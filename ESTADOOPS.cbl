001800*
001900* MODIFICATION HISTORY:
002000*   - NEW STATUS REPORT, OFFERED FROM THE MENUUTIL MENU.
002001*   - EMPLOYEE LAYOUT CARRIES THE NEW EM-MOTIVO-BAJA FIELD.
002002*   - A PAYLOCK HELD SINCE A PREVIOUS DAY IS ALSO SENT TO THE
002003*     NOTIFICATION OUTBOX (EVENT LOCK, DUE ON THE DAY IT WAS
002004*     TAKEN).
002005*   - NEW SECTION WITH THE RUN-TIME BREACHES AND THE STARTS WITH
002006*     NO END THAT MONBATCH LEFT ON MONALERT.
002007*   - THE RUNLOG LAYOUT CARRIES THE CADAUD CHAIN TRAILER
002008*     (SEQUENCE AND CHECK VALUE) THAT VERIFCAD CHECKS.
002100******************************************************************
002200 IDENTIFICATION DIVISION.
002300 PROGRAM-ID. ESTADOOPS.
004600     SELECT OPTIONAL BONOADJ-FILE ASSIGN TO 'BONOADJ'
004700         ORGANIZATION IS LINE SEQUENTIAL
004800         FILE STATUS IS EOP-STATUS-BONOADJ.
004801     SELECT OPTIONAL MONALERT-FILE ASSIGN TO 'MONALERT'
004802         ORGANIZATION IS LINE SEQUENTIAL
004803         FILE STATUS IS EOP-STATUS-MONALERT.
004900     SELECT REPORTE-FILE ASSIGN TO 'ESTADORPT'
005000         ORGANIZATION IS LINE SEQUENTIAL.
005100 DATA DIVISION.
005900     05 RGL-REG-EVENTO           PIC X(01).
006000     05 RGL-REG-CANTIDAD         PIC 9(05).
006100     05 RGL-REG-USUARIO          PIC X(08).
006101     COPY CADAUD
006102         REPLACING CAD-SECUENCIA     BY RGL-REG-SECUENCIA
006103                   CAD-CONTROL       BY RGL-REG-CONTROL.
006200 FD  PAYLOCK-FILE
006300     LABEL RECORDS ARE STANDARD.
006400 01  LK-RECORD.
009800                   EM-FECHA-BAJA     BY RS2-FECHA-BAJA
009900                   EM-BANCO          BY RS2-BANCO
010000                   EM-CUENTA         BY RS2-CUENTA
010100                   EM-COMPANIA       BY RS2-COMPANIA
010101                   EM-MOTIVO-BAJA    BY RS2-MOTIVO-BAJA.
010200 FD  BONOADJ-FILE
010300     LABEL RECORDS ARE STANDARD.
010400 01  AJ-RECORD.
011100     05 AJ-DEPARTAMENTO          PIC X(10).
011200     05 AJ-APLICADO              PIC X(01).
011300     05 AJ-COMPANIA              PIC X(03).
011301 FD  MONALERT-FILE
011302     LABEL RECORDS ARE STANDARD.
011303 01  MA-RECORD.
011304     COPY MONALER.
011400 FD  REPORTE-FILE
011500     LABEL RECORDS ARE STANDARD
011600     RECORD CONTAINS 80 CHARACTERS.
012400 01  EOP-STATUS-RESUB1           PIC XX.
012500 01  EOP-STATUS-RESUB2           PIC XX.
012600 01  EOP-STATUS-BONOADJ          PIC XX.
012601 01  EOP-STATUS-MONALERT         PIC XX.
012700 01  EOP-NOMBRE-EXCEPCION        PIC X(12).
012701 01  EOP-FECHA-HOY               PIC 9(08).
012702 01  EOP-NTF-TIPO                PIC X(04) VALUE 'LOCK'.
012703 01  EOP-NTF-DESTINO             PIC X(08) VALUE SPACES.
012704 01  EOP-NTF-CLAVE               PIC X(20).
012705 01  EOP-NTF-VENCE               PIC 9(08).
012706 01  EOP-NTF-TEXTO               PIC X(30)
012707         VALUE 'LOCK DE NOMINA RETENIDO'.
012708 01  EOP-MOTIVO                  PIC X(18).
012800*
012900 01  EOP-INDICADORES.
013000     05  EOP-FIN-ARCHIVO         PIC X VALUE 'N'.
015100* 0000-MAINLINE - ONE SECTION PER SOURCE, ONE PAGE TOTAL
015200******************************************************************
015300 0000-MAINLINE.
015301     ACCEPT EOP-FECHA-HOY FROM DATE YYYYMMDD.
015400     OPEN OUTPUT REPORTE-FILE.
015500     MOVE 'ESTADOOPS - ESTADO DE OPERACIONES' TO RPT-LINEA.
015600     WRITE RPT-LINEA.
016300         THRU 4000-SECCION-EXCEPCIONES-EXIT.
016400     PERFORM 5000-SECCION-PENDIENTES
016500         THRU 5000-SECCION-PENDIENTES-EXIT.
016501     PERFORM 6000-SECCION-DEMORAS
016502         THRU 6000-SECCION-DEMORAS-EXIT.
016600     CLOSE REPORTE-FILE.
016700     DISPLAY 'ESTADOOPS: REPORTE EN ESTADORPT'.
016800     GOBACK.
030600                     LK-FECHA ' ' LK-HORA
030700                     DELIMITED BY SIZE INTO RPT-LINEA
030800                 WRITE RPT-LINEA
030801                 IF LK-FECHA < EOP-FECHA-HOY
030802                     MOVE SPACES TO EOP-NTF-CLAVE
030803                     STRING LK-PROGRAMA ' ' LK-USUARIO
030804                         DELIMITED BY SIZE INTO EOP-NTF-CLAVE
030805                     MOVE LK-FECHA TO EOP-NTF-VENCE
030806                     CALL 'NOTIFICA' USING EOP-NTF-TIPO
030807                         EOP-NTF-DESTINO EOP-NTF-CLAVE
030808                         EOP-NTF-VENCE EOP-NTF-TEXTO
030809                 END-IF
030900         END-READ
031000     END-IF.
031100     CLOSE PAYLOCK-FILE.
050200     END-READ.
050300 5300-CONTAR-BONOADJ-EXIT.
050400     EXIT.
050401*
050402******************************************************************
050403* 6000-SECCION-DEMORAS - RUN-TIME BREACHES FROM MONBATCH
050404******************************************************************
050405 6000-SECCION-DEMORAS.
050406     MOVE SPACES TO RPT-LINEA.
050407     WRITE RPT-LINEA.
050408     MOVE '--- DEMORAS DEL BATCH (MONALERT) ---' TO RPT-LINEA.
050409     WRITE RPT-LINEA.
05040A     MOVE 'N' TO EOP-HALLADO.
05040B     MOVE 'N' TO EOP-FIN-ARCHIVO.
05040C     OPEN INPUT MONALERT-FILE.
05040D     IF EOP-STATUS-MONALERT = '00'
05040E         PERFORM 6100-LEER-DEMORA THRU 6100-LEER-DEMORA-EXIT
05040F             UNTIL EOP-ES-FIN-ARCHIVO
05040G     ELSE
05040H         MOVE 'SIN ARCHIVO MONALERT' TO RPT-LINEA
05040I         WRITE RPT-LINEA
05040J         SET EOP-ES-HALLADO TO TRUE
05040K     END-IF.
05040L     CLOSE MONALERT-FILE.
05040M     MOVE 'N' TO EOP-FIN-ARCHIVO.
05040N     IF NOT EOP-ES-HALLADO
05040O         MOVE 'SIN DEMORAS' TO RPT-LINEA
05040P         WRITE RPT-LINEA
05040Q     END-IF.
05040R 6000-SECCION-DEMORAS-EXIT.
05040S     EXIT.
05040T*
05040U******************************************************************
05040V* 6100-LEER-DEMORA - ONE BREACH LINE
05040W******************************************************************
05040X 6100-LEER-DEMORA.
05040Y     READ MONALERT-FILE
05040Z         AT END
050410             SET EOP-ES-FIN-ARCHIVO TO TRUE
050411         NOT AT END
050412             SET EOP-ES-HALLADO TO TRUE
050413             EVALUATE TRUE
050414                 WHEN MA-EXCEDE-ESPERADO
050415                     MOVE 'SUPERA LO ESPERADO' TO EOP-MOTIVO
050416                 WHEN MA-EXCEDE-PROMEDIO
050417                     MOVE 'SUPERA EL PROMEDIO' TO EOP-MOTIVO
050418                 WHEN OTHER
050419                     MOVE 'INICIO SIN FIN' TO EOP-MOTIVO
05041A             END-EVALUATE
05041B             MOVE SPACES TO RPT-LINEA
05041C             STRING MA-PROGRAMA ' ' MA-FECHA ' ' MA-INICIO
05041D                 ' ' EOP-MOTIVO ' ' MA-SEGUNDOS ' SEG (LIMITE '
05041E                 MA-LIMITE ')'
05041F                 DELIMITED BY SIZE INTO RPT-LINEA
05041G             WRITE RPT-LINEA
05041H     END-READ.
05041I 6100-LEER-DEMORA-EXIT.
05041J     EXIT.
050500 END PROGRAM ESTADOOPS.
