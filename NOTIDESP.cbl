000100******************************************************************
000200* AUTHOR:      HERNAN HERGERT
000300* INSTALLATION: DATA PROCESSING
000400* DATE-WRITTEN:
000500* DATE-COMPILED:
000600* PURPOSE:     NOTIFICATION DISPATCH. PROBREV, OFERRESP, REQMAINT,
000700*              TIMECAP, ESTADOOPS, RECEPCION AND APRUEBA LEAVE
000800*              THEIR EVENTS IN THE NOTIFOUT OUTBOX THROUGH
000900*              NOTIFICA. MODES:
001000*                D - DAILY DISPATCH: EVERY OUTBOX EVENT IS
001100*                    ROUTED (A BLANK RECIPIENT GOES TO EVERY
001200*                    ROLE THE NOTIRUTA TABLE GIVES FOR ITS EVENT
001300*                    TYPE) AND ADDED TO THE NOTIMAST MASTER
001400*                    UNLESS THE SAME TYPE, KEY, RECIPIENT AND
001500*                    DUE DATE IS ALREADY THERE; THEN EACH
001600*                    RECIPIENT GETS ONE DIGEST OF EVERYTHING
001700*                    STILL UNACKNOWLEDGED ON NOTIDIG, AND THE
001800*                    SAME DIGEST GOES TO THE MAILOUT FILE THE
001900*                    MAIL GATEWAY PICKS UP WHEN NOTIRUTA HAS AN
002000*                    ADDRESS FOR THE RECIPIENT;
002100*                A - ACKNOWLEDGE A NOTIFICATION (TYPE, KEY AND
002200*                    RECIPIENT, BLANK FOR ALL), STAMPED WITH THE
002300*                    DATE AND THE SIGNED-ON OPERATOR;
002400*                L - LIST THE NOTIFICATIONS NOT YET ACKNOWLEDGED.
002500*              ACKNOWLEDGED ROWS OLDER THAN THE NOTIRETEN
002600*              PARAMETER (DAYS, DEFAULT 90) ARE DROPPED ON THE
002700*              DISPATCH. THE OUTBOX IS CONSUMED ONLY AFTER
002800*              NOTIMAST IS REWRITTEN (THE BONOADJ DISCIPLINE),
002900*              AND NOT AT ALL WHEN THE MASTER TABLE FILLED UP
003000*              (RC 4): THE EVENTS ALREADY TAKEN ARE DROPPED AS
003100*              DUPLICATES ON THE NEXT RUN.
003200* TECTONICS:   COBC
003300*
003400* MODIFICATION HISTORY:
003500*   - NEW PROGRAM, OFFERED FROM THE MENUUTIL MENU.
003600******************************************************************
003700 IDENTIFICATION DIVISION.
003800 PROGRAM-ID. NOTIDESP.
003900 ENVIRONMENT DIVISION.
004000 INPUT-OUTPUT SECTION.
004100 FILE-CONTROL.
004200     SELECT OPTIONAL NOTIFOUT-FILE ASSIGN TO 'NOTIFOUT'
004300         ORGANIZATION IS LINE SEQUENTIAL
004400         FILE STATUS IS NDS-STATUS-OUTBOX.
004500     SELECT OPTIONAL NOTIMAST-FILE ASSIGN TO 'NOTIMAST'
004600         ORGANIZATION IS LINE SEQUENTIAL
004700         FILE STATUS IS NDS-STATUS-MAST.
004800     SELECT OPTIONAL NOTIRUTA-FILE ASSIGN TO 'NOTIRUTA'
004900         ORGANIZATION IS LINE SEQUENTIAL
005000         FILE STATUS IS NDS-STATUS-RUTA.
005100     SELECT OPTIONAL MAILOUT-FILE ASSIGN TO 'MAILOUT'
005200         ORGANIZATION IS LINE SEQUENTIAL
005300         FILE STATUS IS NDS-STATUS-MAIL.
005400     SELECT REPORTE-FILE ASSIGN TO 'NOTIDIG'
005500         ORGANIZATION IS LINE SEQUENTIAL.
005600 DATA DIVISION.
005700 FILE SECTION.
005800 FD  NOTIFOUT-FILE
005900     LABEL RECORDS ARE STANDARD.
006000 01  NT-RECORD.
006100     COPY NOTIFIC.
006200 FD  NOTIMAST-FILE
006300     LABEL RECORDS ARE STANDARD.
006400 01  NM-RECORD                   PIC X(103).
006500 FD  NOTIRUTA-FILE
006600     LABEL RECORDS ARE STANDARD.
006700 01  NR-RECORD.
006800     05 NR-TIPO                  PIC X(04).
006900     05 NR-DESTINO               PIC X(08).
007000     05 NR-CORREO                PIC X(40).
007100 FD  MAILOUT-FILE
007200     LABEL RECORDS ARE STANDARD.
007300 01  ML-RECORD.
007400     05 ML-TIPO-REG              PIC X(01).
007500     05 ML-CORREO                PIC X(40).
007600     05 ML-DESTINO               PIC X(08).
007700     05 ML-FECHA                 PIC 9(08).
007800     05 ML-TEXTO                 PIC X(80).
007900 FD  REPORTE-FILE
008000     LABEL RECORDS ARE STANDARD
008100     RECORD CONTAINS 80 CHARACTERS.
008200 01  RPT-LINEA                   PIC X(80).
008300 WORKING-STORAGE SECTION.
008400*
008500 01  NDS-STATUS-OUTBOX           PIC XX.
008600 01  NDS-STATUS-MAST             PIC XX.
008700 01  NDS-STATUS-RUTA             PIC XX.
008800 01  NDS-STATUS-MAIL             PIC XX.
008900*
009000 01  NDS-FECHA-HOY               PIC 9(08).
009100 01  NDS-DIA-HOY                 PIC 9(07).
009200 01  NDS-DIA-AUX                 PIC 9(07).
009300 01  NDS-DIAS-ATRASO             PIC S9(05).
009400 01  NDS-ATRASO-ED               PIC -ZZZ9.
009500 01  NDS-RETENCION               PIC 9(03) VALUE 90.
009600 01  NDS-MODO                    PIC X(01).
009700 01  NDS-PARM-CLAVE              PIC X(12).
009800 01  NDS-PARM-VALOR              PIC X(20).
009900 01  NDS-PARM-HALLADO            PIC X(01).
010000     88  NDS-ES-PARM-HALLADO     VALUE 'Y'.
010100 01  NDS-SES-ACCION              PIC X(01).
010200 01  NDS-SES-USUARIO             PIC X(08).
010300 01  NDS-DESTINO-RUTEADO         PIC X(08).
010400 01  NDS-DESTINO-ACTUAL          PIC X(08).
010500 01  NDS-CORREO-ACTUAL           PIC X(40).
010600 01  NDS-MARCA                   PIC X(06).
010700*
010800 01  NDS-PEDIDO.
010900     05 NDS-PED-TIPO             PIC X(04).
011000     05 NDS-PED-CLAVE            PIC X(20).
011100     05 NDS-PED-DESTINO          PIC X(08).
011200*
011300 01  NDS-INDICADORES.
011400     05  NDS-FIN-ARCHIVO         PIC X VALUE 'N'.
011500         88  NDS-ES-FIN-ARCHIVO  VALUE 'Y'.
011600     05  NDS-HALLADO             PIC X VALUE 'N'.
011700         88  NDS-ES-HALLADO      VALUE 'Y'.
011800     05  NDS-RUTEADO             PIC X VALUE 'N'.
011900         88  NDS-ES-RUTEADO      VALUE 'Y'.
012000     05  NDS-HUBO-CAMBIOS        PIC X VALUE 'N'.
012100         88  NDS-ES-HUBO-CAMBIOS VALUE 'Y'.
012200     05  NDS-OUTBOX-LEIDO        PIC X VALUE 'N'.
012300         88  NDS-ES-OUTBOX-LEIDO VALUE 'Y'.
012400     05  NDS-DESBORDE            PIC X VALUE 'N'.
012500         88  NDS-HUBO-DESBORDE   VALUE 'Y'.
012600*
012700 01  NDS-CONTADORES.
012800     05  NDS-CANT-EVENTOS        PIC 9(05) VALUE ZERO.
012900     05  NDS-CANT-NUEVAS         PIC 9(05) VALUE ZERO.
013000     05  NDS-CANT-DUPLICADAS     PIC 9(05) VALUE ZERO.
013100     05  NDS-CANT-SIN-RUTA       PIC 9(05) VALUE ZERO.
013200     05  NDS-CANT-DEPURADAS      PIC 9(05) VALUE ZERO.
013300     05  NDS-CANT-CORREOS        PIC 9(05) VALUE ZERO.
013400     05  NDS-CANT-SIN-CORREO     PIC 9(05) VALUE ZERO.
013500     05  NDS-CANT-ACUSADAS       PIC 9(05) VALUE ZERO.
013600     05  NDS-CANT-DEL-DESTINO    PIC 9(05) VALUE ZERO.
013700*
013800*    MAESTRO DE NOTIFICACIONES: SE TRABAJA CADA FILA SOBRE
013900*    NDS-NOTIF-ACTUAL
014000 01  NDS-CANT-MAST               PIC 9(04) VALUE ZERO.
014100 01  NDS-CANT-QUEDAN             PIC 9(04) VALUE ZERO.
014200 01  NDS-TABLA-MAST.
014300     05  NDS-MAST-FILA OCCURS 3000 TIMES
014400                       INDEXED BY NDS-X-MAS
014500                       PIC X(103).
014600 01  NDS-NOTIF-ACTUAL.
014700     COPY NOTIFIC
014800         REPLACING NT-TIPO           BY NDA-TIPO
014900                   NT-DESTINO        BY NDA-DESTINO
015000                   NT-CLAVE          BY NDA-CLAVE
015100                   NT-VENCE          BY NDA-VENCE
015200                   NT-TEXTO          BY NDA-TEXTO
015300                   NT-FECHA-ALTA     BY NDA-FECHA-ALTA
015400                   NT-ESTADO         BY NDA-ESTADO
015500                   NT-PENDIENTE      BY NDA-PENDIENTE
015600                   NT-ENVIADA        BY NDA-ENVIADA
015700                   NT-ACUSADA        BY NDA-ACUSADA
015800                   NT-FECHA-ENVIO    BY NDA-FECHA-ENVIO
015900                   NT-FECHA-ACUSE    BY NDA-FECHA-ACUSE
016000                   NT-USUARIO-ACUSE  BY NDA-USUARIO-ACUSE.
016100*
016200 01  NDS-CANT-RUTAS              PIC 9(03) VALUE ZERO.
016300 01  NDS-TABLA-RUTAS.
016400     05  NDS-RUTA-FILA OCCURS 200 TIMES
016500                       INDEXED BY NDS-X-RUT.
016600         10 NDS-RUT-TIPO         PIC X(04).
016700         10 NDS-RUT-DESTINO      PIC X(08).
016800         10 NDS-RUT-CORREO       PIC X(40).
016900*
017000 01  NDS-CANT-DESTINOS           PIC 9(03) VALUE ZERO.
017100 01  NDS-TABLA-DESTINOS.
017200     05  NDS-DESTINO-FILA OCCURS 300 TIMES
017300                          INDEXED BY NDS-X-DES
017400                          PIC X(08).
017500*
017600 PROCEDURE DIVISION.
017700******************************************************************
017800* 0000-MAINLINE - PICK THE MODE, RUN IT, PERSIST AND CONSUME
017900******************************************************************
018000 0000-MAINLINE.
018100     DISPLAY 'MODO (D=DESPACHAR / A=ACUSAR RECIBO / '
018200         'L=LISTAR): ' WITH NO ADVANCING.
018300     ACCEPT NDS-MODO.
018400     ACCEPT NDS-FECHA-HOY FROM DATE YYYYMMDD.
018500     COMPUTE NDS-DIA-HOY =
018600         FUNCTION INTEGER-OF-DATE(NDS-FECHA-HOY).
018700     MOVE 'NOTIRETEN' TO NDS-PARM-CLAVE.
018800     CALL 'LEERPARM' USING NDS-PARM-CLAVE
018900         NDS-PARM-VALOR NDS-PARM-HALLADO.
019000     IF NDS-ES-PARM-HALLADO
019100         AND NDS-PARM-VALOR(1:3) IS NUMERIC
019200         MOVE NDS-PARM-VALOR(1:3) TO NDS-RETENCION
019300     END-IF.
019400     PERFORM 1000-CARGAR-TABLAS THRU 1000-CARGAR-TABLAS-EXIT.
019500     IF NDS-HUBO-DESBORDE
019600         DISPLAY 'NOTIDESP: NOTIMAST SUPERA LAS 3000 FILAS; '
019700             'NO SE PROCESA NADA'
019800         MOVE 8 TO RETURN-CODE
019900         GOBACK
020000     END-IF.
020100     EVALUATE NDS-MODO
020200         WHEN 'D'
020300         WHEN 'd'
020400             PERFORM 2000-RECIBIR-EVENTOS
020500                 THRU 2000-RECIBIR-EVENTOS-EXIT
020600             PERFORM 3000-DEPURAR THRU 3000-DEPURAR-EXIT
020700             PERFORM 4000-RESUMEN-DIARIO
020800                 THRU 4000-RESUMEN-DIARIO-EXIT
020900         WHEN 'A'
021000         WHEN 'a'
021100             PERFORM 5000-ACUSAR THRU 5000-ACUSAR-EXIT
021200         WHEN 'L'
021300         WHEN 'l'
021400             PERFORM 6000-LISTAR THRU 6000-LISTAR-EXIT
021500         WHEN OTHER
021600             DISPLAY 'MODO INVALIDO'
021700             MOVE 8 TO RETURN-CODE
021800     END-EVALUATE.
021900     IF NDS-ES-HUBO-CAMBIOS
022000         PERFORM 7000-GRABAR-MAESTRO
022100             THRU 7000-GRABAR-MAESTRO-EXIT
022200     END-IF.
022300*    EL OUTBOX SE CONSUME RECIEN CUANDO NOTIMAST QUEDO GRABADO,
022400*    COMO EL CONSUMO DE BONOADJ; SI LA TABLA SE LLENO QUEDA
022500*    ENTERO Y LO YA TOMADO SE DESCARTA COMO DUPLICADO LUEGO.
022600     IF NDS-ES-OUTBOX-LEIDO
022700         IF NDS-HUBO-DESBORDE
022800             MOVE 4 TO RETURN-CODE
022900         ELSE
023000             OPEN OUTPUT NOTIFOUT-FILE
023100             CLOSE NOTIFOUT-FILE
023200         END-IF
023300     END-IF.
023400     GOBACK.
023500 0000-MAINLINE-EXIT.
023600     EXIT.
023700*
023800******************************************************************
023900* 1000-CARGAR-TABLAS - THE MASTER AND THE ROUTING TABLE
024000******************************************************************
024100 1000-CARGAR-TABLAS.
024200     MOVE 'N' TO NDS-FIN-ARCHIVO.
024300     OPEN INPUT NOTIMAST-FILE.
024400     IF NDS-STATUS-MAST = '00'
024500         PERFORM 1100-LEER-MAESTRO THRU 1100-LEER-MAESTRO-EXIT
024600             UNTIL NDS-ES-FIN-ARCHIVO
024700     END-IF.
024800     CLOSE NOTIMAST-FILE.
024900     MOVE 'N' TO NDS-FIN-ARCHIVO.
025000     OPEN INPUT NOTIRUTA-FILE.
025100     IF NDS-STATUS-RUTA = '00'
025200         PERFORM 1200-LEER-RUTA THRU 1200-LEER-RUTA-EXIT
025300             UNTIL NDS-ES-FIN-ARCHIVO
025400     END-IF.
025500     CLOSE NOTIRUTA-FILE.
025600     MOVE 'N' TO NDS-FIN-ARCHIVO.
025700 1000-CARGAR-TABLAS-EXIT.
025800     EXIT.
025900*
026000 1100-LEER-MAESTRO.
026100     READ NOTIMAST-FILE
026200         AT END
026300             SET NDS-ES-FIN-ARCHIVO TO TRUE
026400         NOT AT END
026500             IF NDS-CANT-MAST < 3000
026600                 ADD 1 TO NDS-CANT-MAST
026700                 SET NDS-X-MAS TO NDS-CANT-MAST
026800                 MOVE NM-RECORD TO NDS-MAST-FILA(NDS-X-MAS)
026900             ELSE
027000                 SET NDS-HUBO-DESBORDE TO TRUE
027100             END-IF
027200     END-READ.
027300 1100-LEER-MAESTRO-EXIT.
027400     EXIT.
027500*
027600 1200-LEER-RUTA.
027700     READ NOTIRUTA-FILE
027800         AT END
027900             SET NDS-ES-FIN-ARCHIVO TO TRUE
028000         NOT AT END
028100             IF NR-RECORD(1:1) NOT = '*'
028200                 OR NR-TIPO = '****'
028300                 IF NDS-CANT-RUTAS < 200
028400                     ADD 1 TO NDS-CANT-RUTAS
028500                     SET NDS-X-RUT TO NDS-CANT-RUTAS
028600                     MOVE NR-TIPO TO NDS-RUT-TIPO(NDS-X-RUT)
028700                     MOVE NR-DESTINO
028800                         TO NDS-RUT-DESTINO(NDS-X-RUT)
028900                     MOVE NR-CORREO
029000                         TO NDS-RUT-CORREO(NDS-X-RUT)
029100                 ELSE
029200                     DISPLAY 'NOTIDESP: NOTIRUTA SUPERA 200 '
029300                         'FILAS, SE IGNORA ' NR-TIPO ' '
029400                         NR-DESTINO
029500                 END-IF
029600             END-IF
029700     END-READ.
029800 1200-LEER-RUTA-EXIT.
029900     EXIT.
030000*
030100******************************************************************
030200* 2000-RECIBIR-EVENTOS - THE OUTBOX INTO THE MASTER
030300******************************************************************
030400 2000-RECIBIR-EVENTOS.
030500     MOVE 'N' TO NDS-FIN-ARCHIVO.
030600     OPEN INPUT NOTIFOUT-FILE.
030700     IF NDS-STATUS-OUTBOX = '00'
030800         SET NDS-ES-OUTBOX-LEIDO TO TRUE
030900         PERFORM 2100-LEER-EVENTO THRU 2100-LEER-EVENTO-EXIT
031000             UNTIL NDS-ES-FIN-ARCHIVO OR NDS-HUBO-DESBORDE
031100     END-IF.
031200     CLOSE NOTIFOUT-FILE.
031300     MOVE 'N' TO NDS-FIN-ARCHIVO.
031400     IF NDS-HUBO-DESBORDE
031500         DISPLAY 'NOTIDESP: NOTIMAST LLENO, EL RESTO DEL '
031600             'OUTBOX QUEDA PARA LA PROXIMA CORRIDA'
031700     END-IF.
031800 2000-RECIBIR-EVENTOS-EXIT.
031900     EXIT.
032000*
032100******************************************************************
032200* 2100-LEER-EVENTO - ONE EVENT, TO ITS OPERATOR OR ITS ROLES
032300******************************************************************
032400 2100-LEER-EVENTO.
032500     READ NOTIFOUT-FILE
032600         AT END
032700             SET NDS-ES-FIN-ARCHIVO TO TRUE
032800             GO TO 2100-LEER-EVENTO-EXIT
032900     END-READ.
033000     ADD 1 TO NDS-CANT-EVENTOS.
033100     IF NT-DESTINO NOT = SPACES
033200         MOVE NT-DESTINO TO NDS-DESTINO-RUTEADO
033300         PERFORM 2300-AGREGAR THRU 2300-AGREGAR-EXIT
033400         GO TO 2100-LEER-EVENTO-EXIT
033500     END-IF.
033600     MOVE 'N' TO NDS-RUTEADO.
033700     PERFORM 2200-RUTEAR THRU 2200-RUTEAR-EXIT
033800         VARYING NDS-X-RUT FROM 1 BY 1
033900         UNTIL NDS-X-RUT > NDS-CANT-RUTAS
034000         OR NDS-HUBO-DESBORDE.
034100*    UN TIPO SIN RUTA VA AL DESTINO SINRUTA, QUE TAMBIEN SALE EN
034200*    EL RESUMEN DIARIO, PARA QUE NINGUN AVISO SE PIERDA.
034300     IF NOT NDS-ES-RUTEADO
034400         ADD 1 TO NDS-CANT-SIN-RUTA
034500         MOVE 'SINRUTA' TO NDS-DESTINO-RUTEADO
034600         PERFORM 2300-AGREGAR THRU 2300-AGREGAR-EXIT
034700     END-IF.
034800 2100-LEER-EVENTO-EXIT.
034900     EXIT.
035000*
035100 2200-RUTEAR.
035200     IF NDS-RUT-TIPO(NDS-X-RUT) = NT-TIPO
035300         SET NDS-ES-RUTEADO TO TRUE
035400         MOVE NDS-RUT-DESTINO(NDS-X-RUT) TO NDS-DESTINO-RUTEADO
035500         PERFORM 2300-AGREGAR THRU 2300-AGREGAR-EXIT
035600     END-IF.
035700 2200-RUTEAR-EXIT.
035800     EXIT.
035900*
036000******************************************************************
036100* 2300-AGREGAR - ONE NOTIFICATION, UNLESS ALREADY ON THE MASTER
036200******************************************************************
036300 2300-AGREGAR.
036400     MOVE 'N' TO NDS-HALLADO.
036500     PERFORM 2310-COMPARAR THRU 2310-COMPARAR-EXIT
036600         VARYING NDS-X-MAS FROM 1 BY 1
036700         UNTIL NDS-X-MAS > NDS-CANT-MAST
036800         OR NDS-ES-HALLADO.
036900     IF NDS-ES-HALLADO
037000         ADD 1 TO NDS-CANT-DUPLICADAS
037100         GO TO 2300-AGREGAR-EXIT
037200     END-IF.
037300     IF NDS-CANT-MAST >= 3000
037400         SET NDS-HUBO-DESBORDE TO TRUE
037500         GO TO 2300-AGREGAR-EXIT
037600     END-IF.
037700     MOVE NT-RECORD TO NDS-NOTIF-ACTUAL.
037800     MOVE NDS-DESTINO-RUTEADO TO NDA-DESTINO.
037900     MOVE 'P' TO NDA-ESTADO.
038000     MOVE ZERO TO NDA-FECHA-ENVIO.
038100     MOVE ZERO TO NDA-FECHA-ACUSE.
038200     MOVE SPACES TO NDA-USUARIO-ACUSE.
038300     ADD 1 TO NDS-CANT-MAST.
038400     SET NDS-X-MAS TO NDS-CANT-MAST.
038500     MOVE NDS-NOTIF-ACTUAL TO NDS-MAST-FILA(NDS-X-MAS).
038600     ADD 1 TO NDS-CANT-NUEVAS.
038700     SET NDS-ES-HUBO-CAMBIOS TO TRUE.
038800 2300-AGREGAR-EXIT.
038900     EXIT.
039000*
039100 2310-COMPARAR.
039200     MOVE NDS-MAST-FILA(NDS-X-MAS) TO NDS-NOTIF-ACTUAL.
039300     IF NDA-TIPO = NT-TIPO
039400         AND NDA-CLAVE = NT-CLAVE
039500         AND NDA-DESTINO = NDS-DESTINO-RUTEADO
039600         AND NDA-VENCE = NT-VENCE
039700         SET NDS-ES-HALLADO TO TRUE
039800     END-IF.
039900 2310-COMPARAR-EXIT.
040000     EXIT.
040100*
040200******************************************************************
040300* 3000-DEPURAR - DROP ACKNOWLEDGED ROWS PAST THE RETENTION
040400******************************************************************
040500 3000-DEPURAR.
040600     MOVE ZERO TO NDS-CANT-QUEDAN.
040700     PERFORM 3100-DEPURAR-UNA THRU 3100-DEPURAR-UNA-EXIT
040800         VARYING NDS-X-MAS FROM 1 BY 1
040900         UNTIL NDS-X-MAS > NDS-CANT-MAST.
041000     MOVE NDS-CANT-QUEDAN TO NDS-CANT-MAST.
041100 3000-DEPURAR-EXIT.
041200     EXIT.
041300*
041400*    LAS FILAS QUE QUEDAN SE COMPACTAN AL PRINCIPIO DE LA TABLA.
041500 3100-DEPURAR-UNA.
041600     MOVE NDS-MAST-FILA(NDS-X-MAS) TO NDS-NOTIF-ACTUAL.
041700     IF NDA-ACUSADA
041800         AND NDA-FECHA-ACUSE IS NUMERIC
041900         AND NDA-FECHA-ACUSE > ZERO
042000         COMPUTE NDS-DIA-AUX =
042100             FUNCTION INTEGER-OF-DATE(NDA-FECHA-ACUSE)
042200         IF NDS-DIA-HOY - NDS-DIA-AUX > NDS-RETENCION
042300             ADD 1 TO NDS-CANT-DEPURADAS
042400             SET NDS-ES-HUBO-CAMBIOS TO TRUE
042500             GO TO 3100-DEPURAR-UNA-EXIT
042600         END-IF
042700     END-IF.
042800     ADD 1 TO NDS-CANT-QUEDAN.
042900     MOVE NDS-NOTIF-ACTUAL TO NDS-MAST-FILA(NDS-CANT-QUEDAN).
043000 3100-DEPURAR-UNA-EXIT.
043100     EXIT.
043200*
043300******************************************************************
043400* 4000-RESUMEN-DIARIO - ONE DIGEST PER RECIPIENT OF EVERYTHING
043500*                       NOT YET ACKNOWLEDGED, ON NOTIDIG AND
043600*                       FOR THE MAIL GATEWAY
043700******************************************************************
043800 4000-RESUMEN-DIARIO.
043900     MOVE ZERO TO NDS-CANT-DESTINOS.
044000     PERFORM 4100-JUNTAR-DESTINO THRU 4100-JUNTAR-DESTINO-EXIT
044100         VARYING NDS-X-MAS FROM 1 BY 1
044200         UNTIL NDS-X-MAS > NDS-CANT-MAST.
044300     OPEN OUTPUT REPORTE-FILE.
044400     MOVE SPACES TO RPT-LINEA.
044500     STRING 'NOTIDIG - RESUMEN DIARIO DE AVISOS AL '
044600         NDS-FECHA-HOY
044700         DELIMITED BY SIZE INTO RPT-LINEA.
044800     WRITE RPT-LINEA.
044900     OPEN OUTPUT MAILOUT-FILE.
045000     PERFORM 4200-RESUMEN-DESTINO THRU 4200-RESUMEN-DESTINO-EXIT
045100         VARYING NDS-X-DES FROM 1 BY 1
045200         UNTIL NDS-X-DES > NDS-CANT-DESTINOS.
045300     CLOSE MAILOUT-FILE.
045400     MOVE SPACES TO RPT-LINEA.
045500     WRITE RPT-LINEA.
045600     MOVE SPACES TO RPT-LINEA.
045700     STRING 'EVENTOS RECIBIDOS: ' NDS-CANT-EVENTOS
045800         '  NUEVOS AVISOS: ' NDS-CANT-NUEVAS
045900         '  DUPLICADOS: ' NDS-CANT-DUPLICADAS
046000         DELIMITED BY SIZE INTO RPT-LINEA.
046100     WRITE RPT-LINEA.
046200     MOVE SPACES TO RPT-LINEA.
046300     STRING 'SIN RUTA: ' NDS-CANT-SIN-RUTA
046400         '  CORREOS: ' NDS-CANT-CORREOS
046500         '  SIN DIRECCION: ' NDS-CANT-SIN-CORREO
046600         '  DEPURADOS: ' NDS-CANT-DEPURADAS
046700         DELIMITED BY SIZE INTO RPT-LINEA.
046800     WRITE RPT-LINEA.
046900     CLOSE REPORTE-FILE.
047000     DISPLAY 'NOTIDESP: ' NDS-CANT-NUEVAS ' AVISOS NUEVOS, '
047100         NDS-CANT-DUPLICADAS ' DUPLICADOS, '
047200         NDS-CANT-CORREOS ' CORREOS EN MAILOUT'.
047300 4000-RESUMEN-DIARIO-EXIT.
047400     EXIT.
047500*
047600******************************************************************
047700* 4100-JUNTAR-DESTINO - THE RECIPIENTS WITH SOMETHING OPEN
047800******************************************************************
047900 4100-JUNTAR-DESTINO.
048000     MOVE NDS-MAST-FILA(NDS-X-MAS) TO NDS-NOTIF-ACTUAL.
048100     IF NDA-ACUSADA
048200         GO TO 4100-JUNTAR-DESTINO-EXIT
048300     END-IF.
048400     MOVE 'N' TO NDS-HALLADO.
048500     PERFORM 4110-COMPARAR-DESTINO
048600         THRU 4110-COMPARAR-DESTINO-EXIT
048700         VARYING NDS-X-DES FROM 1 BY 1
048800         UNTIL NDS-X-DES > NDS-CANT-DESTINOS
048900         OR NDS-ES-HALLADO.
049000     IF NOT NDS-ES-HALLADO
049100         IF NDS-CANT-DESTINOS < 300
049200             ADD 1 TO NDS-CANT-DESTINOS
049300             SET NDS-X-DES TO NDS-CANT-DESTINOS
049400             MOVE NDA-DESTINO TO NDS-DESTINO-FILA(NDS-X-DES)
049500         ELSE
049600             DISPLAY 'NOTIDESP: MAS DE 300 DESTINATARIOS, '
049700                 'SIN RESUMEN PARA ' NDA-DESTINO
049800         END-IF
049900     END-IF.
050000 4100-JUNTAR-DESTINO-EXIT.
050100     EXIT.
050200*
050300 4110-COMPARAR-DESTINO.
050400     IF NDS-DESTINO-FILA(NDS-X-DES) = NDA-DESTINO
050500         SET NDS-ES-HALLADO TO TRUE
050600     END-IF.
050700 4110-COMPARAR-DESTINO-EXIT.
050800     EXIT.
050900*
051000******************************************************************
051100* 4200-RESUMEN-DESTINO - THE DIGEST OF ONE RECIPIENT
051200******************************************************************
051300 4200-RESUMEN-DESTINO.
051400     MOVE NDS-DESTINO-FILA(NDS-X-DES) TO NDS-DESTINO-ACTUAL.
051500     MOVE SPACES TO NDS-CORREO-ACTUAL.
051600     PERFORM 4210-BUSCAR-CORREO THRU 4210-BUSCAR-CORREO-EXIT
051700         VARYING NDS-X-RUT FROM 1 BY 1
051800         UNTIL NDS-X-RUT > NDS-CANT-RUTAS
051900         OR NDS-CORREO-ACTUAL NOT = SPACES.
052000     MOVE ZERO TO NDS-CANT-DEL-DESTINO.
052100     PERFORM 4220-CONTAR-DESTINO THRU 4220-CONTAR-DESTINO-EXIT
052200         VARYING NDS-X-MAS FROM 1 BY 1
052300         UNTIL NDS-X-MAS > NDS-CANT-MAST.
052400     MOVE SPACES TO RPT-LINEA.
052500     WRITE RPT-LINEA.
052600     MOVE SPACES TO RPT-LINEA.
052700     IF NDS-CORREO-ACTUAL = SPACES
052800         STRING 'PARA ' NDS-DESTINO-ACTUAL ' (SIN DIRECCION '
052900             'EN NOTIRUTA) - ' NDS-CANT-DEL-DESTINO ' AVISOS'
053000             DELIMITED BY SIZE INTO RPT-LINEA
053100         ADD 1 TO NDS-CANT-SIN-CORREO
053200     ELSE
053300         STRING 'PARA ' NDS-DESTINO-ACTUAL ' <'
053400             DELIMITED BY SIZE
053500             NDS-CORREO-ACTUAL DELIMITED BY SPACE
053600             '> - ' NDS-CANT-DEL-DESTINO ' AVISOS'
053700             DELIMITED BY SIZE INTO RPT-LINEA
053800         ADD 1 TO NDS-CANT-CORREOS
053900         MOVE SPACES TO ML-RECORD
054000         MOVE 'H' TO ML-TIPO-REG
054100         MOVE NDS-CORREO-ACTUAL TO ML-CORREO
054200         MOVE NDS-DESTINO-ACTUAL TO ML-DESTINO
054300         MOVE NDS-FECHA-HOY TO ML-FECHA
054400         STRING 'AVISOS PENDIENTES DE NOMINA Y RRHH: '
054500             NDS-CANT-DEL-DESTINO
054600             DELIMITED BY SIZE INTO ML-TEXTO
054700         WRITE ML-RECORD
054800     END-IF.
054900     WRITE RPT-LINEA.
055000     MOVE 'TIPO CLAVE                VENCE    ATRASO TEXTO'
055100         TO RPT-LINEA.
055200     WRITE RPT-LINEA.
055300     PERFORM 4300-LINEA-AVISO THRU 4300-LINEA-AVISO-EXIT
055400         VARYING NDS-X-MAS FROM 1 BY 1
055500         UNTIL NDS-X-MAS > NDS-CANT-MAST.
055600 4200-RESUMEN-DESTINO-EXIT.
055700     EXIT.
055800*
055900 4210-BUSCAR-CORREO.
056000     IF NDS-RUT-DESTINO(NDS-X-RUT) = NDS-DESTINO-ACTUAL
056100         MOVE NDS-RUT-CORREO(NDS-X-RUT) TO NDS-CORREO-ACTUAL
056200     END-IF.
056300 4210-BUSCAR-CORREO-EXIT.
056400     EXIT.
056500*
056600 4220-CONTAR-DESTINO.
056700     MOVE NDS-MAST-FILA(NDS-X-MAS) TO NDS-NOTIF-ACTUAL.
056800     IF NDA-DESTINO = NDS-DESTINO-ACTUAL
056900         AND NOT NDA-ACUSADA
057000         ADD 1 TO NDS-CANT-DEL-DESTINO
057100     END-IF.
057200 4220-CONTAR-DESTINO-EXIT.
057300     EXIT.
057400*
057500******************************************************************
057600* 4300-LINEA-AVISO - ONE OPEN NOTIFICATION OF THE RECIPIENT; A
057700*                    PENDING ONE IS MARKED NEW AND BECOMES SENT
057800******************************************************************
057900 4300-LINEA-AVISO.
058000     MOVE NDS-MAST-FILA(NDS-X-MAS) TO NDS-NOTIF-ACTUAL.
058100     IF NDA-DESTINO NOT = NDS-DESTINO-ACTUAL
058200         OR NDA-ACUSADA
058300         GO TO 4300-LINEA-AVISO-EXIT
058400     END-IF.
058500     MOVE ZERO TO NDS-DIAS-ATRASO.
058600     IF NDA-VENCE IS NUMERIC AND NDA-VENCE > ZERO
058700         COMPUTE NDS-DIA-AUX =
058800             FUNCTION INTEGER-OF-DATE(NDA-VENCE)
058900         COMPUTE NDS-DIAS-ATRASO = NDS-DIA-HOY - NDS-DIA-AUX
059000     END-IF.
059100     MOVE NDS-DIAS-ATRASO TO NDS-ATRASO-ED.
059200     IF NDA-PENDIENTE
059300         MOVE 'NUEVO ' TO NDS-MARCA
059400     ELSE
059500         MOVE SPACES TO NDS-MARCA
059600     END-IF.
059700     MOVE SPACES TO RPT-LINEA.
059800     STRING NDA-TIPO ' ' NDA-CLAVE ' ' NDA-VENCE ' '
059900         NDS-ATRASO-ED ' ' NDA-TEXTO ' ' NDS-MARCA
060000         DELIMITED BY SIZE INTO RPT-LINEA.
060100     WRITE RPT-LINEA.
060200     IF NDS-CORREO-ACTUAL NOT = SPACES
060300         MOVE SPACES TO ML-RECORD
060400         MOVE 'D' TO ML-TIPO-REG
060500         MOVE NDS-CORREO-ACTUAL TO ML-CORREO
060600         MOVE NDS-DESTINO-ACTUAL TO ML-DESTINO
060700         MOVE NDS-FECHA-HOY TO ML-FECHA
060800         MOVE RPT-LINEA TO ML-TEXTO
060900         WRITE ML-RECORD
061000     END-IF.
061100     IF NDA-PENDIENTE
061200         MOVE 'E' TO NDA-ESTADO
061300         MOVE NDS-FECHA-HOY TO NDA-FECHA-ENVIO
061400         MOVE NDS-NOTIF-ACTUAL TO NDS-MAST-FILA(NDS-X-MAS)
061500         SET NDS-ES-HUBO-CAMBIOS TO TRUE
061600     END-IF.
061700 4300-LINEA-AVISO-EXIT.
061800     EXIT.
061900*
062000******************************************************************
062100* 5000-ACUSAR - THE RECIPIENT ACKNOWLEDGES A NOTIFICATION
062200******************************************************************
062300 5000-ACUSAR.
062400     DISPLAY 'TIPO DE AVISO (4): ' WITH NO ADVANCING.
062500     ACCEPT NDS-PED-TIPO.
062600     DISPLAY 'CLAVE (20): ' WITH NO ADVANCING.
062700     ACCEPT NDS-PED-CLAVE.
062800     DISPLAY 'DESTINATARIO (8, BLANCO=TODOS): '
062900         WITH NO ADVANCING.
063000     ACCEPT NDS-PED-DESTINO.
063100     MOVE 'G' TO NDS-SES-ACCION.
063200     CALL 'SESUSER' USING NDS-SES-ACCION NDS-SES-USUARIO.
063300     PERFORM 5100-ACUSAR-UNA THRU 5100-ACUSAR-UNA-EXIT
063400         VARYING NDS-X-MAS FROM 1 BY 1
063500         UNTIL NDS-X-MAS > NDS-CANT-MAST.
063600     IF NDS-CANT-ACUSADAS = ZERO
063700         DISPLAY 'NOTIDESP: NO HAY AVISOS ABIERTOS CON ESA CLAVE'
063800     ELSE
063900         DISPLAY 'NOTIDESP: ' NDS-CANT-ACUSADAS
064000             ' AVISOS ACUSADOS'
064100     END-IF.
064200 5000-ACUSAR-EXIT.
064300     EXIT.
064400*
064500 5100-ACUSAR-UNA.
064600     MOVE NDS-MAST-FILA(NDS-X-MAS) TO NDS-NOTIF-ACTUAL.
064700     IF NDA-TIPO = NDS-PED-TIPO
064800         AND NDA-CLAVE = NDS-PED-CLAVE
064900         AND (NDS-PED-DESTINO = SPACES
065000              OR NDA-DESTINO = NDS-PED-DESTINO)
065100         AND NOT NDA-ACUSADA
065200         MOVE 'A' TO NDA-ESTADO
065300         MOVE NDS-FECHA-HOY TO NDA-FECHA-ACUSE
065400         MOVE NDS-SES-USUARIO TO NDA-USUARIO-ACUSE
065500         MOVE NDS-NOTIF-ACTUAL TO NDS-MAST-FILA(NDS-X-MAS)
065600         ADD 1 TO NDS-CANT-ACUSADAS
065700         SET NDS-ES-HUBO-CAMBIOS TO TRUE
065800     END-IF.
065900 5100-ACUSAR-UNA-EXIT.
066000     EXIT.
066100*
066200******************************************************************
066300* 6000-LISTAR - THE NOTIFICATIONS NOT YET ACKNOWLEDGED
066400******************************************************************
066500 6000-LISTAR.
066600     DISPLAY 'TIPO DESTINO  CLAVE                VENCE    E '
066700         'ENVIO'.
066800     PERFORM 6100-LISTAR-UNA THRU 6100-LISTAR-UNA-EXIT
066900         VARYING NDS-X-MAS FROM 1 BY 1
067000         UNTIL NDS-X-MAS > NDS-CANT-MAST.
067100 6000-LISTAR-EXIT.
067200     EXIT.
067300*
067400 6100-LISTAR-UNA.
067500     MOVE NDS-MAST-FILA(NDS-X-MAS) TO NDS-NOTIF-ACTUAL.
067600     IF NOT NDA-ACUSADA
067700         DISPLAY NDA-TIPO ' ' NDA-DESTINO ' ' NDA-CLAVE ' '
067800             NDA-VENCE ' ' NDA-ESTADO ' ' NDA-FECHA-ENVIO
067900     END-IF.
068000 6100-LISTAR-UNA-EXIT.
068100     EXIT.
068200*
068300******************************************************************
068400* 7000-GRABAR-MAESTRO - REWRITE THE NOTIFICATION MASTER
068500******************************************************************
068600 7000-GRABAR-MAESTRO.
068700     OPEN OUTPUT NOTIMAST-FILE.
068800     PERFORM 7100-GRABAR-UNA THRU 7100-GRABAR-UNA-EXIT
068900         VARYING NDS-X-MAS FROM 1 BY 1
069000         UNTIL NDS-X-MAS > NDS-CANT-MAST.
069100     CLOSE NOTIMAST-FILE.
069200 7000-GRABAR-MAESTRO-EXIT.
069300     EXIT.
069400*
069500 7100-GRABAR-UNA.
069600     MOVE NDS-MAST-FILA(NDS-X-MAS) TO NM-RECORD.
069700     WRITE NM-RECORD.
069800 7100-GRABAR-UNA-EXIT.
069900     EXIT.
070000 END PROGRAM NOTIDESP.
