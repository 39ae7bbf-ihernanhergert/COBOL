000100******************************************************************
000200* AUTHOR:      HERNAN HERGERT
000300* INSTALLATION: DATA PROCESSING
000400* DATE-WRITTEN:
000500* DATE-COMPILED:
000600* PURPOSE:     UNIFIED CHANGE-HISTORY INQUIRY. WHEN AN AUDITOR
000700*              ASKED WHO CHANGED AN EMPLOYEE AND WHEN, SEVEN
000800*              AUDIT TRAILS HAD TO BE SEARCHED BY HAND, EACH
000900*              WITH ITS OWN LAYOUT: EMPAUDIT (MASTER CHANGES,
001000*              BEFORE/AFTER IMAGES), EMPCAMBIOS (SCHEDULED
001100*              DEPARTMENT MOVES), TRASLOG (COMPANY TRANSFERS),
001200*              REORGLOG (DEPARTMENT RENAMES), RATECHG (RATE
001300*              TABLE CHANGES), SIGNLOG (SIGN-ONS AND MENU
001400*              OPTIONS) AND RUNLOG (PROGRAM STARTS AND ENDS).
001500*              THIS PROGRAM RELEASES EVERY EVENT OF ALL SEVEN
001600*              INTO ONE SORT AND PRINTS A SINGLE CHRONOLOGICAL
001700*              TIMELINE TO HISTRPT, SELECTED BY CANDIDATE NUMBER,
001800*              BY OPERATOR (OP-USUARIO) AND/OR BY DATE RANGE.
001900*              A MASTER CHANGE IS SPLIT INTO ONE EVENT PER FIELD
002000*              THAT CHANGED, WITH ITS BEFORE AND AFTER VALUES,
002100*              AND EVERY EVENT IS LINKED TO THE PAYROLL PERIOD
002200*              IT AFFECTED (THE MONTH OF ITS EFFECTIVE DATE --
002300*              START DATE FOR A HIRE, TERMINATION DATE FOR A
002400*              TERMINATION, EFFECTIVE DATE FOR MOVES AND
002500*              TRANSFERS, THE DAY OF THE CHANGE OTHERWISE).
002600*              ON REQUEST THE TIMELINE IS ALSO WRITTEN TO
002700*              HISTEXP IN THE EXPORTA DELIMITED FORMAT (HEADER
002800*              ROW, SEMICOLON-SEPARATED VALUES, '*T' TRAILER
002900*              WITH THE ROW COUNT AND THE SUM OF THE IDS).
003000* TECTONICS:   COBC
003100*
003200* MODIFICATION HISTORY:
003300*   - NEW AUDIT INQUIRY, OFFERED FROM THE MENUUTIL MENU. USES A
003400*     SORT WITH AN INPUT PROCEDURE, LIKE EXCPREPT.
003401*   - A CHANGED TERMINATION REASON (EM-MOTIVO-BAJA) IS SHOWN AS
003402*     A 'MOTIVO BAJA' EVENT.
003403*   - THE SIGNLOG OPTION COLUMN IS NOW THREE DIGITS WIDE; ROWS
003404*     WRITTEN BEFORE STILL SHOW THEIR TWO-DIGIT OPTION.
003405*   - THE AUDIT LOG LAYOUTS CARRY THE CADAUD CHAIN TRAILER
003406*     (SEQUENCE AND CHECK VALUE) THAT VERIFCAD CHECKS.
003500******************************************************************
003600 IDENTIFICATION DIVISION.
003700 PROGRAM-ID. HISTCAMB.
003800 ENVIRONMENT DIVISION.
003900 INPUT-OUTPUT SECTION.
004000 FILE-CONTROL.
004100     SELECT OPTIONAL AUDITORIA-FILE ASSIGN TO 'EMPAUDIT'
004200         ORGANIZATION IS LINE SEQUENTIAL
004300         FILE STATUS IS HCB-STATUS-ARCHIVO.
004400     SELECT OPTIONAL EMPCAMBIOS-FILE ASSIGN TO 'EMPCAMBIOS'
004500         ORGANIZATION IS LINE SEQUENTIAL
004600         FILE STATUS IS HCB-STATUS-ARCHIVO.
004700     SELECT OPTIONAL TRASLOG-FILE ASSIGN TO 'TRASLOG'
004800         ORGANIZATION IS LINE SEQUENTIAL
004900         FILE STATUS IS HCB-STATUS-ARCHIVO.
005000     SELECT OPTIONAL REORGLOG-FILE ASSIGN TO 'REORGLOG'
005100         ORGANIZATION IS LINE SEQUENTIAL
005200         FILE STATUS IS HCB-STATUS-ARCHIVO.
005300     SELECT OPTIONAL RATECHG-FILE ASSIGN TO 'RATECHG'
005400         ORGANIZATION IS LINE SEQUENTIAL
005500         FILE STATUS IS HCB-STATUS-ARCHIVO.
005600     SELECT OPTIONAL SIGNLOG-FILE ASSIGN TO 'SIGNLOG'
005700         ORGANIZATION IS LINE SEQUENTIAL
005800         FILE STATUS IS HCB-STATUS-ARCHIVO.
005900     SELECT OPTIONAL RUNLOG-FILE ASSIGN TO 'RUNLOG'
006000         ORGANIZATION IS LINE SEQUENTIAL
006100         FILE STATUS IS HCB-STATUS-ARCHIVO.
006200     SELECT OPTIONAL EMPLOYEES-FILE ASSIGN TO 'EMPLOYEES'
006300         ORGANIZATION IS LINE SEQUENTIAL
006400         FILE STATUS IS HCB-STATUS-ARCHIVO.
006500     SELECT REPORTE-FILE ASSIGN TO 'HISTRPT'
006600         ORGANIZATION IS LINE SEQUENTIAL.
006700     SELECT EXPORT-FILE ASSIGN TO 'HISTEXP'
006800         ORGANIZATION IS LINE SEQUENTIAL.
006900     SELECT SORT-WORK-FILE ASSIGN TO 'SORTWK03'.
007000 DATA DIVISION.
007100 FILE SECTION.
007200 FD  AUDITORIA-FILE
007300     LABEL RECORDS ARE STANDARD.
007400 01  EMA-REGISTRO.
007500     05 EMA-FECHA                PIC 9(08).
007600     05 EMA-HORA                 PIC X(08).
007700     05 EMA-OPERACION            PIC X(01).
007800     05 EMA-ANTES                PIC X(57).
007900     05 EMA-DESPUES              PIC X(57).
008000     05 EMA-USUARIO              PIC X(08).
008001     COPY CADAUD
008002         REPLACING CAD-SECUENCIA     BY EMA-SECUENCIA
008003                   CAD-CONTROL       BY EMA-CONTROL.
008100 FD  EMPCAMBIOS-FILE
008200     LABEL RECORDS ARE STANDARD.
008300 01  EC-RECORD.
008400     05 EC-ID                    PIC 9(05).
008500     05 EC-FECHA-DESDE           PIC 9(08).
008600     05 EC-DEPARTAMENTO          PIC X(10).
008700     05 EC-APLICADO              PIC X(01).
008800     05 EC-USUARIO               PIC X(08).
008900     05 EC-FECHA-ALTA            PIC X(08).
009000 FD  TRASLOG-FILE
009100     LABEL RECORDS ARE STANDARD.
009200 01  TLG-REGISTRO.
009300     05 TLG-FECHA                PIC 9(08).
009400     05 TLG-USUARIO              PIC X(08).
009500     05 TLG-ID                   PIC 9(05).
009600     05 TLG-NOMBRE               PIC X(05).
009700     05 TLG-COMPANIA-ANT         PIC X(03).
009800     05 TLG-COMPANIA-NUEVA       PIC X(03).
009900     05 TLG-FECHA-TRASLADO       PIC 9(08).
009901     COPY CADAUD
009902         REPLACING CAD-SECUENCIA     BY TLG-SECUENCIA
009903                   CAD-CONTROL       BY TLG-CONTROL.
010000 FD  REORGLOG-FILE
010100     LABEL RECORDS ARE STANDARD.
010200 01  RLG-REGISTRO.
010300     05 RLG-FECHA                PIC 9(08).
010400     05 RLG-USUARIO              PIC X(08).
010500     05 RLG-VIEJO                PIC X(10).
010600     05 RLG-NUEVO                PIC X(10).
010601     COPY CADAUD
010602         REPLACING CAD-SECUENCIA     BY RLG-SECUENCIA
010603                   CAD-CONTROL       BY RLG-CONTROL.
010700 FD  RATECHG-FILE
010800     LABEL RECORDS ARE STANDARD
010900     RECORD CONTAINS 107 CHARACTERS.
011000 01  CHG-REGISTRO.
011001     05 CHG-LINEA                PIC X(80).
011002     COPY CADAUD
011003         REPLACING CAD-SECUENCIA     BY CHG-SECUENCIA
011004                   CAD-CONTROL       BY CHG-CONTROL.
011100 FD  SIGNLOG-FILE
011200     LABEL RECORDS ARE STANDARD.
011300 01  SGL-REGISTRO.
011400     05 SGL-FECHA                PIC 9(08).
011500     05 SGL-HORA                 PIC X(08).
011600     05 SGL-USUARIO              PIC X(08).
011700     05 SGL-RESULTADO            PIC X(01).
011800     05 SGL-OPCION               PIC X(03).
011801     COPY CADAUD
011802         REPLACING CAD-SECUENCIA     BY SGL-SECUENCIA
011803                   CAD-CONTROL       BY SGL-CONTROL.
011900 FD  RUNLOG-FILE
012000     LABEL RECORDS ARE STANDARD.
012100 01  RGL-REGISTRO.
012200     05 RGL-REG-FECHA            PIC 9(08).
012300     05 RGL-REG-HORA             PIC X(08).
012400     05 RGL-REG-PROGRAMA         PIC X(11).
012500     05 RGL-REG-EVENTO           PIC X(01).
012600     05 RGL-REG-CANTIDAD         PIC 9(05).
012700     05 RGL-REG-USUARIO          PIC X(08).
012701     COPY CADAUD
012702         REPLACING CAD-SECUENCIA     BY RGL-REG-SECUENCIA
012703                   CAD-CONTROL       BY RGL-REG-CONTROL.
012800 FD  EMPLOYEES-FILE
012900     LABEL RECORDS ARE STANDARD.
013000 01  EM-RECORD.
013100     COPY EMPLEADO.
013200 FD  REPORTE-FILE
013300     LABEL RECORDS ARE STANDARD
013400     RECORD CONTAINS 80 CHARACTERS.
013500 01  RPT-LINEA                   PIC X(80).
013600 FD  EXPORT-FILE
013700     LABEL RECORDS ARE STANDARD.
013800 01  SAL-LINEA                   PIC X(250).
013900 SD  SORT-WORK-FILE.
014000 01  SW-REGISTRO.
014100     05 SW-FECHA                 PIC 9(08).
014200     05 SW-HORA                  PIC X(08).
014300     05 SW-SECUENCIA             PIC 9(07).
014400     05 SW-ORIGEN                PIC X(10).
014500     05 SW-USUARIO               PIC X(08).
014600     05 SW-ID                    PIC 9(05).
014700     05 SW-NOMBRE                PIC X(05).
014800     05 SW-PERIODO               PIC 9(06).
014900     05 SW-EVENTO                PIC X(12).
015000     05 SW-CAMPO                 PIC X(12).
015100     05 SW-ANTES                 PIC X(24).
015200     05 SW-DESPUES               PIC X(24).
015300 WORKING-STORAGE SECTION.
015400*
015500 01  HCB-STATUS-ARCHIVO          PIC XX.
015600*
015700 01  HCB-INDICADORES.
015800     05  HCB-FIN-ARCHIVO         PIC X VALUE 'N'.
015900         88  HCB-ES-FIN-ARCHIVO  VALUE 'Y'.
016000     05  HCB-FIN-SORT            PIC X VALUE 'N'.
016100         88  HCB-ES-FIN-SORT     VALUE 'Y'.
016200     05  HCB-EXPORTAR            PIC X VALUE 'N'.
016300         88  HCB-ES-EXPORTAR     VALUE 'S' 's'.
016400     05  HCB-HALLADO             PIC X VALUE 'N'.
016500         88  HCB-ES-HALLADO      VALUE 'Y'.
016600*
016700*    CRITERIOS DE SELECCION; CERO O BLANCO ES 'TODOS'.
016800 01  HCB-SELECCION.
016900     05  HCB-SEL-ID              PIC 9(05) VALUE ZERO.
017000     05  HCB-SEL-USUARIO         PIC X(08) VALUE SPACES.
017100     05  HCB-SEL-DESDE           PIC 9(08) VALUE ZERO.
017200     05  HCB-SEL-HASTA           PIC 9(08) VALUE 99999999.
017300 01  HCB-ENTRADA                 PIC X(10).
017400 01  HCB-ENTRADA-ID              PIC X(06).
017500 01  HCB-ID-VALIDO               PIC X(01).
017600     88  HCB-ES-ID-VALIDO        VALUE 'Y'.
017700*
017800 01  HCB-CONTADORES.
017900     05  HCB-SECUENCIA           PIC 9(07) VALUE ZERO.
018000     05  HCB-CANT-EVENTOS        PIC 9(07) VALUE ZERO.
018100     05  HCB-SUMA-IDS            PIC 9(13)V99 VALUE ZERO.
018200*
018300*    EVENTO EN ARMADO, ANTES DE PASAR EL FILTRO Y SOLTARLO.
018400 01  HCB-EVENTO.
018500     05  HCB-EV-FECHA            PIC 9(08).
018600     05  HCB-EV-HORA             PIC X(08).
018700     05  HCB-EV-SECUENCIA        PIC 9(07).
018800     05  HCB-EV-ORIGEN           PIC X(10).
018900     05  HCB-EV-USUARIO          PIC X(08).
019000     05  HCB-EV-ID               PIC 9(05).
019100     05  HCB-EV-NOMBRE           PIC X(05).
019200     05  HCB-EV-PERIODO          PIC 9(06).
019300     05  HCB-EV-EVENTO           PIC X(12).
019400     05  HCB-EV-CAMPO            PIC X(12).
019500     05  HCB-EV-ANTES            PIC X(24).
019600     05  HCB-EV-DESPUES          PIC X(24).
019700*
019800*    IMAGENES ANTES/DESPUES DE EMPAUDIT CON EL LAYOUT DEL MAESTRO.
019900 01  HCB-IMAGEN-ANTES.
020000     COPY EMPLEADO
020100         REPLACING EM-NOMBRE         BY HCB-ANT-NOMBRE
020200                   EM-EXPERIENCIA    BY HCB-ANT-EXPERIENCIA
020300                   EM-DEPARTAMENTO   BY HCB-ANT-DEPARTAMENTO
020400                   EM-ID             BY HCB-ANT-ID
020500                   EM-FECHA-INGRESO  BY HCB-ANT-FECHA-INGRESO
020600                   EM-ESTADO         BY HCB-ANT-ESTADO
020700                   EM-ACTIVO         BY HCB-ANT-ACTIVO
020800                   EM-DADO-DE-BAJA   BY HCB-ANT-DADO-DE-BAJA
020900                   EM-FECHA-BAJA     BY HCB-ANT-FECHA-BAJA
021000                   EM-BANCO          BY HCB-ANT-BANCO
021100                   EM-CUENTA         BY HCB-ANT-CUENTA
021200                   EM-COMPANIA       BY HCB-ANT-COMPANIA
021201                   EM-MOTIVO-BAJA    BY HCB-ANT-MOTIVO-BAJA.
021300 01  HCB-IMAGEN-DESPUES.
021400     COPY EMPLEADO
021500         REPLACING EM-NOMBRE         BY HCB-DES-NOMBRE
021600                   EM-EXPERIENCIA    BY HCB-DES-EXPERIENCIA
021700                   EM-DEPARTAMENTO   BY HCB-DES-DEPARTAMENTO
021800                   EM-ID             BY HCB-DES-ID
021900                   EM-FECHA-INGRESO  BY HCB-DES-FECHA-INGRESO
022000                   EM-ESTADO         BY HCB-DES-ESTADO
022100                   EM-ACTIVO         BY HCB-DES-ACTIVO
022200                   EM-DADO-DE-BAJA   BY HCB-DES-DADO-DE-BAJA
022300                   EM-FECHA-BAJA     BY HCB-DES-FECHA-BAJA
022400                   EM-BANCO          BY HCB-DES-BANCO
022500                   EM-CUENTA         BY HCB-DES-CUENTA
022600                   EM-COMPANIA       BY HCB-DES-COMPANIA
022601                   EM-MOTIVO-BAJA    BY HCB-DES-MOTIVO-BAJA.
022700*
022800*    UNA LINEA DE RATECHG: 'FECHA FILA NN ANTES [..] AHORA [..]'
022900*    O 'FECHA FILA NN NUEVA [..]'.
023000 01  HCB-CAMBIO-TARIFA.
023100     05  HCB-CHG-CABEZA          PIC X(30).
023200     05  HCB-CHG-PRIMERO         PIC X(24).
023300     05  HCB-CHG-MEDIO           PIC X(10).
023400     05  HCB-CHG-SEGUNDO         PIC X(24).
023500     05  HCB-CHG-CANT-NUEVA      PIC 9(02).
023600*
023700 01  HCB-CANT-EMPL               PIC 9(04) VALUE ZERO.
023800 01  HCB-TABLA-EMPL.
023900     05  HCB-EMPL-FILA OCCURS 1000 TIMES
024000                       INDEXED BY HCB-X-EMP.
024100         10 HCB-EMPL-ID          PIC 9(05).
024200         10 HCB-EMPL-NOMBRE      PIC X(05).
024300*
024400 01  HCB-DETALLE.
024500     05  HCB-DET-FECHA           PIC 9(08).
024600     05  FILLER                  PIC X(01) VALUE SPACE.
024700     05  HCB-DET-HORA            PIC X(05).
024800     05  FILLER                  PIC X(01) VALUE SPACE.
024900     05  HCB-DET-ORIGEN          PIC X(10).
025000     05  FILLER                  PIC X(01) VALUE SPACE.
025100     05  HCB-DET-USUARIO         PIC X(08).
025200     05  FILLER                  PIC X(01) VALUE SPACE.
025300     05  HCB-DET-ID              PIC X(05).
025400     05  FILLER                  PIC X(01) VALUE SPACE.
025500     05  HCB-DET-NOMBRE          PIC X(05).
025600     05  FILLER                  PIC X(01) VALUE SPACE.
025700     05  HCB-DET-PERIODO         PIC X(06).
025800     05  FILLER                  PIC X(01) VALUE SPACE.
025900     05  HCB-DET-EVENTO          PIC X(12).
026000     05  FILLER                  PIC X(14) VALUE SPACES.
026100*
026200 01  HCB-DETALLE-VALORES.
026300     05  FILLER                  PIC X(06) VALUE SPACES.
026400     05  HCB-VAL-CAMPO           PIC X(12).
026500     05  FILLER                  PIC X(02) VALUE ': '.
026600     05  HCB-VAL-ANTES           PIC X(24).
026700     05  FILLER                  PIC X(04) VALUE ' -> '.
026800     05  HCB-VAL-DESPUES         PIC X(24).
026900     05  FILLER                  PIC X(08) VALUE SPACES.
027000*
027100 01  HCB-ED-HASH                 PIC 9(13).99.
027200 01  HCB-PUNTERO                 PIC 9(03).
027300 01  HCB-LINEA-ARMADA            PIC X(250).
027400*
027500 PROCEDURE DIVISION.
027600******************************************************************
027700* 0000-MAINLINE - ASK THE SELECTION, SORT EVERY AUDIT TRAIL INTO
027800*                 ONE TIMELINE, PRINT (AND EXPORT) IT
027900******************************************************************
028000 0000-MAINLINE.
028100     PERFORM 1000-PEDIR-SELECCION THRU 1000-PEDIR-SELECCION-EXIT.
028200     IF RETURN-CODE NOT = ZERO
028300         GOBACK
028400     END-IF.
028500     PERFORM 1500-CARGAR-EMPLEADOS
028600         THRU 1500-CARGAR-EMPLEADOS-EXIT.
028700     OPEN OUTPUT REPORTE-FILE.
028800     PERFORM 1900-TITULOS THRU 1900-TITULOS-EXIT.
028900     IF HCB-ES-EXPORTAR
029000         OPEN OUTPUT EXPORT-FILE
029100         MOVE 'FECHA;HORA;ORIGEN;USUARIO;ID;NOMBRE;PERIODO;'
029200             TO SAL-LINEA
029300         MOVE 'EVENTO;CAMPO;ANTES;DESPUES' TO SAL-LINEA(45:26)
029400         WRITE SAL-LINEA
029500     END-IF.
029600     SORT SORT-WORK-FILE
029700         ON ASCENDING KEY SW-FECHA SW-HORA SW-SECUENCIA
029800         INPUT PROCEDURE IS 2000-JUNTAR-EVENTOS
029900             THRU 2000-JUNTAR-EVENTOS-EXIT
030000         OUTPUT PROCEDURE IS 4000-IMPRIMIR-LINEA-TIEMPO
030100             THRU 4000-IMPRIMIR-LINEA-TIEMPO-EXIT.
030200     MOVE SPACES TO RPT-LINEA.
030300     WRITE RPT-LINEA.
030400     MOVE SPACES TO RPT-LINEA.
030500     STRING 'TOTAL DE EVENTOS: ' HCB-CANT-EVENTOS
030600         DELIMITED BY SIZE INTO RPT-LINEA.
030700     WRITE RPT-LINEA.
030800     CLOSE REPORTE-FILE.
030900     IF HCB-ES-EXPORTAR
031000         PERFORM 5000-GRABAR-CIERRE THRU 5000-GRABAR-CIERRE-EXIT
031100         CLOSE EXPORT-FILE
031200     END-IF.
031300     DISPLAY 'HISTCAMB: ' HCB-CANT-EVENTOS
031400         ' EVENTOS EN LA LINEA DE TIEMPO (HISTRPT)'.
031500     IF HCB-ES-EXPORTAR
031600         DISPLAY 'HISTCAMB: EXPORTADOS A HISTEXP'
031700     END-IF.
031800     GOBACK.
031900 0000-MAINLINE-EXIT.
032000     EXIT.
032100*
032200******************************************************************
032300* 1000-PEDIR-SELECCION - CANDIDATE, OPERATOR, DATE RANGE; ANY
032400*                        MAY BE LEFT BLANK, AND THEY COMBINE
032500******************************************************************
032600 1000-PEDIR-SELECCION.
032700     DISPLAY 'NUMERO DE CANDIDATO (ENTER = TODOS): '
032800         WITH NO ADVANCING.
032900     MOVE SPACES TO HCB-ENTRADA-ID.
033000     ACCEPT HCB-ENTRADA-ID.
033100     IF HCB-ENTRADA-ID NOT = SPACES
033200         CALL 'NUMVALID' USING HCB-ENTRADA-ID HCB-ID-VALIDO
033300         IF NOT HCB-ES-ID-VALIDO
033400             DISPLAY 'HISTCAMB: NUMERO DE CANDIDATO INVALIDO'
033500             MOVE 8 TO RETURN-CODE
033600             GO TO 1000-PEDIR-SELECCION-EXIT
033700         END-IF
033800         COMPUTE HCB-SEL-ID = FUNCTION NUMVAL(HCB-ENTRADA-ID)
033900     END-IF.
034000     DISPLAY 'OPERADOR (ENTER = TODOS): ' WITH NO ADVANCING.
034100     ACCEPT HCB-SEL-USUARIO.
034200     DISPLAY 'FECHA DESDE AAAAMMDD (ENTER = SIN LIMITE): '
034300         WITH NO ADVANCING.
034400     MOVE SPACES TO HCB-ENTRADA.
034500     ACCEPT HCB-ENTRADA.
034600     IF HCB-ENTRADA NOT = SPACES
034700         IF HCB-ENTRADA(1:8) IS NOT NUMERIC
034800             DISPLAY 'HISTCAMB: FECHA DESDE INVALIDA'
034900             MOVE 8 TO RETURN-CODE
035000             GO TO 1000-PEDIR-SELECCION-EXIT
035100         END-IF
035200         MOVE HCB-ENTRADA(1:8) TO HCB-SEL-DESDE
035300     END-IF.
035400     DISPLAY 'FECHA HASTA AAAAMMDD (ENTER = SIN LIMITE): '
035500         WITH NO ADVANCING.
035600     MOVE SPACES TO HCB-ENTRADA.
035700     ACCEPT HCB-ENTRADA.
035800     IF HCB-ENTRADA NOT = SPACES
035900         IF HCB-ENTRADA(1:8) IS NOT NUMERIC
036000             DISPLAY 'HISTCAMB: FECHA HASTA INVALIDA'
036100             MOVE 8 TO RETURN-CODE
036200             GO TO 1000-PEDIR-SELECCION-EXIT
036300         END-IF
036400         MOVE HCB-ENTRADA(1:8) TO HCB-SEL-HASTA
036500     END-IF.
036600     IF HCB-SEL-DESDE > HCB-SEL-HASTA
036700         DISPLAY 'HISTCAMB: LA FECHA DESDE ES POSTERIOR '
036800             'A LA HASTA'
036900         MOVE 8 TO RETURN-CODE
037000         GO TO 1000-PEDIR-SELECCION-EXIT
037100     END-IF.
037200     DISPLAY 'EXPORTAR A HISTEXP (S/N): ' WITH NO ADVANCING.
037300     ACCEPT HCB-EXPORTAR.
037400 1000-PEDIR-SELECCION-EXIT.
037500     EXIT.
037600*
037700******************************************************************
037800* 1500-CARGAR-EMPLEADOS - ID TO NAME, FOR THE TRAILS THAT ONLY
037900*                         CARRY THE CANDIDATE NUMBER
038000******************************************************************
038100 1500-CARGAR-EMPLEADOS.
038200     MOVE 'N' TO HCB-FIN-ARCHIVO.
038300     OPEN INPUT EMPLOYEES-FILE.
038400     IF HCB-STATUS-ARCHIVO = '00'
038500         PERFORM 1510-LEER-EMPLEADO THRU 1510-LEER-EMPLEADO-EXIT
038600             UNTIL HCB-ES-FIN-ARCHIVO
038700     END-IF.
038800     CLOSE EMPLOYEES-FILE.
038900 1500-CARGAR-EMPLEADOS-EXIT.
039000     EXIT.
039100*
039200******************************************************************
039300* 1510-LEER-EMPLEADO - KEEP ONE ID AND NAME
039400******************************************************************
039500 1510-LEER-EMPLEADO.
039600     READ EMPLOYEES-FILE
039700         AT END
039800             SET HCB-ES-FIN-ARCHIVO TO TRUE
039900         NOT AT END
040000             IF HCB-CANT-EMPL < 1000
040100                 AND EM-ID IS NUMERIC
040200                 ADD 1 TO HCB-CANT-EMPL
040300                 SET HCB-X-EMP TO HCB-CANT-EMPL
040400                 MOVE EM-ID TO HCB-EMPL-ID(HCB-X-EMP)
040500                 MOVE EM-NOMBRE TO HCB-EMPL-NOMBRE(HCB-X-EMP)
040600             END-IF
040700     END-READ.
040800 1510-LEER-EMPLEADO-EXIT.
040900     EXIT.
041000*
041100******************************************************************
041200* 1900-TITULOS - REPORT HEADING WITH THE SELECTION USED
041300******************************************************************
041400 1900-TITULOS.
041500     MOVE 'HISTRPT - HISTORIAL UNIFICADO DE CAMBIOS' TO RPT-LINEA.
041600     WRITE RPT-LINEA.
041700     MOVE SPACES TO RPT-LINEA.
041800     STRING 'CANDIDATO: ' HCB-SEL-ID '  OPERADOR: '
041900         HCB-SEL-USUARIO '  DESDE: ' HCB-SEL-DESDE
042000         '  HASTA: ' HCB-SEL-HASTA
042100         DELIMITED BY SIZE INTO RPT-LINEA.
042200     WRITE RPT-LINEA.
042300     MOVE SPACES TO RPT-LINEA.
042400     WRITE RPT-LINEA.
042500     MOVE 'FECHA    HORA  ORIGEN     USUARIO  ID    NOMBR PERIOD'
042600         TO RPT-LINEA.
042700     MOVE 'EVENTO' TO RPT-LINEA(55:6).
042800     WRITE RPT-LINEA.
042900 1900-TITULOS-EXIT.
043000     EXIT.
043100*
043200******************************************************************
043300* 2000-JUNTAR-EVENTOS - RELEASE THE EVENTS OF EVERY AUDIT TRAIL
043400*                       INTO THE SORT
043500******************************************************************
043600 2000-JUNTAR-EVENTOS.
043700     MOVE 'N' TO HCB-FIN-ARCHIVO.
043800     OPEN INPUT AUDITORIA-FILE.
043900     IF HCB-STATUS-ARCHIVO = '00'
044000         PERFORM 2100-SOLTAR-EMPAUDIT
044100             THRU 2100-SOLTAR-EMPAUDIT-EXIT
044200             UNTIL HCB-ES-FIN-ARCHIVO
044300     END-IF.
044400     CLOSE AUDITORIA-FILE.
044500     MOVE 'N' TO HCB-FIN-ARCHIVO.
044600     OPEN INPUT EMPCAMBIOS-FILE.
044700     IF HCB-STATUS-ARCHIVO = '00'
044800         PERFORM 2200-SOLTAR-EMPCAMBIOS
044900             THRU 2200-SOLTAR-EMPCAMBIOS-EXIT
045000             UNTIL HCB-ES-FIN-ARCHIVO
045100     END-IF.
045200     CLOSE EMPCAMBIOS-FILE.
045300     MOVE 'N' TO HCB-FIN-ARCHIVO.
045400     OPEN INPUT TRASLOG-FILE.
045500     IF HCB-STATUS-ARCHIVO = '00'
045600         PERFORM 2300-SOLTAR-TRASLOG THRU 2300-SOLTAR-TRASLOG-EXIT
045700             UNTIL HCB-ES-FIN-ARCHIVO
045800     END-IF.
045900     CLOSE TRASLOG-FILE.
046000     MOVE 'N' TO HCB-FIN-ARCHIVO.
046100     OPEN INPUT REORGLOG-FILE.
046200     IF HCB-STATUS-ARCHIVO = '00'
046300         PERFORM 2400-SOLTAR-REORGLOG
046400             THRU 2400-SOLTAR-REORGLOG-EXIT
046500             UNTIL HCB-ES-FIN-ARCHIVO
046600     END-IF.
046700     CLOSE REORGLOG-FILE.
046800     MOVE 'N' TO HCB-FIN-ARCHIVO.
046900     OPEN INPUT RATECHG-FILE.
047000     IF HCB-STATUS-ARCHIVO = '00'
047100         PERFORM 2500-SOLTAR-RATECHG THRU 2500-SOLTAR-RATECHG-EXIT
047200             UNTIL HCB-ES-FIN-ARCHIVO
047300     END-IF.
047400     CLOSE RATECHG-FILE.
047500     MOVE 'N' TO HCB-FIN-ARCHIVO.
047600     OPEN INPUT SIGNLOG-FILE.
047700     IF HCB-STATUS-ARCHIVO = '00'
047800         PERFORM 2600-SOLTAR-SIGNLOG THRU 2600-SOLTAR-SIGNLOG-EXIT
047900             UNTIL HCB-ES-FIN-ARCHIVO
048000     END-IF.
048100     CLOSE SIGNLOG-FILE.
048200     MOVE 'N' TO HCB-FIN-ARCHIVO.
048300     OPEN INPUT RUNLOG-FILE.
048400     IF HCB-STATUS-ARCHIVO = '00'
048500         PERFORM 2700-SOLTAR-RUNLOG THRU 2700-SOLTAR-RUNLOG-EXIT
048600             UNTIL HCB-ES-FIN-ARCHIVO
048700     END-IF.
048800     CLOSE RUNLOG-FILE.
048900 2000-JUNTAR-EVENTOS-EXIT.
049000     EXIT.
049100*
049200******************************************************************
049300* 2100-SOLTAR-EMPAUDIT - A HIRE IS ONE EVENT; ANY OTHER MASTER
049400*                        CHANGE IS ONE EVENT PER CHANGED FIELD
049500******************************************************************
049600 2100-SOLTAR-EMPAUDIT.
049700     READ AUDITORIA-FILE
049800         AT END
049900             SET HCB-ES-FIN-ARCHIVO TO TRUE
050000             GO TO 2100-SOLTAR-EMPAUDIT-EXIT
050100     END-READ.
050200     MOVE SPACES TO HCB-EVENTO.
050300     MOVE EMA-FECHA TO HCB-EV-FECHA.
050400     MOVE EMA-HORA TO HCB-EV-HORA.
050500     MOVE 'EMPAUDIT' TO HCB-EV-ORIGEN.
050600     MOVE EMA-USUARIO TO HCB-EV-USUARIO.
050700     MOVE EMA-ANTES TO HCB-IMAGEN-ANTES.
050800     MOVE EMA-DESPUES TO HCB-IMAGEN-DESPUES.
050900     MOVE ZERO TO HCB-EV-ID.
051000     IF EMA-DESPUES NOT = SPACES
051100         MOVE HCB-DES-NOMBRE TO HCB-EV-NOMBRE
051200         IF HCB-DES-ID IS NUMERIC
051300             MOVE HCB-DES-ID TO HCB-EV-ID
051400         END-IF
051500     ELSE
051600         MOVE HCB-ANT-NOMBRE TO HCB-EV-NOMBRE
051700         IF HCB-ANT-ID IS NUMERIC
051800             MOVE HCB-ANT-ID TO HCB-EV-ID
051900         END-IF
052000     END-IF.
052100     MOVE EMA-FECHA(1:6) TO HCB-EV-PERIODO.
052200     EVALUATE EMA-OPERACION
052300         WHEN 'A'
052400         WHEN 'a'
052500             MOVE 'ALTA' TO HCB-EV-EVENTO
052600         WHEN 'B'
052700         WHEN 'b'
052800             MOVE 'BAJA' TO HCB-EV-EVENTO
052900         WHEN 'D'
053000         WHEN 'd'
053100             MOVE 'CUENTA DEP.' TO HCB-EV-EVENTO
053200         WHEN OTHER
053300             MOVE 'MODIFICACION' TO HCB-EV-EVENTO
053400     END-EVALUATE.
053500     IF EMA-ANTES = SPACES
053600         MOVE 'ALTA' TO HCB-EV-EVENTO
053700         IF HCB-DES-FECHA-INGRESO IS NUMERIC
053800             AND HCB-DES-FECHA-INGRESO NOT = ZERO
053900             MOVE HCB-DES-FECHA-INGRESO(1:6) TO HCB-EV-PERIODO
054000         END-IF
054100         MOVE 'DEPARTAMENTO' TO HCB-EV-CAMPO
054200         MOVE HCB-DES-DEPARTAMENTO TO HCB-EV-DESPUES
054300         PERFORM 3000-SOLTAR-EVENTO THRU 3000-SOLTAR-EVENTO-EXIT
054400         GO TO 2100-SOLTAR-EMPAUDIT-EXIT
054500     END-IF.
054600     IF HCB-EV-EVENTO = 'BAJA'
054700         AND HCB-DES-FECHA-BAJA IS NUMERIC
054800         AND HCB-DES-FECHA-BAJA NOT = ZERO
054900         MOVE HCB-DES-FECHA-BAJA(1:6) TO HCB-EV-PERIODO
055000     END-IF.
055100     IF HCB-ANT-NOMBRE NOT = HCB-DES-NOMBRE
055200         MOVE 'NOMBRE' TO HCB-EV-CAMPO
055300         MOVE HCB-ANT-NOMBRE TO HCB-EV-ANTES
055400         MOVE HCB-DES-NOMBRE TO HCB-EV-DESPUES
055500         PERFORM 3000-SOLTAR-EVENTO THRU 3000-SOLTAR-EVENTO-EXIT
055600     END-IF.
055700     IF HCB-IMAGEN-ANTES(6:2) NOT = HCB-IMAGEN-DESPUES(6:2)
055800         MOVE 'EXPERIENCIA' TO HCB-EV-CAMPO
055900         MOVE HCB-IMAGEN-ANTES(6:2) TO HCB-EV-ANTES
056000         MOVE HCB-IMAGEN-DESPUES(6:2) TO HCB-EV-DESPUES
056100         PERFORM 3000-SOLTAR-EVENTO THRU 3000-SOLTAR-EVENTO-EXIT
056200     END-IF.
056300     IF HCB-ANT-DEPARTAMENTO NOT = HCB-DES-DEPARTAMENTO
056400         MOVE 'DEPARTAMENTO' TO HCB-EV-CAMPO
056500         MOVE HCB-ANT-DEPARTAMENTO TO HCB-EV-ANTES
056600         MOVE HCB-DES-DEPARTAMENTO TO HCB-EV-DESPUES
056700         PERFORM 3000-SOLTAR-EVENTO THRU 3000-SOLTAR-EVENTO-EXIT
056800     END-IF.
056900     IF HCB-IMAGEN-ANTES(18:5) NOT = HCB-IMAGEN-DESPUES(18:5)
057000         MOVE 'CANDIDATO' TO HCB-EV-CAMPO
057100         MOVE HCB-IMAGEN-ANTES(18:5) TO HCB-EV-ANTES
057200         MOVE HCB-IMAGEN-DESPUES(18:5) TO HCB-EV-DESPUES
057300         PERFORM 3000-SOLTAR-EVENTO THRU 3000-SOLTAR-EVENTO-EXIT
057400     END-IF.
057500     IF HCB-IMAGEN-ANTES(23:8) NOT = HCB-IMAGEN-DESPUES(23:8)
057600         MOVE 'INGRESO' TO HCB-EV-CAMPO
057700         MOVE HCB-IMAGEN-ANTES(23:8) TO HCB-EV-ANTES
057800         MOVE HCB-IMAGEN-DESPUES(23:8) TO HCB-EV-DESPUES
057900         PERFORM 3000-SOLTAR-EVENTO THRU 3000-SOLTAR-EVENTO-EXIT
058000     END-IF.
058100     IF HCB-ANT-ESTADO NOT = HCB-DES-ESTADO
058200         MOVE 'ESTADO' TO HCB-EV-CAMPO
058300         MOVE HCB-ANT-ESTADO TO HCB-EV-ANTES
058400         MOVE HCB-DES-ESTADO TO HCB-EV-DESPUES
058500         PERFORM 3000-SOLTAR-EVENTO THRU 3000-SOLTAR-EVENTO-EXIT
058600     END-IF.
058700     IF HCB-IMAGEN-ANTES(32:8) NOT = HCB-IMAGEN-DESPUES(32:8)
058800         MOVE 'FECHA BAJA' TO HCB-EV-CAMPO
058900         MOVE HCB-IMAGEN-ANTES(32:8) TO HCB-EV-ANTES
059000         MOVE HCB-IMAGEN-DESPUES(32:8) TO HCB-EV-DESPUES
059100         PERFORM 3000-SOLTAR-EVENTO THRU 3000-SOLTAR-EVENTO-EXIT
059200     END-IF.
059300     IF HCB-ANT-BANCO NOT = HCB-DES-BANCO
059400         MOVE 'BANCO' TO HCB-EV-CAMPO
059500         MOVE HCB-ANT-BANCO TO HCB-EV-ANTES
059600         MOVE HCB-DES-BANCO TO HCB-EV-DESPUES
059700         PERFORM 3000-SOLTAR-EVENTO THRU 3000-SOLTAR-EVENTO-EXIT
059800     END-IF.
059900     IF HCB-ANT-CUENTA NOT = HCB-DES-CUENTA
060000         MOVE 'CUENTA' TO HCB-EV-CAMPO
060100         MOVE HCB-ANT-CUENTA TO HCB-EV-ANTES
060200         MOVE HCB-DES-CUENTA TO HCB-EV-DESPUES
060300         PERFORM 3000-SOLTAR-EVENTO THRU 3000-SOLTAR-EVENTO-EXIT
060400     END-IF.
060500     IF HCB-ANT-COMPANIA NOT = HCB-DES-COMPANIA
060600         MOVE 'EMPRESA' TO HCB-EV-CAMPO
060700         MOVE HCB-ANT-COMPANIA TO HCB-EV-ANTES
060800         MOVE HCB-DES-COMPANIA TO HCB-EV-DESPUES
060801         PERFORM 3000-SOLTAR-EVENTO THRU 3000-SOLTAR-EVENTO-EXIT
060802     END-IF.
060803     IF HCB-ANT-MOTIVO-BAJA NOT = HCB-DES-MOTIVO-BAJA
060804         MOVE 'MOTIVO BAJA' TO HCB-EV-CAMPO
060805         MOVE HCB-ANT-MOTIVO-BAJA TO HCB-EV-ANTES
060806         MOVE HCB-DES-MOTIVO-BAJA TO HCB-EV-DESPUES
060900         PERFORM 3000-SOLTAR-EVENTO THRU 3000-SOLTAR-EVENTO-EXIT
061000     END-IF.
061100 2100-SOLTAR-EMPAUDIT-EXIT.
061200     EXIT.
061300*
061400******************************************************************
061500* 2200-SOLTAR-EMPCAMBIOS - A SCHEDULED DEPARTMENT MOVE, DATED
061600*                          WHEN IT WAS KEYED (ROWS KEYED BEFORE
061700*                          THE DATE WAS RECORDED FALL BACK TO THE
061800*                          EFFECTIVE DATE)
061900******************************************************************
062000 2200-SOLTAR-EMPCAMBIOS.
062100     READ EMPCAMBIOS-FILE
062200         AT END
062300             SET HCB-ES-FIN-ARCHIVO TO TRUE
062400             GO TO 2200-SOLTAR-EMPCAMBIOS-EXIT
062500     END-READ.
062600     MOVE SPACES TO HCB-EVENTO.
062700     MOVE EC-FECHA-DESDE TO HCB-EV-FECHA.
062800     IF EC-FECHA-ALTA IS NUMERIC
062900         AND EC-FECHA-ALTA NOT = ZERO
063000         MOVE EC-FECHA-ALTA TO HCB-EV-FECHA
063100     END-IF.
063200     MOVE 'EMPCAMBIOS' TO HCB-EV-ORIGEN.
063300     MOVE EC-USUARIO TO HCB-EV-USUARIO.
063400     MOVE EC-ID TO HCB-EV-ID.
063500     PERFORM 3500-NOMBRE-EMPLEADO THRU 3500-NOMBRE-EMPLEADO-EXIT.
063600     MOVE EC-FECHA-DESDE(1:6) TO HCB-EV-PERIODO.
063700     MOVE 'CAMBIO DEPTO' TO HCB-EV-EVENTO.
063800     MOVE 'DEPARTAMENTO' TO HCB-EV-CAMPO.
063900     MOVE EC-DEPARTAMENTO TO HCB-EV-DESPUES.
064000     STRING 'VIGENCIA ' EC-FECHA-DESDE
064100         DELIMITED BY SIZE INTO HCB-EV-ANTES.
064200     IF EC-APLICADO = 'S'
064300         MOVE 'LIQ' TO HCB-EV-ANTES(19:3)
064400     END-IF.
064500     PERFORM 3000-SOLTAR-EVENTO THRU 3000-SOLTAR-EVENTO-EXIT.
064600 2200-SOLTAR-EMPCAMBIOS-EXIT.
064700     EXIT.
064800*
064900******************************************************************
065000* 2300-SOLTAR-TRASLOG - A TRANSFER BETWEEN COMPANIES
065100******************************************************************
065200 2300-SOLTAR-TRASLOG.
065300     READ TRASLOG-FILE
065400         AT END
065500             SET HCB-ES-FIN-ARCHIVO TO TRUE
065600             GO TO 2300-SOLTAR-TRASLOG-EXIT
065700     END-READ.
065800     MOVE SPACES TO HCB-EVENTO.
065900     MOVE TLG-FECHA TO HCB-EV-FECHA.
066000     MOVE 'TRASLOG' TO HCB-EV-ORIGEN.
066100     MOVE TLG-USUARIO TO HCB-EV-USUARIO.
066200     MOVE TLG-ID TO HCB-EV-ID.
066300     MOVE TLG-NOMBRE TO HCB-EV-NOMBRE.
066400     MOVE TLG-FECHA-TRASLADO(1:6) TO HCB-EV-PERIODO.
066500     MOVE 'TRASLADO' TO HCB-EV-EVENTO.
066600     MOVE 'EMPRESA' TO HCB-EV-CAMPO.
066700     MOVE TLG-COMPANIA-ANT TO HCB-EV-ANTES.
066800     MOVE TLG-COMPANIA-NUEVA TO HCB-EV-DESPUES.
066900     PERFORM 3000-SOLTAR-EVENTO THRU 3000-SOLTAR-EVENTO-EXIT.
067000 2300-SOLTAR-TRASLOG-EXIT.
067100     EXIT.
067200*
067300******************************************************************
067400* 2400-SOLTAR-REORGLOG - A DEPARTMENT RENAMED OR MERGED; IT
067500*                        AFFECTS EVERYONE, SO IT CARRIES NO ID
067600******************************************************************
067700 2400-SOLTAR-REORGLOG.
067800     READ REORGLOG-FILE
067900         AT END
068000             SET HCB-ES-FIN-ARCHIVO TO TRUE
068100             GO TO 2400-SOLTAR-REORGLOG-EXIT
068200     END-READ.
068300     MOVE SPACES TO HCB-EVENTO.
068400     MOVE RLG-FECHA TO HCB-EV-FECHA.
068500     MOVE 'REORGLOG' TO HCB-EV-ORIGEN.
068600     MOVE RLG-USUARIO TO HCB-EV-USUARIO.
068700     MOVE ZERO TO HCB-EV-ID.
068800     MOVE RLG-FECHA(1:6) TO HCB-EV-PERIODO.
068900     MOVE 'REORG DEPTO' TO HCB-EV-EVENTO.
069000     MOVE 'DEPARTAMENTO' TO HCB-EV-CAMPO.
069100     MOVE RLG-VIEJO TO HCB-EV-ANTES.
069200     MOVE RLG-NUEVO TO HCB-EV-DESPUES.
069300     PERFORM 3000-SOLTAR-EVENTO THRU 3000-SOLTAR-EVENTO-EXIT.
069400 2400-SOLTAR-REORGLOG-EXIT.
069500     EXIT.
069600*
069700******************************************************************
069800* 2500-SOLTAR-RATECHG - A RATE-TABLE ROW THAT CHANGED BETWEEN
069900*                       TWO PAYROLL RUNS (NO ID, NO OPERATOR)
070000******************************************************************
070100 2500-SOLTAR-RATECHG.
070200     READ RATECHG-FILE
070300         AT END
070400             SET HCB-ES-FIN-ARCHIVO TO TRUE
070500             GO TO 2500-SOLTAR-RATECHG-EXIT
070600     END-READ.
070700     IF CHG-LINEA(1:8) IS NOT NUMERIC
070800         GO TO 2500-SOLTAR-RATECHG-EXIT
070900     END-IF.
071000     MOVE SPACES TO HCB-EVENTO.
071100     MOVE CHG-LINEA(1:8) TO HCB-EV-FECHA.
071200     MOVE 'RATECHG' TO HCB-EV-ORIGEN.
071300     MOVE ZERO TO HCB-EV-ID.
071400     MOVE CHG-LINEA(1:6) TO HCB-EV-PERIODO.
071500     MOVE 'TARIFA' TO HCB-EV-EVENTO.
071600     MOVE CHG-LINEA(10:7) TO HCB-EV-CAMPO.
071700     MOVE SPACES TO HCB-CAMBIO-TARIFA.
071800     MOVE ZERO TO HCB-CHG-CANT-NUEVA.
071900     UNSTRING CHG-LINEA DELIMITED BY '[' OR ']'
072000         INTO HCB-CHG-CABEZA HCB-CHG-PRIMERO
072100              HCB-CHG-MEDIO HCB-CHG-SEGUNDO.
072200     INSPECT HCB-CHG-CABEZA TALLYING HCB-CHG-CANT-NUEVA
072300         FOR ALL 'NUEVA'.
072400     IF HCB-CHG-CANT-NUEVA > ZERO
072500         MOVE HCB-CHG-PRIMERO TO HCB-EV-DESPUES
072600     ELSE
072700         MOVE HCB-CHG-PRIMERO TO HCB-EV-ANTES
072800         MOVE HCB-CHG-SEGUNDO TO HCB-EV-DESPUES
072900     END-IF.
073000     PERFORM 3000-SOLTAR-EVENTO THRU 3000-SOLTAR-EVENTO-EXIT.
073100 2500-SOLTAR-RATECHG-EXIT.
073200     EXIT.
073300*
073400******************************************************************
073500* 2600-SOLTAR-SIGNLOG - A SIGN-ON ATTEMPT OR A MENU OPTION TAKEN
073600******************************************************************
073700 2600-SOLTAR-SIGNLOG.
073800     READ SIGNLOG-FILE
073900         AT END
074000             SET HCB-ES-FIN-ARCHIVO TO TRUE
074100             GO TO 2600-SOLTAR-SIGNLOG-EXIT
074200     END-READ.
074300     MOVE SPACES TO HCB-EVENTO.
074400     MOVE SGL-FECHA TO HCB-EV-FECHA.
074500     MOVE SGL-HORA TO HCB-EV-HORA.
074600     MOVE 'SIGNLOG' TO HCB-EV-ORIGEN.
074700     MOVE SGL-USUARIO TO HCB-EV-USUARIO.
074800     MOVE ZERO TO HCB-EV-ID.
074900     MOVE ZERO TO HCB-EV-PERIODO.
075000     EVALUATE TRUE
075100         WHEN SGL-RESULTADO NOT = 'O'
075200             MOVE 'INGRESO FALL' TO HCB-EV-EVENTO
075300         WHEN SGL-OPCION NOT = SPACES AND SGL-OPCION NOT = '00'
075310             AND SGL-OPCION NOT = '000'
075400             MOVE 'OPCION MENU' TO HCB-EV-EVENTO
075500             MOVE 'OPCION' TO HCB-EV-CAMPO
075600             MOVE SGL-OPCION TO HCB-EV-DESPUES
075700         WHEN OTHER
075800             MOVE 'INGRESO' TO HCB-EV-EVENTO
075900     END-EVALUATE.
076000     PERFORM 3000-SOLTAR-EVENTO THRU 3000-SOLTAR-EVENTO-EXIT.
076100 2600-SOLTAR-SIGNLOG-EXIT.
076200     EXIT.
076300*
076400******************************************************************
076500* 2700-SOLTAR-RUNLOG - A PROGRAM START OR END
076600******************************************************************
076700 2700-SOLTAR-RUNLOG.
076800     READ RUNLOG-FILE
076900         AT END
077000             SET HCB-ES-FIN-ARCHIVO TO TRUE
077100             GO TO 2700-SOLTAR-RUNLOG-EXIT
077200     END-READ.
077300     MOVE SPACES TO HCB-EVENTO.
077400     MOVE RGL-REG-FECHA TO HCB-EV-FECHA.
077500     MOVE RGL-REG-HORA TO HCB-EV-HORA.
077600     MOVE 'RUNLOG' TO HCB-EV-ORIGEN.
077700     MOVE RGL-REG-USUARIO TO HCB-EV-USUARIO.
077800     MOVE ZERO TO HCB-EV-ID.
077900     MOVE RGL-REG-FECHA(1:6) TO HCB-EV-PERIODO.
078000     MOVE 'PROGRAMA' TO HCB-EV-CAMPO.
078100     MOVE RGL-REG-PROGRAMA TO HCB-EV-DESPUES.
078200     IF RGL-REG-EVENTO = 'I'
078300         MOVE 'INICIO CORR.' TO HCB-EV-EVENTO
078400     ELSE
078500         MOVE 'FIN CORRIDA' TO HCB-EV-EVENTO
078600         STRING ' REG ' RGL-REG-CANTIDAD
078700             DELIMITED BY SIZE INTO HCB-EV-DESPUES(12:10)
078800     END-IF.
078900     PERFORM 3000-SOLTAR-EVENTO THRU 3000-SOLTAR-EVENTO-EXIT.
079000 2700-SOLTAR-RUNLOG-EXIT.
079100     EXIT.
079200*
079300******************************************************************
079400* 3000-SOLTAR-EVENTO - APPLY THE SELECTION AND RELEASE THE EVENT.
079500*                      AN EVENT WITHOUT A CANDIDATE OR OPERATOR
079600*                      NEVER MATCHES A SELECTION ON THAT FIELD.
079700******************************************************************
079800 3000-SOLTAR-EVENTO.
079900     IF HCB-SEL-ID NOT = ZERO
080000         AND HCB-EV-ID NOT = HCB-SEL-ID
080100         GO TO 3000-SOLTAR-EVENTO-EXIT
080200     END-IF.
080300     IF HCB-SEL-USUARIO NOT = SPACES
080400         AND HCB-EV-USUARIO NOT = HCB-SEL-USUARIO
080500         GO TO 3000-SOLTAR-EVENTO-EXIT
080600     END-IF.
080700     IF HCB-EV-FECHA < HCB-SEL-DESDE
080800         OR HCB-EV-FECHA > HCB-SEL-HASTA
080900         GO TO 3000-SOLTAR-EVENTO-EXIT
081000     END-IF.
081100     ADD 1 TO HCB-SECUENCIA.
081200     MOVE HCB-SECUENCIA TO HCB-EV-SECUENCIA.
081300     RELEASE SW-REGISTRO FROM HCB-EVENTO.
081400 3000-SOLTAR-EVENTO-EXIT.
081500     EXIT.
081600*
081700******************************************************************
081800* 3500-NOMBRE-EMPLEADO - NAME OF THE EVENT'S CANDIDATE NUMBER
081900******************************************************************
082000 3500-NOMBRE-EMPLEADO.
082100     MOVE 'N' TO HCB-HALLADO.
082200     PERFORM 3510-COMPARAR-EMPLEADO
082300         THRU 3510-COMPARAR-EMPLEADO-EXIT
082400         VARYING HCB-X-EMP FROM 1 BY 1
082500         UNTIL HCB-X-EMP > HCB-CANT-EMPL
082600            OR HCB-ES-HALLADO.
082700 3500-NOMBRE-EMPLEADO-EXIT.
082800     EXIT.
082900*
083000******************************************************************
083100* 3510-COMPARAR-EMPLEADO - ONE MASTER ROW AGAINST THE ID
083200******************************************************************
083300 3510-COMPARAR-EMPLEADO.
083400     IF HCB-EMPL-ID(HCB-X-EMP) = HCB-EV-ID
083500         MOVE HCB-EMPL-NOMBRE(HCB-X-EMP) TO HCB-EV-NOMBRE
083600         SET HCB-ES-HALLADO TO TRUE
083700     END-IF.
083800 3510-COMPARAR-EMPLEADO-EXIT.
083900     EXIT.
084000*
084100******************************************************************
084200* 4000-IMPRIMIR-LINEA-TIEMPO - RETURN THE EVENTS IN DATE ORDER
084300******************************************************************
084400 4000-IMPRIMIR-LINEA-TIEMPO.
084500     MOVE 'N' TO HCB-FIN-SORT.
084600     PERFORM 4100-RETORNAR-UNO THRU 4100-RETORNAR-UNO-EXIT
084700         UNTIL HCB-ES-FIN-SORT.
084800 4000-IMPRIMIR-LINEA-TIEMPO-EXIT.
084900     EXIT.
085000*
085100******************************************************************
085200* 4100-RETORNAR-UNO - PRINT (AND EXPORT) ONE EVENT
085300******************************************************************
085400 4100-RETORNAR-UNO.
085500     RETURN SORT-WORK-FILE
085600         AT END
085700             SET HCB-ES-FIN-SORT TO TRUE
085800             GO TO 4100-RETORNAR-UNO-EXIT
085900     END-RETURN.
086000     ADD 1 TO HCB-CANT-EVENTOS.
086100     ADD SW-ID TO HCB-SUMA-IDS.
086200     MOVE SW-FECHA TO HCB-DET-FECHA.
086300     MOVE SPACES TO HCB-DET-HORA.
086400     IF SW-HORA NOT = SPACES
086500         STRING SW-HORA(1:2) ':' SW-HORA(3:2)
086600             DELIMITED BY SIZE INTO HCB-DET-HORA
086700     END-IF.
086800     MOVE SW-ORIGEN TO HCB-DET-ORIGEN.
086900     MOVE SW-USUARIO TO HCB-DET-USUARIO.
087000     MOVE SPACES TO HCB-DET-ID.
087100     IF SW-ID NOT = ZERO
087200         MOVE SW-ID TO HCB-DET-ID
087300     END-IF.
087400     MOVE SW-NOMBRE TO HCB-DET-NOMBRE.
087500     MOVE SPACES TO HCB-DET-PERIODO.
087600     IF SW-PERIODO NOT = ZERO
087700         MOVE SW-PERIODO TO HCB-DET-PERIODO
087800     END-IF.
087900     MOVE SW-EVENTO TO HCB-DET-EVENTO.
088000     WRITE RPT-LINEA FROM HCB-DETALLE.
088100     IF SW-CAMPO NOT = SPACES
088200         OR SW-ANTES NOT = SPACES
088300         OR SW-DESPUES NOT = SPACES
088400         MOVE SW-CAMPO TO HCB-VAL-CAMPO
088500         MOVE SW-ANTES TO HCB-VAL-ANTES
088600         MOVE SW-DESPUES TO HCB-VAL-DESPUES
088700         WRITE RPT-LINEA FROM HCB-DETALLE-VALORES
088800     END-IF.
088900     IF HCB-ES-EXPORTAR
089000         PERFORM 4200-EXPORTAR-EVENTO
089100             THRU 4200-EXPORTAR-EVENTO-EXIT
089200     END-IF.
089300 4100-RETORNAR-UNO-EXIT.
089400     EXIT.
089500*
089600******************************************************************
089700* 4200-EXPORTAR-EVENTO - ONE SEMICOLON-DELIMITED ROW, THE SAME
089800*                        FORMAT EXPORTA WRITES
089900******************************************************************
090000 4200-EXPORTAR-EVENTO.
090100     MOVE SPACES TO HCB-LINEA-ARMADA.
090200     MOVE 1 TO HCB-PUNTERO.
090300     STRING SW-FECHA ';' DELIMITED BY SIZE
090400            SW-HORA DELIMITED BY SPACE
090500            ';' DELIMITED BY SIZE
090600            SW-ORIGEN DELIMITED BY SPACE
090700            ';' DELIMITED BY SIZE
090800            SW-USUARIO DELIMITED BY SPACE
090900            ';' DELIMITED BY SIZE
091000            SW-ID ';' DELIMITED BY SIZE
091100            SW-NOMBRE DELIMITED BY SPACE
091200            ';' DELIMITED BY SIZE
091300            SW-PERIODO ';' DELIMITED BY SIZE
091400            FUNCTION TRIM(SW-EVENTO TRAILING) DELIMITED BY SIZE
091500            ';' DELIMITED BY SIZE
091600            FUNCTION TRIM(SW-CAMPO TRAILING) DELIMITED BY SIZE
091700            ';' DELIMITED BY SIZE
091800            FUNCTION TRIM(SW-ANTES TRAILING) DELIMITED BY SIZE
091900            ';' DELIMITED BY SIZE
092000            FUNCTION TRIM(SW-DESPUES TRAILING) DELIMITED BY SIZE
092100         INTO HCB-LINEA-ARMADA
092200         WITH POINTER HCB-PUNTERO.
092300     MOVE HCB-LINEA-ARMADA TO SAL-LINEA.
092400     WRITE SAL-LINEA.
092500 4200-EXPORTAR-EVENTO-EXIT.
092600     EXIT.
092700*
092800******************************************************************
092900* 5000-GRABAR-CIERRE - CONTROL-TOTALS TRAILER FOR THE READER
093000******************************************************************
093100 5000-GRABAR-CIERRE.
093200     MOVE HCB-SUMA-IDS TO HCB-ED-HASH.
093300     MOVE SPACES TO HCB-LINEA-ARMADA.
093400     MOVE 1 TO HCB-PUNTERO.
093500     STRING '*T;' DELIMITED BY SIZE
093600            HCB-CANT-EVENTOS DELIMITED BY SIZE
093700            ';' DELIMITED BY SIZE
093800            HCB-ED-HASH DELIMITED BY SIZE
093900         INTO HCB-LINEA-ARMADA
094000         WITH POINTER HCB-PUNTERO.
094100     MOVE HCB-LINEA-ARMADA TO SAL-LINEA.
094200     WRITE SAL-LINEA.
094300 5000-GRABAR-CIERRE-EXIT.
094400     EXIT.
094500 END PROGRAM HISTCAMB.
