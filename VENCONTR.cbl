000100******************************************************************
000200* AUTHOR:      HERNAN HERGERT
000300* INSTALLATION: DATA PROCESSING
000400* DATE-WRITTEN:
000500* DATE-COMPILED:
000600* PURPOSE:     CONTRACT EXPIRY. THE CONTRACT IN FORCE FOR EACH
000700*              EMPLOYEE IS THE LAST CONTRATOS ROW (ALTAEMP OPENS
000800*              IT FROM THE REQUISITION, EMPMAINT KEYS NEW
000900*              CONTRACTS AND RENEWALS); AN EMPLOYEE WITH NO ROW
001000*              IS PERMANENT. THE V OPTION PRINTS THE CONTRPT
001100*              REPORT OF ACTIVE EMPLOYEES WHOSE CONTRACT ENDS
001200*              WITHIN THE OPERATOR-CHOSEN DAYS (OR HAS ALREADY
001300*              ENDED), WITH THE RENEWALS USED AND STILL ALLOWED
001400*              FOR ITS TYPE (TIPOCONT), AND SENDS EACH ONE TO THE
001500*              NOTIFICATION OUTBOX (EVENT CONT). THE F OPTION
001600*              CLOSES EVERY CONTRACT WHOSE END DATE IS ON OR
001700*              BEFORE A CUT-OFF DATE AND WAS NOT RENEWED: THE
001800*              EMPLOYEE BECOMES A TERMINATION ON EMPLOYEES
001900*              (EM-ESTADO 'B', EM-FECHA-BAJA = THE END DATE,
002000*              EM-MOTIVO-BAJA FC) THAT EJERCICIO02 SETTLES WITH
002100*              THE RULES OF THE CONTRACT TYPE, AND AN F ROW
002200*              CLOSES THE CONTRACT ON CONTRATOS. RUN F WITH THE
002300*              LAST DAY OF THE PERIOD AS CUT-OFF BEFORE THE
002400*              PAYROLL OF THAT PERIOD.
002500* TECTONICS:   COBC
002600*
002700* MODIFICATION HISTORY:
002800*   - NEW REVIEW STEP, OFFERED FROM THE MENUUTIL MENU. TAKES THE
002900*     SHARED MSTLOCK UPDATE LOCK AND KEEPS EMPIDX IN STEP, LIKE
003000*     PROBREV.
003001*   - EVERY CHANGE TO AN EMPLOYEE ROW NOW ALSO CALLS EMITEVT
003002*     WITH THE ROW BEFORE AND AFTER, SO IT REACHES THE
003003*     CORPORATE HR FEED THAT ENVIOHR DELIVERS.
003100******************************************************************
003200 IDENTIFICATION DIVISION.
003300 PROGRAM-ID. VENCONTR.
003400 ENVIRONMENT DIVISION.
003500 INPUT-OUTPUT SECTION.
003600 FILE-CONTROL.
003700     SELECT OPTIONAL CONTRATOS-FILE ASSIGN TO 'CONTRATOS'
003800         ORGANIZATION IS LINE SEQUENTIAL
003900         FILE STATUS IS VNC-STATUS-CONTRATOS.
004000     SELECT OPTIONAL EMPLOYEES-FILE ASSIGN TO 'EMPLOYEES'
004100         ORGANIZATION IS LINE SEQUENTIAL
004200         FILE STATUS IS VNC-STATUS-EMPL.
004300     SELECT OPTIONAL EMPIDX-FILE ASSIGN TO 'EMPIDX'
004400         ORGANIZATION IS INDEXED
004500         ACCESS MODE IS DYNAMIC
004600         RECORD KEY IS EIX-ID
004700         FILE STATUS IS VNC-STATUS-EMPIDX.
004800     SELECT REPORTE-FILE ASSIGN TO 'CONTRPT'
004900         ORGANIZATION IS LINE SEQUENTIAL.
005000 DATA DIVISION.
005100 FILE SECTION.
005200 FD  CONTRATOS-FILE
005300     LABEL RECORDS ARE STANDARD.
005400 01  KT-RECORD.
005500     COPY CONTRATO.
005600 FD  EMPLOYEES-FILE
005700     LABEL RECORDS ARE STANDARD.
005800 01  EM-RECORD.
005900     COPY EMPLEADO.
006000 FD  EMPIDX-FILE
006100     LABEL RECORDS ARE STANDARD.
006200 01  EIX-RECORD.
006300     COPY EMPLEADO
006400         REPLACING EM-NOMBRE         BY EIX-NOMBRE
006500                   EM-EXPERIENCIA    BY EIX-EXPERIENCIA
006600                   EM-DEPARTAMENTO   BY EIX-DEPARTAMENTO
006700                   EM-ID             BY EIX-ID
006800                   EM-FECHA-INGRESO  BY EIX-FECHA-INGRESO
006900                   EM-ESTADO         BY EIX-ESTADO
007000                   EM-ACTIVO         BY EIX-ACTIVO
007100                   EM-DADO-DE-BAJA   BY EIX-DADO-DE-BAJA
007200                   EM-FECHA-BAJA     BY EIX-FECHA-BAJA
007300                   EM-BANCO          BY EIX-BANCO
007400                   EM-CUENTA         BY EIX-CUENTA
007500                   EM-COMPANIA       BY EIX-COMPANIA
007600                   EM-MOTIVO-BAJA    BY EIX-MOTIVO-BAJA.
007700 FD  REPORTE-FILE
007800     LABEL RECORDS ARE STANDARD
007900     RECORD CONTAINS 80 CHARACTERS.
008000 01  RPT-LINEA                   PIC X(80).
008100 WORKING-STORAGE SECTION.
008200*
008300 01  VNC-STATUS-CONTRATOS        PIC XX.
008400 01  VNC-STATUS-EMPL             PIC XX.
008500 01  VNC-STATUS-EMPIDX           PIC XX.
008600 01  VNC-LOCK-ACCION             PIC X(01).
008700 01  VNC-LOCK-PROGRAMA           PIC X(11).
008800 01  VNC-LOCK-OCUPADO            PIC X(01).
008900*
009000 01  VNC-FECHA-HOY               PIC 9(08).
009001 01  VNC-EVT-ENTIDAD             PIC X(01) VALUE 'E'.
009002 01  VNC-EVT-TIPO                PIC X(04) VALUE SPACES.
009003 01  VNC-EVT-ORIGEN              PIC X(10) VALUE 'VENCONTR'.
009004 01  VNC-EVT-ANTES               PIC X(100).
009005 01  VNC-EVT-DESPUES             PIC X(100).
009100 01  VNC-DIA-HOY                 PIC 9(07).
009200 01  VNC-DIA-FIN                 PIC 9(07).
009300 01  VNC-DIAS-VENTANA            PIC 9(03).
009400 01  VNC-FECHA-CORTE-TXT         PIC X(08).
009500 01  VNC-FECHA-CORTE             PIC 9(08).
009600 01  VNC-FECHA-DESGLOSE REDEFINES VNC-FECHA-CORTE.
009700     05 VNC-CORTE-ANIO           PIC 9(04).
009800     05 VNC-CORTE-MES            PIC 9(02).
009900     05 VNC-CORTE-DIA            PIC 9(02).
010000 01  VNC-OPCION                  PIC X(01).
010100 01  VNC-RESPUESTA               PIC X(01).
010200 01  VNC-SES-ACCION              PIC X(01) VALUE 'G'.
010300 01  VNC-OPERADOR                PIC X(08).
010400 01  VNC-NTF-TIPO                PIC X(04) VALUE 'CONT'.
010500 01  VNC-NTF-DESTINO             PIC X(08) VALUE SPACES.
010600 01  VNC-NTF-CLAVE               PIC X(20).
010700 01  VNC-NTF-VENCE               PIC 9(08).
010800 01  VNC-NTF-TEXTO               PIC X(30)
010900         VALUE 'VENCIMIENTO DE CONTRATO'.
011000 01  VNC-TIPO-DESC               PIC X(13).
011100 01  VNC-MAX-RENOV               PIC 9(01).
011200 01  VNC-OBSERVACION             PIC X(14).
011300*
011400 01  VNC-CONTADORES.
011500     05  VNC-CANT-LISTADOS       PIC 9(04) VALUE ZERO.
011600     05  VNC-CANT-VENCIDOS       PIC 9(04) VALUE ZERO.
011700     05  VNC-CANT-FINALIZADOS    PIC 9(04) VALUE ZERO.
011800*
011900 01  VNC-INDICADORES.
012000     05  VNC-SALIR               PIC X VALUE 'N'.
012100         88  VNC-ES-SALIR        VALUE 'Y'.
012200     05  VNC-FIN-ARCHIVO         PIC X VALUE 'N'.
012300         88  VNC-ES-FIN-ARCHIVO  VALUE 'Y'.
012400     05  VNC-HALLADO             PIC X VALUE 'N'.
012500         88  VNC-ES-HALLADO      VALUE 'Y'.
012600     05  VNC-HUBO-BAJAS          PIC X VALUE 'N'.
012700         88  VNC-ES-HUBO-BAJAS   VALUE 'Y'.
012800     05  VNC-FECHA-OK            PIC X VALUE 'N'.
012900         88  VNC-ES-FECHA-OK     VALUE 'Y'.
013000*
013100*    CONTRATO VIGENTE POR EMPLEADO: ULTIMA FILA DE CONTRATOS
013200 01  VNC-CANT-KTR                PIC 9(03) VALUE ZERO.
013300 01  VNC-TABLA-KTR.
013400     05  VNC-KTR-FILA OCCURS 500 TIMES
013500                      INDEXED BY VNC-X-KTR.
013600         10 VNC-KTR-ID           PIC 9(05).
013700         10 VNC-KTR-NUMERO       PIC 9(02).
013800         10 VNC-KTR-EVENTO       PIC X(01).
013900         10 VNC-KTR-TIPO         PIC X(01).
014000         10 VNC-KTR-DESDE        PIC 9(08).
014100         10 VNC-KTR-HASTA        PIC 9(08).
014200         10 VNC-KTR-RENOVACION   PIC 9(02).
014300 01  VNC-CANT-EMPL               PIC 9(03) VALUE ZERO.
014400 01  VNC-TABLA-EMPL.
014500     05  VNC-EMPL-FILA OCCURS 500 TIMES
014600                       INDEXED BY VNC-X-EMP PIC X(57).
014700 01  VNC-EMPL-AUX.
014800     COPY EMPLEADO
014900         REPLACING EM-NOMBRE         BY VNC-AUX-NOMBRE
015000                   EM-EXPERIENCIA    BY VNC-AUX-EXPERIENCIA
015100                   EM-DEPARTAMENTO   BY VNC-AUX-DEPARTAMENTO
015200                   EM-ID             BY VNC-AUX-ID
015300                   EM-FECHA-INGRESO  BY VNC-AUX-FECHA-INGRESO
015400                   EM-ESTADO         BY VNC-AUX-ESTADO
015500                   EM-ACTIVO         BY VNC-AUX-ACTIVO
015600                   EM-DADO-DE-BAJA   BY VNC-AUX-DADO-DE-BAJA
015700                   EM-FECHA-BAJA     BY VNC-AUX-FECHA-BAJA
015800                   EM-BANCO          BY VNC-AUX-BANCO
015900                   EM-CUENTA         BY VNC-AUX-CUENTA
016000                   EM-COMPANIA       BY VNC-AUX-COMPANIA
016100                   EM-MOTIVO-BAJA    BY VNC-AUX-MOTIVO-BAJA.
016200*
016300     COPY TIPOCONT.
016400*
016500 01  VNC-LINEA-DETALLE.
016600     05 VNC-DET-ID               PIC 9(05).
016700     05 FILLER                   PIC X(01) VALUE SPACE.
016800     05 VNC-DET-NOMBRE           PIC X(05).
016900     05 FILLER                   PIC X(01) VALUE SPACE.
017000     05 VNC-DET-DEPTO            PIC X(10).
017100     05 FILLER                   PIC X(01) VALUE SPACE.
017200     05 VNC-DET-TIPO             PIC X(13).
017300     05 FILLER                   PIC X(01) VALUE SPACE.
017400     05 VNC-DET-HASTA            PIC 9(08).
017500     05 FILLER                   PIC X(01) VALUE SPACE.
017600     05 VNC-DET-RENOV            PIC 9(02).
017700     05 FILLER                   PIC X(01) VALUE '/'.
017800     05 VNC-DET-MAX              PIC 9(01).
017900     05 FILLER                   PIC X(01) VALUE SPACE.
018000     05 VNC-DET-OBSERVACION      PIC X(14).
018100     05 FILLER                   PIC X(15) VALUE SPACES.
018200*
018300 PROCEDURE DIVISION.
018400******************************************************************
018500* 0000-MAINLINE - LOAD, LOOP, REWRITE THE MASTER IF ANY CONTRACT
018600*                 WAS CLOSED
018700******************************************************************
018800 0000-MAINLINE.
018900     MOVE 'T' TO VNC-LOCK-ACCION.
019000     MOVE 'VENCONTR' TO VNC-LOCK-PROGRAMA.
019100     CALL 'MAESTLOCK' USING VNC-LOCK-ACCION
019200         VNC-LOCK-PROGRAMA VNC-LOCK-OCUPADO.
019300     IF VNC-LOCK-OCUPADO = 'Y'
019400         MOVE 8 TO RETURN-CODE
019500         GOBACK
019600     END-IF.
019700     ACCEPT VNC-FECHA-HOY FROM DATE YYYYMMDD.
019800     COMPUTE VNC-DIA-HOY =
019900         FUNCTION INTEGER-OF-DATE(VNC-FECHA-HOY).
020000     PERFORM 1000-CARGAR-TABLAS THRU 1000-CARGAR-TABLAS-EXIT.
020100     PERFORM 2000-PROCESAR-OPCION
020200         THRU 2000-PROCESAR-OPCION-EXIT
020300         UNTIL VNC-ES-SALIR.
020400     IF VNC-ES-HUBO-BAJAS
020500         PERFORM 7500-GRABAR-MAESTRO
020600             THRU 7500-GRABAR-MAESTRO-EXIT
020700     END-IF.
020800     MOVE 'L' TO VNC-LOCK-ACCION.
020900     CALL 'MAESTLOCK' USING VNC-LOCK-ACCION
021000         VNC-LOCK-PROGRAMA VNC-LOCK-OCUPADO.
021100     GOBACK.
021200 0000-MAINLINE-EXIT.
021300     EXIT.
021400*
021500******************************************************************
021600* 1000-CARGAR-TABLAS - THE EMPLOYEES MASTER AND THE CONTRACT IN
021700*                      FORCE PER EMPLOYEE
021800******************************************************************
021900 1000-CARGAR-TABLAS.
022000     MOVE 'N' TO VNC-FIN-ARCHIVO.
022100     OPEN INPUT EMPLOYEES-FILE.
022200     IF VNC-STATUS-EMPL = '00'
022300         PERFORM 1100-LEER-EMPLEADO THRU 1100-LEER-EMPLEADO-EXIT
022400             UNTIL VNC-ES-FIN-ARCHIVO
022500     END-IF.
022600     CLOSE EMPLOYEES-FILE.
022700     MOVE 'N' TO VNC-FIN-ARCHIVO.
022800     OPEN INPUT CONTRATOS-FILE.
022900     IF VNC-STATUS-CONTRATOS = '00'
023000         PERFORM 1200-LEER-CONTRATO THRU 1200-LEER-CONTRATO-EXIT
023100             UNTIL VNC-ES-FIN-ARCHIVO
023200     END-IF.
023300     CLOSE CONTRATOS-FILE.
023400     MOVE 'N' TO VNC-FIN-ARCHIVO.
023500 1000-CARGAR-TABLAS-EXIT.
023600     EXIT.
023700*
023800******************************************************************
023900* 1100-LEER-EMPLEADO - KEEP ONE MASTER ROW IMAGE
024000******************************************************************
024100 1100-LEER-EMPLEADO.
024200     READ EMPLOYEES-FILE
024300         AT END
024400             SET VNC-ES-FIN-ARCHIVO TO TRUE
024500         NOT AT END
024600             IF VNC-CANT-EMPL < 500
024700                 ADD 1 TO VNC-CANT-EMPL
024800                 SET VNC-X-EMP TO VNC-CANT-EMPL
024900                 MOVE EM-RECORD TO VNC-EMPL-FILA(VNC-X-EMP)
025000             END-IF
025100     END-READ.
025200 1100-LEER-EMPLEADO-EXIT.
025300     EXIT.
025400*
025500******************************************************************
025600* 1200-LEER-CONTRATO - A LATER ROW REPLACES THE EMPLOYEE'S ENTRY
025700******************************************************************
025800 1200-LEER-CONTRATO.
025900     READ CONTRATOS-FILE
026000         AT END
026100             SET VNC-ES-FIN-ARCHIVO TO TRUE
026200             GO TO 1200-LEER-CONTRATO-EXIT
026300     END-READ.
026400     SET VNC-X-KTR TO 1.
026500     SEARCH VNC-KTR-FILA
026600         AT END
026700             IF VNC-CANT-KTR < 500
026800                 ADD 1 TO VNC-CANT-KTR
026900                 SET VNC-X-KTR TO VNC-CANT-KTR
027000             ELSE
027100                 DISPLAY 'VENCONTR: TABLA DE CONTRATOS LLENA, SE '
027200                     'IGNORA ' KT-ID
027300                 GO TO 1200-LEER-CONTRATO-EXIT
027400             END-IF
027500         WHEN VNC-X-KTR > VNC-CANT-KTR
027600             ADD 1 TO VNC-CANT-KTR
027700         WHEN VNC-KTR-ID(VNC-X-KTR) = KT-ID
027800             CONTINUE
027900     END-SEARCH.
028000     MOVE KT-ID          TO VNC-KTR-ID(VNC-X-KTR).
028100     MOVE KT-NUMERO      TO VNC-KTR-NUMERO(VNC-X-KTR).
028200     MOVE KT-EVENTO      TO VNC-KTR-EVENTO(VNC-X-KTR).
028300     MOVE KT-TIPO        TO VNC-KTR-TIPO(VNC-X-KTR).
028400     MOVE KT-FECHA-DESDE TO VNC-KTR-DESDE(VNC-X-KTR).
028500     MOVE KT-FECHA-HASTA TO VNC-KTR-HASTA(VNC-X-KTR).
028600     MOVE KT-RENOVACION  TO VNC-KTR-RENOVACION(VNC-X-KTR).
028700 1200-LEER-CONTRATO-EXIT.
028800     EXIT.
028900*
029000******************************************************************
029100* 2000-PROCESAR-OPCION - MENU DISPATCH
029200******************************************************************
029300 2000-PROCESAR-OPCION.
029400     DISPLAY ' '.
029500     DISPLAY '=== VENCIMIENTO DE CONTRATOS ==='.
029600     DISPLAY 'V. VENCIMIENTOS EN VENTANA (CONTRPT)'.
029700     DISPLAY 'F. FINALIZAR CONTRATOS VENCIDOS (BAJA)'.
029800     DISPLAY 'S. SALIR Y GRABAR'.
029900     DISPLAY 'INGRESE UNA OPCION: ' WITH NO ADVANCING.
030000     ACCEPT VNC-OPCION.
030100     EVALUATE VNC-OPCION
030200         WHEN 'V'
030300         WHEN 'v'
030400             PERFORM 3000-VENCIMIENTOS
030500                 THRU 3000-VENCIMIENTOS-EXIT
030600         WHEN 'F'
030700         WHEN 'f'
030800             PERFORM 4000-FINALIZAR THRU 4000-FINALIZAR-EXIT
030900         WHEN 'S'
031000         WHEN 's'
031100             MOVE 'Y' TO VNC-SALIR
031200         WHEN OTHER
031300             DISPLAY 'OPCION INVALIDA'
031400     END-EVALUATE.
031500 2000-PROCESAR-OPCION-EXIT.
031600     EXIT.
031700*
031800******************************************************************
031900* 3000-VENCIMIENTOS - CONTRACTS OF ACTIVE EMPLOYEES ENDING IN THE
032000*                     WINDOW, OR ALREADY ENDED AND NOT CLOSED
032100******************************************************************
032200 3000-VENCIMIENTOS.
032300     DISPLAY 'DIAS DE VENTANA: ' WITH NO ADVANCING.
032400     ACCEPT VNC-DIAS-VENTANA.
032500     MOVE ZERO TO VNC-CANT-LISTADOS VNC-CANT-VENCIDOS.
032600     OPEN OUTPUT REPORTE-FILE.
032700     MOVE SPACES TO RPT-LINEA.
032800     STRING 'CONTRPT - CONTRATOS QUE VENCEN EN '
032900         VNC-DIAS-VENTANA ' DIAS AL ' VNC-FECHA-HOY
033000         DELIMITED BY SIZE INTO RPT-LINEA.
033100     WRITE RPT-LINEA.
033200     MOVE SPACES TO RPT-LINEA.
033300     STRING 'ID    NOMBR DEPTO      TIPO          VENCE    '
033400         'REN OBSERVACION'
033500         DELIMITED BY SIZE INTO RPT-LINEA.
033600     WRITE RPT-LINEA.
033700     PERFORM 3100-EVALUAR-UNO THRU 3100-EVALUAR-UNO-EXIT
033800         VARYING VNC-X-KTR FROM 1 BY 1
033900         UNTIL VNC-X-KTR > VNC-CANT-KTR.
034000     MOVE SPACES TO RPT-LINEA.
034100     STRING 'TOTAL LISTADOS: ' VNC-CANT-LISTADOS
034200         '  YA VENCIDOS: ' VNC-CANT-VENCIDOS
034300         DELIMITED BY SIZE INTO RPT-LINEA.
034400     WRITE RPT-LINEA.
034500     CLOSE REPORTE-FILE.
034600     DISPLAY 'VENCONTR: REPORTE CONTRPT GENERADO ('
034700         VNC-CANT-LISTADOS ' CONTRATOS)'.
034800 3000-VENCIMIENTOS-EXIT.
034900     EXIT.
035000*
035100******************************************************************
035200* 3100-EVALUAR-UNO - ONE CONTRACT AGAINST THE WINDOW
035300******************************************************************
035400 3100-EVALUAR-UNO.
035500     IF VNC-KTR-HASTA(VNC-X-KTR) = ZERO
035600         OR VNC-KTR-EVENTO(VNC-X-KTR) = 'F'
035700         GO TO 3100-EVALUAR-UNO-EXIT
035800     END-IF.
035900     PERFORM 8000-BUSCAR-EMPLEADO THRU 8000-BUSCAR-EMPLEADO-EXIT.
036000     IF NOT VNC-ES-HALLADO
036100         OR VNC-AUX-ESTADO = 'B'
036200         GO TO 3100-EVALUAR-UNO-EXIT
036300     END-IF.
036400     COMPUTE VNC-DIA-FIN =
036500         FUNCTION INTEGER-OF-DATE(VNC-KTR-HASTA(VNC-X-KTR)).
036600     IF VNC-DIA-FIN - VNC-DIA-HOY > VNC-DIAS-VENTANA
036700         GO TO 3100-EVALUAR-UNO-EXIT
036800     END-IF.
036900     PERFORM 8200-BUSCAR-TIPO THRU 8200-BUSCAR-TIPO-EXIT.
037000     IF VNC-DIA-FIN < VNC-DIA-HOY
037100         MOVE 'VENCIDO' TO VNC-OBSERVACION
037200         ADD 1 TO VNC-CANT-VENCIDOS
037300     ELSE
037400         IF VNC-KTR-RENOVACION(VNC-X-KTR) < VNC-MAX-RENOV
037500             MOVE 'RENOVABLE' TO VNC-OBSERVACION
037600         ELSE
037700             MOVE 'SIN RENOVACION' TO VNC-OBSERVACION
037800         END-IF
037900     END-IF.
038000     MOVE VNC-KTR-ID(VNC-X-KTR)         TO VNC-DET-ID.
038100     MOVE VNC-AUX-NOMBRE                TO VNC-DET-NOMBRE.
038200     MOVE VNC-AUX-DEPARTAMENTO          TO VNC-DET-DEPTO.
038300     MOVE VNC-TIPO-DESC                 TO VNC-DET-TIPO.
038400     MOVE VNC-KTR-HASTA(VNC-X-KTR)      TO VNC-DET-HASTA.
038500     MOVE VNC-KTR-RENOVACION(VNC-X-KTR) TO VNC-DET-RENOV.
038600     MOVE VNC-MAX-RENOV                 TO VNC-DET-MAX.
038700     MOVE VNC-OBSERVACION               TO VNC-DET-OBSERVACION.
038800     WRITE RPT-LINEA FROM VNC-LINEA-DETALLE.
038900     ADD 1 TO VNC-CANT-LISTADOS.
039000     MOVE SPACES TO VNC-NTF-CLAVE.
039100     STRING VNC-KTR-ID(VNC-X-KTR) ' ' VNC-AUX-NOMBRE
039200         DELIMITED BY SIZE INTO VNC-NTF-CLAVE.
039300     MOVE VNC-KTR-HASTA(VNC-X-KTR) TO VNC-NTF-VENCE.
039400     CALL 'NOTIFICA' USING VNC-NTF-TIPO VNC-NTF-DESTINO
039500         VNC-NTF-CLAVE VNC-NTF-VENCE VNC-NTF-TEXTO.
039600 3100-EVALUAR-UNO-EXIT.
039700     EXIT.
039800*
039900******************************************************************
040000* 4000-FINALIZAR - CLOSE EVERY UNRENEWED CONTRACT ENDING ON OR
040100*                  BEFORE THE CUT-OFF: THE EMPLOYEE BECOMES A
040200*                  TERMINATION (FC) ON THE END DATE
040300******************************************************************
040400 4000-FINALIZAR.
040500     DISPLAY 'FECHA DE CORTE AAAAMMDD (ENTER = HOY): '
040600         WITH NO ADVANCING.
040700     ACCEPT VNC-FECHA-CORTE-TXT.
040800     IF VNC-FECHA-CORTE-TXT = SPACES
040900         MOVE VNC-FECHA-HOY TO VNC-FECHA-CORTE
041000     ELSE
041100         MOVE 'N' TO VNC-FECHA-OK
041200         IF VNC-FECHA-CORTE-TXT IS NUMERIC
041300             MOVE VNC-FECHA-CORTE-TXT TO VNC-FECHA-CORTE
041400             IF VNC-CORTE-MES >= 1 AND VNC-CORTE-MES <= 12
041500                 AND VNC-CORTE-DIA >= 1 AND VNC-CORTE-DIA <= 31
041600                 SET VNC-ES-FECHA-OK TO TRUE
041700             END-IF
041800         END-IF
041900         IF NOT VNC-ES-FECHA-OK
042000             DISPLAY 'FECHA INVALIDA'
042100             GO TO 4000-FINALIZAR-EXIT
042200         END-IF
042300     END-IF.
042400     DISPLAY 'SE DAN DE BAJA LOS CONTRATOS NO RENOVADOS QUE '
042500         'VENCEN HASTA EL ' VNC-FECHA-CORTE ' (S/N): '
042600         WITH NO ADVANCING.
042700     ACCEPT VNC-RESPUESTA.
042800     IF VNC-RESPUESTA NOT = 'S' AND VNC-RESPUESTA NOT = 's'
042900         GO TO 4000-FINALIZAR-EXIT
043000     END-IF.
043100     CALL 'SESUSER' USING VNC-SES-ACCION VNC-OPERADOR.
043200     IF VNC-OPERADOR = SPACES
043300         MOVE 'VENCONTR' TO VNC-OPERADOR
043400     END-IF.
043500     MOVE ZERO TO VNC-CANT-FINALIZADOS.
043600     OPEN EXTEND CONTRATOS-FILE.
043700     IF VNC-STATUS-CONTRATOS = '35'
043800         OPEN OUTPUT CONTRATOS-FILE
043900     END-IF.
044000     PERFORM 4100-FINALIZAR-UNO THRU 4100-FINALIZAR-UNO-EXIT
044100         VARYING VNC-X-KTR FROM 1 BY 1
044200         UNTIL VNC-X-KTR > VNC-CANT-KTR.
044300     CLOSE CONTRATOS-FILE.
044400     DISPLAY 'VENCONTR: CONTRATOS FINALIZADOS: '
044500         VNC-CANT-FINALIZADOS.
044600     IF VNC-CANT-FINALIZADOS > ZERO
044700         DISPLAY 'LAS BAJAS SE GRABAN AL SALIR; LA NOMINA '
044800             'LIQUIDA EL PERIODO FINAL'
044900     END-IF.
045000 4000-FINALIZAR-EXIT.
045100     EXIT.
045200*
045300******************************************************************
045400* 4100-FINALIZAR-UNO - ONE CONTRACT: TERMINATE AND CLOSE IT
045500******************************************************************
045600 4100-FINALIZAR-UNO.
045700     IF VNC-KTR-HASTA(VNC-X-KTR) = ZERO
045800         OR VNC-KTR-EVENTO(VNC-X-KTR) = 'F'
045900         OR VNC-KTR-HASTA(VNC-X-KTR) > VNC-FECHA-CORTE
046000         GO TO 4100-FINALIZAR-UNO-EXIT
046100     END-IF.
046200     PERFORM 8000-BUSCAR-EMPLEADO THRU 8000-BUSCAR-EMPLEADO-EXIT.
046300     IF NOT VNC-ES-HALLADO
046400         OR VNC-AUX-ESTADO = 'B'
046500         GO TO 4100-FINALIZAR-UNO-EXIT
046600     END-IF.
046700     MOVE 'B' TO VNC-AUX-ESTADO.
046800     MOVE VNC-KTR-HASTA(VNC-X-KTR) TO VNC-AUX-FECHA-BAJA.
046900     MOVE 'FC' TO VNC-AUX-MOTIVO-BAJA.
046901     MOVE VNC-EMPL-FILA(VNC-X-EMP) TO VNC-EVT-ANTES.
047000     MOVE VNC-EMPL-AUX TO VNC-EMPL-FILA(VNC-X-EMP).
047100     SET VNC-ES-HUBO-BAJAS TO TRUE.
047101     MOVE VNC-EMPL-AUX TO VNC-EVT-DESPUES.
047102     CALL 'EMITEVT' USING VNC-EVT-ENTIDAD VNC-EVT-TIPO
047103         VNC-EVT-ORIGEN VNC-EVT-ANTES VNC-EVT-DESPUES.
047200     MOVE VNC-KTR-ID(VNC-X-KTR)         TO KT-ID.
047300     MOVE VNC-KTR-NUMERO(VNC-X-KTR)     TO KT-NUMERO.
047400     MOVE 'F'                           TO KT-EVENTO.
047500     MOVE VNC-KTR-TIPO(VNC-X-KTR)       TO KT-TIPO.
047600     MOVE VNC-KTR-DESDE(VNC-X-KTR)      TO KT-FECHA-DESDE.
047700     MOVE VNC-KTR-HASTA(VNC-X-KTR)      TO KT-FECHA-HASTA.
047800     MOVE VNC-KTR-RENOVACION(VNC-X-KTR) TO KT-RENOVACION.
047900     MOVE VNC-OPERADOR                  TO KT-OPERADOR.
048000     MOVE VNC-FECHA-HOY                 TO KT-FECHA-ALTA.
048100     WRITE KT-RECORD.
048200     MOVE 'F' TO VNC-KTR-EVENTO(VNC-X-KTR).
048300     ADD 1 TO VNC-CANT-FINALIZADOS.
048400     DISPLAY 'BAJA POR FIN DE CONTRATO: ' VNC-AUX-ID ' '
048500         VNC-AUX-NOMBRE ' AL ' VNC-AUX-FECHA-BAJA.
048600 4100-FINALIZAR-UNO-EXIT.
048700     EXIT.
048800*
048900******************************************************************
049000* 7500-GRABAR-MAESTRO - REWRITE EMPLOYEES WITH THE BAJAS
049100******************************************************************
049200 7500-GRABAR-MAESTRO.
049300     OPEN OUTPUT EMPLOYEES-FILE.
049400     PERFORM 7600-GRABAR-EMPLEADO THRU 7600-GRABAR-EMPLEADO-EXIT
049500         VARYING VNC-X-EMP FROM 1 BY 1
049600         UNTIL VNC-X-EMP > VNC-CANT-EMPL.
049700     CLOSE EMPLOYEES-FILE.
049800     PERFORM 7700-ACTUALIZAR-INDEXADO
049900         THRU 7700-ACTUALIZAR-INDEXADO-EXIT.
050000     DISPLAY 'VENCONTR: MAESTRO DE EMPLEADOS REGRABADO'.
050100 7500-GRABAR-MAESTRO-EXIT.
050200     EXIT.
050300*
050400******************************************************************
050500* 7600-GRABAR-EMPLEADO - WRITE ONE MASTER ROW
050600******************************************************************
050700 7600-GRABAR-EMPLEADO.
050800     MOVE VNC-EMPL-FILA(VNC-X-EMP) TO EM-RECORD.
050900     WRITE EM-RECORD.
051000 7600-GRABAR-EMPLEADO-EXIT.
051100     EXIT.
051200*
051300******************************************************************
051400* 7700-ACTUALIZAR-INDEXADO - APPLY THE SAME ROWS TO THE EMPIDX
051500*                            KEYED MASTER WHEN IT EXISTS
051600******************************************************************
051700 7700-ACTUALIZAR-INDEXADO.
051800     OPEN I-O EMPIDX-FILE.
051900     IF VNC-STATUS-EMPIDX NOT = '00'
052000         CLOSE EMPIDX-FILE
052100         GO TO 7700-ACTUALIZAR-INDEXADO-EXIT
052200     END-IF.
052300     PERFORM 7710-APLICAR-IDX THRU 7710-APLICAR-IDX-EXIT
052400         VARYING VNC-X-EMP FROM 1 BY 1
052500         UNTIL VNC-X-EMP > VNC-CANT-EMPL.
052600     CLOSE EMPIDX-FILE.
052700     DISPLAY 'VENCONTR: EMPIDX ACTUALIZADO POR CLAVE'.
052800 7700-ACTUALIZAR-INDEXADO-EXIT.
052900     EXIT.
053000*
053100******************************************************************
053200* 7710-APLICAR-IDX - ONE ROW BY KEY (REWRITE IF IT EXISTS)
053300******************************************************************
053400 7710-APLICAR-IDX.
053500     MOVE VNC-EMPL-FILA(VNC-X-EMP) TO EIX-RECORD.
053600     WRITE EIX-RECORD
053700         INVALID KEY
053800             REWRITE EIX-RECORD
053900                 INVALID KEY
054000                     CONTINUE
054100             END-REWRITE
054200     END-WRITE.
054300 7710-APLICAR-IDX-EXIT.
054400     EXIT.
054500*
054600******************************************************************
054700* 8000-BUSCAR-EMPLEADO - MASTER ROW OF THE CONTRACT'S EMPLOYEE,
054800*                        LEFT IN VNC-EMPL-AUX AT VNC-X-EMP
054900******************************************************************
055000 8000-BUSCAR-EMPLEADO.
055100     MOVE 'N' TO VNC-HALLADO.
055200     SET VNC-X-EMP TO 1.
055300     SEARCH VNC-EMPL-FILA
055400         WHEN VNC-X-EMP > VNC-CANT-EMPL
055500             CONTINUE
055600         WHEN VNC-EMPL-FILA(VNC-X-EMP)(18:5)
055700             = VNC-KTR-ID(VNC-X-KTR)
055800             SET VNC-ES-HALLADO TO TRUE
055900             MOVE VNC-EMPL-FILA(VNC-X-EMP) TO VNC-EMPL-AUX
056000     END-SEARCH.
056100 8000-BUSCAR-EMPLEADO-EXIT.
056200     EXIT.
056300*
056400******************************************************************
056500* 8200-BUSCAR-TIPO - DESCRIPTION AND RENEWAL LIMIT OF THE TYPE
056600******************************************************************
056700 8200-BUSCAR-TIPO.
056800     MOVE VNC-KTR-TIPO(VNC-X-KTR) TO VNC-TIPO-DESC.
056900     MOVE ZERO TO VNC-MAX-RENOV.
057000     SET TCT-X TO 1.
057100     SEARCH TCT-FILA
057200         WHEN TCT-CODIGO(TCT-X) = VNC-KTR-TIPO(VNC-X-KTR)
057300             MOVE TCT-DESCRIPCION(TCT-X) TO VNC-TIPO-DESC
057400             MOVE TCT-MAX-RENOVACIONES(TCT-X) TO VNC-MAX-RENOV
057500     END-SEARCH.
057600 8200-BUSCAR-TIPO-EXIT.
057700     EXIT.
057800 END PROGRAM VENCONTR.
