000100******************************************************************
000200* AUTHOR:      HERNAN HERGERT
000300* INSTALLATION: DATA PROCESSING
000400* DATE-WRITTEN:
000500* DATE-COMPILED:
000600* PURPOSE:     PAYROLL FRAUD AND ANOMALY SCAN. PAYCONCIL PROVES
000700*              THE FILES BALANCE AND INTEGRIDAD THAT THE
000800*              REFERENCES HOLD, BUT NEITHER LOOKS FOR THE
000900*              PATTERNS THE AUDITORS ASK ABOUT. MODE E SCANS
001000*              EMPLOYEES, SPLITCTA, PERSONAS, THE PAYROLLREG OF
001100*              THE PERIOD, PAYHIST, HOURS, ABSENCES AND THE
001200*              APPROVED TIMEREG ENTRIES AND RAISES A FINDING,
001300*              WITH A RISK CODE, FOR:
001400*                CTA  A BANK ACCOUNT (MASTER OR SPLIT) SHARED BY
001500*                     SEVERAL EMPLOYEES,
001600*                CUI  A TAX ID (PERSONAS) SHARED BY SEVERAL
001700*                     EMPLOYEES,
001800*                HOR  A REGULAR PAYMENT TO SOMEONE WITH NO HOURS,
001900*                     NO ABSENCES AND NO APPROVED TIME ENTRY IN
002000*                     THE PERIOD,
002100*                BAJ  A PAYMENT TO SOMEONE TERMINATED BEFORE THE
002200*                     PERIOD (THE FINAL SETTLEMENT EXCEPTED),
002300*                NET  PAY JUMPING MORE THAN SALTONETO PERCENT
002400*                     OVER THE EMPLOYEE'S OWN PAYHIST AVERAGE,
002500*                EXT  OVERTIME AT OR OVER HEXTRATOPE HOURS IN
002600*                     EACH OF THE LAST HEXTRAMESES PERIODS,
002700*                CCP  AN ACCOUNT CHANGE APPROVED SHORTLY BEFORE
002800*                     THE PAYMENT (CTACAMBIO, CTADIAS CARD).
002900*              FINDINGS GO TO THE HALLAZGOS FILE AND TO THE
003000*              ANOMRPT REPORT; A FINDING ALREADY ON FILE, OPEN OR
003100*              REVIEWED, IS NOT RAISED AGAIN. MODE R LETS THE
003200*              DESK MARK OPEN FINDINGS REVIEWED. THE SCAN ENDS
003300*              WITH RC 4 WHEN IT RAISED ANY NEW FINDING.
003400* TECTONICS:   COBC
003500*
003600* MODIFICATION HISTORY:
003700*   - NEW SCANNER, OFFERED FROM THE MENUUTIL MENU.
003701*   - THE TIMEREG LAYOUT CARRIES THE PROJECT CODE TIMECAP NOW
003702*     RECORDS AT THE END OF EACH ENTRY.
003703*   - THE TIMEREG LAYOUT CARRIES THE START AND END TIME TIMECAP
003704*     NOW RECORDS AT THE END OF EACH ENTRY.
003705*   - PERSONAS RECORD WIDENED FOR PE-IDIOMA.
003706*   - ONE-OFF EARNING 'N'/'X' LINES ARE NOT THE REGULAR LINE
003707*     EITHER, IN THE REGISTER OR IN PAYHIST.
003708*   - PAYHIST AMOUNTS ARE SIGNED NOW. A REVERPER REVERSAL LINE
003709*     NETS ITSELF OUT OF THE EMPLOYEE'S HISTORY TOTAL AND TAKES
00370A*     ITS PERIOD BACK OFF THE COUNT THE AVERAGE DIVIDES BY.
00370B*   - THE HISTORY AVERAGE LEAVES OUT THE MINIMUM-WAGE TOP-UP
00370C*     ('M', NOT IN THE REGISTER GROSS EITHER) AND COUNTS A MONTH
00370D*     ONLY FOR A LINE THAT CARRIES SALARY.
003800******************************************************************
003900 IDENTIFICATION DIVISION.
004000 PROGRAM-ID. ANOMALIAS.
004100 ENVIRONMENT DIVISION.
004200 INPUT-OUTPUT SECTION.
004300 FILE-CONTROL.
004400     SELECT OPTIONAL HALLAZGOS-FILE ASSIGN TO 'HALLAZGOS'
004500         ORGANIZATION IS LINE SEQUENTIAL
004600         FILE STATUS IS ANM-STATUS-HALLAZGOS.
004700     SELECT OPTIONAL EMPLOYEES-FILE ASSIGN TO 'EMPLOYEES'
004800         ORGANIZATION IS LINE SEQUENTIAL
004900         FILE STATUS IS ANM-STATUS-EMPL.
005000     SELECT OPTIONAL SPLITCTA-FILE ASSIGN TO 'SPLITCTA'
005100         ORGANIZATION IS LINE SEQUENTIAL
005200         FILE STATUS IS ANM-STATUS-SPLIT.
005300     SELECT OPTIONAL PERSONAS-FILE ASSIGN TO 'PERSONAS'
005400         ORGANIZATION IS LINE SEQUENTIAL
005500         FILE STATUS IS ANM-STATUS-PERSONAS.
005600     SELECT OPTIONAL PAYROLL-REG-FILE ASSIGN TO 'PAYROLLREG'
005700         ORGANIZATION IS LINE SEQUENTIAL
005800         FILE STATUS IS ANM-STATUS-PAYROLL.
005900     SELECT OPTIONAL PAYHIST-FILE ASSIGN TO 'PAYHIST'
006000         ORGANIZATION IS LINE SEQUENTIAL
006100         FILE STATUS IS ANM-STATUS-PAYHIST.
006200     SELECT OPTIONAL HOURS-FILE ASSIGN TO 'HOURS'
006300         ORGANIZATION IS LINE SEQUENTIAL
006400         FILE STATUS IS ANM-STATUS-HORAS.
006500     SELECT OPTIONAL ABSENCES-FILE ASSIGN TO 'ABSENCES'
006600         ORGANIZATION IS LINE SEQUENTIAL
006700         FILE STATUS IS ANM-STATUS-AUSENCIAS.
006800     SELECT OPTIONAL TIMEREG-FILE ASSIGN TO 'TIMEREG'
006900         ORGANIZATION IS LINE SEQUENTIAL
007000         FILE STATUS IS ANM-STATUS-DIARIO.
007100     SELECT REPORTE-FILE ASSIGN TO 'ANOMRPT'
007200         ORGANIZATION IS LINE SEQUENTIAL.
007300 DATA DIVISION.
007400 FILE SECTION.
007500 FD  HALLAZGOS-FILE
007600     LABEL RECORDS ARE STANDARD.
007700 01  HZL-LINEA                   PIC X(97).
007800 FD  EMPLOYEES-FILE
007900     LABEL RECORDS ARE STANDARD.
008000 01  EM-RECORD.
008100     COPY EMPLEADO.
008200 FD  SPLITCTA-FILE
008300     LABEL RECORDS ARE STANDARD.
008400 01  SC-RECORD.
008500     05 SC-ID                    PIC 9(05).
008600     05 SC-BANCO                 PIC X(03).
008700     05 SC-CUENTA                PIC X(10).
008800     05 SC-TIPO                  PIC X(01).
008900     05 SC-VALOR                 PIC 9(05)V99.
009000 FD  PERSONAS-FILE
009100     LABEL RECORDS ARE STANDARD.
009200 01  PE-RECORD.
009300     05 PE-ID                    PIC 9(05).
009400     05 PE-NOMBRE-COMPLETO       PIC X(40).
009500     05 PE-CUIT                  PIC X(11).
009600     05 PE-DIRECCION             PIC X(40).
009601     05 PE-IDIOMA                PIC X(01).
009700 FD  PAYROLL-REG-FILE
009800     LABEL RECORDS ARE STANDARD.
009900 01  PR-RECORD.
010000     COPY PAYROLLREG.
010100 FD  PAYHIST-FILE
010200     LABEL RECORDS ARE STANDARD.
010300 01  PH-RECORD.
010400     05 PH-NOMBRE                PIC X(05).
010500     05 PH-SENIORIDAD            PIC X(06).
010600     05 PH-SUELDO-MENSUAL        PIC S9(06)V99.
010700     05 PH-SUELDO-ANUAL          PIC S9(07)V99.
010800     05 PH-BONO                  PIC S9(06)V99.
010900     05 PH-PERIODO               PIC 9(06).
011000     05 PH-DEPARTAMENTO          PIC X(10).
011100     05 PH-EXPERIENCIA           PIC 9(02).
011200     05 PH-ID                    PIC 9(05).
011300     05 PH-IMPORTE-EXTRA         PIC S9(06)V99.
011400     05 PH-TIPO-LINEA            PIC X(01).
011500     05 PH-PERIODO-REF           PIC 9(06).
011600     05 PH-COMPANIA              PIC X(03).
011700 FD  HOURS-FILE
011800     LABEL RECORDS ARE STANDARD.
011900 01  HS-RECORD.
012000     05 HS-NOMBRE                PIC X(05).
012100     05 HS-HORAS-NORMALES        PIC 9(03).
012200     05 HS-HORAS-EXTRA           PIC 9(03).
012300     05 HS-ID                    PIC 9(05).
012400     05 HS-HORAS-EXTRA-FERIADO   PIC 9(03).
012500 FD  ABSENCES-FILE
012600     LABEL RECORDS ARE STANDARD.
012700 01  AB-RECORD.
012800     05 AB-NOMBRE                PIC X(05).
012900     05 AB-DIAS-SIN-GOCE         PIC 9(02).
013000     05 AB-DIAS-VACACIONES       PIC 9(02).
013100     05 AB-ID                    PIC 9(05).
013200     05 AB-MOTIVO                PIC X(02).
013300     05 AB-DIAS-AUSENCIA         PIC 9(02).
013400     05 AB-TARDANZAS             PIC 9(02).
013500 FD  TIMEREG-FILE
013600     LABEL RECORDS ARE STANDARD.
013700 01  TR-RECORD.
013800     05 TR-ID                    PIC 9(05).
013900     05 TR-NOMBRE                PIC X(05).
014000     05 TR-FECHA                 PIC 9(08).
014100     05 TR-HORAS-NORM            PIC 9(02).
014200     05 TR-HORAS-EXTRA           PIC 9(02).
014300     05 TR-FERIADO               PIC X(01).
014400     05 TR-APROBADO              PIC X(01).
014500     05 TR-RESUMIDO              PIC X(01).
014600     05 TR-PERIODO-RESUMEN       PIC 9(06).
014700     05 TR-MOTIVO                PIC X(02).
014800     05 TR-TARDE                 PIC X(01).
014801     05 TR-PROYECTO              PIC X(08).
014802     05 TR-HORA-ENTRADA          PIC X(04).
014803     05 TR-HORA-SALIDA           PIC X(04).
014900 FD  REPORTE-FILE
015000     LABEL RECORDS ARE STANDARD
015100     RECORD CONTAINS 80 CHARACTERS.
015200 01  RPT-LINEA                   PIC X(80).
015300 WORKING-STORAGE SECTION.
015400*
015500 01  ANM-STATUS-HALLAZGOS        PIC XX.
015600 01  ANM-STATUS-EMPL             PIC XX.
015700 01  ANM-STATUS-SPLIT            PIC XX.
015800 01  ANM-STATUS-PERSONAS         PIC XX.
015900 01  ANM-STATUS-PAYROLL          PIC XX.
016000 01  ANM-STATUS-PAYHIST          PIC XX.
016100 01  ANM-STATUS-HORAS            PIC XX.
016200 01  ANM-STATUS-AUSENCIAS        PIC XX.
016300 01  ANM-STATUS-DIARIO           PIC XX.
016400*
016500 01  ANM-INDICADORES.
016600     05  ANM-FIN-ARCHIVO         PIC X VALUE 'N'.
016700         88  ANM-ES-FIN-ARCHIVO  VALUE 'Y'.
016800     05  ANM-HALLADO             PIC X VALUE 'N'.
016900         88  ANM-ES-HALLADO      VALUE 'Y'.
017000     05  ANM-TERMINAR            PIC X VALUE 'N'.
017100         88  ANM-ES-TERMINAR     VALUE 'Y'.
017200     05  ANM-HUBO-CAMBIOS        PIC X VALUE 'N'.
017300         88  ANM-ES-HUBO-CAMBIOS VALUE 'Y'.
017400*
017500 01  ANM-MODO                    PIC X(01).
017600 01  ANM-RESPUESTA               PIC X(01).
017700 01  ANM-FECHA-HOY               PIC 9(08).
017800 01  ANM-FECHA-PAGO              PIC 9(08) VALUE ZERO.
017900 01  ANM-PERIODO                 PIC 9(06) VALUE ZERO.
018000 01  ANM-SES-ACCION              PIC X(01).
018100 01  ANM-USUARIO                 PIC X(08).
018200 01  ANM-REGISTRO-CONTROL.
018300     COPY REGCTL.
018400*
018500* Umbrales: cartas SALTONETO, HEXTRATOPE y HEXTRAMESES de PARMS.
018600 01  ANM-SALTO-PORCENTAJE        PIC 9(03) VALUE 30.
018700 01  ANM-TOPE-EXTRA              PIC 9(03) VALUE 30.
018800 01  ANM-MESES-EXTRA             PIC 9(02) VALUE 3.
018900 01  ANM-PARM-CLAVE              PIC X(12).
019000 01  ANM-PARM-VALOR              PIC X(20).
019100 01  ANM-PARM-HALLADO            PIC X(01).
019200     88  ANM-ES-PARM-HALLADO     VALUE 'Y'.
019300*
019400 01  ANM-CONTADORES.
019500     05  ANM-CANT-NUEVOS         PIC 9(05) VALUE ZERO.
019600     05  ANM-CANT-REPETIDOS      PIC 9(05) VALUE ZERO.
019700     05  ANM-CANT-ABIERTOS       PIC 9(05) VALUE ZERO.
019800     05  ANM-CANT-REVISADOS      PIC 9(05) VALUE ZERO.
019900     05  ANM-CANT-CTA            PIC 9(05) VALUE ZERO.
020000     05  ANM-CANT-CUI            PIC 9(05) VALUE ZERO.
020100     05  ANM-CANT-HOR            PIC 9(05) VALUE ZERO.
020200     05  ANM-CANT-BAJ            PIC 9(05) VALUE ZERO.
020300     05  ANM-CANT-NET            PIC 9(05) VALUE ZERO.
020400     05  ANM-CANT-EXT            PIC 9(05) VALUE ZERO.
020500     05  ANM-CANT-CCP            PIC 9(05) VALUE ZERO.
020600*
020700* Hallazgo a registrar (lo arma cada control antes de 8000).
020800 01  ANM-NUE-RIESGO              PIC X(03).
020900 01  ANM-NUE-ID                  PIC 9(05).
021000 01  ANM-NUE-NOMBRE              PIC X(05).
021100 01  ANM-NUE-CLAVE               PIC X(13).
021200 01  ANM-NUE-DETALLE             PIC X(40).
021300 01  HZ-RECORD.
021400     COPY HALLAZGO.
021500*
021600 01  ANM-BUS-ID                  PIC 9(05).
021700 01  ANM-BUS-NOMBRE              PIC X(05).
021800 01  ANM-POS-EMPL                PIC 9(04).
021900 01  ANM-POS-AUX                 PIC 9(04).
022000 01  ANM-OTRO-ID                 PIC 9(05).
022100 01  ANM-PER-AUX                 PIC 9(06).
022200 01  ANM-PER-AUX-R REDEFINES ANM-PER-AUX.
022300     05  ANM-PER-ANIO            PIC 9(04).
022400     05  ANM-PER-MES             PIC 9(02).
022500 01  ANM-MES-ABS                 PIC 9(06).
022600 01  ANM-MES-ACTUAL              PIC 9(06).
022700 01  ANM-MES-DESDE               PIC 9(06).
022800 01  ANM-HORAS-AUX               PIC 9(04).
022900 01  ANM-CANT-AL-TOPE            PIC 9(02).
023000 01  ANM-PROMEDIO                PIC 9(08)V99.
023100 01  ANM-SALTO                   PIC 9(05).
023200 01  ANM-IMPORTE-ED              PIC Z(6)9.99.
023300 01  ANM-PROMEDIO-ED             PIC Z(6)9.99.
023400 01  ANM-SALTO-ED                PIC ZZZZ9.
023500*
023600 01  ANM-CAM-ID                  PIC 9(05).
023700 01  ANM-CAM-RECIENTE            PIC X(01).
023800     88  ANM-ES-CAM-RECIENTE     VALUE 'Y'.
023900 01  ANM-CAM-FECHA               PIC 9(08).
024000 01  ANM-CAM-PENDIENTE           PIC X(01).
024100*
024200 01  ANM-CANT-HALLAZGOS          PIC 9(04) VALUE ZERO.
024300 01  ANM-TABLA-HALLAZGOS.
024400     05  ANM-HZ-FILA OCCURS 3000 TIMES
024500                     INDEXED BY ANM-X-HZ.
024600         10 ANM-HZ-RIESGO        PIC X(03).
024700         10 ANM-HZ-ID            PIC 9(05).
024800         10 ANM-HZ-NOMBRE        PIC X(05).
024900         10 ANM-HZ-CLAVE         PIC X(13).
025000         10 ANM-HZ-RESTO         PIC X(71).
025100*
025200 01  ANM-CANT-EMPL               PIC 9(04) VALUE ZERO.
025300 01  ANM-TABLA-EMPL.
025400     05  ANM-EMPL-FILA OCCURS 500 TIMES
025500                       INDEXED BY ANM-X-EMP.
025600         10 ANM-EMP-ID           PIC 9(05).
025700         10 ANM-EMP-NOMBRE       PIC X(05).
025800         10 ANM-EMP-ESTADO       PIC X(01).
025900         10 ANM-EMP-FECHA-BAJA   PIC 9(08).
026000*
026100 01  ANM-CANT-CUENTAS            PIC 9(04) VALUE ZERO.
026200 01  ANM-TABLA-CUENTAS.
026300     05  ANM-CTA-FILA OCCURS 1000 TIMES
026400                      INDEXED BY ANM-X-CTA ANM-X-CT2.
026500         10 ANM-CTA-BANCO-CUENTA PIC X(13).
026600         10 ANM-CTA-ID           PIC 9(05).
026700*
026800 01  ANM-CANT-CUITS              PIC 9(04) VALUE ZERO.
026900 01  ANM-TABLA-CUITS.
027000     05  ANM-CUI-FILA OCCURS 500 TIMES
027100                      INDEXED BY ANM-X-CUI ANM-X-CU2.
027200         10 ANM-CUI-CUIT         PIC X(11).
027300         10 ANM-CUI-ID           PIC 9(05).
027400         10 ANM-CUI-NOMBRE       PIC X(05).
027500*
027600 01  ANM-CANT-PAGADOS            PIC 9(04) VALUE ZERO.
027700 01  ANM-TABLA-PAGADOS.
027800     05  ANM-PAG-FILA OCCURS 500 TIMES
027900                      INDEXED BY ANM-X-PAG.
028000         10 ANM-PAG-ID           PIC 9(05).
028100         10 ANM-PAG-NOMBRE       PIC X(05).
028200         10 ANM-PAG-NETO         PIC 9(08)V99.
028300         10 ANM-PAG-BRUTO        PIC 9(08)V99.
028400         10 ANM-PAG-REGULAR      PIC X(01).
028500         10 ANM-PAG-NO-FINAL     PIC X(01).
028600*
028700 01  ANM-CANT-ASISTENCIAS        PIC 9(04) VALUE ZERO.
028800 01  ANM-TABLA-ASISTENCIAS.
028900     05  ANM-ASI-FILA OCCURS 1000 TIMES
029000                      INDEXED BY ANM-X-ASI.
029100         10 ANM-ASI-ID           PIC 9(05).
029200*
029300 01  ANM-CANT-HISTORIA           PIC 9(04) VALUE ZERO.
029400 01  ANM-TABLA-HISTORIA.
029500     05  ANM-HIS-FILA OCCURS 500 TIMES
029600                      INDEXED BY ANM-X-HIS.
029700         10 ANM-HIS-ID           PIC 9(05).
029800         10 ANM-HIS-TOTAL        PIC 9(10)V99.
029900         10 ANM-HIS-CANT         PIC 9(04).
030000*
030100 01  ANM-CANT-EXTRAS             PIC 9(04) VALUE ZERO.
030200 01  ANM-TABLA-EXTRAS.
030300     05  ANM-EXT-FILA OCCURS 2000 TIMES
030400                      INDEXED BY ANM-X-EXT.
030500         10 ANM-EXT-ID           PIC 9(05).
030600         10 ANM-EXT-MES          PIC 9(06).
030700         10 ANM-EXT-HORAS        PIC 9(04).
030800*
030900 PROCEDURE DIVISION.
031000******************************************************************
031100* 0000-MAINLINE - LOAD THE FINDINGS, THEN SCAN OR REVIEW
031200******************************************************************
031300 0000-MAINLINE.
031400     ACCEPT ANM-FECHA-HOY FROM DATE YYYYMMDD.
031500     PERFORM 1000-CARGAR-HALLAZGOS
031600         THRU 1000-CARGAR-HALLAZGOS-EXIT.
031700     IF RETURN-CODE = 8
031800         GOBACK
031900     END-IF.
032000     DISPLAY 'ANOMALIAS - MODO (E=ESCANEAR, R=MARCAR REVISADOS): '
032100         WITH NO ADVANCING.
032200     ACCEPT ANM-MODO.
032300     EVALUATE ANM-MODO
032400         WHEN 'E'
032500         WHEN 'e'
032600             PERFORM 2000-ESCANEAR THRU 2000-ESCANEAR-EXIT
032700         WHEN 'R'
032800         WHEN 'r'
032900             PERFORM 6000-REVISAR THRU 6000-REVISAR-EXIT
033000         WHEN OTHER
033100             DISPLAY 'MODO INVALIDO'
033200             MOVE 8 TO RETURN-CODE
033300     END-EVALUATE.
033400     GOBACK.
033500 0000-MAINLINE-EXIT.
033600     EXIT.
033700*
033800******************************************************************
033900* 1000-CARGAR-HALLAZGOS - THE FINDINGS ALREADY ON FILE, SO NONE
034000*                         IS RAISED TWICE
034100******************************************************************
034200 1000-CARGAR-HALLAZGOS.
034300     MOVE 'N' TO ANM-FIN-ARCHIVO.
034400     OPEN INPUT HALLAZGOS-FILE.
034500     IF ANM-STATUS-HALLAZGOS = '00'
034600         PERFORM 1100-LEER-HALLAZGO THRU 1100-LEER-HALLAZGO-EXIT
034700             UNTIL ANM-ES-FIN-ARCHIVO
034800     END-IF.
034900     CLOSE HALLAZGOS-FILE.
035000     MOVE 'N' TO ANM-FIN-ARCHIVO.
035100 1000-CARGAR-HALLAZGOS-EXIT.
035200     EXIT.
035300*
035400******************************************************************
035500* 1100-LEER-HALLAZGO - ONE FINDING INTO THE TABLE
035600******************************************************************
035700 1100-LEER-HALLAZGO.
035800     READ HALLAZGOS-FILE
035900         AT END
036000             SET ANM-ES-FIN-ARCHIVO TO TRUE
036100         NOT AT END
036200             IF ANM-CANT-HALLAZGOS < 3000
036300                 ADD 1 TO ANM-CANT-HALLAZGOS
036400                 SET ANM-X-HZ TO ANM-CANT-HALLAZGOS
036500                 MOVE HZL-LINEA TO ANM-HZ-FILA(ANM-X-HZ)
036600             ELSE
036700                 DISPLAY 'ANOMALIAS: HALLAZGOS SUPERA 3000 FILAS'
036800                 MOVE 8 TO RETURN-CODE
036900                 SET ANM-ES-FIN-ARCHIVO TO TRUE
037000             END-IF
037100     END-READ.
037200 1100-LEER-HALLAZGO-EXIT.
037300     EXIT.
037400*
037500******************************************************************
037600* 2000-ESCANEAR - LOAD EVERY SOURCE, RUN THE CHECKS, REPORT
037700******************************************************************
037800 2000-ESCANEAR.
037900     PERFORM 2100-LEER-UMBRALES THRU 2100-LEER-UMBRALES-EXIT.
038000     PERFORM 2200-CARGAR-EMPLEADOS
038100         THRU 2200-CARGAR-EMPLEADOS-EXIT.
038200     PERFORM 2300-CARGAR-REGISTRO THRU 2300-CARGAR-REGISTRO-EXIT.
038300     IF ANM-PERIODO NOT = ZERO
038400         PERFORM 2400-CARGAR-ASISTENCIA
038500             THRU 2400-CARGAR-ASISTENCIA-EXIT
038600         PERFORM 2500-CARGAR-HISTORIA
038700             THRU 2500-CARGAR-HISTORIA-EXIT
038800     END-IF.
038900     OPEN OUTPUT REPORTE-FILE.
039000     MOVE SPACES TO RPT-LINEA.
039100     STRING 'ANOMALIAS - CASOS SOSPECHOSOS, PERIODO ' ANM-PERIODO
039200         ' (' ANM-FECHA-HOY ')'
039300         DELIMITED BY SIZE INTO RPT-LINEA.
039400     WRITE RPT-LINEA.
039500     MOVE 'RSG LEGAJO NOMBRE DETALLE' TO RPT-LINEA.
039600     WRITE RPT-LINEA.
039700     OPEN EXTEND HALLAZGOS-FILE.
039800     IF ANM-STATUS-HALLAZGOS = '35'
039900         OPEN OUTPUT HALLAZGOS-FILE
040000     END-IF.
040100     PERFORM 3000-CUENTAS-COMPARTIDAS
040200         THRU 3000-CUENTAS-COMPARTIDAS-EXIT.
040300     PERFORM 3500-CUITS-COMPARTIDOS
040400         THRU 3500-CUITS-COMPARTIDOS-EXIT.
040500     IF ANM-PERIODO = ZERO
040600         MOVE 'SIN PAYROLLREG: NO SE REVISAN LOS PAGOS'
040700             TO RPT-LINEA
040800         WRITE RPT-LINEA
040900     ELSE
041000         PERFORM 4000-REVISAR-PAGADO THRU 4000-REVISAR-PAGADO-EXIT
041100             VARYING ANM-X-PAG FROM 1 BY 1
041200             UNTIL ANM-X-PAG > ANM-CANT-PAGADOS
041300     END-IF.
041400     CLOSE HALLAZGOS-FILE.
041500     PERFORM 5000-RESUMEN THRU 5000-RESUMEN-EXIT.
041600     CLOSE REPORTE-FILE.
041700     DISPLAY 'ANOMALIAS: ' ANM-CANT-NUEVOS ' HALLAZGOS NUEVOS, '
041800         ANM-CANT-ABIERTOS ' ABIERTOS SIN REVISAR'.
041900     IF ANM-CANT-NUEVOS > ZERO
042000         MOVE 4 TO RETURN-CODE
042100     END-IF.
042200 2000-ESCANEAR-EXIT.
042300     EXIT.
042400*
042500******************************************************************
042600* 2100-LEER-UMBRALES - THE SALTONETO, HEXTRATOPE AND HEXTRAMESES
042700*                      CARDS, WHEN PRESENT
042800******************************************************************
042900 2100-LEER-UMBRALES.
043000     MOVE 'SALTONETO' TO ANM-PARM-CLAVE.
043100     CALL 'LEERPARM' USING ANM-PARM-CLAVE
043200         ANM-PARM-VALOR ANM-PARM-HALLADO.
043300     IF ANM-ES-PARM-HALLADO
043400         AND ANM-PARM-VALOR(1:3) IS NUMERIC
043500         MOVE ANM-PARM-VALOR(1:3) TO ANM-SALTO-PORCENTAJE
043600     END-IF.
043700     MOVE 'HEXTRATOPE' TO ANM-PARM-CLAVE.
043800     CALL 'LEERPARM' USING ANM-PARM-CLAVE
043900         ANM-PARM-VALOR ANM-PARM-HALLADO.
044000     IF ANM-ES-PARM-HALLADO
044100         AND ANM-PARM-VALOR(1:3) IS NUMERIC
044200         MOVE ANM-PARM-VALOR(1:3) TO ANM-TOPE-EXTRA
044300     END-IF.
044400     MOVE 'HEXTRAMESES' TO ANM-PARM-CLAVE.
044500     CALL 'LEERPARM' USING ANM-PARM-CLAVE
044600         ANM-PARM-VALOR ANM-PARM-HALLADO.
044700     IF ANM-ES-PARM-HALLADO
044800         AND ANM-PARM-VALOR(1:2) IS NUMERIC
044900         AND ANM-PARM-VALOR(1:2) NOT = '00'
045000         MOVE ANM-PARM-VALOR(1:2) TO ANM-MESES-EXTRA
045100     END-IF.
045200 2100-LEER-UMBRALES-EXIT.
045300     EXIT.
045400*
045500******************************************************************
045600* 2200-CARGAR-EMPLEADOS - THE MASTER, AND ITS ACCOUNTS INTO THE
045700*                         SHARED-ACCOUNT TABLE
045800******************************************************************
045900 2200-CARGAR-EMPLEADOS.
046000     MOVE 'N' TO ANM-FIN-ARCHIVO.
046100     OPEN INPUT EMPLOYEES-FILE.
046200     IF ANM-STATUS-EMPL = '00'
046300         PERFORM 2210-LEER-EMPLEADO THRU 2210-LEER-EMPLEADO-EXIT
046400             UNTIL ANM-ES-FIN-ARCHIVO
046500     END-IF.
046600     CLOSE EMPLOYEES-FILE.
046700     MOVE 'N' TO ANM-FIN-ARCHIVO.
046800     OPEN INPUT SPLITCTA-FILE.
046900     IF ANM-STATUS-SPLIT = '00'
047000         PERFORM 2220-LEER-SPLIT THRU 2220-LEER-SPLIT-EXIT
047100             UNTIL ANM-ES-FIN-ARCHIVO
047200     END-IF.
047300     CLOSE SPLITCTA-FILE.
047400     MOVE 'N' TO ANM-FIN-ARCHIVO.
047500 2200-CARGAR-EMPLEADOS-EXIT.
047600     EXIT.
047700*
047800******************************************************************
047900* 2210-LEER-EMPLEADO - ONE MASTER ROW; ONLY ACTIVE EMPLOYEES
048000*                      COUNT FOR THE SHARED ACCOUNTS
048100******************************************************************
048200 2210-LEER-EMPLEADO.
048300     READ EMPLOYEES-FILE
048400         AT END
048500             SET ANM-ES-FIN-ARCHIVO TO TRUE
048600         NOT AT END
048700             IF ANM-CANT-EMPL < 500
048800                 ADD 1 TO ANM-CANT-EMPL
048900                 SET ANM-X-EMP TO ANM-CANT-EMPL
049000                 MOVE EM-ID TO ANM-EMP-ID(ANM-X-EMP)
049100                 MOVE EM-NOMBRE TO ANM-EMP-NOMBRE(ANM-X-EMP)
049200                 MOVE EM-ESTADO TO ANM-EMP-ESTADO(ANM-X-EMP)
049300                 MOVE EM-FECHA-BAJA
049400                     TO ANM-EMP-FECHA-BAJA(ANM-X-EMP)
049500             END-IF
049600             IF NOT EM-DADO-DE-BAJA
049700                 AND EM-CUENTA NOT = SPACES
049800                 AND EM-ID NOT = ZERO
049900                 AND ANM-CANT-CUENTAS < 1000
050000                 ADD 1 TO ANM-CANT-CUENTAS
050100                 SET ANM-X-CTA TO ANM-CANT-CUENTAS
050200                 MOVE EM-BANCO
050300                     TO ANM-CTA-BANCO-CUENTA(ANM-X-CTA)(1:3)
050400                 MOVE EM-CUENTA
050500                     TO ANM-CTA-BANCO-CUENTA(ANM-X-CTA)(4:10)
050600                 MOVE EM-ID TO ANM-CTA-ID(ANM-X-CTA)
050700             END-IF
050800     END-READ.
050900 2210-LEER-EMPLEADO-EXIT.
051000     EXIT.
051100*
051200******************************************************************
051300* 2220-LEER-SPLIT - ONE SPLITCTA ROW INTO THE ACCOUNT TABLE
051400******************************************************************
051500 2220-LEER-SPLIT.
051600     READ SPLITCTA-FILE
051700         AT END
051800             SET ANM-ES-FIN-ARCHIVO TO TRUE
051900         NOT AT END
052000             IF SC-CUENTA NOT = SPACES
052100                 AND SC-ID NOT = ZERO
052200                 AND ANM-CANT-CUENTAS < 1000
052300                 ADD 1 TO ANM-CANT-CUENTAS
052400                 SET ANM-X-CTA TO ANM-CANT-CUENTAS
052500                 MOVE SC-BANCO
052600                     TO ANM-CTA-BANCO-CUENTA(ANM-X-CTA)(1:3)
052700                 MOVE SC-CUENTA
052800                     TO ANM-CTA-BANCO-CUENTA(ANM-X-CTA)(4:10)
052900                 MOVE SC-ID TO ANM-CTA-ID(ANM-X-CTA)
053000             END-IF
053100     END-READ.
053200 2220-LEER-SPLIT-EXIT.
053300     EXIT.
053400*
053500******************************************************************
053600* 2300-CARGAR-REGISTRO - THE PERIOD, THE PAYMENT DATE AND WHAT
053700*                        EACH EMPLOYEE WAS PAID IN PAYROLLREG
053800******************************************************************
053900 2300-CARGAR-REGISTRO.
054000     MOVE 'N' TO ANM-FIN-ARCHIVO.
054100     OPEN INPUT PAYROLL-REG-FILE.
054200     IF ANM-STATUS-PAYROLL = '00'
054300         PERFORM 2310-LEER-REGISTRO THRU 2310-LEER-REGISTRO-EXIT
054400             UNTIL ANM-ES-FIN-ARCHIVO
054500     END-IF.
054600     CLOSE PAYROLL-REG-FILE.
054700     MOVE 'N' TO ANM-FIN-ARCHIVO.
054800     IF ANM-FECHA-PAGO = ZERO
054900         MOVE ANM-FECHA-HOY TO ANM-FECHA-PAGO
055000     END-IF.
055100 2300-CARGAR-REGISTRO-EXIT.
055200     EXIT.
055300*
055400******************************************************************
055500* 2310-LEER-REGISTRO - THE HEADER GIVES PERIOD AND RUN DATE; A
055600*                      DETAIL LINE ADDS TO ITS EMPLOYEE'S ROW
055700******************************************************************
055800 2310-LEER-REGISTRO.
055900     READ PAYROLL-REG-FILE
056000         AT END
056100             SET ANM-ES-FIN-ARCHIVO TO TRUE
056200             GO TO 2310-LEER-REGISTRO-EXIT
056300     END-READ.
056400     IF PR-RECORD(1:1) = '*'
056500         MOVE PR-RECORD TO ANM-REGISTRO-CONTROL
056600         IF CTL-ES-CABECERA
056700             AND CTL-PERIODO IS NUMERIC
056800             MOVE CTL-PERIODO TO ANM-PERIODO
056900             IF CTL-FECHA IS NUMERIC
057000                 MOVE CTL-FECHA TO ANM-FECHA-PAGO
057100             END-IF
057200         END-IF
057300         GO TO 2310-LEER-REGISTRO-EXIT
057400     END-IF.
057500     IF ANM-PERIODO = ZERO
057600         MOVE PR-PERIODO TO ANM-PERIODO
057700     END-IF.
057800     MOVE PR-ID TO ANM-BUS-ID.
057900     MOVE PR-NOMBRE TO ANM-BUS-NOMBRE.
058000     PERFORM 8100-UBICAR-EMPLEADO THRU 8100-UBICAR-EMPLEADO-EXIT.
058100     IF ANM-BUS-ID = ZERO
058200         GO TO 2310-LEER-REGISTRO-EXIT
058300     END-IF.
058400     MOVE 'N' TO ANM-HALLADO.
058500     PERFORM 2320-COMPARAR-PAGADO THRU 2320-COMPARAR-PAGADO-EXIT
058600         VARYING ANM-X-PAG FROM 1 BY 1
058700         UNTIL ANM-X-PAG > ANM-CANT-PAGADOS
058800         OR ANM-ES-HALLADO.
058900     IF ANM-ES-HALLADO
059000         SET ANM-X-PAG TO ANM-POS-AUX
059100     ELSE
059200         IF ANM-CANT-PAGADOS NOT < 500
059300             GO TO 2310-LEER-REGISTRO-EXIT
059400         END-IF
059500         ADD 1 TO ANM-CANT-PAGADOS
059600         SET ANM-X-PAG TO ANM-CANT-PAGADOS
059700         MOVE ANM-BUS-ID TO ANM-PAG-ID(ANM-X-PAG)
059800         MOVE PR-NOMBRE TO ANM-PAG-NOMBRE(ANM-X-PAG)
059900         MOVE ZERO TO ANM-PAG-NETO(ANM-X-PAG)
060000         MOVE ZERO TO ANM-PAG-BRUTO(ANM-X-PAG)
060100         MOVE 'N' TO ANM-PAG-REGULAR(ANM-X-PAG)
060200         MOVE 'N' TO ANM-PAG-NO-FINAL(ANM-X-PAG)
060300     END-IF.
060400     ADD PR-NETO TO ANM-PAG-NETO(ANM-X-PAG).
060500     IF PR-TIPO-LINEA NOT = 'F'
060600         MOVE 'S' TO ANM-PAG-NO-FINAL(ANM-X-PAG)
060700     END-IF.
060800* La linea regular es la que no es retroactivo, ajuste anual,
060900* liquidacion final, aguinaldo, reintegro ni novedad, igual que al
061000* releer PAYHIST.
061100     IF PR-TIPO-LINEA NOT = 'A'
061200         AND PR-TIPO-LINEA NOT = 'D'
061300         AND PR-TIPO-LINEA NOT = 'G'
061400         AND PR-TIPO-LINEA NOT = 'F'
061500         AND PR-TIPO-LINEA NOT = 'H'
061600         AND PR-TIPO-LINEA NOT = 'V'
061601         AND PR-TIPO-LINEA NOT = 'N'
061602         AND PR-TIPO-LINEA NOT = 'X'
061700         MOVE 'S' TO ANM-PAG-REGULAR(ANM-X-PAG)
061800         COMPUTE ANM-PAG-BRUTO(ANM-X-PAG) =
061900             ANM-PAG-BRUTO(ANM-X-PAG) + PR-SUELDO-MENSUAL
062000             + PR-BONO + PR-IMPORTE-EXTRA
062100     END-IF.
062200 2310-LEER-REGISTRO-EXIT.
062300     EXIT.
062400*
062500******************************************************************
062600* 2320-COMPARAR-PAGADO - ONE EMPLOYEE ALREADY SEEN IN THE REGISTER
062700******************************************************************
062800 2320-COMPARAR-PAGADO.
062900     IF ANM-PAG-ID(ANM-X-PAG) = ANM-BUS-ID
063000         SET ANM-ES-HALLADO TO TRUE
063100         SET ANM-POS-AUX TO ANM-X-PAG
063200     END-IF.
063300 2320-COMPARAR-PAGADO-EXIT.
063400     EXIT.
063500*
063600******************************************************************
063700* 2400-CARGAR-ASISTENCIA - WHO HAS HOURS, ABSENCES OR APPROVED
063800*                          TIME ENTRIES IN THE PERIOD, AND THE
063900*                          OVERTIME OF EVERY PERIOD
064000******************************************************************
064100 2400-CARGAR-ASISTENCIA.
064200     MOVE ANM-PERIODO TO ANM-PER-AUX.
064300     PERFORM 8200-MES-ABSOLUTO THRU 8200-MES-ABSOLUTO-EXIT.
064400     MOVE ANM-MES-ABS TO ANM-MES-ACTUAL.
064500     MOVE 'N' TO ANM-FIN-ARCHIVO.
064600     OPEN INPUT HOURS-FILE.
064700     IF ANM-STATUS-HORAS = '00'
064800         PERFORM 2410-LEER-HORAS THRU 2410-LEER-HORAS-EXIT
064900             UNTIL ANM-ES-FIN-ARCHIVO
065000     END-IF.
065100     CLOSE HOURS-FILE.
065200     MOVE 'N' TO ANM-FIN-ARCHIVO.
065300     OPEN INPUT ABSENCES-FILE.
065400     IF ANM-STATUS-AUSENCIAS = '00'
065500         PERFORM 2420-LEER-AUSENCIA THRU 2420-LEER-AUSENCIA-EXIT
065600             UNTIL ANM-ES-FIN-ARCHIVO
065700     END-IF.
065800     CLOSE ABSENCES-FILE.
065900     MOVE 'N' TO ANM-FIN-ARCHIVO.
066000     OPEN INPUT TIMEREG-FILE.
066100     IF ANM-STATUS-DIARIO = '00'
066200         PERFORM 2430-LEER-DIARIO THRU 2430-LEER-DIARIO-EXIT
066300             UNTIL ANM-ES-FIN-ARCHIVO
066400     END-IF.
066500     CLOSE TIMEREG-FILE.
066600     MOVE 'N' TO ANM-FIN-ARCHIVO.
066700 2400-CARGAR-ASISTENCIA-EXIT.
066800     EXIT.
066900*
067000******************************************************************
067100* 2410-LEER-HORAS - ONE HOURS ROW OF THE PERIOD; ITS OVERTIME
067200*                   REPLACES THE DIARY TOTAL WHEN HIGHER
067300******************************************************************
067400 2410-LEER-HORAS.
067500     READ HOURS-FILE
067600         AT END
067700             SET ANM-ES-FIN-ARCHIVO TO TRUE
067800             GO TO 2410-LEER-HORAS-EXIT
067900     END-READ.
068000     MOVE HS-ID TO ANM-BUS-ID.
068100     MOVE HS-NOMBRE TO ANM-BUS-NOMBRE.
068200     PERFORM 8100-UBICAR-EMPLEADO THRU 8100-UBICAR-EMPLEADO-EXIT.
068300     IF ANM-BUS-ID = ZERO
068400         GO TO 2410-LEER-HORAS-EXIT
068500     END-IF.
068600     PERFORM 2440-AGREGAR-ASISTENCIA
068700         THRU 2440-AGREGAR-ASISTENCIA-EXIT.
068800     MOVE ZERO TO ANM-HORAS-AUX.
068900     IF HS-HORAS-EXTRA IS NUMERIC
069000         ADD HS-HORAS-EXTRA TO ANM-HORAS-AUX
069100     END-IF.
069200     IF HS-HORAS-EXTRA-FERIADO IS NUMERIC
069300         ADD HS-HORAS-EXTRA-FERIADO TO ANM-HORAS-AUX
069400     END-IF.
069500     MOVE ANM-MES-ACTUAL TO ANM-MES-ABS.
069600     PERFORM 2450-UBICAR-EXTRA THRU 2450-UBICAR-EXTRA-EXIT.
069700     IF ANM-ES-HALLADO
069800         AND ANM-HORAS-AUX > ANM-EXT-HORAS(ANM-X-EXT)
069900         MOVE ANM-HORAS-AUX TO ANM-EXT-HORAS(ANM-X-EXT)
070000     END-IF.
070100 2410-LEER-HORAS-EXIT.
070200     EXIT.
070300*
070400******************************************************************
070500* 2420-LEER-AUSENCIA - ONE ABSENCES ROW OF THE PERIOD
070600******************************************************************
070700 2420-LEER-AUSENCIA.
070800     READ ABSENCES-FILE
070900         AT END
071000             SET ANM-ES-FIN-ARCHIVO TO TRUE
071100             GO TO 2420-LEER-AUSENCIA-EXIT
071200     END-READ.
071300     MOVE AB-ID TO ANM-BUS-ID.
071400     MOVE AB-NOMBRE TO ANM-BUS-NOMBRE.
071500     PERFORM 8100-UBICAR-EMPLEADO THRU 8100-UBICAR-EMPLEADO-EXIT.
071600     IF ANM-BUS-ID NOT = ZERO
071700         PERFORM 2440-AGREGAR-ASISTENCIA
071800             THRU 2440-AGREGAR-ASISTENCIA-EXIT
071900     END-IF.
072000 2420-LEER-AUSENCIA-EXIT.
072100     EXIT.
072200*
072300******************************************************************
072400* 2430-LEER-DIARIO - ONE APPROVED TIMEREG ENTRY: ATTENDANCE WHEN
072500*                    IN THE PERIOD, OVERTIME FOR ITS OWN PERIOD
072600******************************************************************
072700 2430-LEER-DIARIO.
072800     READ TIMEREG-FILE
072900         AT END
073000             SET ANM-ES-FIN-ARCHIVO TO TRUE
073100             GO TO 2430-LEER-DIARIO-EXIT
073200     END-READ.
073300     IF TR-APROBADO NOT = 'S'
073400         OR TR-FECHA IS NOT NUMERIC
073500         GO TO 2430-LEER-DIARIO-EXIT
073600     END-IF.
073700     MOVE TR-ID TO ANM-BUS-ID.
073800     MOVE TR-NOMBRE TO ANM-BUS-NOMBRE.
073900     PERFORM 8100-UBICAR-EMPLEADO THRU 8100-UBICAR-EMPLEADO-EXIT.
074000     IF ANM-BUS-ID = ZERO
074100         GO TO 2430-LEER-DIARIO-EXIT
074200     END-IF.
074300     IF TR-FECHA(1:6) = ANM-PERIODO
074400         PERFORM 2440-AGREGAR-ASISTENCIA
074500             THRU 2440-AGREGAR-ASISTENCIA-EXIT
074600     END-IF.
074700     IF TR-HORAS-EXTRA IS NOT NUMERIC
074800         OR TR-HORAS-EXTRA = ZERO
074900         GO TO 2430-LEER-DIARIO-EXIT
075000     END-IF.
075100     MOVE TR-FECHA(1:6) TO ANM-PER-AUX.
075200     PERFORM 8200-MES-ABSOLUTO THRU 8200-MES-ABSOLUTO-EXIT.
075300     PERFORM 2450-UBICAR-EXTRA THRU 2450-UBICAR-EXTRA-EXIT.
075400     IF ANM-ES-HALLADO
075500         ADD TR-HORAS-EXTRA TO ANM-EXT-HORAS(ANM-X-EXT)
075600     END-IF.
075700 2430-LEER-DIARIO-EXIT.
075800     EXIT.
075900*
076000******************************************************************
076100* 2440-AGREGAR-ASISTENCIA - THE EMPLOYEE SHOWED UP IN THE PERIOD
076200******************************************************************
076300 2440-AGREGAR-ASISTENCIA.
076400     IF ANM-CANT-ASISTENCIAS < 1000
076500         ADD 1 TO ANM-CANT-ASISTENCIAS
076600         SET ANM-X-ASI TO ANM-CANT-ASISTENCIAS
076700         MOVE ANM-BUS-ID TO ANM-ASI-ID(ANM-X-ASI)
076800     END-IF.
076900 2440-AGREGAR-ASISTENCIA-EXIT.
077000     EXIT.
077100*
077200******************************************************************
077300* 2450-UBICAR-EXTRA - THE OVERTIME ROW OF EMPLOYEE AND PERIOD,
077400*                     CREATED EMPTY WHEN NEW
077500******************************************************************
077600 2450-UBICAR-EXTRA.
077700     MOVE 'N' TO ANM-HALLADO.
077800     PERFORM 2460-COMPARAR-EXTRA THRU 2460-COMPARAR-EXTRA-EXIT
077900         VARYING ANM-X-EXT FROM 1 BY 1
078000         UNTIL ANM-X-EXT > ANM-CANT-EXTRAS
078100         OR ANM-ES-HALLADO.
078200     IF ANM-ES-HALLADO
078300         SET ANM-X-EXT TO ANM-POS-AUX
078400         GO TO 2450-UBICAR-EXTRA-EXIT
078500     END-IF.
078600     IF ANM-CANT-EXTRAS < 2000
078700         ADD 1 TO ANM-CANT-EXTRAS
078800         SET ANM-X-EXT TO ANM-CANT-EXTRAS
078900         MOVE ANM-BUS-ID TO ANM-EXT-ID(ANM-X-EXT)
079000         MOVE ANM-MES-ABS TO ANM-EXT-MES(ANM-X-EXT)
079100         MOVE ZERO TO ANM-EXT-HORAS(ANM-X-EXT)
079200         SET ANM-ES-HALLADO TO TRUE
079300     END-IF.
079400 2450-UBICAR-EXTRA-EXIT.
079500     EXIT.
079600*
079700******************************************************************
079800* 2460-COMPARAR-EXTRA - ONE OVERTIME ROW
079900******************************************************************
080000 2460-COMPARAR-EXTRA.
080100     IF ANM-EXT-ID(ANM-X-EXT) = ANM-BUS-ID
080200         AND ANM-EXT-MES(ANM-X-EXT) = ANM-MES-ABS
080300         SET ANM-ES-HALLADO TO TRUE
080400         SET ANM-POS-AUX TO ANM-X-EXT
080500     END-IF.
080600 2460-COMPARAR-EXTRA-EXIT.
080700     EXIT.
080800*
080900******************************************************************
081000* 2500-CARGAR-HISTORIA - EACH EMPLOYEE'S REGULAR PAY IN EARLIER
081100*                        PERIODS OF PAYHIST
081200******************************************************************
081300 2500-CARGAR-HISTORIA.
081400     MOVE 'N' TO ANM-FIN-ARCHIVO.
081500     OPEN INPUT PAYHIST-FILE.
081600     IF ANM-STATUS-PAYHIST = '00'
081700         PERFORM 2510-LEER-HISTORIA THRU 2510-LEER-HISTORIA-EXIT
081800             UNTIL ANM-ES-FIN-ARCHIVO
081900     END-IF.
082000     CLOSE PAYHIST-FILE.
082100     MOVE 'N' TO ANM-FIN-ARCHIVO.
082200 2500-CARGAR-HISTORIA-EXIT.
082300     EXIT.
082400*
082500******************************************************************
082600* 2510-LEER-HISTORIA - ONE REGULAR HISTORY LINE BEFORE THE PERIOD
082700******************************************************************
082800 2510-LEER-HISTORIA.
082900     READ PAYHIST-FILE
083000         AT END
083100             SET ANM-ES-FIN-ARCHIVO TO TRUE
083200             GO TO 2510-LEER-HISTORIA-EXIT
083300     END-READ.
083400     IF PH-RECORD(1:1) = '*'
083500         OR PH-PERIODO IS NOT NUMERIC
083600         OR PH-PERIODO NOT < ANM-PERIODO
083700         OR PH-TIPO-LINEA = 'A' OR PH-TIPO-LINEA = 'D'
083800         OR PH-TIPO-LINEA = 'G' OR PH-TIPO-LINEA = 'F'
083900         OR PH-TIPO-LINEA = 'H' OR PH-TIPO-LINEA = 'V'
083901         OR PH-TIPO-LINEA = 'N' OR PH-TIPO-LINEA = 'X'
083902         OR PH-TIPO-LINEA = 'M'
084000         GO TO 2510-LEER-HISTORIA-EXIT
084100     END-IF.
084200     MOVE PH-ID TO ANM-BUS-ID.
084300     MOVE PH-NOMBRE TO ANM-BUS-NOMBRE.
084400     PERFORM 8100-UBICAR-EMPLEADO THRU 8100-UBICAR-EMPLEADO-EXIT.
084500     IF ANM-BUS-ID = ZERO
084600         GO TO 2510-LEER-HISTORIA-EXIT
084700     END-IF.
084800     MOVE 'N' TO ANM-HALLADO.
084900     PERFORM 2520-COMPARAR-HISTORIA
085000         THRU 2520-COMPARAR-HISTORIA-EXIT
085100         VARYING ANM-X-HIS FROM 1 BY 1
085200         UNTIL ANM-X-HIS > ANM-CANT-HISTORIA
085300         OR ANM-ES-HALLADO.
085400     IF ANM-ES-HALLADO
085500         SET ANM-X-HIS TO ANM-POS-AUX
085600     ELSE
085700         IF ANM-CANT-HISTORIA NOT < 500
085800             GO TO 2510-LEER-HISTORIA-EXIT
085900         END-IF
086000         ADD 1 TO ANM-CANT-HISTORIA
086100         SET ANM-X-HIS TO ANM-CANT-HISTORIA
086200         MOVE ANM-BUS-ID TO ANM-HIS-ID(ANM-X-HIS)
086300         MOVE ZERO TO ANM-HIS-TOTAL(ANM-X-HIS)
086400         MOVE ZERO TO ANM-HIS-CANT(ANM-X-HIS)
086500     END-IF.
086600     COMPUTE ANM-HIS-TOTAL(ANM-X-HIS) = ANM-HIS-TOTAL(ANM-X-HIS)
086700         + PH-SUELDO-MENSUAL + PH-BONO + PH-IMPORTE-EXTRA.
086800* La segunda linea de un traslado o de un pase de departamento
086801* no trae sueldo: sus importes van al total pero no es un mes mas.
086802* Una reversion descuenta el mes que anulo.
086803     IF PH-SUELDO-MENSUAL < ZERO
086804         SUBTRACT 1 FROM ANM-HIS-CANT(ANM-X-HIS)
086805     END-IF.
086806     IF PH-SUELDO-MENSUAL > ZERO
086807         ADD 1 TO ANM-HIS-CANT(ANM-X-HIS)
086808     END-IF.
086900 2510-LEER-HISTORIA-EXIT.
087000     EXIT.
087100*
087200******************************************************************
087300* 2520-COMPARAR-HISTORIA - ONE EMPLOYEE'S HISTORY ROW
087400******************************************************************
087500 2520-COMPARAR-HISTORIA.
087600     IF ANM-HIS-ID(ANM-X-HIS) = ANM-BUS-ID
087700         SET ANM-ES-HALLADO TO TRUE
087800         SET ANM-POS-AUX TO ANM-X-HIS
087900     END-IF.
088000 2520-COMPARAR-HISTORIA-EXIT.
088100     EXIT.
088200*
088300******************************************************************
088400* 3000-CUENTAS-COMPARTIDAS - EVERY ACCOUNT USED BY MORE THAN ONE
088500*                            EMPLOYEE (MASTER OR SPLIT)
088600******************************************************************
088700 3000-CUENTAS-COMPARTIDAS.
088800     PERFORM 3100-REVISAR-CUENTA THRU 3100-REVISAR-CUENTA-EXIT
088900         VARYING ANM-X-CTA FROM 1 BY 1
089000         UNTIL ANM-X-CTA > ANM-CANT-CUENTAS.
089100 3000-CUENTAS-COMPARTIDAS-EXIT.
089200     EXIT.
089300*
089400******************************************************************
089500* 3100-REVISAR-CUENTA - ONE ACCOUNT ROW AGAINST ALL THE OTHERS
089600******************************************************************
089700 3100-REVISAR-CUENTA.
089800     MOVE 'N' TO ANM-HALLADO.
089900     PERFORM 3110-COMPARAR-CUENTA THRU 3110-COMPARAR-CUENTA-EXIT
090000         VARYING ANM-X-CT2 FROM 1 BY 1
090100         UNTIL ANM-X-CT2 > ANM-CANT-CUENTAS
090200         OR ANM-ES-HALLADO.
090300     IF NOT ANM-ES-HALLADO
090400         GO TO 3100-REVISAR-CUENTA-EXIT
090500     END-IF.
090600     MOVE ANM-CTA-ID(ANM-X-CTA) TO ANM-BUS-ID.
090700     MOVE SPACES TO ANM-BUS-NOMBRE.
090800     PERFORM 8100-UBICAR-EMPLEADO THRU 8100-UBICAR-EMPLEADO-EXIT.
090900     MOVE 'CTA' TO ANM-NUE-RIESGO.
091000     MOVE ANM-CTA-ID(ANM-X-CTA) TO ANM-NUE-ID.
091100     MOVE ANM-BUS-NOMBRE TO ANM-NUE-NOMBRE.
091200     MOVE ANM-CTA-BANCO-CUENTA(ANM-X-CTA) TO ANM-NUE-CLAVE.
091300     MOVE SPACES TO ANM-NUE-DETALLE.
091400     STRING 'CUENTA ' ANM-CTA-BANCO-CUENTA(ANM-X-CTA)(1:3) ' '
091500         ANM-CTA-BANCO-CUENTA(ANM-X-CTA)(4:10)
091600         ' TAMBIEN DE ' ANM-OTRO-ID
091700         DELIMITED BY SIZE INTO ANM-NUE-DETALLE.
091800     PERFORM 8000-REGISTRAR-HALLAZGO
091900         THRU 8000-REGISTRAR-HALLAZGO-EXIT.
092000 3100-REVISAR-CUENTA-EXIT.
092100     EXIT.
092200*
092300******************************************************************
092400* 3110-COMPARAR-CUENTA - THE SAME ACCOUNT UNDER ANOTHER EMPLOYEE
092500******************************************************************
092600 3110-COMPARAR-CUENTA.
092700     IF ANM-CTA-BANCO-CUENTA(ANM-X-CT2)
092800             = ANM-CTA-BANCO-CUENTA(ANM-X-CTA)
092900         AND ANM-CTA-ID(ANM-X-CT2) NOT = ANM-CTA-ID(ANM-X-CTA)
093000         SET ANM-ES-HALLADO TO TRUE
093100         MOVE ANM-CTA-ID(ANM-X-CT2) TO ANM-OTRO-ID
093200     END-IF.
093300 3110-COMPARAR-CUENTA-EXIT.
093400     EXIT.
093500*
093600******************************************************************
093700* 3500-CUITS-COMPARTIDOS - THE SAME TAX ID ON MORE THAN ONE
093800*                          PERSONAS ROW
093900******************************************************************
094000 3500-CUITS-COMPARTIDOS.
094100     MOVE 'N' TO ANM-FIN-ARCHIVO.
094200     OPEN INPUT PERSONAS-FILE.
094300     IF ANM-STATUS-PERSONAS = '00'
094400         PERFORM 3510-LEER-PERSONA THRU 3510-LEER-PERSONA-EXIT
094500             UNTIL ANM-ES-FIN-ARCHIVO
094600     END-IF.
094700     CLOSE PERSONAS-FILE.
094800     MOVE 'N' TO ANM-FIN-ARCHIVO.
094900     PERFORM 3600-REVISAR-CUIT THRU 3600-REVISAR-CUIT-EXIT
095000         VARYING ANM-X-CUI FROM 1 BY 1
095100         UNTIL ANM-X-CUI > ANM-CANT-CUITS.
095200 3500-CUITS-COMPARTIDOS-EXIT.
095300     EXIT.
095400*
095500******************************************************************
095600* 3510-LEER-PERSONA - ONE PERSONAS ROW WITH A TAX ID
095700******************************************************************
095800 3510-LEER-PERSONA.
095900     READ PERSONAS-FILE
096000         AT END
096100             SET ANM-ES-FIN-ARCHIVO TO TRUE
096200         NOT AT END
096300             IF PE-CUIT NOT = SPACES
096400                 AND PE-CUIT NOT = ZEROS
096500                 AND PE-ID NOT = ZERO
096600                 AND ANM-CANT-CUITS < 500
096700                 ADD 1 TO ANM-CANT-CUITS
096800                 SET ANM-X-CUI TO ANM-CANT-CUITS
096900                 MOVE PE-CUIT TO ANM-CUI-CUIT(ANM-X-CUI)
097000                 MOVE PE-ID TO ANM-CUI-ID(ANM-X-CUI)
097100                 MOVE PE-NOMBRE-COMPLETO
097200                     TO ANM-CUI-NOMBRE(ANM-X-CUI)
097300             END-IF
097400     END-READ.
097500 3510-LEER-PERSONA-EXIT.
097600     EXIT.
097700*
097800******************************************************************
097900* 3600-REVISAR-CUIT - ONE TAX ID AGAINST ALL THE OTHERS
098000******************************************************************
098100 3600-REVISAR-CUIT.
098200     MOVE 'N' TO ANM-HALLADO.
098300     PERFORM 3610-COMPARAR-CUIT THRU 3610-COMPARAR-CUIT-EXIT
098400         VARYING ANM-X-CU2 FROM 1 BY 1
098500         UNTIL ANM-X-CU2 > ANM-CANT-CUITS
098600         OR ANM-ES-HALLADO.
098700     IF NOT ANM-ES-HALLADO
098800         GO TO 3600-REVISAR-CUIT-EXIT
098900     END-IF.
099000     MOVE ANM-CUI-ID(ANM-X-CUI) TO ANM-BUS-ID.
099100     MOVE SPACES TO ANM-BUS-NOMBRE.
099200     PERFORM 8100-UBICAR-EMPLEADO THRU 8100-UBICAR-EMPLEADO-EXIT.
099300     IF ANM-BUS-NOMBRE = SPACES
099400         MOVE ANM-CUI-NOMBRE(ANM-X-CUI) TO ANM-BUS-NOMBRE
099500     END-IF.
099600     MOVE 'CUI' TO ANM-NUE-RIESGO.
099700     MOVE ANM-CUI-ID(ANM-X-CUI) TO ANM-NUE-ID.
099800     MOVE ANM-BUS-NOMBRE TO ANM-NUE-NOMBRE.
099900     MOVE ANM-CUI-CUIT(ANM-X-CUI) TO ANM-NUE-CLAVE.
100000     MOVE SPACES TO ANM-NUE-DETALLE.
100100     STRING 'CUIT ' ANM-CUI-CUIT(ANM-X-CUI)
100200         ' TAMBIEN DE ' ANM-OTRO-ID
100300         DELIMITED BY SIZE INTO ANM-NUE-DETALLE.
100400     PERFORM 8000-REGISTRAR-HALLAZGO
100500         THRU 8000-REGISTRAR-HALLAZGO-EXIT.
100600 3600-REVISAR-CUIT-EXIT.
100700     EXIT.
100800*
100900******************************************************************
101000* 3610-COMPARAR-CUIT - THE SAME TAX ID UNDER ANOTHER NUMBER
101100******************************************************************
101200 3610-COMPARAR-CUIT.
101300     IF ANM-CUI-CUIT(ANM-X-CU2) = ANM-CUI-CUIT(ANM-X-CUI)
101400         AND ANM-CUI-ID(ANM-X-CU2) NOT = ANM-CUI-ID(ANM-X-CUI)
101500         SET ANM-ES-HALLADO TO TRUE
101600         MOVE ANM-CUI-ID(ANM-X-CU2) TO ANM-OTRO-ID
101700     END-IF.
101800 3610-COMPARAR-CUIT-EXIT.
101900     EXIT.
102000*
102100******************************************************************
102200* 4000-REVISAR-PAGADO - THE PERIOD CHECKS FOR ONE PAID EMPLOYEE
102300******************************************************************
102400 4000-REVISAR-PAGADO.
102500     MOVE ANM-PAG-ID(ANM-X-PAG) TO ANM-NUE-ID.
102600     MOVE ANM-PAG-NOMBRE(ANM-X-PAG) TO ANM-NUE-NOMBRE.
102700     IF ANM-PAG-REGULAR(ANM-X-PAG) = 'S'
102800         PERFORM 4100-SIN-HORAS THRU 4100-SIN-HORAS-EXIT
102900         PERFORM 4300-SALTO-NETO THRU 4300-SALTO-NETO-EXIT
103000         PERFORM 4400-EXTRA-AL-TOPE THRU 4400-EXTRA-AL-TOPE-EXIT
103100     END-IF.
103200     IF ANM-PAG-NO-FINAL(ANM-X-PAG) = 'S'
103300         PERFORM 4200-PAGO-DADO-DE-BAJA
103400             THRU 4200-PAGO-DADO-DE-BAJA-EXIT
103500     END-IF.
103600     PERFORM 4500-CAMBIO-CUENTA THRU 4500-CAMBIO-CUENTA-EXIT.
103700 4000-REVISAR-PAGADO-EXIT.
103800     EXIT.
103900*
104000******************************************************************
104100* 4100-SIN-HORAS - PAID WITHOUT HOURS, ABSENCES OR APPROVED
104200*                  TIME ENTRIES IN THE PERIOD
104300******************************************************************
104400 4100-SIN-HORAS.
104500     MOVE 'N' TO ANM-HALLADO.
104600     PERFORM 4110-COMPARAR-ASISTENCIA
104700         THRU 4110-COMPARAR-ASISTENCIA-EXIT
104800         VARYING ANM-X-ASI FROM 1 BY 1
104900         UNTIL ANM-X-ASI > ANM-CANT-ASISTENCIAS
105000         OR ANM-ES-HALLADO.
105100     IF ANM-ES-HALLADO
105200         GO TO 4100-SIN-HORAS-EXIT
105300     END-IF.
105400     MOVE 'HOR' TO ANM-NUE-RIESGO.
105500     MOVE ANM-PERIODO TO ANM-NUE-CLAVE.
105600     MOVE ANM-PAG-NETO(ANM-X-PAG) TO ANM-IMPORTE-ED.
105700     MOVE SPACES TO ANM-NUE-DETALLE.
105800     STRING 'COBRO ' ANM-IMPORTE-ED ' SIN HORAS NI AUSENCIAS'
105900         DELIMITED BY SIZE INTO ANM-NUE-DETALLE.
106000     PERFORM 8000-REGISTRAR-HALLAZGO
106100         THRU 8000-REGISTRAR-HALLAZGO-EXIT.
106200 4100-SIN-HORAS-EXIT.
106300     EXIT.
106400*
106500******************************************************************
106600* 4110-COMPARAR-ASISTENCIA - ONE ATTENDANCE ROW
106700******************************************************************
106800 4110-COMPARAR-ASISTENCIA.
106900     IF ANM-ASI-ID(ANM-X-ASI) = ANM-PAG-ID(ANM-X-PAG)
107000         SET ANM-ES-HALLADO TO TRUE
107100     END-IF.
107200 4110-COMPARAR-ASISTENCIA-EXIT.
107300     EXIT.
107400*
107500******************************************************************
107600* 4200-PAGO-DADO-DE-BAJA - PAID ALTHOUGH TERMINATED BEFORE THE
107700*                          PERIOD STARTED
107800******************************************************************
107900 4200-PAGO-DADO-DE-BAJA.
108000     MOVE ANM-PAG-ID(ANM-X-PAG) TO ANM-BUS-ID.
108100     MOVE SPACES TO ANM-BUS-NOMBRE.
108200     PERFORM 8100-UBICAR-EMPLEADO THRU 8100-UBICAR-EMPLEADO-EXIT.
108300     IF ANM-POS-EMPL = ZERO
108400         GO TO 4200-PAGO-DADO-DE-BAJA-EXIT
108500     END-IF.
108600     SET ANM-X-EMP TO ANM-POS-EMPL.
108700     IF ANM-EMP-ESTADO(ANM-X-EMP) NOT = 'B'
108800         OR ANM-EMP-FECHA-BAJA(ANM-X-EMP) IS NOT NUMERIC
108900         OR ANM-EMP-FECHA-BAJA(ANM-X-EMP) = ZERO
109000         OR ANM-EMP-FECHA-BAJA(ANM-X-EMP)(1:6) NOT < ANM-PERIODO
109100         GO TO 4200-PAGO-DADO-DE-BAJA-EXIT
109200     END-IF.
109300     MOVE 'BAJ' TO ANM-NUE-RIESGO.
109400     MOVE ANM-PERIODO TO ANM-NUE-CLAVE.
109500     MOVE ANM-PAG-NETO(ANM-X-PAG) TO ANM-IMPORTE-ED.
109600     MOVE SPACES TO ANM-NUE-DETALLE.
109700     STRING 'COBRO ' ANM-IMPORTE-ED ' BAJA EL '
109800         ANM-EMP-FECHA-BAJA(ANM-X-EMP)
109900         DELIMITED BY SIZE INTO ANM-NUE-DETALLE.
110000     PERFORM 8000-REGISTRAR-HALLAZGO
110100         THRU 8000-REGISTRAR-HALLAZGO-EXIT.
110200 4200-PAGO-DADO-DE-BAJA-EXIT.
110300     EXIT.
110400*
110500******************************************************************
110600* 4300-SALTO-NETO - REGULAR PAY OVER THE EMPLOYEE'S OWN PAYHIST
110700*                   AVERAGE BY MORE THAN THE SALTONETO PERCENT
110800******************************************************************
110900 4300-SALTO-NETO.
111000     MOVE 'N' TO ANM-HALLADO.
111100     MOVE ANM-PAG-ID(ANM-X-PAG) TO ANM-BUS-ID.
111200     PERFORM 2520-COMPARAR-HISTORIA
111300         THRU 2520-COMPARAR-HISTORIA-EXIT
111400         VARYING ANM-X-HIS FROM 1 BY 1
111500         UNTIL ANM-X-HIS > ANM-CANT-HISTORIA
111600         OR ANM-ES-HALLADO.
111700     IF NOT ANM-ES-HALLADO
111800         GO TO 4300-SALTO-NETO-EXIT
111900     END-IF.
112000     SET ANM-X-HIS TO ANM-POS-AUX.
112100     IF ANM-HIS-CANT(ANM-X-HIS) = ZERO
112200         OR ANM-HIS-TOTAL(ANM-X-HIS) = ZERO
112300         GO TO 4300-SALTO-NETO-EXIT
112400     END-IF.
112500     COMPUTE ANM-PROMEDIO ROUNDED =
112600         ANM-HIS-TOTAL(ANM-X-HIS) / ANM-HIS-CANT(ANM-X-HIS).
112700     IF ANM-PAG-BRUTO(ANM-X-PAG) NOT > ANM-PROMEDIO
112800         GO TO 4300-SALTO-NETO-EXIT
112900     END-IF.
113000     COMPUTE ANM-SALTO =
113100         (ANM-PAG-BRUTO(ANM-X-PAG) - ANM-PROMEDIO) * 100
113200         / ANM-PROMEDIO
113300         ON SIZE ERROR
113400             MOVE 99999 TO ANM-SALTO
113500     END-COMPUTE.
113600     IF ANM-SALTO NOT > ANM-SALTO-PORCENTAJE
113700         GO TO 4300-SALTO-NETO-EXIT
113800     END-IF.
113900     MOVE 'NET' TO ANM-NUE-RIESGO.
114000     MOVE ANM-PERIODO TO ANM-NUE-CLAVE.
114100     MOVE ANM-PAG-BRUTO(ANM-X-PAG) TO ANM-IMPORTE-ED.
114200     MOVE ANM-PROMEDIO TO ANM-PROMEDIO-ED.
114300     MOVE ANM-SALTO TO ANM-SALTO-ED.
114400     MOVE SPACES TO ANM-NUE-DETALLE.
114500     STRING ANM-IMPORTE-ED ' PROM ' ANM-PROMEDIO-ED
114600         ' +' ANM-SALTO-ED '%'
114700         DELIMITED BY SIZE INTO ANM-NUE-DETALLE.
114800     PERFORM 8000-REGISTRAR-HALLAZGO
114900         THRU 8000-REGISTRAR-HALLAZGO-EXIT.
115000 4300-SALTO-NETO-EXIT.
115100     EXIT.
115200*
115300******************************************************************
115400* 4400-EXTRA-AL-TOPE - OVERTIME AT THE HEXTRATOPE LIMIT IN EACH
115500*                      OF THE LAST HEXTRAMESES PERIODS
115600******************************************************************
115700 4400-EXTRA-AL-TOPE.
115800     IF ANM-TOPE-EXTRA = ZERO
115900         GO TO 4400-EXTRA-AL-TOPE-EXIT
116000     END-IF.
116100     COMPUTE ANM-MES-DESDE = ANM-MES-ACTUAL - ANM-MESES-EXTRA + 1.
116200     MOVE ZERO TO ANM-CANT-AL-TOPE.
116300     PERFORM 4410-CONTAR-AL-TOPE THRU 4410-CONTAR-AL-TOPE-EXIT
116400         VARYING ANM-X-EXT FROM 1 BY 1
116500         UNTIL ANM-X-EXT > ANM-CANT-EXTRAS.
116600     IF ANM-CANT-AL-TOPE < ANM-MESES-EXTRA
116700         GO TO 4400-EXTRA-AL-TOPE-EXIT
116800     END-IF.
116900     MOVE 'EXT' TO ANM-NUE-RIESGO.
117000     MOVE SPACES TO ANM-NUE-CLAVE.
117100     MOVE SPACES TO ANM-NUE-DETALLE.
117200     STRING 'HORAS EXTRA AL TOPE DE ' ANM-TOPE-EXTRA ' EN '
117300         ANM-CANT-AL-TOPE ' MESES'
117400         DELIMITED BY SIZE INTO ANM-NUE-DETALLE.
117500     PERFORM 8000-REGISTRAR-HALLAZGO
117600         THRU 8000-REGISTRAR-HALLAZGO-EXIT.
117700 4400-EXTRA-AL-TOPE-EXIT.
117800     EXIT.
117900*
118000******************************************************************
118100* 4410-CONTAR-AL-TOPE - ONE OVERTIME ROW OF THE WINDOW
118200******************************************************************
118300 4410-CONTAR-AL-TOPE.
118400     IF ANM-EXT-ID(ANM-X-EXT) = ANM-PAG-ID(ANM-X-PAG)
118500         AND ANM-EXT-MES(ANM-X-EXT) NOT < ANM-MES-DESDE
118600         AND ANM-EXT-MES(ANM-X-EXT) NOT > ANM-MES-ACTUAL
118700         AND ANM-EXT-HORAS(ANM-X-EXT) NOT < ANM-TOPE-EXTRA
118800         ADD 1 TO ANM-CANT-AL-TOPE
118900     END-IF.
119000 4410-CONTAR-AL-TOPE-EXIT.
119100     EXIT.
119200*
119300******************************************************************
119400* 4500-CAMBIO-CUENTA - AN ACCOUNT CHANGE APPROVED SHORTLY BEFORE
119500*                      THE PAYMENT (SAME WINDOW AS THE PAYMENT
119600*                      STEPS, CTADIAS CARD)
119700******************************************************************
119800 4500-CAMBIO-CUENTA.
119900     MOVE ANM-PAG-ID(ANM-X-PAG) TO ANM-CAM-ID.
120000     CALL 'CTACAMBIO' USING ANM-CAM-ID ANM-FECHA-PAGO
120100         ANM-CAM-RECIENTE ANM-CAM-FECHA ANM-CAM-PENDIENTE.
120200     IF NOT ANM-ES-CAM-RECIENTE
120300         GO TO 4500-CAMBIO-CUENTA-EXIT
120400     END-IF.
120500     MOVE 'CCP' TO ANM-NUE-RIESGO.
120600     MOVE ANM-PERIODO TO ANM-NUE-CLAVE.
120700     MOVE SPACES TO ANM-NUE-DETALLE.
120800     STRING 'CAMBIO DE CUENTA ' ANM-CAM-FECHA
120900         ' PAGO ' ANM-FECHA-PAGO
121000         DELIMITED BY SIZE INTO ANM-NUE-DETALLE.
121100     PERFORM 8000-REGISTRAR-HALLAZGO
121200         THRU 8000-REGISTRAR-HALLAZGO-EXIT.
121300 4500-CAMBIO-CUENTA-EXIT.
121400     EXIT.
121500*
121600******************************************************************
121700* 5000-RESUMEN - COUNTS PER RISK CODE AND THE OPEN BACKLOG
121800******************************************************************
121900 5000-RESUMEN.
122000     PERFORM 5100-CONTAR-ABIERTO THRU 5100-CONTAR-ABIERTO-EXIT
122100         VARYING ANM-X-HZ FROM 1 BY 1
122200         UNTIL ANM-X-HZ > ANM-CANT-HALLAZGOS.
122300     MOVE SPACES TO RPT-LINEA.
122400     WRITE RPT-LINEA.
122500     MOVE SPACES TO RPT-LINEA.
122600     STRING 'CTA CUENTA COMPARTIDA:          ' ANM-CANT-CTA
122700         DELIMITED BY SIZE INTO RPT-LINEA.
122800     WRITE RPT-LINEA.
122900     MOVE SPACES TO RPT-LINEA.
123000     STRING 'CUI CUIT COMPARTIDO:            ' ANM-CANT-CUI
123100         DELIMITED BY SIZE INTO RPT-LINEA.
123200     WRITE RPT-LINEA.
123300     MOVE SPACES TO RPT-LINEA.
123400     STRING 'HOR PAGO SIN HORAS:             ' ANM-CANT-HOR
123500         DELIMITED BY SIZE INTO RPT-LINEA.
123600     WRITE RPT-LINEA.
123700     MOVE SPACES TO RPT-LINEA.
123800     STRING 'BAJ PAGO DADO DE BAJA:          ' ANM-CANT-BAJ
123900         DELIMITED BY SIZE INTO RPT-LINEA.
124000     WRITE RPT-LINEA.
124100     MOVE SPACES TO RPT-LINEA.
124200     STRING 'NET SALTO DE PAGO:              ' ANM-CANT-NET
124300         DELIMITED BY SIZE INTO RPT-LINEA.
124400     WRITE RPT-LINEA.
124500     MOVE SPACES TO RPT-LINEA.
124600     STRING 'EXT HORAS EXTRA AL TOPE:        ' ANM-CANT-EXT
124700         DELIMITED BY SIZE INTO RPT-LINEA.
124800     WRITE RPT-LINEA.
124900     MOVE SPACES TO RPT-LINEA.
125000     STRING 'CCP CAMBIO DE CUENTA PREVIO:    ' ANM-CANT-CCP
125100         DELIMITED BY SIZE INTO RPT-LINEA.
125200     WRITE RPT-LINEA.
125300     MOVE SPACES TO RPT-LINEA.
125400     STRING 'HALLAZGOS NUEVOS:               ' ANM-CANT-NUEVOS
125500         DELIMITED BY SIZE INTO RPT-LINEA.
125600     WRITE RPT-LINEA.
125700     MOVE SPACES TO RPT-LINEA.
125800     STRING 'YA REGISTRADOS (NO SE REPITEN): ' ANM-CANT-REPETIDOS
125900         DELIMITED BY SIZE INTO RPT-LINEA.
126000     WRITE RPT-LINEA.
126100     MOVE SPACES TO RPT-LINEA.
126200     STRING 'ABIERTOS SIN REVISAR:           ' ANM-CANT-ABIERTOS
126300         DELIMITED BY SIZE INTO RPT-LINEA.
126400     WRITE RPT-LINEA.
126500     IF ANM-CANT-NUEVOS > ZERO
126600         MOVE '*** HAY CASOS NUEVOS PARA REVISAR ***' TO RPT-LINEA
126700     ELSE
126800         MOVE 'SIN CASOS NUEVOS' TO RPT-LINEA
126900     END-IF.
127000     WRITE RPT-LINEA.
127100 5000-RESUMEN-EXIT.
127200     EXIT.
127300*
127400******************************************************************
127500* 5100-CONTAR-ABIERTO - ONE FINDING STILL WAITING FOR THE DESK
127600******************************************************************
127700 5100-CONTAR-ABIERTO.
127800     MOVE ANM-HZ-FILA(ANM-X-HZ) TO HZ-RECORD.
127900     IF HZ-ABIERTO
128000         ADD 1 TO ANM-CANT-ABIERTOS
128100     END-IF.
128200 5100-CONTAR-ABIERTO-EXIT.
128300     EXIT.
128400*
128500******************************************************************
128600* 6000-REVISAR - THE DESK MARKS OPEN FINDINGS REVIEWED
128700******************************************************************
128800 6000-REVISAR.
128900     MOVE 'G' TO ANM-SES-ACCION.
129000     CALL 'SESUSER' USING ANM-SES-ACCION ANM-USUARIO.
129100     IF ANM-USUARIO = SPACES
129200         DISPLAY 'ANOMALIAS: NO HAY OPERADOR IDENTIFICADO'
129300         MOVE 8 TO RETURN-CODE
129400         GO TO 6000-REVISAR-EXIT
129500     END-IF.
129600     MOVE 'N' TO ANM-TERMINAR.
129700     PERFORM 6100-REVISAR-HALLAZGO THRU 6100-REVISAR-HALLAZGO-EXIT
129800         VARYING ANM-X-HZ FROM 1 BY 1
129900         UNTIL ANM-X-HZ > ANM-CANT-HALLAZGOS
130000         OR ANM-ES-TERMINAR.
130100     IF ANM-ES-HUBO-CAMBIOS
130200         PERFORM 6200-GRABAR-HALLAZGOS
130300             THRU 6200-GRABAR-HALLAZGOS-EXIT
130400     END-IF.
130500     DISPLAY 'ANOMALIAS: ' ANM-CANT-REVISADOS
130600         ' HALLAZGOS MARCADOS REVISADOS'.
130700 6000-REVISAR-EXIT.
130800     EXIT.
130900*
131000******************************************************************
131100* 6100-REVISAR-HALLAZGO - SHOW ONE OPEN FINDING AND TAKE THE
131200*                         DESK'S ANSWER
131300******************************************************************
131400 6100-REVISAR-HALLAZGO.
131500     MOVE ANM-HZ-FILA(ANM-X-HZ) TO HZ-RECORD.
131600     IF NOT HZ-ABIERTO
131700         GO TO 6100-REVISAR-HALLAZGO-EXIT
131800     END-IF.
131900     DISPLAY ' '.
132000     DISPLAY HZ-RIESGO ' LEGAJO ' HZ-ID ' ' HZ-NOMBRE
132100         ' PERIODO ' HZ-PERIODO ' DETECTADO EL ' HZ-FECHA-DET.
132200     DISPLAY '  ' HZ-DETALLE.
132300     DISPLAY 'R=REVISADO, N=DEJAR ABIERTO, F=TERMINAR: '
132400         WITH NO ADVANCING.
132500     ACCEPT ANM-RESPUESTA.
132600     EVALUATE ANM-RESPUESTA
132700         WHEN 'R'
132800         WHEN 'r'
132900             SET HZ-REVISADO TO TRUE
133000             MOVE ANM-USUARIO TO HZ-REVISOR
133100             MOVE ANM-FECHA-HOY TO HZ-FECHA-REV
133200             MOVE HZ-RECORD TO ANM-HZ-FILA(ANM-X-HZ)
133300             SET ANM-ES-HUBO-CAMBIOS TO TRUE
133400             ADD 1 TO ANM-CANT-REVISADOS
133500         WHEN 'F'
133600         WHEN 'f'
133700             SET ANM-ES-TERMINAR TO TRUE
133800         WHEN OTHER
133900             CONTINUE
134000     END-EVALUATE.
134100 6100-REVISAR-HALLAZGO-EXIT.
134200     EXIT.
134300*
134400******************************************************************
134500* 6200-GRABAR-HALLAZGOS - REWRITE THE FINDINGS FILE
134600******************************************************************
134700 6200-GRABAR-HALLAZGOS.
134800     OPEN OUTPUT HALLAZGOS-FILE.
134900     PERFORM 6210-GRABAR-HALLAZGO THRU 6210-GRABAR-HALLAZGO-EXIT
135000         VARYING ANM-X-HZ FROM 1 BY 1
135100         UNTIL ANM-X-HZ > ANM-CANT-HALLAZGOS.
135200     CLOSE HALLAZGOS-FILE.
135300 6200-GRABAR-HALLAZGOS-EXIT.
135400     EXIT.
135500*
135600******************************************************************
135700* 6210-GRABAR-HALLAZGO - ONE FINDING BACK TO THE FILE
135800******************************************************************
135900 6210-GRABAR-HALLAZGO.
136000     MOVE ANM-HZ-FILA(ANM-X-HZ) TO HZL-LINEA.
136100     WRITE HZL-LINEA.
136200 6210-GRABAR-HALLAZGO-EXIT.
136300     EXIT.
136400*
136500******************************************************************
136600* 8000-REGISTRAR-HALLAZGO - A NEW FINDING GOES TO HALLAZGOS AND
136700*                           THE REPORT, UNLESS THE SAME CODE,
136800*                           EMPLOYEE AND ITEM IS ALREADY ON FILE
136900******************************************************************
137000 8000-REGISTRAR-HALLAZGO.
137100     MOVE 'N' TO ANM-HALLADO.
137200     PERFORM 8010-COMPARAR-HALLAZGO
137300         THRU 8010-COMPARAR-HALLAZGO-EXIT
137400         VARYING ANM-X-HZ FROM 1 BY 1
137500         UNTIL ANM-X-HZ > ANM-CANT-HALLAZGOS
137600         OR ANM-ES-HALLADO.
137700     IF ANM-ES-HALLADO
137800         ADD 1 TO ANM-CANT-REPETIDOS
137900         GO TO 8000-REGISTRAR-HALLAZGO-EXIT
138000     END-IF.
138100     MOVE SPACES TO HZ-RECORD.
138200     MOVE ANM-NUE-RIESGO TO HZ-RIESGO.
138300     MOVE ANM-NUE-ID TO HZ-ID.
138400     MOVE ANM-NUE-NOMBRE TO HZ-NOMBRE.
138500     MOVE ANM-NUE-CLAVE TO HZ-CLAVE.
138600     MOVE ANM-PERIODO TO HZ-PERIODO.
138700     MOVE ANM-NUE-DETALLE TO HZ-DETALLE.
138800     MOVE ANM-FECHA-HOY TO HZ-FECHA-DET.
138900     SET HZ-ABIERTO TO TRUE.
139000     MOVE ZERO TO HZ-FECHA-REV.
139100     MOVE HZ-RECORD TO HZL-LINEA.
139200     WRITE HZL-LINEA.
139300     IF ANM-CANT-HALLAZGOS < 3000
139400         ADD 1 TO ANM-CANT-HALLAZGOS
139500         SET ANM-X-HZ TO ANM-CANT-HALLAZGOS
139600         MOVE HZ-RECORD TO ANM-HZ-FILA(ANM-X-HZ)
139700     END-IF.
139800     ADD 1 TO ANM-CANT-NUEVOS.
139900     EVALUATE TRUE
140000         WHEN HZ-CUENTA-COMPARTIDA
140100             ADD 1 TO ANM-CANT-CTA
140200         WHEN HZ-CUIT-COMPARTIDO
140300             ADD 1 TO ANM-CANT-CUI
140400         WHEN HZ-PAGO-SIN-HORAS
140500             ADD 1 TO ANM-CANT-HOR
140600         WHEN HZ-PAGO-DADO-DE-BAJA
140700             ADD 1 TO ANM-CANT-BAJ
140800         WHEN HZ-SALTO-DE-NETO
140900             ADD 1 TO ANM-CANT-NET
141000         WHEN HZ-EXTRA-AL-TOPE
141100             ADD 1 TO ANM-CANT-EXT
141200         WHEN OTHER
141300             ADD 1 TO ANM-CANT-CCP
141400     END-EVALUATE.
141500     MOVE SPACES TO RPT-LINEA.
141600     STRING HZ-RIESGO ' ' HZ-ID '  ' HZ-NOMBRE '  ' HZ-DETALLE
141700         DELIMITED BY SIZE INTO RPT-LINEA.
141800     WRITE RPT-LINEA.
141900 8000-REGISTRAR-HALLAZGO-EXIT.
142000     EXIT.
142100*
142200******************************************************************
142300* 8010-COMPARAR-HALLAZGO - ONE FINDING ALREADY ON FILE
142400******************************************************************
142500 8010-COMPARAR-HALLAZGO.
142600     IF ANM-HZ-RIESGO(ANM-X-HZ) = ANM-NUE-RIESGO
142700         AND ANM-HZ-ID(ANM-X-HZ) = ANM-NUE-ID
142800         AND ANM-HZ-CLAVE(ANM-X-HZ) = ANM-NUE-CLAVE
142900         SET ANM-ES-HALLADO TO TRUE
143000     END-IF.
143100 8010-COMPARAR-HALLAZGO-EXIT.
143200     EXIT.
143300*
143400******************************************************************
143500* 8100-UBICAR-EMPLEADO - THE MASTER ROW BY NUMBER, OR BY NAME
143600*                        WHEN THE ROW PREDATES THE CANDIDATE
143700*                        NUMBERS; FILLS IN THE MISSING ONE
143800******************************************************************
143900 8100-UBICAR-EMPLEADO.
144000     MOVE ZERO TO ANM-POS-EMPL.
144100     PERFORM 8110-COMPARAR-EMPLEADO
144200         THRU 8110-COMPARAR-EMPLEADO-EXIT
144300         VARYING ANM-X-EMP FROM 1 BY 1
144400         UNTIL ANM-X-EMP > ANM-CANT-EMPL
144500         OR ANM-POS-EMPL NOT = ZERO.
144600     IF ANM-POS-EMPL NOT = ZERO
144700         SET ANM-X-EMP TO ANM-POS-EMPL
144800         MOVE ANM-EMP-ID(ANM-X-EMP) TO ANM-BUS-ID
144900         MOVE ANM-EMP-NOMBRE(ANM-X-EMP) TO ANM-BUS-NOMBRE
145000     END-IF.
145100 8100-UBICAR-EMPLEADO-EXIT.
145200     EXIT.
145300*
145400******************************************************************
145500* 8110-COMPARAR-EMPLEADO - ONE MASTER ROW
145600******************************************************************
145700 8110-COMPARAR-EMPLEADO.
145800     IF (ANM-BUS-ID NOT = ZERO
145900         AND ANM-EMP-ID(ANM-X-EMP) = ANM-BUS-ID)
146000         OR (ANM-BUS-ID = ZERO
146100         AND ANM-EMP-NOMBRE(ANM-X-EMP) = ANM-BUS-NOMBRE)
146200         SET ANM-POS-EMPL TO ANM-X-EMP
146300     END-IF.
146400 8110-COMPARAR-EMPLEADO-EXIT.
146500     EXIT.
146600*
146700******************************************************************
146800* 8200-MES-ABSOLUTO - A YYYYMM PERIOD AS A MONTH COUNT, SO THE
146900*                     OVERTIME WINDOW CAN CROSS A YEAR
147000******************************************************************
147100 8200-MES-ABSOLUTO.
147200     COMPUTE ANM-MES-ABS = ANM-PER-ANIO * 12 + ANM-PER-MES.
147300 8200-MES-ABSOLUTO-EXIT.
147400     EXIT.
147500 END PROGRAM ANOMALIAS.
