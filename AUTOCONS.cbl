000100******************************************************************
000200* AUTHOR:      HERNAN HERGERT
000300* INSTALLATION: DATA-PROCESSING
000400* DATE-WRITTEN:
000500* DATE-COMPILED:
000600* PURPOSE:     EMPLOYEE SELF-SERVICE INQUIRY. EMPLOYEES USED TO
000700*              COME TO THE PAYROLL DESK FOR A PAYSLIP, THEIR
000800*              VACATION BALANCE, WHAT THEY STILL OWE ON A LOAN
000900*              OR THEIR YEAR'S EARNINGS, AND THE OPERATOR RAN
001000*              RECIBOS, VACREPT, PRESTAREP OR CERTANUAL FOR
001100*              THEM. HERE THE EMPLOYEE SIGNS ON WITH THEIR
001200*              CANDIDATE NUMBER AND PERSONAL PIN (EMPPIN, HELD
001300*              SCRAMBLED BY CIFRACLAVE, ISSUED BY OPERMAINT;
001400*              THE THIRD FAILED ATTEMPT LOCKS IT, AS FOR
001500*              OPERATORS) AND SEES ONLY THEIR OWN DATA: THE
001600*              PAYHIST PAYSLIPS, THE VACSALDO BALANCE AND THE
001700*              VACATION DAYS LOADED FOR THE PERIOD, THE LOANS
001800*              BALANCES, THE EXPENSE CLAIMS STILL OPEN ON GASTOS,
001900*              AND THE YEAR-TO-DATE TOTALS. A PAYSLIP REPRINT
002000*              IS WRITTEN TO THE AUTOREC PRINT FILE FOR THE
002100*              DESK TO HAND OVER. EVERY SIGN-ON ATTEMPT AND
002200*              EVERY INQUIRY IS APPENDED TO THE AUTOLOG ACCESS
002300*              LOG.
002400* TECTONICS:   COBC
002500*
002600* MODIFICATION HISTORY:
002700*   - NEW PROGRAM, OFFERED FROM THE MENUUTIL MENU.
002701*   - ONE-OFF EARNING 'N'/'X' HISTORY LINES ADD TO THE OTHER
002702*     EARNINGS TOTAL LIKE 'H'/'V' AND ARE NOT COUNTED AS ROWS.
002703*   - PAYHIST AMOUNTS ARE SIGNED NOW. THE PAYSLIP LIST SHOWS A
002704*     REVERPER REVERSAL LINE WITH ITS MINUS SIGN; THE YEAR TOTALS
002705*     NET IT OUT AND IT TAKES ITS PERIOD BACK OFF THE COUNT; A
002706*     REPRINT SKIPS BOTH THE CANCELLED SLIP AND THE REVERSAL
002707*     (ANULHIST TELLS THEM).
002800******************************************************************
002900 IDENTIFICATION DIVISION.
003000 PROGRAM-ID. AUTOCONS.
003100 ENVIRONMENT DIVISION.
003200 INPUT-OUTPUT SECTION.
003300 FILE-CONTROL.
003400     SELECT OPTIONAL EMPPIN-FILE ASSIGN TO 'EMPPIN'
003500         ORGANIZATION IS LINE SEQUENTIAL
003600         FILE STATUS IS AUT-STATUS-PIN.
003700     SELECT OPTIONAL EMPLOYEES-FILE ASSIGN TO 'EMPLOYEES'
003800         ORGANIZATION IS LINE SEQUENTIAL
003900         FILE STATUS IS AUT-STATUS-EMPL.
004000     SELECT OPTIONAL PAYHIST-FILE ASSIGN TO 'PAYHIST'
004100         ORGANIZATION IS LINE SEQUENTIAL
004200         FILE STATUS IS AUT-STATUS-PAYHIST.
004300     SELECT OPTIONAL VACSALDO-FILE ASSIGN TO 'VACSALDO'
004400         ORGANIZATION IS LINE SEQUENTIAL
004500         FILE STATUS IS AUT-STATUS-SALDO.
004600     SELECT OPTIONAL ABSENCES-FILE ASSIGN TO 'ABSENCES'
004700         ORGANIZATION IS LINE SEQUENTIAL
004800         FILE STATUS IS AUT-STATUS-AUSENCIAS.
004900     SELECT OPTIONAL LOANS-FILE ASSIGN TO 'LOANS'
005000         ORGANIZATION IS LINE SEQUENTIAL
005100         FILE STATUS IS AUT-STATUS-LOANS.
005200     SELECT OPTIONAL GASTOS-FILE ASSIGN TO 'GASTOS'
005300         ORGANIZATION IS LINE SEQUENTIAL
005400         FILE STATUS IS AUT-STATUS-GASTOS.
005500     SELECT OPTIONAL AUTOLOG-FILE ASSIGN TO 'AUTOLOG'
005600         ORGANIZATION IS LINE SEQUENTIAL
005700         FILE STATUS IS AUT-STATUS-LOG.
005800     SELECT OPTIONAL AUTOREC-FILE ASSIGN TO 'AUTOREC'
005900         ORGANIZATION IS LINE SEQUENTIAL
006000         FILE STATUS IS AUT-STATUS-REC.
006100 DATA DIVISION.
006200 FILE SECTION.
006300 FD  EMPPIN-FILE
006400     LABEL RECORDS ARE STANDARD.
006500 01  EP-RECORD.
006600     COPY EMPPIN.
006700 FD  EMPLOYEES-FILE
006800     LABEL RECORDS ARE STANDARD.
006900 01  EM-RECORD.
007000     COPY EMPLEADO.
007100 FD  PAYHIST-FILE
007200     LABEL RECORDS ARE STANDARD.
007300 01  PH-RECORD.
007400     05 PH-NOMBRE                PIC X(05).
007500     05 PH-SENIORIDAD            PIC X(06).
007600     05 PH-SUELDO-MENSUAL        PIC S9(06)V99.
007700     05 PH-SUELDO-ANUAL          PIC S9(07)V99.
007800     05 PH-BONO                  PIC S9(06)V99.
007900     05 PH-PERIODO               PIC 9(06).
008000     05 PH-DEPARTAMENTO          PIC X(10).
008100     05 PH-EXPERIENCIA           PIC 9(02).
008200     05 PH-ID                    PIC 9(05).
008300     05 PH-IMPORTE-EXTRA         PIC S9(06)V99.
008400     05 PH-TIPO-LINEA            PIC X(01).
008500     05 PH-PERIODO-REF           PIC 9(06).
008600     05 PH-COMPANIA              PIC X(03).
008700 FD  VACSALDO-FILE
008800     LABEL RECORDS ARE STANDARD.
008900 01  VS-RECORD.
009000     05 VS-ID                    PIC 9(05).
009100     05 VS-NOMBRE                PIC X(05).
009200     05 VS-SALDO                 PIC S9(03)V99.
009300 FD  ABSENCES-FILE
009400     LABEL RECORDS ARE STANDARD.
009500 01  AB-RECORD.
009600     05 AB-NOMBRE                PIC X(05).
009700     05 AB-DIAS-SIN-GOCE         PIC 9(02).
009800     05 AB-DIAS-VACACIONES       PIC 9(02).
009900     05 AB-ID                    PIC 9(05).
010000     05 AB-MOTIVO                PIC X(02).
010100     05 AB-DIAS-AUSENCIA         PIC 9(02).
010200     05 AB-TARDANZAS             PIC 9(02).
010300 FD  LOANS-FILE
010400     LABEL RECORDS ARE STANDARD.
010500 01  PL-RECORD.
010600     05 PL-ID                    PIC 9(05).
010700     05 PL-PRINCIPAL             PIC 9(07)V99.
010800     05 PL-CUOTA                 PIC 9(06)V99.
010900     05 PL-SALDO                 PIC 9(07)V99.
011000 FD  GASTOS-FILE
011100     LABEL RECORDS ARE STANDARD.
011200 01  GT-RECORD.
011300     COPY GASTO.
011400 FD  AUTOLOG-FILE
011500     LABEL RECORDS ARE STANDARD.
011600 01  AL-REGISTRO.
011700     05 AL-FECHA                 PIC 9(08).
011800     05 AL-HORA                  PIC X(08).
011900     05 AL-ID                    PIC 9(05).
012000     05 AL-ACCION                PIC X(01).
012100     05 AL-RESULTADO             PIC X(01).
012200     05 AL-PERIODO               PIC 9(06).
012300 FD  AUTOREC-FILE
012400     LABEL RECORDS ARE STANDARD
012500     RECORD CONTAINS 80 CHARACTERS.
012600 01  REC-LINEA                   PIC X(80).
012700 WORKING-STORAGE SECTION.
012800*
012900 01  AUT-STATUS-PIN              PIC XX.
013000 01  AUT-STATUS-EMPL             PIC XX.
013100 01  AUT-STATUS-PAYHIST          PIC XX.
013200 01  AUT-STATUS-SALDO            PIC XX.
013300 01  AUT-STATUS-AUSENCIAS        PIC XX.
013400 01  AUT-STATUS-LOANS            PIC XX.
013500 01  AUT-STATUS-GASTOS           PIC XX.
013600 01  AUT-STATUS-LOG              PIC XX.
013700 01  AUT-STATUS-REC              PIC XX.
013800*
013900 01  AUT-INDICADORES.
014000     05  AUT-FIN-ARCHIVO         PIC X VALUE 'N'.
014100         88  AUT-ES-FIN-ARCHIVO  VALUE 'Y'.
014200     05  AUT-HALLADO             PIC X VALUE 'N'.
014300         88  AUT-ES-HALLADO      VALUE 'Y'.
014400     05  AUT-FIRMADO             PIC X VALUE 'N'.
014500         88  AUT-ES-FIRMADO      VALUE 'Y'.
014600     05  AUT-SALIR               PIC X VALUE 'N'.
014700         88  AUT-ES-SALIR        VALUE 'Y'.
014800     05  AUT-ES-EMPLEADO         PIC X VALUE 'N'.
014900         88  AUT-EMPLEADO-HALLADO VALUE 'Y'.
015000*
015100 01  AUT-VARIABLES.
015200     05  AUT-FECHA-HOY           PIC 9(08).
015300     05  AUT-ANIO-HOY            PIC 9(04).
015400     05  AUT-HORA-AHORA          PIC X(08).
015500     05  AUT-OPCION              PIC X(01).
015600     05  AUT-INTENTOS            PIC 9(01) VALUE ZERO.
015700     05  AUT-ID-ENT              PIC X(05).
015800     05  AUT-ID                  PIC 9(05) VALUE ZERO.
015900     05  AUT-NOMBRE              PIC X(05) VALUE SPACES.
016000     05  AUT-PIN-ENT             PIC X(08).
016100     05  AUT-PIN-CIFRADO         PIC X(08).
016200     05  AUT-PIN-NUEVO           PIC X(08).
016300     05  AUT-PIN-NUEVO2          PIC X(08).
016400     05  AUT-PERIODO-ENT         PIC X(06).
016500     05  AUT-PERIODO             PIC 9(06) VALUE ZERO.
016600     05  AUT-POS-PIN             PIC 9(04) VALUE ZERO.
016700     05  AUT-CANT-FILAS          PIC 9(04) VALUE ZERO.
016800     05  AUT-DIAS-VACAC          PIC 9(03) VALUE ZERO.
016900     05  AUT-ESTADO-DESC         PIC X(12).
016901     05  AUT-ANU-ACCION          PIC X(01) VALUE SPACE.
016902     05  AUT-ANU-RESULTADO       PIC X(01) VALUE SPACE.
017000*
017100*    CODIGOS DE AUTOLOG: ACCION F FIRMA, C CAMBIO DE PIN,
017200*    R RECIBOS, V VACACIONES, P PRESTAMOS, S SOLICITUDES,
017300*    A ACUMULADO ANUAL, Z REIMPRESION; RESULTADO O CORRECTO,
017400*    F FALLIDO, B BLOQUEADO.
017500 01  AUT-LOG-ACCION              PIC X(01).
017600 01  AUT-LOG-RESULTADO           PIC X(01).
017700*
017800 01  AUT-TOTALES.
017900     05  AUT-TOT-SUELDOS         PIC S9(09)V99 VALUE ZERO.
018000     05  AUT-TOT-EXTRA           PIC S9(09)V99 VALUE ZERO.
018100     05  AUT-TOT-BONO            PIC S9(09)V99 VALUE ZERO.
018200     05  AUT-TOT-AGUINALDO       PIC S9(09)V99 VALUE ZERO.
018300     05  AUT-TOT-OTROS           PIC S9(09)V99 VALUE ZERO.
018400     05  AUT-TOT-SALDO           PIC 9(09)V99 VALUE ZERO.
018500*
018600 01  AUT-EDICION.
018700     05  AUT-IMPORTE-ED          PIC ZZZ,ZZZ,ZZ9.99-.
018800     05  AUT-IMPORTE2-ED         PIC ZZZ,ZZZ,ZZ9.99-.
018900     05  AUT-IMPORTE3-ED         PIC ZZZ,ZZZ,ZZ9.99-.
019000     05  AUT-DIAS-ED             PIC ZZ9.99-.
019100*
019200* PINES DE AUTOCONSULTA, REGRABADOS CON INTENTOS Y BLOQUEOS
019300 01  AUT-CANT-PINES              PIC 9(04) VALUE ZERO.
019400 01  AUT-TABLA-PINES.
019500     05  AUT-PIN-FILA OCCURS 2000 TIMES
019600                      INDEXED BY AUT-X-PIN
019700                      PIC X(24).
019800 01  AUT-PIN-ACTUAL.
019900     05 API-ID                   PIC 9(05).
020000     05 API-PIN                  PIC X(08).
020100     05 API-FECHA-PIN            PIC 9(08).
020200     05 API-INTENTOS             PIC 9(01).
020300     05 API-BLOQUEADO            PIC X(01).
020400     05 API-CAMBIO-FORZADO       PIC X(01).
020500*
020600 PROCEDURE DIVISION.
020700******************************************************************
020800* 0000-MAINLINE - SIGN ON, THEN SERVE THE EMPLOYEE'S INQUIRIES
020900******************************************************************
021000 0000-MAINLINE.
021100     ACCEPT AUT-FECHA-HOY FROM DATE YYYYMMDD.
021200     MOVE AUT-FECHA-HOY(1:4) TO AUT-ANIO-HOY.
021300     PERFORM 1000-CARGAR-PINES THRU 1000-CARGAR-PINES-EXIT.
021400     IF AUT-CANT-PINES = ZERO
021500         DISPLAY 'AUTOCONSULTA NO HABILITADA: NO HAY PINES '
021600             'EMITIDOS (OPERMAINT)'
021700         GOBACK
021800     END-IF.
021900     PERFORM 2000-FIRMAR THRU 2000-FIRMAR-EXIT
022000         UNTIL AUT-ES-FIRMADO OR AUT-INTENTOS >= 3.
022100     IF NOT AUT-ES-FIRMADO
022200         DISPLAY 'ACCESO DENEGADO'
022300         GOBACK
022400     END-IF.
022500     PERFORM 2500-PROCESAR-OPCION THRU 2500-PROCESAR-OPCION-EXIT
022600         UNTIL AUT-ES-SALIR.
022700     GOBACK.
022800 0000-MAINLINE-EXIT.
022900     EXIT.
023000*
023100******************************************************************
023200* 1000-CARGAR-PINES - THE PIN FILE INTO THE TABLE
023300******************************************************************
023400 1000-CARGAR-PINES.
023500     MOVE 'N' TO AUT-FIN-ARCHIVO.
023600     OPEN INPUT EMPPIN-FILE.
023700     IF AUT-STATUS-PIN = '00'
023800         PERFORM 1100-LEER-PIN THRU 1100-LEER-PIN-EXIT
023900             UNTIL AUT-ES-FIN-ARCHIVO
024000     END-IF.
024100     CLOSE EMPPIN-FILE.
024200     MOVE 'N' TO AUT-FIN-ARCHIVO.
024300 1000-CARGAR-PINES-EXIT.
024400     EXIT.
024500*
024600 1100-LEER-PIN.
024700     READ EMPPIN-FILE
024800         AT END
024900             SET AUT-ES-FIN-ARCHIVO TO TRUE
025000         NOT AT END
025100             IF AUT-CANT-PINES < 2000
025200                 ADD 1 TO AUT-CANT-PINES
025300                 SET AUT-X-PIN TO AUT-CANT-PINES
025400                 MOVE EP-RECORD TO AUT-PIN-FILA(AUT-X-PIN)
025500             ELSE
025600                 DISPLAY 'AUTOCONS: EMPPIN SUPERA 2000 FILAS, '
025700                     'SE IGNORA ' EP-ID
025800             END-IF
025900     END-READ.
026000 1100-LEER-PIN-EXIT.
026100     EXIT.
026200*
026300******************************************************************
026400* 2000-FIRMAR - ONE SIGN-ON ATTEMPT: CANDIDATE NUMBER AND PIN
026500******************************************************************
026600 2000-FIRMAR.
026700     ADD 1 TO AUT-INTENTOS.
026800     MOVE 'F' TO AUT-LOG-ACCION.
026900     MOVE 'F' TO AUT-LOG-RESULTADO.
027000     MOVE ZERO TO AUT-PERIODO.
027100     DISPLAY 'NUMERO DE LEGAJO: ' WITH NO ADVANCING.
027200     ACCEPT AUT-ID-ENT.
027300     DISPLAY 'PIN: ' WITH NO ADVANCING.
027400     ACCEPT AUT-PIN-ENT.
027500     IF AUT-ID-ENT IS NOT NUMERIC
027600         MOVE ZERO TO AUT-ID
027700         DISPLAY 'NUMERO O PIN INCORRECTOS'
027800         GO TO 2000-FIRMAR-LOG
027900     END-IF.
028000     MOVE AUT-ID-ENT TO AUT-ID.
028100     CALL 'CIFRACLAVE' USING AUT-PIN-ENT AUT-PIN-CIFRADO.
028200     MOVE ZERO TO AUT-POS-PIN.
028300     PERFORM 2100-UBICAR-PIN THRU 2100-UBICAR-PIN-EXIT
028400         VARYING AUT-X-PIN FROM 1 BY 1
028500         UNTIL AUT-X-PIN > AUT-CANT-PINES
028600         OR AUT-POS-PIN > ZERO.
028700     IF AUT-POS-PIN = ZERO
028800         DISPLAY 'NUMERO O PIN INCORRECTOS'
028900         GO TO 2000-FIRMAR-LOG
029000     END-IF.
029100     SET AUT-X-PIN TO AUT-POS-PIN.
029200     MOVE AUT-PIN-FILA(AUT-X-PIN) TO AUT-PIN-ACTUAL.
029300     IF API-BLOQUEADO = 'S'
029400         MOVE 'B' TO AUT-LOG-RESULTADO
029500         DISPLAY 'PIN BLOQUEADO, PEDIR DESBLOQUEO EN LA MESA '
029600             'DE NOMINA'
029700         GO TO 2000-FIRMAR-LOG
029800     END-IF.
029900     IF API-PIN NOT = AUT-PIN-CIFRADO
030000         ADD 1 TO API-INTENTOS
030100         IF API-INTENTOS >= 3
030200             MOVE 'S' TO API-BLOQUEADO
030300             MOVE 'B' TO AUT-LOG-RESULTADO
030400             DISPLAY 'TERCER INTENTO FALLIDO, PIN BLOQUEADO'
030500         ELSE
030600             DISPLAY 'NUMERO O PIN INCORRECTOS'
030700         END-IF
030800         MOVE AUT-PIN-ACTUAL TO AUT-PIN-FILA(AUT-X-PIN)
030900         PERFORM 2900-GRABAR-PINES THRU 2900-GRABAR-PINES-EXIT
031000         GO TO 2000-FIRMAR-LOG
031100     END-IF.
031200     PERFORM 2200-BUSCAR-EMPLEADO THRU 2200-BUSCAR-EMPLEADO-EXIT.
031300     IF NOT AUT-EMPLEADO-HALLADO
031400         DISPLAY 'EL LEGAJO NO FIGURA EN EL MAESTRO DE EMPLEADOS'
031500         GO TO 2000-FIRMAR-LOG
031600     END-IF.
031700     MOVE ZERO TO API-INTENTOS.
031800     MOVE 'Y' TO AUT-FIRMADO.
031900     MOVE 'O' TO AUT-LOG-RESULTADO.
032000     IF API-CAMBIO-FORZADO = 'S'
032100         PERFORM 2300-CAMBIAR-PIN THRU 2300-CAMBIAR-PIN-EXIT
032200     END-IF.
032300     MOVE AUT-PIN-ACTUAL TO AUT-PIN-FILA(AUT-X-PIN).
032400     PERFORM 2900-GRABAR-PINES THRU 2900-GRABAR-PINES-EXIT.
032500     DISPLAY 'BIENVENIDO ' AUT-NOMBRE ' (' AUT-ID ')'.
032600 2000-FIRMAR-LOG.
032700     PERFORM 9000-ANOTAR-ACCESO THRU 9000-ANOTAR-ACCESO-EXIT.
032800 2000-FIRMAR-EXIT.
032900     EXIT.
033000*
033100 2100-UBICAR-PIN.
033200     MOVE AUT-PIN-FILA(AUT-X-PIN) TO AUT-PIN-ACTUAL.
033300     IF API-ID = AUT-ID
033400         SET AUT-POS-PIN TO AUT-X-PIN
033500     END-IF.
033600 2100-UBICAR-PIN-EXIT.
033700     EXIT.
033800*
033900******************************************************************
034000* 2200-BUSCAR-EMPLEADO - THE NAME OF THE SIGNED-ON NUMBER
034100******************************************************************
034200 2200-BUSCAR-EMPLEADO.
034300     MOVE 'N' TO AUT-ES-EMPLEADO.
034400     MOVE 'N' TO AUT-FIN-ARCHIVO.
034500     OPEN INPUT EMPLOYEES-FILE.
034600     IF AUT-STATUS-EMPL = '00'
034700         PERFORM 2210-LEER-EMPLEADO THRU 2210-LEER-EMPLEADO-EXIT
034800             UNTIL AUT-ES-FIN-ARCHIVO OR AUT-EMPLEADO-HALLADO
034900     END-IF.
035000     CLOSE EMPLOYEES-FILE.
035100     MOVE 'N' TO AUT-FIN-ARCHIVO.
035200 2200-BUSCAR-EMPLEADO-EXIT.
035300     EXIT.
035400*
035500 2210-LEER-EMPLEADO.
035600     READ EMPLOYEES-FILE
035700         AT END
035800             SET AUT-ES-FIN-ARCHIVO TO TRUE
035900         NOT AT END
036000             IF EM-ID = AUT-ID
036100                 MOVE EM-NOMBRE TO AUT-NOMBRE
036200                 SET AUT-EMPLEADO-HALLADO TO TRUE
036300             END-IF
036400     END-READ.
036500 2210-LEER-EMPLEADO-EXIT.
036600     EXIT.
036700*
036800******************************************************************
036900* 2300-CAMBIAR-PIN - FIRST SIGN-ON AFTER AN ISSUE OR RESET
037000******************************************************************
037100 2300-CAMBIAR-PIN.
037200     DISPLAY 'DEBE CAMBIAR EL PIN ANTES DE CONTINUAR'.
037300     DISPLAY 'PIN NUEVO: ' WITH NO ADVANCING.
037400     ACCEPT AUT-PIN-NUEVO.
037500     DISPLAY 'REPITA EL PIN NUEVO: ' WITH NO ADVANCING.
037600     ACCEPT AUT-PIN-NUEVO2.
037700     MOVE 'C' TO AUT-LOG-ACCION.
037800     IF AUT-PIN-NUEVO NOT = AUT-PIN-NUEVO2
037900         OR AUT-PIN-NUEVO = SPACES
038000         OR AUT-PIN-NUEVO = AUT-PIN-ENT
038100         DISPLAY 'LOS PINES NO COINCIDEN O REPITEN EL ANTERIOR'
038200         MOVE 'N' TO AUT-FIRMADO
038300         MOVE 'F' TO AUT-LOG-RESULTADO
038400         GO TO 2300-CAMBIAR-PIN-EXIT
038500     END-IF.
038600     CALL 'CIFRACLAVE' USING AUT-PIN-NUEVO AUT-PIN-CIFRADO.
038700     MOVE AUT-PIN-CIFRADO TO API-PIN.
038800     MOVE AUT-FECHA-HOY TO API-FECHA-PIN.
038900     MOVE 'N' TO API-CAMBIO-FORZADO.
039000     DISPLAY 'PIN ACTUALIZADO'.
039100 2300-CAMBIAR-PIN-EXIT.
039200     EXIT.
039300*
039400******************************************************************
039500* 2500-PROCESAR-OPCION - THE EMPLOYEE'S MENU
039600******************************************************************
039700 2500-PROCESAR-OPCION.
039800     DISPLAY ' '.
039900     DISPLAY '=== AUTOCONSULTA DEL EMPLEADO ==='.
040000     DISPLAY 'R. MIS RECIBOS'.
040100     DISPLAY 'V. SALDO DE VACACIONES'.
040200     DISPLAY 'P. SALDO DE PRESTAMOS'.
040300     DISPLAY 'S. SOLICITUDES PENDIENTES'.
040400     DISPLAY 'A. ACUMULADO DEL ANIO'.
040500     DISPLAY 'Z. PEDIR REIMPRESION DE UN RECIBO'.
040600     DISPLAY 'X. SALIR'.
040700     DISPLAY 'INGRESE UNA OPCION: ' WITH NO ADVANCING.
040800     ACCEPT AUT-OPCION.
040900     MOVE 'O' TO AUT-LOG-RESULTADO.
041000     MOVE ZERO TO AUT-PERIODO.
041100     EVALUATE AUT-OPCION
041200         WHEN 'R'
041300         WHEN 'r'
041400             MOVE 'R' TO AUT-LOG-ACCION
041500             PERFORM 3000-RECIBOS THRU 3000-RECIBOS-EXIT
041600         WHEN 'V'
041700         WHEN 'v'
041800             MOVE 'V' TO AUT-LOG-ACCION
041900             PERFORM 4000-VACACIONES THRU 4000-VACACIONES-EXIT
042000         WHEN 'P'
042100         WHEN 'p'
042200             MOVE 'P' TO AUT-LOG-ACCION
042300             PERFORM 5000-PRESTAMOS THRU 5000-PRESTAMOS-EXIT
042400         WHEN 'S'
042500         WHEN 's'
042600             MOVE 'S' TO AUT-LOG-ACCION
042700             PERFORM 6000-SOLICITUDES THRU 6000-SOLICITUDES-EXIT
042800         WHEN 'A'
042900         WHEN 'a'
043000             MOVE 'A' TO AUT-LOG-ACCION
043100             PERFORM 7000-ACUMULADO THRU 7000-ACUMULADO-EXIT
043200         WHEN 'Z'
043300         WHEN 'z'
043400             MOVE 'Z' TO AUT-LOG-ACCION
043500             PERFORM 8000-REIMPRESION THRU 8000-REIMPRESION-EXIT
043600         WHEN 'X'
043700         WHEN 'x'
043800             MOVE 'Y' TO AUT-SALIR
043900             GO TO 2500-PROCESAR-OPCION-EXIT
044000         WHEN OTHER
044100             DISPLAY 'OPCION INVALIDA'
044200             GO TO 2500-PROCESAR-OPCION-EXIT
044300     END-EVALUATE.
044400     PERFORM 9000-ANOTAR-ACCESO THRU 9000-ANOTAR-ACCESO-EXIT.
044500 2500-PROCESAR-OPCION-EXIT.
044600     EXIT.
044700*
044800******************************************************************
044900* 2900-GRABAR-PINES - PERSIST ATTEMPTS, LOCKS AND NEW PINS
045000******************************************************************
045100 2900-GRABAR-PINES.
045200     OPEN OUTPUT EMPPIN-FILE.
045300     PERFORM 2910-GRABAR-PIN THRU 2910-GRABAR-PIN-EXIT
045400         VARYING AUT-X-PIN FROM 1 BY 1
045500         UNTIL AUT-X-PIN > AUT-CANT-PINES.
045600     CLOSE EMPPIN-FILE.
045700 2900-GRABAR-PINES-EXIT.
045800     EXIT.
045900*
046000 2910-GRABAR-PIN.
046100     MOVE AUT-PIN-FILA(AUT-X-PIN) TO EP-RECORD.
046200     WRITE EP-RECORD.
046300 2910-GRABAR-PIN-EXIT.
046400     EXIT.
046500*
046600******************************************************************
046700* 3000-RECIBOS - THE EMPLOYEE'S PAYSLIPS ON PAYHIST
046800******************************************************************
046900 3000-RECIBOS.
047000     MOVE ZERO TO AUT-CANT-FILAS.
047100     DISPLAY 'PERIODO T    SUELDO MES            BONO'
047200         '           EXTRA'.
047300     MOVE 'N' TO AUT-FIN-ARCHIVO.
047400     OPEN INPUT PAYHIST-FILE.
047500     IF AUT-STATUS-PAYHIST = '00'
047600         PERFORM 3100-LEER-RECIBO THRU 3100-LEER-RECIBO-EXIT
047700             UNTIL AUT-ES-FIN-ARCHIVO
047800     END-IF.
047900     CLOSE PAYHIST-FILE.
048000     MOVE 'N' TO AUT-FIN-ARCHIVO.
048100     IF AUT-CANT-FILAS = ZERO
048200         DISPLAY 'SIN RECIBOS EN EL HISTORICO'
048300     END-IF.
048400 3000-RECIBOS-EXIT.
048500     EXIT.
048600*
048700 3100-LEER-RECIBO.
048800     READ PAYHIST-FILE
048900         AT END
049000             SET AUT-ES-FIN-ARCHIVO TO TRUE
049100         NOT AT END
049200             PERFORM 3200-ES-PROPIO THRU 3200-ES-PROPIO-EXIT
049300             IF AUT-ES-HALLADO
049400                 ADD 1 TO AUT-CANT-FILAS
049500                 MOVE PH-SUELDO-MENSUAL TO AUT-IMPORTE-ED
049600                 MOVE PH-BONO TO AUT-IMPORTE2-ED
049700                 MOVE PH-IMPORTE-EXTRA TO AUT-IMPORTE3-ED
049800                 DISPLAY PH-PERIODO ' ' PH-TIPO-LINEA ' '
049900                     AUT-IMPORTE-ED ' ' AUT-IMPORTE2-ED ' '
050000                     AUT-IMPORTE3-ED
050100             END-IF
050200     END-READ.
050300 3100-LEER-RECIBO-EXIT.
050400     EXIT.
050500*
050600******************************************************************
050700* 3200-ES-PROPIO - A HISTORY ROW OF THE SIGNED-ON EMPLOYEE (BY
050800*                  NUMBER, OR BY NAME FOR A ROW THAT PREDATES
050900*                  THE CANDIDATE NUMBERS); CONTROL ROWS NEVER
051000******************************************************************
051100 3200-ES-PROPIO.
051200     MOVE 'N' TO AUT-HALLADO.
051300     IF PH-RECORD(1:1) = '*'
051400         GO TO 3200-ES-PROPIO-EXIT
051500     END-IF.
051600     IF (PH-ID NOT = ZERO AND PH-ID = AUT-ID)
051700        OR (PH-ID = ZERO AND PH-NOMBRE = AUT-NOMBRE)
051800         SET AUT-ES-HALLADO TO TRUE
051900     END-IF.
052000 3200-ES-PROPIO-EXIT.
052100     EXIT.
052200*
052300******************************************************************
052400* 4000-VACACIONES - VACSALDO BALANCE AND DAYS LOADED FOR THE
052500*                   PERIOD NOT YET PAID
052600******************************************************************
052700 4000-VACACIONES.
052800     MOVE 'N' TO AUT-HALLADO.
052900     MOVE 'N' TO AUT-FIN-ARCHIVO.
053000     OPEN INPUT VACSALDO-FILE.
053100     IF AUT-STATUS-SALDO = '00'
053200         PERFORM 4100-LEER-SALDO THRU 4100-LEER-SALDO-EXIT
053300             UNTIL AUT-ES-FIN-ARCHIVO OR AUT-ES-HALLADO
053400     END-IF.
053500     CLOSE VACSALDO-FILE.
053600     MOVE 'N' TO AUT-FIN-ARCHIVO.
053700     IF NOT AUT-ES-HALLADO
053800         DISPLAY 'SIN SALDO DE VACACIONES REGISTRADO'
053900     END-IF.
054000     PERFORM 4200-VACACIONES-CARGADAS
054100         THRU 4200-VACACIONES-CARGADAS-EXIT.
054200     IF AUT-DIAS-VACAC > ZERO
054300         DISPLAY 'DIAS DE VACACIONES CARGADOS PARA EL PERIODO '
054400             'EN CURSO: ' AUT-DIAS-VACAC
054500     END-IF.
054600 4000-VACACIONES-EXIT.
054700     EXIT.
054800*
054900 4100-LEER-SALDO.
055000     READ VACSALDO-FILE
055100         AT END
055200             SET AUT-ES-FIN-ARCHIVO TO TRUE
055300         NOT AT END
055400             IF VS-ID = AUT-ID
055500                 SET AUT-ES-HALLADO TO TRUE
055600                 MOVE VS-SALDO TO AUT-DIAS-ED
055700                 DISPLAY 'SALDO DE VACACIONES: ' AUT-DIAS-ED
055800                     ' DIAS'
055900             END-IF
056000     END-READ.
056100 4100-LEER-SALDO-EXIT.
056200     EXIT.
056300*
056400******************************************************************
056500* 4200-VACACIONES-CARGADAS - VACATION DAYS ON ABSENCES FOR THE
056600*                            PERIOD THE PAYROLL HAS NOT RUN YET
056700******************************************************************
056800 4200-VACACIONES-CARGADAS.
056900     MOVE ZERO TO AUT-DIAS-VACAC.
057000     MOVE 'N' TO AUT-FIN-ARCHIVO.
057100     OPEN INPUT ABSENCES-FILE.
057200     IF AUT-STATUS-AUSENCIAS = '00'
057300         PERFORM 4210-LEER-AUSENCIA THRU 4210-LEER-AUSENCIA-EXIT
057400             UNTIL AUT-ES-FIN-ARCHIVO
057500     END-IF.
057600     CLOSE ABSENCES-FILE.
057700     MOVE 'N' TO AUT-FIN-ARCHIVO.
057800 4200-VACACIONES-CARGADAS-EXIT.
057900     EXIT.
058000*
058100 4210-LEER-AUSENCIA.
058200     READ ABSENCES-FILE
058300         AT END
058400             SET AUT-ES-FIN-ARCHIVO TO TRUE
058500         NOT AT END
058600             IF AB-ID = AUT-ID
058700                 AND AB-DIAS-VACACIONES IS NUMERIC
058800                 ADD AB-DIAS-VACACIONES TO AUT-DIAS-VACAC
058900             END-IF
059000     END-READ.
059100 4210-LEER-AUSENCIA-EXIT.
059200     EXIT.
059300*
059400******************************************************************
059500* 5000-PRESTAMOS - THE EMPLOYEE'S LOANS AND WHAT IS STILL OWED
059600******************************************************************
059700 5000-PRESTAMOS.
059800     MOVE ZERO TO AUT-CANT-FILAS.
059900     MOVE ZERO TO AUT-TOT-SALDO.
060000     MOVE 'N' TO AUT-FIN-ARCHIVO.
060100     OPEN INPUT LOANS-FILE.
060200     IF AUT-STATUS-LOANS = '00'
060300         PERFORM 5100-LEER-PRESTAMO THRU 5100-LEER-PRESTAMO-EXIT
060400             UNTIL AUT-ES-FIN-ARCHIVO
060500     END-IF.
060600     CLOSE LOANS-FILE.
060700     MOVE 'N' TO AUT-FIN-ARCHIVO.
060800     IF AUT-CANT-FILAS = ZERO
060900         DISPLAY 'SIN PRESTAMOS'
061000     ELSE
061100         MOVE AUT-TOT-SALDO TO AUT-IMPORTE-ED
061200         DISPLAY 'SALDO TOTAL ADEUDADO: ' AUT-IMPORTE-ED
061300     END-IF.
061400 5000-PRESTAMOS-EXIT.
061500     EXIT.
061600*
061700 5100-LEER-PRESTAMO.
061800     READ LOANS-FILE
061900         AT END
062000             SET AUT-ES-FIN-ARCHIVO TO TRUE
062100         NOT AT END
062200             IF PL-ID = AUT-ID
062300                 ADD 1 TO AUT-CANT-FILAS
062400                 ADD PL-SALDO TO AUT-TOT-SALDO
062500                 MOVE PL-PRINCIPAL TO AUT-IMPORTE-ED
062600                 MOVE PL-CUOTA TO AUT-IMPORTE2-ED
062700                 MOVE PL-SALDO TO AUT-IMPORTE3-ED
062800                 DISPLAY 'PRESTAMO ' AUT-IMPORTE-ED
062900                     ' CUOTA ' AUT-IMPORTE2-ED
063000                     ' SALDO ' AUT-IMPORTE3-ED
063100             END-IF
063200     END-READ.
063300 5100-LEER-PRESTAMO-EXIT.
063400     EXIT.
063500*
063600******************************************************************
063700* 6000-SOLICITUDES - EXPENSE CLAIMS NOT YET PAID AND VACATION
063800*                    DAYS LOADED BUT NOT YET SETTLED
063900******************************************************************
064000 6000-SOLICITUDES.
064100     MOVE ZERO TO AUT-CANT-FILAS.
064200     MOVE 'N' TO AUT-FIN-ARCHIVO.
064300     OPEN INPUT GASTOS-FILE.
064400     IF AUT-STATUS-GASTOS = '00'
064500         PERFORM 6100-LEER-GASTO THRU 6100-LEER-GASTO-EXIT
064600             UNTIL AUT-ES-FIN-ARCHIVO
064700     END-IF.
064800     CLOSE GASTOS-FILE.
064900     MOVE 'N' TO AUT-FIN-ARCHIVO.
065000     PERFORM 4200-VACACIONES-CARGADAS
065100         THRU 4200-VACACIONES-CARGADAS-EXIT.
065200     IF AUT-DIAS-VACAC > ZERO
065300         ADD 1 TO AUT-CANT-FILAS
065400         DISPLAY 'VACACIONES: ' AUT-DIAS-VACAC
065500             ' DIAS CARGADOS, A LIQUIDAR EN EL PERIODO'
065600     END-IF.
065700     IF AUT-CANT-FILAS = ZERO
065800         DISPLAY 'SIN SOLICITUDES PENDIENTES'
065900     END-IF.
066000 6000-SOLICITUDES-EXIT.
066100     EXIT.
066200*
066300 6100-LEER-GASTO.
066400     READ GASTOS-FILE
066500         AT END
066600             SET AUT-ES-FIN-ARCHIVO TO TRUE
066700         NOT AT END
066800             IF GT-ID = AUT-ID
066900                 AND (GT-PENDIENTE OR GT-EXCEDIDO
067000                      OR GT-APROBADO)
067100                 ADD 1 TO AUT-CANT-FILAS
067200                 EVALUATE TRUE
067300                     WHEN GT-PENDIENTE
067400                         MOVE 'PENDIENTE' TO AUT-ESTADO-DESC
067500                     WHEN GT-EXCEDIDO
067600                         MOVE 'EXCEDIDO' TO AUT-ESTADO-DESC
067700                     WHEN OTHER
067800                         MOVE 'A PAGAR' TO AUT-ESTADO-DESC
067900                 END-EVALUATE
068000                 MOVE GT-IMPORTE TO AUT-IMPORTE-ED
068100                 DISPLAY 'GASTO ' GT-NUMERO ' ' GT-FECHA ' '
068200                     GT-CATEGORIA ' ' AUT-IMPORTE-ED ' '
068300                     AUT-ESTADO-DESC
068400             END-IF
068500     END-READ.
068600 6100-LEER-GASTO-EXIT.
068700     EXIT.
068800*
068900******************************************************************
069000* 7000-ACUMULADO - YEAR-TO-DATE TOTALS FROM PAYHIST, GROUPED AS
069100*                  CERTANUAL GROUPS THEM
069200******************************************************************
069300 7000-ACUMULADO.
069400     INITIALIZE AUT-TOTALES.
069500     MOVE ZERO TO AUT-CANT-FILAS.
069600     MOVE 'N' TO AUT-FIN-ARCHIVO.
069700     OPEN INPUT PAYHIST-FILE.
069800     IF AUT-STATUS-PAYHIST = '00'
069900         PERFORM 7100-LEER-ACUMULADO
070000             THRU 7100-LEER-ACUMULADO-EXIT
070100             UNTIL AUT-ES-FIN-ARCHIVO
070200     END-IF.
070300     CLOSE PAYHIST-FILE.
070400     MOVE 'N' TO AUT-FIN-ARCHIVO.
070500     DISPLAY 'ACUMULADO DEL ANIO ' AUT-ANIO-HOY
070600         ' (' AUT-CANT-FILAS ' PERIODOS LIQUIDADOS)'.
070700     MOVE AUT-TOT-SUELDOS TO AUT-IMPORTE-ED.
070800     DISPLAY '  SUELDOS            ' AUT-IMPORTE-ED.
070900     MOVE AUT-TOT-EXTRA TO AUT-IMPORTE-ED.
071000     DISPLAY '  HORAS EXTRA        ' AUT-IMPORTE-ED.
071100     MOVE AUT-TOT-BONO TO AUT-IMPORTE-ED.
071200     DISPLAY '  BONOS Y RETROACT.  ' AUT-IMPORTE-ED.
071300     MOVE AUT-TOT-AGUINALDO TO AUT-IMPORTE-ED.
071400     DISPLAY '  AGUINALDO          ' AUT-IMPORTE-ED.
071500     MOVE AUT-TOT-OTROS TO AUT-IMPORTE-ED.
071600     DISPLAY '  OTROS CONCEPTOS    ' AUT-IMPORTE-ED.
071700 7000-ACUMULADO-EXIT.
071800     EXIT.
071900*
072000 7100-LEER-ACUMULADO.
072100     READ PAYHIST-FILE
072200         AT END
072300             SET AUT-ES-FIN-ARCHIVO TO TRUE
072400         NOT AT END
072500             PERFORM 3200-ES-PROPIO THRU 3200-ES-PROPIO-EXIT
072600             IF AUT-ES-HALLADO
072700                 AND PH-PERIODO(1:4) = AUT-ANIO-HOY
072800                 PERFORM 7200-SUMAR-FILA
072900                     THRU 7200-SUMAR-FILA-EXIT
073000             END-IF
073100     END-READ.
073200 7100-LEER-ACUMULADO-EXIT.
073300     EXIT.
073400*
073500 7200-SUMAR-FILA.
073600     EVALUATE PH-TIPO-LINEA
073700         WHEN 'A'
073800             ADD PH-BONO TO AUT-TOT-BONO
073900             ADD PH-IMPORTE-EXTRA TO AUT-TOT-OTROS
074000         WHEN 'D'
074100             SUBTRACT PH-BONO FROM AUT-TOT-BONO
074200             SUBTRACT PH-IMPORTE-EXTRA FROM AUT-TOT-OTROS
074300         WHEN 'G'
074400             ADD PH-IMPORTE-EXTRA TO AUT-TOT-AGUINALDO
074500         WHEN 'F'
074600         WHEN 'H'
074700         WHEN 'V'
074701         WHEN 'N'
074702         WHEN 'X'
074800             ADD PH-IMPORTE-EXTRA TO AUT-TOT-OTROS
074900         WHEN OTHER
075000             IF PH-SUELDO-MENSUAL < ZERO
075010                 OR PH-SUELDO-ANUAL < ZERO
075020                 SUBTRACT 1 FROM AUT-CANT-FILAS
075030             ELSE
075040                 ADD 1 TO AUT-CANT-FILAS
075050             END-IF
075100             ADD PH-SUELDO-MENSUAL TO AUT-TOT-SUELDOS
075200             ADD PH-IMPORTE-EXTRA TO AUT-TOT-EXTRA
075300             ADD PH-BONO TO AUT-TOT-BONO
075400     END-EVALUATE.
075500 7200-SUMAR-FILA-EXIT.
075600     EXIT.
075700*
075800******************************************************************
075900* 8000-REIMPRESION - A COPY OF ONE PERIOD'S PAYSLIP TO AUTOREC
076000******************************************************************
076100 8000-REIMPRESION.
076200     DISPLAY 'PERIODO DEL RECIBO (AAAAMM): ' WITH NO ADVANCING.
076300     ACCEPT AUT-PERIODO-ENT.
076400     IF AUT-PERIODO-ENT IS NOT NUMERIC
076500         DISPLAY 'PERIODO INVALIDO'
076600         MOVE 'F' TO AUT-LOG-RESULTADO
076700         GO TO 8000-REIMPRESION-EXIT
076800     END-IF.
076900     MOVE AUT-PERIODO-ENT TO AUT-PERIODO.
077000     MOVE ZERO TO AUT-CANT-FILAS.
077100     MOVE 'N' TO AUT-FIN-ARCHIVO.
077101     MOVE 'C' TO AUT-ANU-ACCION.
077102     CALL 'ANULHIST' USING AUT-ANU-ACCION PH-RECORD
077103         AUT-ANU-RESULTADO.
077200     OPEN INPUT PAYHIST-FILE.
077300     IF AUT-STATUS-PAYHIST = '00'
077400         PERFORM 8100-LEER-PERIODO THRU 8100-LEER-PERIODO-EXIT
077500             UNTIL AUT-ES-FIN-ARCHIVO
077600     END-IF.
077700     CLOSE PAYHIST-FILE.
077800     MOVE 'N' TO AUT-FIN-ARCHIVO.
077900     IF AUT-CANT-FILAS = ZERO
078000         DISPLAY 'NO HAY RECIBO DE ESE PERIODO'
078100         MOVE 'F' TO AUT-LOG-RESULTADO
078200     ELSE
078300         DISPLAY 'REIMPRESION PEDIDA, RETIRARLA EN LA MESA DE '
078400             'NOMINA'
078500     END-IF.
078600 8000-REIMPRESION-EXIT.
078700     EXIT.
078800*
078900 8100-LEER-PERIODO.
079000     READ PAYHIST-FILE
079100         AT END
079200             SET AUT-ES-FIN-ARCHIVO TO TRUE
079300         NOT AT END
079301             MOVE 'V' TO AUT-ANU-ACCION
079302             CALL 'ANULHIST' USING AUT-ANU-ACCION PH-RECORD
079303                 AUT-ANU-RESULTADO
079400             PERFORM 3200-ES-PROPIO THRU 3200-ES-PROPIO-EXIT
079500             IF AUT-ES-HALLADO
079600                 AND PH-PERIODO = AUT-PERIODO
079610                 AND AUT-ANU-RESULTADO = 'N'
079700                 AND PH-TIPO-LINEA NOT = 'A' AND NOT = 'D'
079800                 AND PH-TIPO-LINEA NOT = 'G' AND NOT = 'F'
079900                 AND PH-TIPO-LINEA NOT = 'H' AND NOT = 'V'
080000                 PERFORM 8200-IMPRIMIR-COPIA
080100                     THRU 8200-IMPRIMIR-COPIA-EXIT
080200             END-IF
080300     END-READ.
080400 8100-LEER-PERIODO-EXIT.
080500     EXIT.
080600*
080700******************************************************************
080800* 8200-IMPRIMIR-COPIA - ONE PAYSLIP COPY PAGE ON AUTOREC
080900******************************************************************
081000 8200-IMPRIMIR-COPIA.
081100     ADD 1 TO AUT-CANT-FILAS.
081200     OPEN EXTEND AUTOREC-FILE.
081300     IF AUT-STATUS-REC = '35'
081400         OPEN OUTPUT AUTOREC-FILE
081500     END-IF.
081600     MOVE SPACES TO REC-LINEA.
081700     STRING 'COPIA DE RECIBO - PEDIDA POR AUTOCONSULTA EL '
081800         AUT-FECHA-HOY
081900         DELIMITED BY SIZE INTO REC-LINEA.
082000     WRITE REC-LINEA.
082100     MOVE SPACES TO REC-LINEA.
082200     STRING 'EMPLEADO: ' PH-NOMBRE ' (' AUT-ID ')  DEPTO: '
082300         PH-DEPARTAMENTO '  PERIODO: ' PH-PERIODO
082400         DELIMITED BY SIZE INTO REC-LINEA.
082500     WRITE REC-LINEA.
082600     MOVE SPACES TO REC-LINEA.
082700     STRING 'SENIORIDAD: ' PH-SENIORIDAD
082800         DELIMITED BY SIZE INTO REC-LINEA.
082900     WRITE REC-LINEA.
083000     MOVE PH-SUELDO-MENSUAL TO AUT-IMPORTE-ED.
083100     MOVE SPACES TO REC-LINEA.
083200     STRING 'SUELDO DEL PERIODO:   ' AUT-IMPORTE-ED
083300         DELIMITED BY SIZE INTO REC-LINEA.
083400     WRITE REC-LINEA.
083500     MOVE PH-IMPORTE-EXTRA TO AUT-IMPORTE-ED.
083600     MOVE SPACES TO REC-LINEA.
083700     STRING 'HORAS EXTRA:          ' AUT-IMPORTE-ED
083800         DELIMITED BY SIZE INTO REC-LINEA.
083900     WRITE REC-LINEA.
084000     MOVE PH-BONO TO AUT-IMPORTE-ED.
084100     MOVE SPACES TO REC-LINEA.
084200     STRING 'BONO:                 ' AUT-IMPORTE-ED
084300         DELIMITED BY SIZE INTO REC-LINEA.
084400     WRITE REC-LINEA.
084500     MOVE PH-SUELDO-ANUAL TO AUT-IMPORTE-ED.
084600     MOVE SPACES TO REC-LINEA.
084700     STRING 'SUELDO ANUAL:         ' AUT-IMPORTE-ED
084800         DELIMITED BY SIZE INTO REC-LINEA.
084900     WRITE REC-LINEA.
085000     MOVE ALL '-' TO REC-LINEA.
085100     WRITE REC-LINEA.
085200     CLOSE AUTOREC-FILE.
085300 8200-IMPRIMIR-COPIA-EXIT.
085400     EXIT.
085500*
085600******************************************************************
085700* 9000-ANOTAR-ACCESO - ONE AUTOLOG ROW PER ATTEMPT OR INQUIRY
085800******************************************************************
085900 9000-ANOTAR-ACCESO.
086000     OPEN EXTEND AUTOLOG-FILE.
086100     IF AUT-STATUS-LOG = '35'
086200         OPEN OUTPUT AUTOLOG-FILE
086300     END-IF.
086400     MOVE AUT-FECHA-HOY TO AL-FECHA.
086500     ACCEPT AUT-HORA-AHORA FROM TIME.
086600     MOVE AUT-HORA-AHORA TO AL-HORA.
086700     MOVE AUT-ID TO AL-ID.
086800     MOVE AUT-LOG-ACCION TO AL-ACCION.
086900     MOVE AUT-LOG-RESULTADO TO AL-RESULTADO.
087000     MOVE AUT-PERIODO TO AL-PERIODO.
087100     WRITE AL-REGISTRO.
087200     CLOSE AUTOLOG-FILE.
087300 9000-ANOTAR-ACCESO-EXIT.
087400     EXIT.
087500 END PROGRAM AUTOCONS.
