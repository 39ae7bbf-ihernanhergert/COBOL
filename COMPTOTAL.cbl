000100******************************************************************
000200* AUTHOR:      HERNAN HERGERT
000300* INSTALLATION: DATA PROCESSING
000400* DATE-WRITTEN:
000500* DATE-COMPILED:
000600* PURPOSE:     ANNUAL TOTAL COMPENSATION STATEMENT PER EMPLOYEE.
000700*              CERTANUAL CERTIFIES WHAT WAS PAID AND WITHHELD,
000800*              BUT SAYS NOTHING OF WHAT THE EMPLOYEE COSTS THE
000900*              COMPANY OR RECEIVES BEYOND THE SALARY. THIS
001000*              PROGRAM PRINTS ONE PAGE PER EMPLOYEE TO COMPRPT
001100*              WITH THE YEAR AND THE PREVIOUS ONE SIDE BY SIDE:
001200*              BASE SALARY, OVERTIME, BONUS, AGUINALDO AND RETRO
001300*              LINES FROM PAYHIST, THE EMPLOYER CONTRIBUTIONS AND
001400*              THE BENEFITS PAID BY THE COMPANY FROM CONTDET, THE
001500*              INTEREST SUBSIDY ON THE INTEREST-FREE LOANS (THE
001600*              BALANCE OWED EACH MONTH, REBUILT FROM LOANS AND
001700*              THE PRESTAMO DEDDET ROWS, AT THE TASAPREST MARKET
001800*              RATE FROM PARMS), AND THE VACATION DAYS TAKEN AND
001900*              THEIR VALUE FROM HORASDET WITH TODAY'S VACSALDO
002000*              BALANCE. EACH PAGE IS IN THE EMPLOYEE'S LANGUAGE
002100*              FROM THE PERSONAS MASTER (THE IDIOMA CARD WHEN IT
002200*              IS BLANK), THROUGH THE SHARED MENSAJES TEXTS. THE
002300*              BATCH TOTALS ARE SET AGAINST THE YTDARCH CLOSED-
002400*              YEAR BONUS CONTROL, AND ARCHIREP KEEPS THE REPORT
002500*              FOR REPRINTS.
002600* TECTONICS:   COBC
002700*
002800* MODIFICATION HISTORY:
002900*   - NEW STATEMENT PROGRAM, OFFERED FROM THE MENUUTIL MENU.
002901*   - PAYHIST AMOUNTS ARE SIGNED NOW; A REVERPER REVERSAL LINE
002902*     NETS THE CANCELLED PERIOD OUT OF THE YEAR.
003000******************************************************************
003100 IDENTIFICATION DIVISION.
003200 PROGRAM-ID. COMPTOTAL.
003300 ENVIRONMENT DIVISION.
003400 INPUT-OUTPUT SECTION.
003500 FILE-CONTROL.
003600     SELECT OPTIONAL PAYHIST-FILE ASSIGN TO 'PAYHIST'
003700         ORGANIZATION IS LINE SEQUENTIAL
003800         FILE STATUS IS COM-STATUS-PAYHIST.
003900     SELECT OPTIONAL CONTDET-FILE ASSIGN TO 'CONTDET'
004000         ORGANIZATION IS LINE SEQUENTIAL
004100         FILE STATUS IS COM-STATUS-CONTDET.
004200     SELECT OPTIONAL HORASDET-FILE ASSIGN TO 'HORASDET'
004300         ORGANIZATION IS LINE SEQUENTIAL
004400         FILE STATUS IS COM-STATUS-HORASDET.
004500     SELECT OPTIONAL VACSALDO-FILE ASSIGN TO 'VACSALDO'
004600         ORGANIZATION IS LINE SEQUENTIAL
004700         FILE STATUS IS COM-STATUS-VACSALDO.
004800     SELECT OPTIONAL LOANS-FILE ASSIGN TO 'LOANS'
004900         ORGANIZATION IS LINE SEQUENTIAL
005000         FILE STATUS IS COM-STATUS-LOANS.
005100     SELECT OPTIONAL DEDDET-FILE ASSIGN TO 'DEDDET'
005200         ORGANIZATION IS LINE SEQUENTIAL
005300         FILE STATUS IS COM-STATUS-DETALLE.
005400     SELECT OPTIONAL PERSONAS-FILE ASSIGN TO 'PERSONAS'
005500         ORGANIZATION IS LINE SEQUENTIAL
005600         FILE STATUS IS COM-STATUS-PERSONAS.
005700     SELECT OPTIONAL YTDARCH-FILE ASSIGN TO 'YTDARCH'
005800         ORGANIZATION IS LINE SEQUENTIAL
005900         FILE STATUS IS COM-STATUS-ARCH.
006000     SELECT REPORTE-FILE ASSIGN TO 'COMPRPT'
006100         ORGANIZATION IS LINE SEQUENTIAL.
006200 DATA DIVISION.
006300 FILE SECTION.
006400 FD  PAYHIST-FILE
006500     LABEL RECORDS ARE STANDARD.
006600 01  PH-RECORD.
006700     05 PH-NOMBRE                PIC X(05).
006800     05 PH-SENIORIDAD            PIC X(06).
006900     05 PH-SUELDO-MENSUAL        PIC S9(06)V99.
007000     05 PH-SUELDO-ANUAL          PIC S9(07)V99.
007100     05 PH-BONO                  PIC S9(06)V99.
007200     05 PH-PERIODO               PIC 9(06).
007300     05 PH-DEPARTAMENTO          PIC X(10).
007400     05 PH-EXPERIENCIA           PIC 9(02).
007500     05 PH-ID                    PIC 9(05).
007600     05 PH-IMPORTE-EXTRA         PIC S9(06)V99.
007700     05 PH-TIPO-LINEA            PIC X(01).
007800     05 PH-PERIODO-REF           PIC 9(06).
007900     05 PH-COMPANIA              PIC X(03).
008000 FD  CONTDET-FILE
008100     LABEL RECORDS ARE STANDARD.
008200 01  CD-RECORD.
008300     COPY CONTDET.
008400 FD  HORASDET-FILE
008500     LABEL RECORDS ARE STANDARD.
008600 01  HD-RECORD.
008700     05 HD-ID                    PIC 9(05).
008800     05 HD-NOMBRE                PIC X(05).
008900     05 HD-TIPO                  PIC X(01).
009000     05 HD-HORAS                 PIC 9(03).
009100     05 HD-IMPORTE               PIC 9(06)V99.
009200     05 HD-PERIODO               PIC 9(06).
009300 FD  VACSALDO-FILE
009400     LABEL RECORDS ARE STANDARD.
009500 01  VS-RECORD.
009600     05 VS-ID                    PIC 9(05).
009700     05 VS-NOMBRE                PIC X(05).
009800     05 VS-SALDO                 PIC S9(03)V99.
009900 FD  LOANS-FILE
010000     LABEL RECORDS ARE STANDARD.
010100 01  PL-RECORD.
010200     05 PL-ID                    PIC 9(05).
010300     05 PL-PRINCIPAL             PIC 9(07)V99.
010400     05 PL-CUOTA                 PIC 9(06)V99.
010500     05 PL-SALDO                 PIC 9(07)V99.
010600 FD  DEDDET-FILE
010700     LABEL RECORDS ARE STANDARD.
010800 01  DT-RECORD.
010900     05 DT-ID                    PIC 9(05).
011000     05 DT-NOMBRE                PIC X(05).
011100     05 DT-CONCEPTO              PIC X(15).
011200     05 DT-IMPORTE               PIC S9(06)V99.
011300     05 DT-PERIODO               PIC 9(06).
011400     05 DT-COMPANIA              PIC X(03).
011500 FD  PERSONAS-FILE
011600     LABEL RECORDS ARE STANDARD.
011700 01  PE-RECORD.
011800     05 PE-ID                    PIC 9(05).
011900     05 PE-NOMBRE-COMPLETO       PIC X(40).
012000     05 PE-CUIT                  PIC X(11).
012100     05 PE-DIRECCION             PIC X(40).
012200     05 PE-IDIOMA                PIC X(01).
012300 FD  YTDARCH-FILE
012400     LABEL RECORDS ARE STANDARD.
012500 01  YAR-RECORD.
012600     05 YAR-ANIO                 PIC 9(04).
012700     05 YAR-SUELDO-ANUAL         PIC 9(11)V99.
012800     05 YAR-BONO                 PIC 9(11)V99.
012900     05 YAR-CANT-CORRIDAS        PIC 9(05).
013000     05 YAR-FECHA-CIERRE         PIC 9(08).
013100     05 YAR-USUARIO              PIC X(08).
013200 FD  REPORTE-FILE
013300     LABEL RECORDS ARE STANDARD
013400     RECORD CONTAINS 80 CHARACTERS.
013500 01  RPT-LINEA                   PIC X(80).
013600 WORKING-STORAGE SECTION.
013700*
013800 01  COM-STATUS-PAYHIST          PIC XX.
013900 01  COM-STATUS-CONTDET          PIC XX.
014000 01  COM-STATUS-HORASDET         PIC XX.
014100 01  COM-STATUS-VACSALDO         PIC XX.
014200 01  COM-STATUS-LOANS            PIC XX.
014300 01  COM-STATUS-DETALLE          PIC XX.
014400 01  COM-STATUS-PERSONAS         PIC XX.
014500 01  COM-STATUS-ARCH             PIC XX.
014600*
014700 01  COM-ANIO                    PIC 9(04).
014800 01  COM-ANIO-X REDEFINES COM-ANIO PIC X(04).
014900 01  COM-ANIO-ANT                PIC 9(04).
015000 01  COM-ANIO-ANT-X REDEFINES COM-ANIO-ANT PIC X(04).
015100 01  COM-PERIODO-AUX             PIC 9(06).
015200 01  COM-PERIODO-PARTES REDEFINES COM-PERIODO-AUX.
015300     05  COM-PER-ANIO            PIC 9(04).
015400     05  COM-PER-MES             PIC 9(02).
015500 01  COM-ID-AUX                  PIC 9(05).
015600 01  COM-NOMBRE-AUX              PIC X(05).
015700 01  COM-MES                     PIC 9(02).
015800 01  COM-PASO                    PIC 9(02).
015900 01  COM-SALDO-CORRIENTE         PIC 9(09)V99.
016000 01  COM-SUBSIDIO-MES            PIC 9(07)V99.
016100 01  COM-TASA-PRESTAMO           PIC 9(03) VALUE ZERO.
016200 01  COM-IMPORTE-ACTUAL          PIC S9(09)V99.
016300 01  COM-IMPORTE-ANTERIOR        PIC S9(09)V99.
016400 01  COM-COD-MENSAJE             PIC 9(03).
016500 01  COM-TEXTO-MSJ               PIC X(60).
016600 01  COM-IDIOMA-PAGINA           PIC X(01).
016700*
016800 01  COM-PARM-CLAVE              PIC X(12).
016900 01  COM-PARM-VALOR              PIC X(20).
017000 01  COM-PARM-HALLADO            PIC X(01).
017100     88  COM-ES-PARM-HALLADO     VALUE 'Y'.
017200*
017300 COPY IDIOMA.
017400*
017500 01  COM-INDICADORES.
017600     05  COM-FIN-ARCHIVO         PIC X VALUE 'N'.
017700         88  COM-ES-FIN-ARCHIVO  VALUE 'Y'.
017800     05  COM-HALLADO             PIC X VALUE 'N'.
017900         88  COM-ES-HALLADO      VALUE 'Y'.
018000     05  COM-CREAR               PIC X VALUE 'N'.
018100         88  COM-ES-CREAR        VALUE 'Y'.
018200     05  COM-ARCH-ACTUAL         PIC X VALUE 'N'.
018300         88  COM-ES-ARCH-ACTUAL  VALUE 'Y'.
018400     05  COM-ARCH-ANTERIOR       PIC X VALUE 'N'.
018500         88  COM-ES-ARCH-ANTERIOR VALUE 'Y'.
018600*
018700*    RENGLON DE TRES COLUMNAS: EL ANIO, EL ANTERIOR Y LA
018800*    DIFERENCIA
018900 01  COM-LINEA-COLUMNAS.
019000     05  COM-LIN-ETIQUETA        PIC X(32).
019100     05  FILLER                  PIC X(01) VALUE SPACES.
019200     05  COM-LIN-ACTUAL          PIC ZZ,ZZZ,ZZ9.99-.
019300     05  FILLER                  PIC X(02) VALUE SPACES.
019400     05  COM-LIN-ANTERIOR        PIC ZZ,ZZZ,ZZ9.99-.
019500     05  FILLER                  PIC X(02) VALUE SPACES.
019600     05  COM-LIN-DIFER           PIC ZZ,ZZZ,ZZ9.99-.
019700     05  FILLER                  PIC X(01) VALUE SPACES.
019800 01  COM-LINEA-TITULOS.
019900     05  COM-TIT-CONCEPTO        PIC X(32).
020000     05  FILLER                  PIC X(11) VALUE SPACES.
020100     05  COM-TIT-ACTUAL          PIC 9(04).
020200     05  FILLER                  PIC X(12) VALUE SPACES.
020300     05  COM-TIT-ANTERIOR        PIC 9(04).
020400     05  FILLER                  PIC X(06) VALUE SPACES.
020500     05  COM-TIT-DIFER           PIC X(10).
020600     05  FILLER                  PIC X(01) VALUE SPACES.
020700 01  COM-LINEA-SALDO.
020800     05  COM-SAL-ETIQUETA        PIC X(32).
020900     05  FILLER                  PIC X(01) VALUE SPACES.
021000     05  COM-SAL-IMPORTE         PIC ZZ,ZZZ,ZZ9.99-.
021100     05  FILLER                  PIC X(33) VALUE SPACES.
021200*
021300 01  COM-TOTALES.
021400     05  COM-CANT-ESTADOS        PIC 9(04) VALUE ZERO.
021500     05  COM-TOT-ANIO OCCURS 2 TIMES.
021600         10 COM-TOT-EFECTIVO     PIC S9(11)V99.
021700         10 COM-TOT-BONO         PIC S9(11)V99.
021800         10 COM-TOT-APORTES      PIC S9(11)V99.
021900         10 COM-TOT-BENEF        PIC S9(11)V99.
022000         10 COM-TOT-SUBSIDIO     PIC S9(11)V99.
022100         10 COM-TOT-TOTAL        PIC S9(11)V99.
022200         10 COM-TOT-YTDARCH      PIC S9(11)V99.
022300*
022400*    POR EMPLEADO, LA OCURRENCIA 1 ES EL ANIO PEDIDO Y LA 2 EL
022500*    ANTERIOR; LAS CUOTAS DE PRESTAMO VAN POR MES, 1-12 EL ANIO
022600*    ANTERIOR Y 13-24 EL PEDIDO, Y LAS POSTERIORES EN UN SOLO
022700*    TOTAL.
022800 01  COM-CANT-EMPL               PIC 9(03) VALUE ZERO.
022900 01  COM-TABLA-EMPL.
023000     05  COM-EMPL-FILA OCCURS 200 TIMES
023100                       INDEXED BY COM-X-EMP.
023200         10 COM-EMP-ID           PIC 9(05).
023300         10 COM-EMP-NOMBRE       PIC X(05).
023400         10 COM-EMP-NOMBRE-COMP  PIC X(40).
023500         10 COM-EMP-DEPTO        PIC X(10).
023600         10 COM-EMP-ACTIVO       PIC X(01).
023700         10 COM-EMP-IDIOMA       PIC X(01).
023800         10 COM-EMP-VAC-SALDO    PIC S9(03)V99.
023900         10 COM-EMP-PREST-SALDO  PIC 9(09)V99.
024000         10 COM-EMP-CUOTA-POST   PIC 9(09)V99.
024100         10 COM-EMP-CUOTA        PIC 9(07)V99 OCCURS 24 TIMES.
024200         10 COM-EMP-ANIO OCCURS 2 TIMES.
024300             15 COM-EMP-SUELDO   PIC S9(09)V99.
024400             15 COM-EMP-EXTRA    PIC S9(09)V99.
024500             15 COM-EMP-BONO     PIC S9(09)V99.
024600             15 COM-EMP-AGUIN    PIC S9(09)V99.
024700             15 COM-EMP-RETRO    PIC S9(09)V99.
024800             15 COM-EMP-APORTES  PIC S9(09)V99.
024900             15 COM-EMP-BENEF    PIC S9(09)V99.
025000             15 COM-EMP-SUBSIDIO PIC S9(09)V99.
025100             15 COM-EMP-VAC-DIAS PIC 9(05).
025200             15 COM-EMP-VAC-VALOR PIC 9(09)V99.
025300 01  COM-X-ANI                   PIC 9(01).
025400*
025500*    TOTALES DEL EMPLEADO QUE SE IMPRIME, POR ANIO
025600 01  COM-EMPLEADO-TOTALES.
025700     05  COM-EMP-TOT-ANIO OCCURS 2 TIMES.
025800         10 COM-EMP-EFECTIVO     PIC S9(09)V99.
025900         10 COM-EMP-TOTAL        PIC S9(09)V99.
026000 01  COM-X-TOT                   PIC 9(01).
026100*
026200 PROCEDURE DIVISION.
026300******************************************************************
026400* 0000-MAINLINE - GATHER BOTH YEARS, PRINT THE STATEMENTS
026500******************************************************************
026600 0000-MAINLINE.
026700     PERFORM 0500-PARAMETROS THRU 0500-PARAMETROS-EXIT.
026800     PERFORM 1000-BARRER-HISTORIAL
026900         THRU 1000-BARRER-HISTORIAL-EXIT.
027000     IF COM-CANT-EMPL = ZERO
027100         DISPLAY 'COMPTOTAL: SIN HISTORIAL PARA ' COM-ANIO
027200         GOBACK
027300     END-IF.
027400     PERFORM 2000-BARRER-CONTDET THRU 2000-BARRER-CONTDET-EXIT.
027500     PERFORM 2100-BARRER-HORASDET THRU 2100-BARRER-HORASDET-EXIT.
027600     PERFORM 2200-CARGAR-VACSALDO THRU 2200-CARGAR-VACSALDO-EXIT.
027700     PERFORM 2300-CARGAR-PRESTAMOS
027800         THRU 2300-CARGAR-PRESTAMOS-EXIT.
027900     PERFORM 2400-BARRER-CUOTAS THRU 2400-BARRER-CUOTAS-EXIT.
028000     PERFORM 2510-SUBSIDIO-EMPLEADO
028100         THRU 2510-SUBSIDIO-EMPLEADO-EXIT
028200         VARYING COM-X-EMP FROM 1 BY 1
028300         UNTIL COM-X-EMP > COM-CANT-EMPL.
028400     PERFORM 2600-CARGAR-PERSONAS THRU 2600-CARGAR-PERSONAS-EXIT.
028500     OPEN OUTPUT REPORTE-FILE.
028600     PERFORM 3000-IMPRIMIR-ESTADO THRU 3000-IMPRIMIR-ESTADO-EXIT
028700         VARYING COM-X-EMP FROM 1 BY 1
028800         UNTIL COM-X-EMP > COM-CANT-EMPL.
028900     PERFORM 4000-TOTALES THRU 4000-TOTALES-EXIT.
029000     CLOSE REPORTE-FILE.
029100     DISPLAY 'COMPTOTAL: ' COM-CANT-ESTADOS
029200         ' ESTADOS EMITIDOS EN COMPRPT'.
029300     GOBACK.
029400 0000-MAINLINE-EXIT.
029500     EXIT.
029600*
029700******************************************************************
029800* 0500-PARAMETROS - THE YEAR, THE DEFAULT LANGUAGE AND THE LOAN
029900*                   MARKET RATE
030000******************************************************************
030100 0500-PARAMETROS.
030200     INITIALIZE COM-TOTALES.
030300     DISPLAY 'COMPTOTAL - ANIO (AAAA): ' WITH NO ADVANCING.
030400     ACCEPT COM-ANIO.
030500     COMPUTE COM-ANIO-ANT = COM-ANIO - 1.
030600     MOVE 'IDIOMA' TO COM-PARM-CLAVE.
030700     CALL 'LEERPARM' USING COM-PARM-CLAVE
030800         COM-PARM-VALOR COM-PARM-HALLADO.
030900     IF COM-ES-PARM-HALLADO
031000         MOVE COM-PARM-VALOR(1:1) TO WSF-IDIOMA-OPERADOR
031100     ELSE
031200         DISPLAY 'IDIOMA (S=ESPANOL / I=ENGLISH): '
031300             WITH NO ADVANCING
031400         ACCEPT WSF-IDIOMA-OPERADOR
031500     END-IF.
031600     IF NOT WSS-IDIOMA-INGLES
031700         MOVE 'S' TO WSF-IDIOMA-OPERADOR
031800     END-IF.
031900*    TASA ANUAL DE MERCADO (PORCENTAJE ENTERO) CON LA QUE SE VALUA
032000*    EL INTERES QUE EL EMPLEADO NO PAGA; SIN TARJETA NO HAY
032100*    SUBSIDIO.
032200     MOVE 'TASAPREST' TO COM-PARM-CLAVE.
032300     CALL 'LEERPARM' USING COM-PARM-CLAVE
032400         COM-PARM-VALOR COM-PARM-HALLADO.
032500     IF COM-ES-PARM-HALLADO
032600         AND COM-PARM-VALOR(1:3) IS NUMERIC
032700         MOVE COM-PARM-VALOR(1:3) TO COM-TASA-PRESTAMO
032800     END-IF.
032900 0500-PARAMETROS-EXIT.
033000     EXIT.
033100*
033200******************************************************************
033300* 1000-BARRER-HISTORIAL - ACCUMULATE BOTH YEARS PER EMPLOYEE
033400******************************************************************
033500 1000-BARRER-HISTORIAL.
033600     MOVE 'N' TO COM-FIN-ARCHIVO.
033700     OPEN INPUT PAYHIST-FILE.
033800     IF COM-STATUS-PAYHIST = '00'
033900         PERFORM 1100-LEER-HIST THRU 1100-LEER-HIST-EXIT
034000             UNTIL COM-ES-FIN-ARCHIVO
034100     ELSE
034200         DISPLAY 'COMPTOTAL: NO HAY ARCHIVO PAYHIST'
034300     END-IF.
034400     CLOSE PAYHIST-FILE.
034500 1000-BARRER-HISTORIAL-EXIT.
034600     EXIT.
034700*
034800******************************************************************
034900* 1100-LEER-HIST - ONE ROW OF EITHER YEAR INTO ITS EMPLOYEE
035000******************************************************************
035100 1100-LEER-HIST.
035200     READ PAYHIST-FILE
035300         AT END
035400             SET COM-ES-FIN-ARCHIVO TO TRUE
035500             GO TO 1100-LEER-HIST-EXIT
035600     END-READ.
035700     IF PH-RECORD(1:1) = '*'
035800         GO TO 1100-LEER-HIST-EXIT
035900     END-IF.
036000     MOVE PH-PERIODO TO COM-PERIODO-AUX.
036100     PERFORM 1400-ANIO-PERIODO THRU 1400-ANIO-PERIODO-EXIT.
036200     IF COM-X-ANI = ZERO
036300         GO TO 1100-LEER-HIST-EXIT
036400     END-IF.
036500     MOVE PH-ID TO COM-ID-AUX.
036600     MOVE PH-NOMBRE TO COM-NOMBRE-AUX.
036700     SET COM-ES-CREAR TO TRUE.
036800     PERFORM 1300-UBICAR-EMPLEADO THRU 1300-UBICAR-EMPLEADO-EXIT.
036900     MOVE 'N' TO COM-CREAR.
037000     IF NOT COM-ES-HALLADO
037100         GO TO 1100-LEER-HIST-EXIT
037200     END-IF.
037300     IF COM-X-ANI = 1
037400         MOVE 'S' TO COM-EMP-ACTIVO(COM-X-EMP)
037500         MOVE PH-DEPARTAMENTO TO COM-EMP-DEPTO(COM-X-EMP)
037600     END-IF.
037700     PERFORM 1200-SUMAR-FILA THRU 1200-SUMAR-FILA-EXIT.
037800 1100-LEER-HIST-EXIT.
037900     EXIT.
038000*
038100******************************************************************
038200* 1200-SUMAR-FILA - ADD ONE HISTORY ROW INTO THE EMPLOYEE'S YEAR
038300******************************************************************
038400 1200-SUMAR-FILA.
038500*    COMO EN CERTANUAL: LAS LINEAS 'A'/'D' TRAEN EL RETRO EN
038600*    PH-BONO (EL AJUSTE DE GANANCIAS NO ES REMUNERACION), EL
038700*    AGUINALDO 'G' EN PH-IMPORTE-EXTRA Y EL COMPLEMENTO AL SALARIO
038800*    MINIMO 'M' SUMA AL SUELDO. LA LIQUIDACION FINAL 'F', LA
038900*    ASIGNACION FAMILIAR 'H' Y EL REINTEGRO DE GASTOS 'V' NO SON
039000*    PARTE DE LA COMPENSACION DEL ANIO.
039100     EVALUATE PH-TIPO-LINEA
039200         WHEN 'A'
039300             ADD PH-BONO TO COM-EMP-RETRO(COM-X-EMP, COM-X-ANI)
039400         WHEN 'D'
039500             SUBTRACT PH-BONO
039600                 FROM COM-EMP-RETRO(COM-X-EMP, COM-X-ANI)
039700         WHEN 'G'
039800             ADD PH-IMPORTE-EXTRA
039900                 TO COM-EMP-AGUIN(COM-X-EMP, COM-X-ANI)
040000         WHEN 'M'
040100             ADD PH-IMPORTE-EXTRA
040200                 TO COM-EMP-SUELDO(COM-X-EMP, COM-X-ANI)
040300         WHEN 'F'
040400         WHEN 'H'
040500         WHEN 'V'
040600             CONTINUE
040700         WHEN OTHER
040800             ADD PH-SUELDO-MENSUAL
040900                 TO COM-EMP-SUELDO(COM-X-EMP, COM-X-ANI)
041000             ADD PH-IMPORTE-EXTRA
041100                 TO COM-EMP-EXTRA(COM-X-EMP, COM-X-ANI)
041200             ADD PH-BONO TO COM-EMP-BONO(COM-X-EMP, COM-X-ANI)
041300     END-EVALUATE.
041400 1200-SUMAR-FILA-EXIT.
041500     EXIT.
041600*
041700******************************************************************
041800* 1300-UBICAR-EMPLEADO - FIND THE EMPLOYEE BY NUMBER (BY NAME
041900*                        WHEN EITHER SIDE HAS NO NUMBER); CREATE
042000*                        IT ONLY FROM PAYHIST
042100******************************************************************
042200 1300-UBICAR-EMPLEADO.
042300     MOVE 'N' TO COM-HALLADO.
042400     PERFORM 1310-COMPARAR-EMPL THRU 1310-COMPARAR-EMPL-EXIT
042500         VARYING COM-X-EMP FROM 1 BY 1
042600         UNTIL COM-X-EMP > COM-CANT-EMPL
042700         OR COM-ES-HALLADO.
042800     IF COM-ES-HALLADO
042900         SET COM-X-EMP DOWN BY 1
043000         GO TO 1300-UBICAR-EMPLEADO-EXIT
043100     END-IF.
043200     IF NOT COM-ES-CREAR
043300         GO TO 1300-UBICAR-EMPLEADO-EXIT
043400     END-IF.
043500     IF COM-CANT-EMPL >= 200
043600         DISPLAY 'COMPTOTAL: TABLA DE EMPLEADOS LLENA, SE OMITE '
043700             COM-NOMBRE-AUX
043800         GO TO 1300-UBICAR-EMPLEADO-EXIT
043900     END-IF.
044000     ADD 1 TO COM-CANT-EMPL.
044100     SET COM-X-EMP TO COM-CANT-EMPL.
044200     INITIALIZE COM-EMPL-FILA(COM-X-EMP).
044300     MOVE COM-ID-AUX TO COM-EMP-ID(COM-X-EMP).
044400     MOVE COM-NOMBRE-AUX TO COM-EMP-NOMBRE(COM-X-EMP).
044500     MOVE 'N' TO COM-EMP-ACTIVO(COM-X-EMP).
044600     MOVE WSF-IDIOMA-OPERADOR TO COM-EMP-IDIOMA(COM-X-EMP).
044700     SET COM-ES-HALLADO TO TRUE.
044800 1300-UBICAR-EMPLEADO-EXIT.
044900     EXIT.
045000*
045100******************************************************************
045200* 1310-COMPARAR-EMPL - CHECK ONE EMPLOYEE ROW
045300******************************************************************
045400 1310-COMPARAR-EMPL.
045500     IF (COM-ID-AUX NOT = ZERO
045600          AND COM-EMP-ID(COM-X-EMP) = COM-ID-AUX)
045700        OR ((COM-ID-AUX = ZERO OR COM-EMP-ID(COM-X-EMP) = ZERO)
045800            AND COM-EMP-NOMBRE(COM-X-EMP) = COM-NOMBRE-AUX)
045900         SET COM-ES-HALLADO TO TRUE
046000     END-IF.
046100 1310-COMPARAR-EMPL-EXIT.
046200     EXIT.
046300*
046400******************************************************************
046500* 1400-ANIO-PERIODO - 1 FOR THE YEAR ASKED, 2 FOR THE ONE
046600*                         BEFORE, ZERO FOR ANY OTHER
046700******************************************************************
046800 1400-ANIO-PERIODO.
046900     MOVE ZERO TO COM-X-ANI.
047000     IF COM-PER-ANIO = COM-ANIO
047100         MOVE 1 TO COM-X-ANI
047200     END-IF.
047300     IF COM-PER-ANIO = COM-ANIO-ANT
047400         MOVE 2 TO COM-X-ANI
047500     END-IF.
047600 1400-ANIO-PERIODO-EXIT.
047700     EXIT.
047800*
047900******************************************************************
048000* 2000-BARRER-CONTDET - EMPLOYER CONTRIBUTIONS AND BENEFITS PAID
048100*                       BY THE COMPANY
048200******************************************************************
048300 2000-BARRER-CONTDET.
048400     MOVE 'N' TO COM-FIN-ARCHIVO.
048500     OPEN INPUT CONTDET-FILE.
048600     IF COM-STATUS-CONTDET = '00'
048700         PERFORM 2010-LEER-CONTDET THRU 2010-LEER-CONTDET-EXIT
048800             UNTIL COM-ES-FIN-ARCHIVO
048900     END-IF.
049000     CLOSE CONTDET-FILE.
049100 2000-BARRER-CONTDET-EXIT.
049200     EXIT.
049300*
049400******************************************************************
049500* 2010-LEER-CONTDET - ONE CONTRIBUTION ROW; BEN- CONCEPTS ARE THE
049600*                     EMPLOYER SHARE OF AN OPTIONAL BENEFIT
049700******************************************************************
049800 2010-LEER-CONTDET.
049900     READ CONTDET-FILE
050000         AT END
050100             SET COM-ES-FIN-ARCHIVO TO TRUE
050200             GO TO 2010-LEER-CONTDET-EXIT
050300     END-READ.
050400     MOVE CD-PERIODO TO COM-PERIODO-AUX.
050500     PERFORM 1400-ANIO-PERIODO THRU 1400-ANIO-PERIODO-EXIT.
050600     IF COM-X-ANI = ZERO
050700         GO TO 2010-LEER-CONTDET-EXIT
050800     END-IF.
050900     MOVE CD-ID TO COM-ID-AUX.
051000     MOVE CD-NOMBRE TO COM-NOMBRE-AUX.
051100     PERFORM 1300-UBICAR-EMPLEADO THRU 1300-UBICAR-EMPLEADO-EXIT.
051200     IF NOT COM-ES-HALLADO
051300         GO TO 2010-LEER-CONTDET-EXIT
051400     END-IF.
051500     IF CD-CONCEPTO(1:4) = 'BEN-'
051600         ADD CD-IMPORTE TO COM-EMP-BENEF(COM-X-EMP, COM-X-ANI)
051700     ELSE
051800         ADD CD-IMPORTE TO COM-EMP-APORTES(COM-X-EMP, COM-X-ANI)
051900     END-IF.
052000 2010-LEER-CONTDET-EXIT.
052100     EXIT.
052200*
052300******************************************************************
052400* 2100-BARRER-HORASDET - VACATION DAYS TAKEN AND THEIR VALUE
052500******************************************************************
052600 2100-BARRER-HORASDET.
052700     MOVE 'N' TO COM-FIN-ARCHIVO.
052800     OPEN INPUT HORASDET-FILE.
052900     IF COM-STATUS-HORASDET = '00'
053000         PERFORM 2110-LEER-HORASDET THRU 2110-LEER-HORASDET-EXIT
053100             UNTIL COM-ES-FIN-ARCHIVO
053200     END-IF.
053300     CLOSE HORASDET-FILE.
053400 2100-BARRER-HORASDET-EXIT.
053500     EXIT.
053600*
053700******************************************************************
053800* 2110-LEER-HORASDET - ONE 'V' ROW (DAYS IN HD-HORAS)
053900******************************************************************
054000 2110-LEER-HORASDET.
054100     READ HORASDET-FILE
054200         AT END
054300             SET COM-ES-FIN-ARCHIVO TO TRUE
054400             GO TO 2110-LEER-HORASDET-EXIT
054500     END-READ.
054600     IF HD-TIPO NOT = 'V'
054700         GO TO 2110-LEER-HORASDET-EXIT
054800     END-IF.
054900     MOVE HD-PERIODO TO COM-PERIODO-AUX.
055000     PERFORM 1400-ANIO-PERIODO THRU 1400-ANIO-PERIODO-EXIT.
055100     IF COM-X-ANI = ZERO
055200         GO TO 2110-LEER-HORASDET-EXIT
055300     END-IF.
055400     MOVE HD-ID TO COM-ID-AUX.
055500     MOVE HD-NOMBRE TO COM-NOMBRE-AUX.
055600     PERFORM 1300-UBICAR-EMPLEADO THRU 1300-UBICAR-EMPLEADO-EXIT.
055700     IF COM-ES-HALLADO
055800         ADD HD-HORAS TO COM-EMP-VAC-DIAS(COM-X-EMP, COM-X-ANI)
055900         ADD HD-IMPORTE TO COM-EMP-VAC-VALOR(COM-X-EMP, COM-X-ANI)
056000     END-IF.
056100 2110-LEER-HORASDET-EXIT.
056200     EXIT.
056300*
056400******************************************************************
056500* 2200-CARGAR-VACSALDO - TODAY'S VACATION BALANCE PER EMPLOYEE
056600******************************************************************
056700 2200-CARGAR-VACSALDO.
056800     MOVE 'N' TO COM-FIN-ARCHIVO.
056900     OPEN INPUT VACSALDO-FILE.
057000     IF COM-STATUS-VACSALDO = '00'
057100         PERFORM 2210-LEER-VACSALDO THRU 2210-LEER-VACSALDO-EXIT
057200             UNTIL COM-ES-FIN-ARCHIVO
057300     END-IF.
057400     CLOSE VACSALDO-FILE.
057500 2200-CARGAR-VACSALDO-EXIT.
057600     EXIT.
057700*
057800******************************************************************
057900* 2210-LEER-VACSALDO - ONE BALANCE ROW
058000******************************************************************
058100 2210-LEER-VACSALDO.
058200     READ VACSALDO-FILE
058300         AT END
058400             SET COM-ES-FIN-ARCHIVO TO TRUE
058500             GO TO 2210-LEER-VACSALDO-EXIT
058600     END-READ.
058700     MOVE VS-ID TO COM-ID-AUX.
058800     MOVE VS-NOMBRE TO COM-NOMBRE-AUX.
058900     PERFORM 1300-UBICAR-EMPLEADO THRU 1300-UBICAR-EMPLEADO-EXIT.
059000     IF COM-ES-HALLADO
059100         MOVE VS-SALDO TO COM-EMP-VAC-SALDO(COM-X-EMP)
059200     END-IF.
059300 2210-LEER-VACSALDO-EXIT.
059400     EXIT.
059500*
059600******************************************************************
059700* 2300-CARGAR-PRESTAMOS - OUTSTANDING LOAN BALANCE PER EMPLOYEE
059800******************************************************************
059900 2300-CARGAR-PRESTAMOS.
060000     MOVE 'N' TO COM-FIN-ARCHIVO.
060100     OPEN INPUT LOANS-FILE.
060200     IF COM-STATUS-LOANS = '00'
060300         PERFORM 2310-LEER-PRESTAMO THRU 2310-LEER-PRESTAMO-EXIT
060400             UNTIL COM-ES-FIN-ARCHIVO
060500     END-IF.
060600     CLOSE LOANS-FILE.
060700 2300-CARGAR-PRESTAMOS-EXIT.
060800     EXIT.
060900*
061000******************************************************************
061100* 2310-LEER-PRESTAMO - ONE LOAN, ADDED TO ITS EMPLOYEE
061200******************************************************************
061300 2310-LEER-PRESTAMO.
061400     READ LOANS-FILE
061500         AT END
061600             SET COM-ES-FIN-ARCHIVO TO TRUE
061700             GO TO 2310-LEER-PRESTAMO-EXIT
061800     END-READ.
061900     IF PL-ID = ZERO
062000         GO TO 2310-LEER-PRESTAMO-EXIT
062100     END-IF.
062200     MOVE PL-ID TO COM-ID-AUX.
062300     MOVE SPACES TO COM-NOMBRE-AUX.
062400     PERFORM 1300-UBICAR-EMPLEADO THRU 1300-UBICAR-EMPLEADO-EXIT.
062500     IF COM-ES-HALLADO
062600         ADD PL-SALDO TO COM-EMP-PREST-SALDO(COM-X-EMP)
062700     END-IF.
062800 2310-LEER-PRESTAMO-EXIT.
062900     EXIT.
063000*
063100******************************************************************
063200* 2400-BARRER-CUOTAS - LOAN INSTALLMENTS TAKEN, BY MONTH
063300******************************************************************
063400 2400-BARRER-CUOTAS.
063500     MOVE 'N' TO COM-FIN-ARCHIVO.
063600     OPEN INPUT DEDDET-FILE.
063700     IF COM-STATUS-DETALLE = '00'
063800         PERFORM 2410-LEER-DEDDET THRU 2410-LEER-DEDDET-EXIT
063900             UNTIL COM-ES-FIN-ARCHIVO
064000     END-IF.
064100     CLOSE DEDDET-FILE.
064200 2400-BARRER-CUOTAS-EXIT.
064300     EXIT.
064400*
064500******************************************************************
064600* 2410-LEER-DEDDET - ONE PRESTAMO ROW INTO ITS MONTH, OR INTO THE
064700*                    LATER-INSTALLMENTS TOTAL
064800******************************************************************
064900 2410-LEER-DEDDET.
065000     READ DEDDET-FILE
065100         AT END
065200             SET COM-ES-FIN-ARCHIVO TO TRUE
065300             GO TO 2410-LEER-DEDDET-EXIT
065400     END-READ.
065500     IF DT-CONCEPTO NOT = 'PRESTAMO'
065600         OR DT-IMPORTE NOT > ZERO
065700         GO TO 2410-LEER-DEDDET-EXIT
065800     END-IF.
065900     MOVE DT-PERIODO TO COM-PERIODO-AUX.
066000     IF COM-PER-ANIO < COM-ANIO-ANT
066100         OR COM-PER-MES < 1 OR COM-PER-MES > 12
066200         GO TO 2410-LEER-DEDDET-EXIT
066300     END-IF.
066400     MOVE DT-ID TO COM-ID-AUX.
066500     MOVE DT-NOMBRE TO COM-NOMBRE-AUX.
066600     PERFORM 1300-UBICAR-EMPLEADO THRU 1300-UBICAR-EMPLEADO-EXIT.
066700     IF NOT COM-ES-HALLADO
066800         GO TO 2410-LEER-DEDDET-EXIT
066900     END-IF.
067000     IF COM-PER-ANIO > COM-ANIO
067100         ADD DT-IMPORTE TO COM-EMP-CUOTA-POST(COM-X-EMP)
067200         GO TO 2410-LEER-DEDDET-EXIT
067300     END-IF.
067400     MOVE COM-PER-MES TO COM-MES.
067500     IF COM-PER-ANIO = COM-ANIO
067600         ADD 12 TO COM-MES
067700     END-IF.
067800     ADD DT-IMPORTE TO COM-EMP-CUOTA(COM-X-EMP, COM-MES).
067900 2410-LEER-DEDDET-EXIT.
068000     EXIT.
068100*
068200******************************************************************
068300* 2510-SUBSIDIO-EMPLEADO - REBUILD THE BALANCE OWED EACH MONTH
068400*                          BACKWARDS FROM TODAY'S AND VALUE THE
068500*                          INTEREST NOT CHARGED
068600******************************************************************
068700 2510-SUBSIDIO-EMPLEADO.
068800     IF COM-TASA-PRESTAMO = ZERO
068900         GO TO 2510-SUBSIDIO-EMPLEADO-EXIT
069000     END-IF.
069100     COMPUTE COM-SALDO-CORRIENTE =
069200         COM-EMP-PREST-SALDO(COM-X-EMP)
069300         + COM-EMP-CUOTA-POST(COM-X-EMP).
069400     PERFORM 2520-SUBSIDIO-MES THRU 2520-SUBSIDIO-MES-EXIT
069500         VARYING COM-PASO FROM 1 BY 1
069600         UNTIL COM-PASO > 24.
069700 2510-SUBSIDIO-EMPLEADO-EXIT.
069800     EXIT.
069900*
070000******************************************************************
070100* 2520-SUBSIDIO-MES - ONE MONTH, NEWEST FIRST: THE BALANCE BEFORE
070200*                     THAT MONTH'S INSTALLMENT AT ONE TWELFTH OF
070300*                     THE MARKET RATE
070400******************************************************************
070500 2520-SUBSIDIO-MES.
070600     COMPUTE COM-MES = 25 - COM-PASO.
070700     IF COM-EMP-CUOTA(COM-X-EMP, COM-MES) = ZERO
070800         GO TO 2520-SUBSIDIO-MES-EXIT
070900     END-IF.
071000     ADD COM-EMP-CUOTA(COM-X-EMP, COM-MES) TO COM-SALDO-CORRIENTE.
071100     COMPUTE COM-SUBSIDIO-MES ROUNDED =
071200         COM-SALDO-CORRIENTE * COM-TASA-PRESTAMO / 1200.
071300     IF COM-MES > 12
071400         ADD COM-SUBSIDIO-MES TO COM-EMP-SUBSIDIO(COM-X-EMP, 1)
071500     ELSE
071600         ADD COM-SUBSIDIO-MES TO COM-EMP-SUBSIDIO(COM-X-EMP, 2)
071700     END-IF.
071800 2520-SUBSIDIO-MES-EXIT.
071900     EXIT.
072000*
072100******************************************************************
072200* 2600-CARGAR-PERSONAS - FULL NAME AND LANGUAGE FROM THE PERSONAS
072300*                        MASTER
072400******************************************************************
072500 2600-CARGAR-PERSONAS.
072600     MOVE 'N' TO COM-FIN-ARCHIVO.
072700     OPEN INPUT PERSONAS-FILE.
072800     IF COM-STATUS-PERSONAS = '00'
072900         PERFORM 2610-LEER-PERSONA THRU 2610-LEER-PERSONA-EXIT
073000             UNTIL COM-ES-FIN-ARCHIVO
073100     END-IF.
073200     CLOSE PERSONAS-FILE.
073300 2600-CARGAR-PERSONAS-EXIT.
073400     EXIT.
073500*
073600******************************************************************
073700* 2610-LEER-PERSONA - ONE PERSON, MATCHED BY CANDIDATE NUMBER
073800******************************************************************
073900 2610-LEER-PERSONA.
074000     READ PERSONAS-FILE
074100         AT END
074200             SET COM-ES-FIN-ARCHIVO TO TRUE
074300             GO TO 2610-LEER-PERSONA-EXIT
074400     END-READ.
074500     IF PE-ID = ZERO
074600         GO TO 2610-LEER-PERSONA-EXIT
074700     END-IF.
074800     MOVE PE-ID TO COM-ID-AUX.
074900     MOVE SPACES TO COM-NOMBRE-AUX.
075000     PERFORM 1300-UBICAR-EMPLEADO THRU 1300-UBICAR-EMPLEADO-EXIT.
075100     IF NOT COM-ES-HALLADO
075200         GO TO 2610-LEER-PERSONA-EXIT
075300     END-IF.
075400     MOVE PE-NOMBRE-COMPLETO TO COM-EMP-NOMBRE-COMP(COM-X-EMP).
075500     IF PE-IDIOMA = 'S' OR PE-IDIOMA = 'I'
075600         MOVE PE-IDIOMA TO COM-EMP-IDIOMA(COM-X-EMP)
075700     END-IF.
075800 2610-LEER-PERSONA-EXIT.
075900     EXIT.
076000*
076100******************************************************************
076200* 3000-IMPRIMIR-ESTADO - ONE STATEMENT PAGE, IN THE EMPLOYEE'S
076300*                        LANGUAGE, FOR EVERY EMPLOYEE PAID IN THE
076400*                        YEAR
076500******************************************************************
076600 3000-IMPRIMIR-ESTADO.
076700     IF COM-EMP-ACTIVO(COM-X-EMP) NOT = 'S'
076800         GO TO 3000-IMPRIMIR-ESTADO-EXIT
076900     END-IF.
077000     ADD 1 TO COM-CANT-ESTADOS.
077100     MOVE COM-EMP-IDIOMA(COM-X-EMP) TO COM-IDIOMA-PAGINA.
077200     MOVE ALL '=' TO RPT-LINEA.
077300     WRITE RPT-LINEA.
077400     MOVE 046 TO COM-COD-MENSAJE.
077500     PERFORM 3900-TEXTO THRU 3900-TEXTO-EXIT.
077600     MOVE SPACES TO RPT-LINEA.
077700     STRING COM-TEXTO-MSJ DELIMITED BY '  '
077800         ' - ' COM-ANIO
077900         DELIMITED BY SIZE INTO RPT-LINEA.
078000     WRITE RPT-LINEA.
078100     MOVE 047 TO COM-COD-MENSAJE.
078200     PERFORM 3900-TEXTO THRU 3900-TEXTO-EXIT.
078300     MOVE SPACES TO RPT-LINEA.
078400     IF COM-EMP-NOMBRE-COMP(COM-X-EMP) = SPACES
078500         STRING COM-TEXTO-MSJ DELIMITED BY '  '
078600             ': ' COM-EMP-NOMBRE(COM-X-EMP)
078700             '  ID: ' COM-EMP-ID(COM-X-EMP)
078800             '  ' COM-EMP-DEPTO(COM-X-EMP)
078900             DELIMITED BY SIZE INTO RPT-LINEA
079000     ELSE
079100         STRING COM-TEXTO-MSJ DELIMITED BY '  '
079200             ': ' COM-EMP-NOMBRE-COMP(COM-X-EMP)
079300             '  ID: ' COM-EMP-ID(COM-X-EMP)
079400             '  ' COM-EMP-DEPTO(COM-X-EMP)
079500             DELIMITED BY SIZE INTO RPT-LINEA
079600     END-IF.
079700     WRITE RPT-LINEA.
079800     MOVE ALL '-' TO RPT-LINEA.
079900     WRITE RPT-LINEA.
080000     MOVE 048 TO COM-COD-MENSAJE.
080100     PERFORM 3900-TEXTO THRU 3900-TEXTO-EXIT.
080200     MOVE COM-TEXTO-MSJ TO COM-TIT-CONCEPTO.
080300     MOVE 049 TO COM-COD-MENSAJE.
080400     PERFORM 3900-TEXTO THRU 3900-TEXTO-EXIT.
080500     MOVE COM-TEXTO-MSJ TO COM-TIT-DIFER.
080600     MOVE COM-ANIO TO COM-TIT-ACTUAL.
080700     MOVE COM-ANIO-ANT TO COM-TIT-ANTERIOR.
080800     WRITE RPT-LINEA FROM COM-LINEA-TITULOS.
080900*    REMUNERACION EN DINERO
081000     MOVE 050 TO COM-COD-MENSAJE.
081100     MOVE COM-EMP-SUELDO(COM-X-EMP, 1) TO COM-IMPORTE-ACTUAL.
081200     MOVE COM-EMP-SUELDO(COM-X-EMP, 2) TO COM-IMPORTE-ANTERIOR.
081300     PERFORM 3100-LINEA-IMPORTE THRU 3100-LINEA-IMPORTE-EXIT.
081400     MOVE 051 TO COM-COD-MENSAJE.
081500     MOVE COM-EMP-EXTRA(COM-X-EMP, 1) TO COM-IMPORTE-ACTUAL.
081600     MOVE COM-EMP-EXTRA(COM-X-EMP, 2) TO COM-IMPORTE-ANTERIOR.
081700     PERFORM 3100-LINEA-IMPORTE THRU 3100-LINEA-IMPORTE-EXIT.
081800     MOVE 052 TO COM-COD-MENSAJE.
081900     MOVE COM-EMP-BONO(COM-X-EMP, 1) TO COM-IMPORTE-ACTUAL.
082000     MOVE COM-EMP-BONO(COM-X-EMP, 2) TO COM-IMPORTE-ANTERIOR.
082100     PERFORM 3100-LINEA-IMPORTE THRU 3100-LINEA-IMPORTE-EXIT.
082200     MOVE 053 TO COM-COD-MENSAJE.
082300     MOVE COM-EMP-AGUIN(COM-X-EMP, 1) TO COM-IMPORTE-ACTUAL.
082400     MOVE COM-EMP-AGUIN(COM-X-EMP, 2) TO COM-IMPORTE-ANTERIOR.
082500     PERFORM 3100-LINEA-IMPORTE THRU 3100-LINEA-IMPORTE-EXIT.
082600     MOVE 054 TO COM-COD-MENSAJE.
082700     MOVE COM-EMP-RETRO(COM-X-EMP, 1) TO COM-IMPORTE-ACTUAL.
082800     MOVE COM-EMP-RETRO(COM-X-EMP, 2) TO COM-IMPORTE-ANTERIOR.
082900     PERFORM 3100-LINEA-IMPORTE THRU 3100-LINEA-IMPORTE-EXIT.
083000     PERFORM 3200-TOTAL-EFECTIVO THRU 3200-TOTAL-EFECTIVO-EXIT
083100         VARYING COM-X-TOT FROM 1 BY 1
083200         UNTIL COM-X-TOT > 2.
083300     MOVE 055 TO COM-COD-MENSAJE.
083400     MOVE COM-EMP-EFECTIVO(1) TO COM-IMPORTE-ACTUAL.
083500     MOVE COM-EMP-EFECTIVO(2) TO COM-IMPORTE-ANTERIOR.
083600     PERFORM 3100-LINEA-IMPORTE THRU 3100-LINEA-IMPORTE-EXIT.
083700     MOVE SPACES TO RPT-LINEA.
083800     WRITE RPT-LINEA.
083900*    LO QUE LA EMPRESA PAGA ADEMAS DEL SUELDO
084000     MOVE 056 TO COM-COD-MENSAJE.
084100     MOVE COM-EMP-APORTES(COM-X-EMP, 1) TO COM-IMPORTE-ACTUAL.
084200     MOVE COM-EMP-APORTES(COM-X-EMP, 2) TO COM-IMPORTE-ANTERIOR.
084300     PERFORM 3100-LINEA-IMPORTE THRU 3100-LINEA-IMPORTE-EXIT.
084400     MOVE 057 TO COM-COD-MENSAJE.
084500     MOVE COM-EMP-BENEF(COM-X-EMP, 1) TO COM-IMPORTE-ACTUAL.
084600     MOVE COM-EMP-BENEF(COM-X-EMP, 2) TO COM-IMPORTE-ANTERIOR.
084700     PERFORM 3100-LINEA-IMPORTE THRU 3100-LINEA-IMPORTE-EXIT.
084800     MOVE 058 TO COM-COD-MENSAJE.
084900     MOVE COM-EMP-SUBSIDIO(COM-X-EMP, 1) TO COM-IMPORTE-ACTUAL.
085000     MOVE COM-EMP-SUBSIDIO(COM-X-EMP, 2) TO COM-IMPORTE-ANTERIOR.
085100     PERFORM 3100-LINEA-IMPORTE THRU 3100-LINEA-IMPORTE-EXIT.
085200     MOVE ALL '-' TO RPT-LINEA.
085300     WRITE RPT-LINEA.
085400     MOVE 059 TO COM-COD-MENSAJE.
085500     MOVE COM-EMP-TOTAL(1) TO COM-IMPORTE-ACTUAL.
085600     MOVE COM-EMP-TOTAL(2) TO COM-IMPORTE-ANTERIOR.
085700     PERFORM 3100-LINEA-IMPORTE THRU 3100-LINEA-IMPORTE-EXIT.
085800     MOVE SPACES TO RPT-LINEA.
085900     WRITE RPT-LINEA.
086000*    VACACIONES: EL VALOR YA ESTA DENTRO DEL SUELDO, NO SE SUMA
086100     MOVE 060 TO COM-COD-MENSAJE.
086200     MOVE COM-EMP-VAC-DIAS(COM-X-EMP, 1) TO COM-IMPORTE-ACTUAL.
086300     MOVE COM-EMP-VAC-DIAS(COM-X-EMP, 2) TO COM-IMPORTE-ANTERIOR.
086400     PERFORM 3100-LINEA-IMPORTE THRU 3100-LINEA-IMPORTE-EXIT.
086500     MOVE 061 TO COM-COD-MENSAJE.
086600     MOVE COM-EMP-VAC-VALOR(COM-X-EMP, 1) TO COM-IMPORTE-ACTUAL.
086700     MOVE COM-EMP-VAC-VALOR(COM-X-EMP, 2) TO COM-IMPORTE-ANTERIOR.
086800     PERFORM 3100-LINEA-IMPORTE THRU 3100-LINEA-IMPORTE-EXIT.
086900     MOVE 062 TO COM-COD-MENSAJE.
087000     PERFORM 3900-TEXTO THRU 3900-TEXTO-EXIT.
087100     MOVE COM-TEXTO-MSJ TO COM-SAL-ETIQUETA.
087200     MOVE COM-EMP-VAC-SALDO(COM-X-EMP) TO COM-SAL-IMPORTE.
087300     WRITE RPT-LINEA FROM COM-LINEA-SALDO.
087400     MOVE SPACES TO RPT-LINEA.
087500     WRITE RPT-LINEA.
087600 3000-IMPRIMIR-ESTADO-EXIT.
087700     EXIT.
087800*
087900******************************************************************
088000* 3100-LINEA-IMPORTE - ONE ITEM IN THE PAGE'S LANGUAGE
088100******************************************************************
088200 3100-LINEA-IMPORTE.
088300     PERFORM 3900-TEXTO THRU 3900-TEXTO-EXIT.
088400     MOVE COM-TEXTO-MSJ TO COM-LIN-ETIQUETA.
088500     PERFORM 3110-COLUMNAS THRU 3110-COLUMNAS-EXIT.
088600 3100-LINEA-IMPORTE-EXIT.
088700     EXIT.
088800*
088900******************************************************************
089000* 3110-COLUMNAS - THE YEAR, THE PREVIOUS ONE AND THE
089100*                          DIFFERENCE UNDER COM-LIN-ETIQUETA
089200******************************************************************
089300 3110-COLUMNAS.
089400     MOVE COM-IMPORTE-ACTUAL TO COM-LIN-ACTUAL.
089500     MOVE COM-IMPORTE-ANTERIOR TO COM-LIN-ANTERIOR.
089600     COMPUTE COM-LIN-DIFER =
089700         COM-IMPORTE-ACTUAL - COM-IMPORTE-ANTERIOR.
089800     WRITE RPT-LINEA FROM COM-LINEA-COLUMNAS.
089900 3110-COLUMNAS-EXIT.
090000     EXIT.
090100*
090200******************************************************************
090300* 3200-TOTAL-EFECTIVO - CASH AND TOTAL COMPENSATION OF ONE YEAR OF
090400*                       THE EMPLOYEE, ADDED TO THE BATCH TOTALS
090500******************************************************************
090600 3200-TOTAL-EFECTIVO.
090700     MOVE COM-X-TOT TO COM-X-ANI.
090800     COMPUTE COM-EMP-EFECTIVO(COM-X-TOT) =
090900         COM-EMP-SUELDO(COM-X-EMP, COM-X-ANI)
091000         + COM-EMP-EXTRA(COM-X-EMP, COM-X-ANI)
091100         + COM-EMP-BONO(COM-X-EMP, COM-X-ANI)
091200         + COM-EMP-AGUIN(COM-X-EMP, COM-X-ANI)
091300         + COM-EMP-RETRO(COM-X-EMP, COM-X-ANI).
091400     COMPUTE COM-EMP-TOTAL(COM-X-TOT) =
091500         COM-EMP-EFECTIVO(COM-X-TOT)
091600         + COM-EMP-APORTES(COM-X-EMP, COM-X-ANI)
091700         + COM-EMP-BENEF(COM-X-EMP, COM-X-ANI)
091800         + COM-EMP-SUBSIDIO(COM-X-EMP, COM-X-ANI).
091900     ADD COM-EMP-EFECTIVO(COM-X-TOT)
092000         TO COM-TOT-EFECTIVO(COM-X-TOT).
092100     ADD COM-EMP-BONO(COM-X-EMP, COM-X-ANI)
092200         TO COM-TOT-BONO(COM-X-TOT).
092300     ADD COM-EMP-APORTES(COM-X-EMP, COM-X-ANI)
092400         TO COM-TOT-APORTES(COM-X-TOT).
092500     ADD COM-EMP-BENEF(COM-X-EMP, COM-X-ANI)
092600         TO COM-TOT-BENEF(COM-X-TOT).
092700     ADD COM-EMP-SUBSIDIO(COM-X-EMP, COM-X-ANI)
092800         TO COM-TOT-SUBSIDIO(COM-X-TOT).
092900     ADD COM-EMP-TOTAL(COM-X-TOT) TO COM-TOT-TOTAL(COM-X-TOT).
093000 3200-TOTAL-EFECTIVO-EXIT.
093100     EXIT.
093200*
093300******************************************************************
093400* 3900-TEXTO - THE SHARED TEXT FOR COM-COD-MENSAJE IN THE PAGE'S
093500*              LANGUAGE
093600******************************************************************
093700 3900-TEXTO.
093800     CALL 'MENSAJES' USING COM-IDIOMA-PAGINA
093900         COM-COD-MENSAJE COM-TEXTO-MSJ.
094000 3900-TEXTO-EXIT.
094100     EXIT.
094200*
094300******************************************************************
094400* 4000-TOTALES - BATCH TOTALS AND THE YTDARCH BONUS CONTROL
094500******************************************************************
094600 4000-TOTALES.
094700     MOVE SPACES TO RPT-LINEA.
094800     STRING 'TOTALES DEL LOTE (' COM-CANT-ESTADOS
094900         ' ESTADOS)'
095000         DELIMITED BY SIZE INTO RPT-LINEA.
095100     WRITE RPT-LINEA.
095200     MOVE 'CONCEPTO' TO COM-TIT-CONCEPTO.
095300     MOVE 'DIFERENCIA' TO COM-TIT-DIFER.
095400     MOVE COM-ANIO TO COM-TIT-ACTUAL.
095500     MOVE COM-ANIO-ANT TO COM-TIT-ANTERIOR.
095600     WRITE RPT-LINEA FROM COM-LINEA-TITULOS.
095700     MOVE 'REMUNERACION EN DINERO' TO COM-LIN-ETIQUETA.
095800     MOVE COM-TOT-EFECTIVO(1) TO COM-IMPORTE-ACTUAL.
095900     MOVE COM-TOT-EFECTIVO(2) TO COM-IMPORTE-ANTERIOR.
096000     PERFORM 3110-COLUMNAS THRU 3110-COLUMNAS-EXIT.
096100     MOVE '  DE ELLO BONO' TO COM-LIN-ETIQUETA.
096200     MOVE COM-TOT-BONO(1) TO COM-IMPORTE-ACTUAL.
096300     MOVE COM-TOT-BONO(2) TO COM-IMPORTE-ANTERIOR.
096400     PERFORM 3110-COLUMNAS THRU 3110-COLUMNAS-EXIT.
096500     MOVE 'CONTRIBUCIONES PATRONALES' TO COM-LIN-ETIQUETA.
096600     MOVE COM-TOT-APORTES(1) TO COM-IMPORTE-ACTUAL.
096700     MOVE COM-TOT-APORTES(2) TO COM-IMPORTE-ANTERIOR.
096800     PERFORM 3110-COLUMNAS THRU 3110-COLUMNAS-EXIT.
096900     MOVE 'BENEFICIOS A CARGO DE LA EMPRESA' TO COM-LIN-ETIQUETA.
097000     MOVE COM-TOT-BENEF(1) TO COM-IMPORTE-ACTUAL.
097100     MOVE COM-TOT-BENEF(2) TO COM-IMPORTE-ANTERIOR.
097200     PERFORM 3110-COLUMNAS THRU 3110-COLUMNAS-EXIT.
097300     MOVE 'SUBSIDIO DE INTERES PRESTAMOS' TO COM-LIN-ETIQUETA.
097400     MOVE COM-TOT-SUBSIDIO(1) TO COM-IMPORTE-ACTUAL.
097500     MOVE COM-TOT-SUBSIDIO(2) TO COM-IMPORTE-ANTERIOR.
097600     PERFORM 3110-COLUMNAS THRU 3110-COLUMNAS-EXIT.
097700     MOVE 'COMPENSACION TOTAL' TO COM-LIN-ETIQUETA.
097800     MOVE COM-TOT-TOTAL(1) TO COM-IMPORTE-ACTUAL.
097900     MOVE COM-TOT-TOTAL(2) TO COM-IMPORTE-ANTERIOR.
098000     PERFORM 3110-COLUMNAS THRU 3110-COLUMNAS-EXIT.
098100     PERFORM 4100-CONTROL-YTDARCH THRU 4100-CONTROL-YTDARCH-EXIT.
098200 4000-TOTALES-EXIT.
098300     EXIT.
098400*
098500******************************************************************
098600* 4100-CONTROL-YTDARCH - THE BONUS OF BOTH YEARS AS CLOSED BY
098700*                        CIERREANUAL, TO EYEBALL AGAINST THE BATCH
098800******************************************************************
098900 4100-CONTROL-YTDARCH.
099000     MOVE 'N' TO COM-FIN-ARCHIVO.
099100     OPEN INPUT YTDARCH-FILE.
099200     IF COM-STATUS-ARCH = '00'
099300         PERFORM 4110-LEER-YTDARCH THRU 4110-LEER-YTDARCH-EXIT
099400             UNTIL COM-ES-FIN-ARCHIVO
099500     END-IF.
099600     CLOSE YTDARCH-FILE.
099700     MOVE 'YTDARCH BONO DE CONTROL' TO COM-LIN-ETIQUETA.
099800     MOVE COM-TOT-YTDARCH(1) TO COM-IMPORTE-ACTUAL.
099900     MOVE COM-TOT-YTDARCH(2) TO COM-IMPORTE-ANTERIOR.
100000     PERFORM 3110-COLUMNAS THRU 3110-COLUMNAS-EXIT.
100100     IF NOT COM-ES-ARCH-ACTUAL
100200         MOVE SPACES TO RPT-LINEA
100300         STRING '  EL ANIO ' COM-ANIO
100400             ' NO TIENE CIERRE EN YTDARCH'
100500             DELIMITED BY SIZE INTO RPT-LINEA
100600         WRITE RPT-LINEA
100700     END-IF.
100800     IF NOT COM-ES-ARCH-ANTERIOR
100900         MOVE SPACES TO RPT-LINEA
101000         STRING '  EL ANIO ' COM-ANIO-ANT
101100             ' NO TIENE CIERRE EN YTDARCH'
101200             DELIMITED BY SIZE INTO RPT-LINEA
101300         WRITE RPT-LINEA
101400     END-IF.
101500 4100-CONTROL-YTDARCH-EXIT.
101600     EXIT.
101700*
101800******************************************************************
101900* 4110-LEER-YTDARCH - ONE CLOSED YEAR
102000******************************************************************
102100 4110-LEER-YTDARCH.
102200     READ YTDARCH-FILE
102300         AT END
102400             SET COM-ES-FIN-ARCHIVO TO TRUE
102500             GO TO 4110-LEER-YTDARCH-EXIT
102600     END-READ.
102700     IF YAR-ANIO = COM-ANIO
102800         MOVE YAR-BONO TO COM-TOT-YTDARCH(1)
102900         SET COM-ES-ARCH-ACTUAL TO TRUE
103000     END-IF.
103100     IF YAR-ANIO = COM-ANIO-ANT
103200         MOVE YAR-BONO TO COM-TOT-YTDARCH(2)
103300         SET COM-ES-ARCH-ANTERIOR TO TRUE
103400     END-IF.
103500 4110-LEER-YTDARCH-EXIT.
103600     EXIT.
103700 END PROGRAM COMPTOTAL.
