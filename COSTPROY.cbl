000100******************************************************************
000200* AUTHOR:      HERNAN HERGERT
000300* INSTALLATION: DATA PROCESSING
000400* DATE-WRITTEN:
000500* DATE-COMPILED:
000600* PURPOSE:     LABOR COST PER PROJECT. ALOCACION SPLITS A PERSON'S
000700*              COST ACROSS DEPARTMENTS BY FIXED PERCENTAGES, BUT
000800*              THE SISTEMAS STAFF MOVE BETWEEN CLIENT AND INTERNAL
000900*              PROJECTS WEEK TO WEEK AND FINANCE WANTS THE ACTUAL
001000*              COST OF EACH PROJECT. AFTER THE PAYROLL RUN THIS
001100*              STEP TAKES EACH EMPLOYEE'S COST FOR THE REGISTER'S
001200*              PERIOD (PRORATED SALARY, BONUS AND EXTRAS FROM
001300*              PAYROLLREG, THE SAME AMOUNT ASIENTOGL POSTS, PLUS
001400*              THE EMPLOYER CONTRIBUTIONS OF CONTDET) AND SPREADS
001500*              IT OVER THE PERIOD'S APPROVED TIMEREG HOURS BY
001600*              PROJECT; THE LAST PROJECT OF EACH PERSON TAKES THE
001700*              ROUNDING REST SO THE SPLIT ADDS UP. HOURS BOOKED
001800*              WITH NO PROJECT, AND THE WHOLE COST OF A PERSON
001900*              WITH NO APPROVED HOURS, GO TO THE GENERAL ('G')
002000*              PROJECT OF THE PERSON'S DEPARTMENT. PROYRPT SHOWS
002100*              HOURS AND COST PER PROJECT AGAINST THE BUDGET HOURS
002200*              OF PROYECTOS (HOURS TO DATE INCLUDE EARLIER
002300*              PERIODS). GLPROYECTO CARRIES THE PROJECT-COST
002400*              JOURNAL NEXT TO ASIENTOGL'S GLPOST: PER COMPANY AND
002500*              PROJECT A DEBIT TO THE PROJECT'S ACCOUNT AND A
002600*              CREDIT TO THE CTAPRYTRF TRANSFER ACCOUNT (PARMS,
002700*              DEFAULT 61990100). LIKE ASIENTOGL IT REFUSES AN
002800*              UNRELEASED REGISTER (RC 8); A PROJECT OVER ITS
002900*              BUDGET OR A DEPARTMENT WITH NO GENERAL PROJECT ENDS
003000*              WITH RC 4.
003100* TECTONICS:   COBC
003200*
003300* MODIFICATION HISTORY:
003400*   - NEW PROGRAM, OFFERED FROM THE MENUUTIL MENU.
003401*   - THE TIMEREG LAYOUT CARRIES THE START AND END TIME TIMECAP
003402*     NOW RECORDS AT THE END OF EACH ENTRY.
003500******************************************************************
003600 IDENTIFICATION DIVISION.
003700 PROGRAM-ID. COSTPROY.
003800 ENVIRONMENT DIVISION.
003900 INPUT-OUTPUT SECTION.
004000 FILE-CONTROL.
004100     SELECT OPTIONAL PAYROLL-REG-FILE ASSIGN TO 'PAYROLLREG'
004200         ORGANIZATION IS LINE SEQUENTIAL
004300         FILE STATUS IS CPR-STATUS-PAYROLL.
004400     SELECT OPTIONAL CONTDET-FILE ASSIGN TO 'CONTDET'
004500         ORGANIZATION IS LINE SEQUENTIAL
004600         FILE STATUS IS CPR-STATUS-CONTDET.
004700     SELECT OPTIONAL TIMEREG-FILE ASSIGN TO 'TIMEREG'
004800         ORGANIZATION IS LINE SEQUENTIAL
004900         FILE STATUS IS CPR-STATUS-DIARIO.
005000     SELECT OPTIONAL PROYECTOS-FILE ASSIGN TO 'PROYECTOS'
005100         ORGANIZATION IS LINE SEQUENTIAL
005200         FILE STATUS IS CPR-STATUS-PROYECTOS.
005300     SELECT OPTIONAL REGSTATE-FILE ASSIGN TO 'REGSTATE'
005400         ORGANIZATION IS LINE SEQUENTIAL
005500         FILE STATUS IS CPR-STATUS-REGSTATE.
005600     SELECT GLPROYECTO-FILE ASSIGN TO 'GLPROYECTO'
005700         ORGANIZATION IS LINE SEQUENTIAL.
005800     SELECT REPORTE-FILE ASSIGN TO 'PROYRPT'
005900         ORGANIZATION IS LINE SEQUENTIAL.
006000 DATA DIVISION.
006100 FILE SECTION.
006200 FD  PAYROLL-REG-FILE
006300     LABEL RECORDS ARE STANDARD.
006400 01  PR-RECORD.
006500     COPY PAYROLLREG.
006600 FD  CONTDET-FILE
006700     LABEL RECORDS ARE STANDARD.
006800 01  CD-RECORD.
006900     COPY CONTDET.
007000 FD  TIMEREG-FILE
007100     LABEL RECORDS ARE STANDARD.
007200 01  TR-RECORD.
007300     05 TR-ID                    PIC 9(05).
007400     05 TR-NOMBRE                PIC X(05).
007500     05 TR-FECHA                 PIC 9(08).
007600     05 TR-HORAS-NORM            PIC 9(02).
007700     05 TR-HORAS-EXTRA           PIC 9(02).
007800     05 TR-FERIADO               PIC X(01).
007900     05 TR-APROBADO              PIC X(01).
008000     05 TR-RESUMIDO              PIC X(01).
008100     05 TR-PERIODO-RESUMEN       PIC 9(06).
008200     05 TR-MOTIVO                PIC X(02).
008300     05 TR-TARDE                 PIC X(01).
008400     05 TR-PROYECTO              PIC X(08).
008401     05 TR-HORA-ENTRADA          PIC X(04).
008402     05 TR-HORA-SALIDA           PIC X(04).
008500 FD  PROYECTOS-FILE
008600     LABEL RECORDS ARE STANDARD.
008700 01  PY-RECORD.
008800     COPY PROYECTO.
008900 FD  REGSTATE-FILE
009000     LABEL RECORDS ARE STANDARD.
009100 01  RG-RECORD.
009200     05 RG-PERIODO               PIC 9(06).
009300     05 RG-ESTADO                PIC X(01).
009400     05 RG-USUARIO               PIC X(08).
009500     05 RG-FECHA                 PIC 9(08).
009600 FD  GLPROYECTO-FILE
009700     LABEL RECORDS ARE STANDARD.
009800 01  GL-RECORD.
009900     05 GL-CUENTA                PIC X(08).
010000     05 GL-DEBE-HABER            PIC X(01).
010100     05 GL-IMPORTE               PIC 9(09)V99.
010200     05 GL-PERIODO               PIC 9(06).
010300     05 GL-COMPANIA              PIC X(03).
010400     05 GL-PROYECTO              PIC X(08).
010500 FD  REPORTE-FILE
010600     LABEL RECORDS ARE STANDARD
010700     RECORD CONTAINS 80 CHARACTERS.
010800 01  RPT-LINEA                   PIC X(80).
010900 WORKING-STORAGE SECTION.
011000*
011100 01  CPR-STATUS-PAYROLL          PIC XX.
011200 01  CPR-STATUS-CONTDET          PIC XX.
011300 01  CPR-STATUS-DIARIO           PIC XX.
011400 01  CPR-STATUS-PROYECTOS        PIC XX.
011500 01  CPR-STATUS-REGSTATE         PIC XX.
011600*
011700 01  CPR-PERIODO                 PIC 9(06) VALUE ZERO.
011800 01  CPR-CTA-TRANSF              PIC X(08) VALUE '61990100'.
011900 01  CPR-PARM-CLAVE              PIC X(12).
012000 01  CPR-PARM-VALOR              PIC X(20).
012100 01  CPR-PARM-HALLADO            PIC X(01).
012200     88  CPR-ES-PARM-HALLADO     VALUE 'Y'.
012300*
012400 01  CPR-INDICADORES.
012500     05  CPR-FIN-ARCHIVO         PIC X VALUE 'N'.
012600         88  CPR-ES-FIN-ARCHIVO  VALUE 'Y'.
012700     05  CPR-HALLADO             PIC X VALUE 'N'.
012800         88  CPR-ES-HALLADO      VALUE 'Y'.
012900     05  CPR-SIN-LIBERAR         PIC X VALUE 'N'.
013000         88  CPR-ES-SIN-LIBERAR  VALUE 'Y'.
013100*
013200 01  CPR-VARIABLES.
013300     05  CPR-BUS-ID              PIC 9(05).
013400     05  CPR-BUS-NOMBRE          PIC X(05).
013500     05  CPR-BUS-PROYECTO        PIC X(08).
013600     05  CPR-BUS-DEPTO           PIC X(10).
013700     05  CPR-BUS-COMPANIA        PIC X(03).
013800     05  CPR-HORAS-DIA           PIC 9(03).
013900     05  CPR-IMPORTE             PIC S9(11)V99.
014000     05  CPR-PORCENTAJE          PIC 9(04).
014100     05  CPR-X-EMP-AUX           PIC 9(04).
014200     05  CPR-X-PRY-AUX           PIC 9(03).
014300*
014400 01  CPR-CONTADORES.
014500     05  CPR-CANT-FILAS-REG      PIC 9(05) VALUE ZERO.
014600     05  CPR-CANT-SIN-HORAS      PIC 9(04) VALUE ZERO.
014700     05  CPR-CANT-EXCEDIDOS      PIC 9(03) VALUE ZERO.
014800     05  CPR-CANT-SIN-GENERAL    PIC 9(03) VALUE ZERO.
014900     05  CPR-CANT-SIN-CUENTA     PIC 9(03) VALUE ZERO.
015000     05  CPR-HORAS-SIN-COSTO     PIC 9(07) VALUE ZERO.
015100     05  CPR-HORAS-DESCARTADAS   PIC 9(07) VALUE ZERO.
015200     05  CPR-TOTAL-REGISTRO      PIC S9(11)V99 VALUE ZERO.
015300     05  CPR-TOTAL-DISTRIBUIDO   PIC S9(11)V99 VALUE ZERO.
015400     05  CPR-TOTAL-HORAS         PIC 9(07) VALUE ZERO.
015500*
015600 01  CPR-EDICION.
015700     05  CPR-COSTO-ED            PIC ZZZ,ZZZ,ZZ9.99-.
015800     05  CPR-HORAS-ED            PIC ZZZ,ZZ9.
015900     05  CPR-HORAS-ED2           PIC ZZZ,ZZ9.
016000     05  CPR-HORAS-ED3           PIC ZZZ,ZZ9.
016100     05  CPR-PCT-ED              PIC ZZZ9.
016200     05  CPR-CANT-ED             PIC ZZZ9.
016300*
016400 01  CPR-CANT-PROYECTOS          PIC 9(03) VALUE ZERO.
016500 01  CPR-TABLA-PROYECTOS.
016600     05  CPR-FILA-PRY OCCURS 200 TIMES
016700                      INDEXED BY CPR-X-PRY.
016800         10 CPR-PRY-CODIGO       PIC X(08).
016900         10 CPR-PRY-CLIENTE      PIC X(20).
017000         10 CPR-PRY-PRESUP       PIC 9(06).
017100         10 CPR-PRY-DEPTO        PIC X(10).
017200         10 CPR-PRY-TIPO         PIC X(01).
017300         10 CPR-PRY-CUENTA       PIC X(08).
017400         10 CPR-PRY-HORAS-PREV   PIC 9(07).
017500         10 CPR-PRY-HORAS-PER    PIC 9(07).
017600         10 CPR-PRY-COSTO        PIC S9(11)V99.
017700*
017800 01  CPR-CANT-EMPLEADOS          PIC 9(04) VALUE ZERO.
017900 01  CPR-TABLA-EMPLEADOS.
018000     05  CPR-FILA-EMP OCCURS 500 TIMES
018100                      INDEXED BY CPR-X-EMP.
018200         10 CPR-EMP-ID           PIC 9(05).
018300         10 CPR-EMP-NOMBRE       PIC X(05).
018400         10 CPR-EMP-DEPTO        PIC X(10).
018500         10 CPR-EMP-COMPANIA     PIC X(03).
018600         10 CPR-EMP-COSTO        PIC S9(09)V99.
018700         10 CPR-EMP-HORAS        PIC 9(05).
018800         10 CPR-EMP-COSTO-RESTO  PIC S9(09)V99.
018900         10 CPR-EMP-HORAS-RESTO  PIC 9(05).
019000*
019100 01  CPR-CANT-HORAS              PIC 9(04) VALUE ZERO.
019200 01  CPR-TABLA-HORAS.
019300     05  CPR-FILA-HRS OCCURS 1000 TIMES
019400                      INDEXED BY CPR-X-HRS.
019500         10 CPR-HRS-EMP          PIC 9(04).
019600         10 CPR-HRS-PRY          PIC 9(03).
019700         10 CPR-HRS-HORAS        PIC 9(05).
019800*
019900 01  CPR-CANT-GL                 PIC 9(03) VALUE ZERO.
020000 01  CPR-TABLA-GL.
020100     05  CPR-FILA-GL OCCURS 400 TIMES
020200                     INDEXED BY CPR-X-GL.
020300         10 CPR-GL-COMPANIA      PIC X(03).
020400         10 CPR-GL-PRY           PIC 9(03).
020500         10 CPR-GL-IMPORTE       PIC S9(11)V99.
020600*
020700 PROCEDURE DIVISION.
020800******************************************************************
020900* 0000-MAINLINE - COST, HOURS, DISTRIBUTION, REPORT AND JOURNAL
021000******************************************************************
021100 0000-MAINLINE.
021200     MOVE ZERO TO RETURN-CODE.
021300     PERFORM 0900-CONTROL-LIBERACION
021400         THRU 0900-CONTROL-LIBERACION-EXIT.
021500     IF CPR-ES-SIN-LIBERAR
021600         MOVE 8 TO RETURN-CODE
021700         GOBACK
021800     END-IF.
021900     PERFORM 1000-CARGAR-PROYECTOS
022000         THRU 1000-CARGAR-PROYECTOS-EXIT.
022100     PERFORM 2000-CARGAR-COSTOS THRU 2000-CARGAR-COSTOS-EXIT.
022200     IF CPR-CANT-EMPLEADOS = ZERO
022300         DISPLAY 'COSTPROY: NO HAY REGISTRO PAYROLLREG '
022400             'PARA COSTEAR'
022500         MOVE 8 TO RETURN-CODE
022600         GOBACK
022700     END-IF.
022800     PERFORM 2500-CARGAR-CONTRIBUCIONES
022900         THRU 2500-CARGAR-CONTRIBUCIONES-EXIT.
023000     PERFORM 3000-CARGAR-HORAS THRU 3000-CARGAR-HORAS-EXIT.
023100     PERFORM 4000-DISTRIBUIR THRU 4000-DISTRIBUIR-EXIT.
023200     PERFORM 5000-INFORMAR THRU 5000-INFORMAR-EXIT.
023300     PERFORM 6000-GRABAR-ASIENTO THRU 6000-GRABAR-ASIENTO-EXIT.
023400     IF CPR-CANT-EXCEDIDOS > ZERO
023500         OR CPR-CANT-SIN-GENERAL > ZERO
023600         OR CPR-CANT-SIN-CUENTA > ZERO
023700         MOVE 4 TO RETURN-CODE
023800     END-IF.
023900     DISPLAY 'COSTPROY: PERIODO ' CPR-PERIODO ', '
024000         CPR-CANT-PROYECTOS ' PROYECTOS, '
024100         CPR-CANT-EXCEDIDOS ' EXCEDIDOS'.
024200     GOBACK.
024300 0000-MAINLINE-EXIT.
024400     EXIT.
024500*
024600******************************************************************
024700* 0900-CONTROL-LIBERACION - AN UNRELEASED PERIOD IS NOT COSTED
024800******************************************************************
024900 0900-CONTROL-LIBERACION.
025000     OPEN INPUT REGSTATE-FILE.
025100     IF CPR-STATUS-REGSTATE = '00'
025200         READ REGSTATE-FILE
025300             NOT AT END
025400                 IF RG-ESTADO NOT = 'L'
025500                     SET CPR-ES-SIN-LIBERAR TO TRUE
025600                     DISPLAY 'COSTPROY: EL PERIODO '
025700                         RG-PERIODO ' NO ESTA LIBERADO '
025800                         '(CORRER APRUEBA)'
025900                 END-IF
026000         END-READ
026100     END-IF.
026200     CLOSE REGSTATE-FILE.
026300 0900-CONTROL-LIBERACION-EXIT.
026400     EXIT.
026500*
026600******************************************************************
026700* 1000-CARGAR-PROYECTOS - THE PROJECT MASTER AND THE TRANSFER
026800*                         ACCOUNT
026900******************************************************************
027000 1000-CARGAR-PROYECTOS.
027100     MOVE 'CTAPRYTRF' TO CPR-PARM-CLAVE.
027200     CALL 'LEERPARM' USING CPR-PARM-CLAVE
027300         CPR-PARM-VALOR CPR-PARM-HALLADO.
027400     IF CPR-ES-PARM-HALLADO
027500         AND CPR-PARM-VALOR(1:8) NOT = SPACES
027600         MOVE CPR-PARM-VALOR(1:8) TO CPR-CTA-TRANSF
027700     END-IF.
027800     MOVE 'N' TO CPR-FIN-ARCHIVO.
027900     OPEN INPUT PROYECTOS-FILE.
028000     IF CPR-STATUS-PROYECTOS = '00'
028100         PERFORM 1100-LEER-PROYECTO THRU 1100-LEER-PROYECTO-EXIT
028200             UNTIL CPR-ES-FIN-ARCHIVO
028300     END-IF.
028400     CLOSE PROYECTOS-FILE.
028500 1000-CARGAR-PROYECTOS-EXIT.
028600     EXIT.
028700*
028800******************************************************************
028900* 1100-LEER-PROYECTO - ONE PROJECT INTO THE TABLE
029000******************************************************************
029100 1100-LEER-PROYECTO.
029200     READ PROYECTOS-FILE
029300         AT END
029400             SET CPR-ES-FIN-ARCHIVO TO TRUE
029500         NOT AT END
029600             IF CPR-CANT-PROYECTOS < 200
029700                 ADD 1 TO CPR-CANT-PROYECTOS
029800                 SET CPR-X-PRY TO CPR-CANT-PROYECTOS
029900                 MOVE PY-CODIGO TO CPR-PRY-CODIGO(CPR-X-PRY)
030000                 MOVE PY-CLIENTE TO CPR-PRY-CLIENTE(CPR-X-PRY)
030100                 MOVE PY-HORAS-PRESUP TO CPR-PRY-PRESUP(CPR-X-PRY)
030200                 MOVE PY-DEPARTAMENTO TO CPR-PRY-DEPTO(CPR-X-PRY)
030300                 MOVE PY-TIPO TO CPR-PRY-TIPO(CPR-X-PRY)
030400                 MOVE PY-CUENTA TO CPR-PRY-CUENTA(CPR-X-PRY)
030500                 MOVE ZERO TO CPR-PRY-HORAS-PREV(CPR-X-PRY)
030600                 MOVE ZERO TO CPR-PRY-HORAS-PER(CPR-X-PRY)
030700                 MOVE ZERO TO CPR-PRY-COSTO(CPR-X-PRY)
030800                 IF PY-HORAS-PRESUP NOT NUMERIC
030900                     MOVE ZERO TO CPR-PRY-PRESUP(CPR-X-PRY)
031000                 END-IF
031100             END-IF
031200     END-READ.
031300 1100-LEER-PROYECTO-EXIT.
031400     EXIT.
031500*
031600******************************************************************
031700* 2000-CARGAR-COSTOS - EACH EMPLOYEE'S REGISTER COST OF THE PERIOD
031800******************************************************************
031900 2000-CARGAR-COSTOS.
032000     MOVE 'N' TO CPR-FIN-ARCHIVO.
032100     OPEN INPUT PAYROLL-REG-FILE.
032200     IF CPR-STATUS-PAYROLL = '00'
032300         PERFORM 2100-LEER-REGISTRO THRU 2100-LEER-REGISTRO-EXIT
032400             UNTIL CPR-ES-FIN-ARCHIVO
032500     END-IF.
032600     CLOSE PAYROLL-REG-FILE.
032700 2000-CARGAR-COSTOS-EXIT.
032800     EXIT.
032900*
033000******************************************************************
033100* 2100-LEER-REGISTRO - ADD ONE REGISTER LINE TO ITS EMPLOYEE; A
033200*                      RETRO RECOVERY ('D') SUBTRACTS AND AN
033300*                      EXPENSE REIMBURSEMENT ('V') IS NOT LABOR
033400******************************************************************
033500 2100-LEER-REGISTRO.
033600     READ PAYROLL-REG-FILE
033700         AT END
033800             SET CPR-ES-FIN-ARCHIVO TO TRUE
033900             GO TO 2100-LEER-REGISTRO-EXIT
034000     END-READ.
034100     IF PR-RECORD(1:1) = '*'
034200         OR PR-TIPO-LINEA = 'V'
034300         GO TO 2100-LEER-REGISTRO-EXIT
034400     END-IF.
034500     IF CPR-PERIODO = ZERO
034600         MOVE PR-PERIODO TO CPR-PERIODO
034700     END-IF.
034800     ADD 1 TO CPR-CANT-FILAS-REG.
034900     MOVE PR-ID TO CPR-BUS-ID.
035000     MOVE PR-NOMBRE TO CPR-BUS-NOMBRE.
035100     MOVE PR-DEPARTAMENTO TO CPR-BUS-DEPTO.
035200     MOVE PR-COMPANIA TO CPR-BUS-COMPANIA.
035300     PERFORM 2200-UBICAR-EMPLEADO THRU 2200-UBICAR-EMPLEADO-EXIT.
035400     IF NOT CPR-ES-HALLADO
035500         GO TO 2100-LEER-REGISTRO-EXIT
035600     END-IF.
035700     COMPUTE CPR-IMPORTE =
035800         PR-SUELDO-PRORRATEADO + PR-BONO + PR-IMPORTE-EXTRA.
035900     IF PR-TIPO-LINEA = 'D'
036000         SUBTRACT CPR-IMPORTE FROM CPR-EMP-COSTO(CPR-X-EMP)
036100         SUBTRACT CPR-IMPORTE FROM CPR-TOTAL-REGISTRO
036200     ELSE
036300         ADD CPR-IMPORTE TO CPR-EMP-COSTO(CPR-X-EMP)
036400         ADD CPR-IMPORTE TO CPR-TOTAL-REGISTRO
036500     END-IF.
036600 2100-LEER-REGISTRO-EXIT.
036700     EXIT.
036800*
036900******************************************************************
037000* 2200-UBICAR-EMPLEADO - FIND (OR OPEN) THE EMPLOYEE'S COST ROW;
037100*                        BY ID, OR BY NAME FOR ROWS WITHOUT ONE
037200******************************************************************
037300 2200-UBICAR-EMPLEADO.
037400     PERFORM 2210-BUSCAR-EMPLEADO THRU 2210-BUSCAR-EMPLEADO-EXIT.
037500     IF CPR-ES-HALLADO
037600         GO TO 2200-UBICAR-EMPLEADO-EXIT
037700     END-IF.
037800     IF CPR-CANT-EMPLEADOS >= 500
037900         GO TO 2200-UBICAR-EMPLEADO-EXIT
038000     END-IF.
038100     ADD 1 TO CPR-CANT-EMPLEADOS.
038200     SET CPR-X-EMP TO CPR-CANT-EMPLEADOS.
038300     MOVE CPR-BUS-ID TO CPR-EMP-ID(CPR-X-EMP).
038400     MOVE CPR-BUS-NOMBRE TO CPR-EMP-NOMBRE(CPR-X-EMP).
038500     MOVE CPR-BUS-DEPTO TO CPR-EMP-DEPTO(CPR-X-EMP).
038600     MOVE CPR-BUS-COMPANIA TO CPR-EMP-COMPANIA(CPR-X-EMP).
038700     MOVE ZERO TO CPR-EMP-COSTO(CPR-X-EMP).
038800     MOVE ZERO TO CPR-EMP-HORAS(CPR-X-EMP).
038900     SET CPR-ES-HALLADO TO TRUE.
039000 2200-UBICAR-EMPLEADO-EXIT.
039100     EXIT.
039200*
039300******************************************************************
039400* 2210-BUSCAR-EMPLEADO - LOOK UP AN EXISTING COST ROW ONLY
039500******************************************************************
039600 2210-BUSCAR-EMPLEADO.
039700     MOVE 'N' TO CPR-HALLADO.
039800     SET CPR-X-EMP TO 1.
039900     SEARCH CPR-FILA-EMP
040000         AT END
040100             CONTINUE
040200         WHEN CPR-X-EMP > CPR-CANT-EMPLEADOS
040300             CONTINUE
040400         WHEN (CPR-BUS-ID NOT = ZERO
040500               AND CPR-EMP-ID(CPR-X-EMP) = CPR-BUS-ID)
040600           OR (CPR-BUS-ID = ZERO
040700               AND CPR-EMP-NOMBRE(CPR-X-EMP) = CPR-BUS-NOMBRE)
040800             SET CPR-ES-HALLADO TO TRUE
040900     END-SEARCH.
041000 2210-BUSCAR-EMPLEADO-EXIT.
041100     EXIT.
041200*
041300******************************************************************
041400* 2500-CARGAR-CONTRIBUCIONES - EMPLOYER CONTRIBUTIONS OF THE
041500*                              PERIOD ADD TO THE EMPLOYEE'S COST
041600******************************************************************
041700 2500-CARGAR-CONTRIBUCIONES.
041800     MOVE 'N' TO CPR-FIN-ARCHIVO.
041900     OPEN INPUT CONTDET-FILE.
042000     IF CPR-STATUS-CONTDET = '00'
042100         PERFORM 2510-LEER-CONTRIBUCION
042200             THRU 2510-LEER-CONTRIBUCION-EXIT
042300             UNTIL CPR-ES-FIN-ARCHIVO
042400     END-IF.
042500     CLOSE CONTDET-FILE.
042600 2500-CARGAR-CONTRIBUCIONES-EXIT.
042700     EXIT.
042800*
042900******************************************************************
043000* 2510-LEER-CONTRIBUCION - ONE CONTRIBUTION ROW
043100******************************************************************
043200 2510-LEER-CONTRIBUCION.
043300     READ CONTDET-FILE
043400         AT END
043500             SET CPR-ES-FIN-ARCHIVO TO TRUE
043600             GO TO 2510-LEER-CONTRIBUCION-EXIT
043700     END-READ.
043800     IF CD-PERIODO NOT = CPR-PERIODO
043900         GO TO 2510-LEER-CONTRIBUCION-EXIT
044000     END-IF.
044100     MOVE CD-ID TO CPR-BUS-ID.
044200     MOVE CD-NOMBRE TO CPR-BUS-NOMBRE.
044300     PERFORM 2210-BUSCAR-EMPLEADO THRU 2210-BUSCAR-EMPLEADO-EXIT.
044400     IF CPR-ES-HALLADO
044500         ADD CD-IMPORTE TO CPR-EMP-COSTO(CPR-X-EMP)
044600         ADD CD-IMPORTE TO CPR-TOTAL-REGISTRO
044700     END-IF.
044800 2510-LEER-CONTRIBUCION-EXIT.
044900     EXIT.
045000*
045100******************************************************************
045200* 3000-CARGAR-HORAS - APPROVED TIMEREG HOURS: THE PERIOD'S BY
045300*                     EMPLOYEE AND PROJECT, EARLIER ONES AS
045400*                     PROJECT HOURS TO DATE
045500******************************************************************
045600 3000-CARGAR-HORAS.
045700     MOVE 'N' TO CPR-FIN-ARCHIVO.
045800     OPEN INPUT TIMEREG-FILE.
045900     IF CPR-STATUS-DIARIO = '00'
046000         PERFORM 3100-LEER-ENTRADA THRU 3100-LEER-ENTRADA-EXIT
046100             UNTIL CPR-ES-FIN-ARCHIVO
046200     END-IF.
046300     CLOSE TIMEREG-FILE.
046400 3000-CARGAR-HORAS-EXIT.
046500     EXIT.
046600*
046700******************************************************************
046800* 3100-LEER-ENTRADA - ONE APPROVED DIARY DAY
046900******************************************************************
047000 3100-LEER-ENTRADA.
047100     READ TIMEREG-FILE
047200         AT END
047300             SET CPR-ES-FIN-ARCHIVO TO TRUE
047400             GO TO 3100-LEER-ENTRADA-EXIT
047500     END-READ.
047600     IF TR-APROBADO NOT = 'S'
047700         OR TR-FECHA IS NOT NUMERIC
047800         OR TR-FECHA(1:6) > CPR-PERIODO
047900         GO TO 3100-LEER-ENTRADA-EXIT
048000     END-IF.
048100     IF TR-HORAS-NORM IS NOT NUMERIC
048200         MOVE ZERO TO TR-HORAS-NORM
048300     END-IF.
048400     IF TR-HORAS-EXTRA IS NOT NUMERIC
048500         MOVE ZERO TO TR-HORAS-EXTRA
048600     END-IF.
048700     COMPUTE CPR-HORAS-DIA = TR-HORAS-NORM + TR-HORAS-EXTRA.
048800     IF CPR-HORAS-DIA = ZERO
048900         GO TO 3100-LEER-ENTRADA-EXIT
049000     END-IF.
049100     IF TR-FECHA(1:6) < CPR-PERIODO
049200         IF TR-PROYECTO NOT = SPACES
049300             MOVE TR-PROYECTO TO CPR-BUS-PROYECTO
049400             PERFORM 3300-BUSCAR-PROYECTO
049500                 THRU 3300-BUSCAR-PROYECTO-EXIT
049600             IF CPR-ES-HALLADO
049700                 ADD CPR-HORAS-DIA
049800                     TO CPR-PRY-HORAS-PREV(CPR-X-PRY)
049900             END-IF
050000         END-IF
050100         GO TO 3100-LEER-ENTRADA-EXIT
050200     END-IF.
050300*    DIA DEL PERIODO: SIN PROYECTO (O CON UNO QUE YA NO ESTA EN
050400*    EL MAESTRO) VA AL GENERAL DEL DEPARTAMENTO DEL EMPLEADO.
050500     MOVE TR-ID TO CPR-BUS-ID.
050600     MOVE TR-NOMBRE TO CPR-BUS-NOMBRE.
050700     PERFORM 2210-BUSCAR-EMPLEADO THRU 2210-BUSCAR-EMPLEADO-EXIT.
050800     IF NOT CPR-ES-HALLADO
050900         PERFORM 3500-HORAS-SIN-COSTO
051000             THRU 3500-HORAS-SIN-COSTO-EXIT
051100         GO TO 3100-LEER-ENTRADA-EXIT
051200     END-IF.
051300     MOVE 'N' TO CPR-HALLADO.
051400     IF TR-PROYECTO NOT = SPACES
051500         MOVE TR-PROYECTO TO CPR-BUS-PROYECTO
051600         PERFORM 3300-BUSCAR-PROYECTO
051700             THRU 3300-BUSCAR-PROYECTO-EXIT
051800     END-IF.
051900     IF NOT CPR-ES-HALLADO
052000         MOVE CPR-EMP-DEPTO(CPR-X-EMP) TO CPR-BUS-DEPTO
052100         PERFORM 3400-PROYECTO-GENERAL
052200             THRU 3400-PROYECTO-GENERAL-EXIT
052300     END-IF.
052400     PERFORM 3200-ACUMULAR-HORAS THRU 3200-ACUMULAR-HORAS-EXIT.
052500 3100-LEER-ENTRADA-EXIT.
052600     EXIT.
052700*
052800******************************************************************
052900* 3200-ACUMULAR-HORAS - ADD THE DAY TO THE EMPLOYEE/PROJECT ROW
053000******************************************************************
053100 3200-ACUMULAR-HORAS.
053200     SET CPR-X-EMP-AUX TO CPR-X-EMP.
053300     SET CPR-X-PRY-AUX TO CPR-X-PRY.
053400     MOVE 'N' TO CPR-HALLADO.
053500     SET CPR-X-HRS TO 1.
053600     SEARCH CPR-FILA-HRS
053700         AT END
053800             CONTINUE
053900         WHEN CPR-X-HRS > CPR-CANT-HORAS
054000             CONTINUE
054100         WHEN CPR-HRS-EMP(CPR-X-HRS) = CPR-X-EMP-AUX
054200             AND CPR-HRS-PRY(CPR-X-HRS) = CPR-X-PRY-AUX
054300             SET CPR-ES-HALLADO TO TRUE
054400     END-SEARCH.
054500     IF NOT CPR-ES-HALLADO
054600         IF CPR-CANT-HORAS >= 1000
054700             ADD CPR-HORAS-DIA TO CPR-HORAS-DESCARTADAS
054800             GO TO 3200-ACUMULAR-HORAS-EXIT
054900         END-IF
055000         ADD 1 TO CPR-CANT-HORAS
055100         SET CPR-X-HRS TO CPR-CANT-HORAS
055200         MOVE CPR-X-EMP-AUX TO CPR-HRS-EMP(CPR-X-HRS)
055300         MOVE CPR-X-PRY-AUX TO CPR-HRS-PRY(CPR-X-HRS)
055400         MOVE ZERO TO CPR-HRS-HORAS(CPR-X-HRS)
055500     END-IF.
055600     ADD CPR-HORAS-DIA TO CPR-HRS-HORAS(CPR-X-HRS).
055700     ADD CPR-HORAS-DIA TO CPR-EMP-HORAS(CPR-X-EMP).
055800 3200-ACUMULAR-HORAS-EXIT.
055900     EXIT.
056000*
056100******************************************************************
056200* 3300-BUSCAR-PROYECTO - PROJECT BY CODE
056300******************************************************************
056400 3300-BUSCAR-PROYECTO.
056500     MOVE 'N' TO CPR-HALLADO.
056600     SET CPR-X-PRY TO 1.
056700     SEARCH CPR-FILA-PRY
056800         AT END
056900             CONTINUE
057000         WHEN CPR-X-PRY > CPR-CANT-PROYECTOS
057100             CONTINUE
057200         WHEN CPR-PRY-CODIGO(CPR-X-PRY) = CPR-BUS-PROYECTO
057300             SET CPR-ES-HALLADO TO TRUE
057400     END-SEARCH.
057500 3300-BUSCAR-PROYECTO-EXIT.
057600     EXIT.
057700*
057800******************************************************************
057900* 3400-PROYECTO-GENERAL - THE DEPARTMENT'S GENERAL PROJECT; A
058000*                         DEPARTMENT WITHOUT ONE GETS A SINPROY
058100*                         ROW OF ITS OWN SO NO COST IS LOST
058200******************************************************************
058300 3400-PROYECTO-GENERAL.
058400     MOVE 'N' TO CPR-HALLADO.
058500     SET CPR-X-PRY TO 1.
058600     SEARCH CPR-FILA-PRY
058700         AT END
058800             CONTINUE
058900         WHEN CPR-X-PRY > CPR-CANT-PROYECTOS
059000             CONTINUE
059100         WHEN CPR-PRY-TIPO(CPR-X-PRY) = 'G'
059200             AND CPR-PRY-DEPTO(CPR-X-PRY) = CPR-BUS-DEPTO
059300             SET CPR-ES-HALLADO TO TRUE
059400     END-SEARCH.
059500     IF CPR-ES-HALLADO
059600         GO TO 3400-PROYECTO-GENERAL-EXIT
059700     END-IF.
059800     IF CPR-CANT-PROYECTOS >= 200
059900         SET CPR-X-PRY TO CPR-CANT-PROYECTOS
060000         GO TO 3400-PROYECTO-GENERAL-EXIT
060100     END-IF.
060200     ADD 1 TO CPR-CANT-SIN-GENERAL.
060300     DISPLAY 'COSTPROY: EL DEPARTAMENTO ' CPR-BUS-DEPTO
060400         ' NO TIENE PROYECTO GENERAL EN PROYECTOS'.
060500     ADD 1 TO CPR-CANT-PROYECTOS.
060600     SET CPR-X-PRY TO CPR-CANT-PROYECTOS.
060700     MOVE 'SINPROY' TO CPR-PRY-CODIGO(CPR-X-PRY).
060800     MOVE SPACES TO CPR-PRY-CLIENTE(CPR-X-PRY).
060900     MOVE ZERO TO CPR-PRY-PRESUP(CPR-X-PRY).
061000     MOVE CPR-BUS-DEPTO TO CPR-PRY-DEPTO(CPR-X-PRY).
061100     MOVE 'G' TO CPR-PRY-TIPO(CPR-X-PRY).
061200     MOVE SPACES TO CPR-PRY-CUENTA(CPR-X-PRY).
061300     MOVE ZERO TO CPR-PRY-HORAS-PREV(CPR-X-PRY).
061400     MOVE ZERO TO CPR-PRY-HORAS-PER(CPR-X-PRY).
061500     MOVE ZERO TO CPR-PRY-COSTO(CPR-X-PRY).
061600 3400-PROYECTO-GENERAL-EXIT.
061700     EXIT.
061800*
061900******************************************************************
062000* 3500-HORAS-SIN-COSTO - HOURS OF SOMEONE NOT ON THE REGISTER
062100*                        COUNT AGAINST THE PROJECT BUT CARRY NO
062200*                        COST
062300******************************************************************
062400 3500-HORAS-SIN-COSTO.
062500     ADD CPR-HORAS-DIA TO CPR-HORAS-SIN-COSTO.
062600     IF TR-PROYECTO = SPACES
062700         GO TO 3500-HORAS-SIN-COSTO-EXIT
062800     END-IF.
062900     MOVE TR-PROYECTO TO CPR-BUS-PROYECTO.
063000     PERFORM 3300-BUSCAR-PROYECTO THRU 3300-BUSCAR-PROYECTO-EXIT.
063100     IF CPR-ES-HALLADO
063200         ADD CPR-HORAS-DIA TO CPR-PRY-HORAS-PER(CPR-X-PRY)
063300     END-IF.
063400 3500-HORAS-SIN-COSTO-EXIT.
063500     EXIT.
063600*
063700******************************************************************
063800* 4000-DISTRIBUIR - SPREAD EACH EMPLOYEE'S COST OVER THE HOURS
063900******************************************************************
064000 4000-DISTRIBUIR.
064100     PERFORM 4100-PREPARAR-EMPLEADO
064200         THRU 4100-PREPARAR-EMPLEADO-EXIT
064300         VARYING CPR-X-EMP FROM 1 BY 1
064400         UNTIL CPR-X-EMP > CPR-CANT-EMPLEADOS.
064500     PERFORM 4200-REPARTIR-FILA THRU 4200-REPARTIR-FILA-EXIT
064600         VARYING CPR-X-HRS FROM 1 BY 1
064700         UNTIL CPR-X-HRS > CPR-CANT-HORAS.
064800 4000-DISTRIBUIR-EXIT.
064900     EXIT.
065000*
065100******************************************************************
065200* 4100-PREPARAR-EMPLEADO - START THE ROUNDING REST; WITH NO
065300*                          APPROVED HOURS THE WHOLE COST GOES TO
065400*                          THE DEPARTMENT'S GENERAL PROJECT
065500******************************************************************
065600 4100-PREPARAR-EMPLEADO.
065700     MOVE CPR-EMP-COSTO(CPR-X-EMP)
065800         TO CPR-EMP-COSTO-RESTO(CPR-X-EMP).
065900     MOVE CPR-EMP-HORAS(CPR-X-EMP)
066000         TO CPR-EMP-HORAS-RESTO(CPR-X-EMP).
066100     IF CPR-EMP-HORAS(CPR-X-EMP) > ZERO
066200         OR CPR-EMP-COSTO(CPR-X-EMP) = ZERO
066300         GO TO 4100-PREPARAR-EMPLEADO-EXIT
066400     END-IF.
066500     ADD 1 TO CPR-CANT-SIN-HORAS.
066600     MOVE CPR-EMP-DEPTO(CPR-X-EMP) TO CPR-BUS-DEPTO.
066700     PERFORM 3400-PROYECTO-GENERAL
066800         THRU 3400-PROYECTO-GENERAL-EXIT.
066900     MOVE CPR-EMP-COSTO(CPR-X-EMP) TO CPR-IMPORTE.
067000     PERFORM 4300-IMPUTAR THRU 4300-IMPUTAR-EXIT.
067100 4100-PREPARAR-EMPLEADO-EXIT.
067200     EXIT.
067300*
067400******************************************************************
067500* 4200-REPARTIR-FILA - THE EMPLOYEE'S SHARE FOR ONE PROJECT; THE
067600*                      LAST ROW OF THE EMPLOYEE TAKES THE REST
067700******************************************************************
067800 4200-REPARTIR-FILA.
067900     SET CPR-X-EMP TO CPR-HRS-EMP(CPR-X-HRS).
068000     SET CPR-X-PRY TO CPR-HRS-PRY(CPR-X-HRS).
068100     IF CPR-HRS-HORAS(CPR-X-HRS) = CPR-EMP-HORAS-RESTO(CPR-X-EMP)
068200         MOVE CPR-EMP-COSTO-RESTO(CPR-X-EMP) TO CPR-IMPORTE
068300     ELSE
068400         COMPUTE CPR-IMPORTE ROUNDED =
068500             CPR-EMP-COSTO(CPR-X-EMP) * CPR-HRS-HORAS(CPR-X-HRS)
068600             / CPR-EMP-HORAS(CPR-X-EMP)
068700     END-IF.
068800     SUBTRACT CPR-IMPORTE FROM CPR-EMP-COSTO-RESTO(CPR-X-EMP).
068900     SUBTRACT CPR-HRS-HORAS(CPR-X-HRS)
069000         FROM CPR-EMP-HORAS-RESTO(CPR-X-EMP).
069100     ADD CPR-HRS-HORAS(CPR-X-HRS) TO CPR-PRY-HORAS-PER(CPR-X-PRY).
069200     ADD CPR-HRS-HORAS(CPR-X-HRS) TO CPR-TOTAL-HORAS.
069300     PERFORM 4300-IMPUTAR THRU 4300-IMPUTAR-EXIT.
069400 4200-REPARTIR-FILA-EXIT.
069500     EXIT.
069600*
069700******************************************************************
069800* 4300-IMPUTAR - CHARGE AN AMOUNT TO THE PROJECT AND TO ITS
069900*                COMPANY/PROJECT JOURNAL ROW
070000******************************************************************
070100 4300-IMPUTAR.
070200     ADD CPR-IMPORTE TO CPR-PRY-COSTO(CPR-X-PRY).
070300     ADD CPR-IMPORTE TO CPR-TOTAL-DISTRIBUIDO.
070400     SET CPR-X-PRY-AUX TO CPR-X-PRY.
070500     MOVE 'N' TO CPR-HALLADO.
070600     SET CPR-X-GL TO 1.
070700     SEARCH CPR-FILA-GL
070800         AT END
070900             CONTINUE
071000         WHEN CPR-X-GL > CPR-CANT-GL
071100             CONTINUE
071200         WHEN CPR-GL-COMPANIA(CPR-X-GL)
071300                 = CPR-EMP-COMPANIA(CPR-X-EMP)
071400             AND CPR-GL-PRY(CPR-X-GL) = CPR-X-PRY-AUX
071500             SET CPR-ES-HALLADO TO TRUE
071600     END-SEARCH.
071700     IF NOT CPR-ES-HALLADO
071800         IF CPR-CANT-GL >= 400
071900             GO TO 4300-IMPUTAR-EXIT
072000         END-IF
072100         ADD 1 TO CPR-CANT-GL
072200         SET CPR-X-GL TO CPR-CANT-GL
072300         MOVE CPR-EMP-COMPANIA(CPR-X-EMP)
072400             TO CPR-GL-COMPANIA(CPR-X-GL)
072500         MOVE CPR-X-PRY-AUX TO CPR-GL-PRY(CPR-X-GL)
072600         MOVE ZERO TO CPR-GL-IMPORTE(CPR-X-GL)
072700     END-IF.
072800     ADD CPR-IMPORTE TO CPR-GL-IMPORTE(CPR-X-GL).
072900 4300-IMPUTAR-EXIT.
073000     EXIT.
073100*
073200******************************************************************
073300* 5000-INFORMAR - HOURS AND COST PER PROJECT AGAINST THE BUDGET
073400******************************************************************
073500 5000-INFORMAR.
073600     OPEN OUTPUT REPORTE-FILE.
073700     MOVE SPACES TO RPT-LINEA.
073800     STRING 'COSTPROY - COSTO DE MANO DE OBRA POR PROYECTO - '
073900         'PERIODO ' CPR-PERIODO
074000         DELIMITED BY SIZE INTO RPT-LINEA.
074100     WRITE RPT-LINEA.
074200     MOVE SPACES TO RPT-LINEA.
074300     WRITE RPT-LINEA.
074400     MOVE SPACES TO RPT-LINEA.
074500     STRING 'PROYECTO CLIENTE         HS PER HS ACUM  PRESUP '
074600         '%USO           COSTO'
074700         DELIMITED BY SIZE INTO RPT-LINEA.
074800     WRITE RPT-LINEA.
074900     PERFORM 5100-LINEA-PROYECTO THRU 5100-LINEA-PROYECTO-EXIT
075000         VARYING CPR-X-PRY FROM 1 BY 1
075100         UNTIL CPR-X-PRY > CPR-CANT-PROYECTOS.
075200     MOVE SPACES TO RPT-LINEA.
075300     WRITE RPT-LINEA.
075400     MOVE CPR-TOTAL-REGISTRO TO CPR-COSTO-ED.
075500     MOVE SPACES TO RPT-LINEA.
075600     STRING 'COSTO DEL PERIODO (REGISTRO + CONTRIB.): '
075700         CPR-COSTO-ED
075800         DELIMITED BY SIZE INTO RPT-LINEA.
075900     WRITE RPT-LINEA.
076000     MOVE CPR-TOTAL-DISTRIBUIDO TO CPR-COSTO-ED.
076100     MOVE SPACES TO RPT-LINEA.
076200     STRING 'COSTO DISTRIBUIDO EN PROYECTOS:          '
076300         CPR-COSTO-ED
076400         DELIMITED BY SIZE INTO RPT-LINEA.
076500     WRITE RPT-LINEA.
076600     IF CPR-TOTAL-DISTRIBUIDO NOT = CPR-TOTAL-REGISTRO
076700         MOVE '*** EL COSTO DISTRIBUIDO NO CUADRA ***'
076800             TO RPT-LINEA
076900         WRITE RPT-LINEA
077000     END-IF.
077100     MOVE CPR-TOTAL-HORAS TO CPR-HORAS-ED.
077200     MOVE SPACES TO RPT-LINEA.
077300     STRING 'HORAS APROBADAS COSTEADAS:               '
077400         CPR-HORAS-ED
077500         DELIMITED BY SIZE INTO RPT-LINEA.
077600     WRITE RPT-LINEA.
077700     MOVE CPR-CANT-SIN-HORAS TO CPR-CANT-ED.
077800     MOVE SPACES TO RPT-LINEA.
077900     STRING 'EMPLEADOS SIN HORAS (AL GENERAL):        '
078000         CPR-CANT-ED
078100         DELIMITED BY SIZE INTO RPT-LINEA.
078200     WRITE RPT-LINEA.
078300     MOVE CPR-HORAS-SIN-COSTO TO CPR-HORAS-ED.
078400     MOVE SPACES TO RPT-LINEA.
078500     STRING 'HORAS SIN COSTO (FUERA DEL REGISTRO):    '
078600         CPR-HORAS-ED
078700         DELIMITED BY SIZE INTO RPT-LINEA.
078800     WRITE RPT-LINEA.
078900     IF CPR-HORAS-DESCARTADAS > ZERO
079000         MOVE CPR-HORAS-DESCARTADAS TO CPR-HORAS-ED
079100         MOVE SPACES TO RPT-LINEA
079200         STRING '*** HORAS NO COSTEADAS (TABLA LLENA):   '
079300             CPR-HORAS-ED
079400             DELIMITED BY SIZE INTO RPT-LINEA
079500         WRITE RPT-LINEA
079600     END-IF.
079700     CLOSE REPORTE-FILE.
079800 5000-INFORMAR-EXIT.
079900     EXIT.
080000*
080100******************************************************************
080200* 5100-LINEA-PROYECTO - ONE PROJECT; OVER BUDGET IS MARKED
080300******************************************************************
080400 5100-LINEA-PROYECTO.
080500     IF CPR-PRY-HORAS-PER(CPR-X-PRY) = ZERO
080600         AND CPR-PRY-COSTO(CPR-X-PRY) = ZERO
080700         GO TO 5100-LINEA-PROYECTO-EXIT
080800     END-IF.
080900     MOVE CPR-PRY-HORAS-PER(CPR-X-PRY) TO CPR-HORAS-ED.
081000     COMPUTE CPR-HORAS-ED2 =
081100         CPR-PRY-HORAS-PREV(CPR-X-PRY)
081200         + CPR-PRY-HORAS-PER(CPR-X-PRY).
081300     MOVE CPR-PRY-PRESUP(CPR-X-PRY) TO CPR-HORAS-ED3.
081400     MOVE ZERO TO CPR-PORCENTAJE.
081500     IF CPR-PRY-PRESUP(CPR-X-PRY) > ZERO
081600         COMPUTE CPR-PORCENTAJE ROUNDED =
081700             (CPR-PRY-HORAS-PREV(CPR-X-PRY)
081800              + CPR-PRY-HORAS-PER(CPR-X-PRY)) * 100
081900             / CPR-PRY-PRESUP(CPR-X-PRY)
082000             ON SIZE ERROR
082100                 MOVE 9999 TO CPR-PORCENTAJE
082200         END-COMPUTE
082300     END-IF.
082400     MOVE CPR-PORCENTAJE TO CPR-PCT-ED.
082500     MOVE CPR-PRY-COSTO(CPR-X-PRY) TO CPR-COSTO-ED.
082600     MOVE SPACES TO RPT-LINEA.
082700     STRING CPR-PRY-CODIGO(CPR-X-PRY) ' '
082800         CPR-PRY-CLIENTE(CPR-X-PRY)(1:14) ' '
082900         CPR-HORAS-ED ' '
083000         CPR-HORAS-ED2 ' '
083100         CPR-HORAS-ED3 ' '
083200         CPR-PCT-ED ' '
083300         CPR-COSTO-ED
083400         DELIMITED BY SIZE INTO RPT-LINEA.
083500     IF CPR-PRY-PRESUP(CPR-X-PRY) > ZERO
083600         AND CPR-PORCENTAJE > 100
083700         MOVE 'EXCEDIDO' TO RPT-LINEA(73:8)
083800         ADD 1 TO CPR-CANT-EXCEDIDOS
083900     END-IF.
084000     WRITE RPT-LINEA.
084100 5100-LINEA-PROYECTO-EXIT.
084200     EXIT.
084300*
084400******************************************************************
084500* 6000-GRABAR-ASIENTO - THE PROJECT-COST JOURNAL, ONE DEBIT AND
084600*                       ONE CREDIT PER COMPANY AND PROJECT
084700******************************************************************
084800 6000-GRABAR-ASIENTO.
084900     OPEN OUTPUT GLPROYECTO-FILE.
085000     PERFORM 6100-GRABAR-PROYECTO THRU 6100-GRABAR-PROYECTO-EXIT
085100         VARYING CPR-X-GL FROM 1 BY 1
085200         UNTIL CPR-X-GL > CPR-CANT-GL.
085300     CLOSE GLPROYECTO-FILE.
085400 6000-GRABAR-ASIENTO-EXIT.
085500     EXIT.
085600*
085700******************************************************************
085800* 6100-GRABAR-PROYECTO - DEBIT THE PROJECT, CREDIT THE TRANSFER
085900*                        ACCOUNT; A NEGATIVE NET POSTS REVERSED
086000******************************************************************
086100 6100-GRABAR-PROYECTO.
086200     IF CPR-GL-IMPORTE(CPR-X-GL) = ZERO
086300         GO TO 6100-GRABAR-PROYECTO-EXIT
086400     END-IF.
086500     SET CPR-X-PRY TO CPR-GL-PRY(CPR-X-GL).
086600     IF CPR-PRY-CUENTA(CPR-X-PRY) = SPACES
086700         ADD 1 TO CPR-CANT-SIN-CUENTA
086800         DISPLAY 'COSTPROY: EL PROYECTO '
086900             CPR-PRY-CODIGO(CPR-X-PRY)
087000             ' NO TIENE CUENTA, NO SE ASIENTA'
087100         GO TO 6100-GRABAR-PROYECTO-EXIT
087200     END-IF.
087300     MOVE CPR-PERIODO TO GL-PERIODO.
087400     MOVE CPR-GL-COMPANIA(CPR-X-GL) TO GL-COMPANIA.
087500     MOVE CPR-PRY-CODIGO(CPR-X-PRY) TO GL-PROYECTO.
087600     MOVE CPR-GL-IMPORTE(CPR-X-GL) TO GL-IMPORTE.
087700     MOVE CPR-PRY-CUENTA(CPR-X-PRY) TO GL-CUENTA.
087800     IF CPR-GL-IMPORTE(CPR-X-GL) > ZERO
087900         MOVE 'D' TO GL-DEBE-HABER
088000     ELSE
088100         MOVE 'H' TO GL-DEBE-HABER
088200     END-IF.
088300     WRITE GL-RECORD.
088400     MOVE CPR-CTA-TRANSF TO GL-CUENTA.
088500     IF CPR-GL-IMPORTE(CPR-X-GL) > ZERO
088600         MOVE 'H' TO GL-DEBE-HABER
088700     ELSE
088800         MOVE 'D' TO GL-DEBE-HABER
088900     END-IF.
089000     WRITE GL-RECORD.
089100 6100-GRABAR-PROYECTO-EXIT.
089200     EXIT.
089300 END PROGRAM COSTPROY.
