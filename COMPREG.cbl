000100******************************************************************
000200* AUTHOR:      HERNAN HERGERT
000300* INSTALLATION: DATA PROCESSING
000400* DATE-WRITTEN:
000500* DATE-COMPILED:
000600* PURPOSE:     SIDE-BY-SIDE COMPARISON OF TWO PAYROLLREG
000700*              GENERATIONS, FOR SIGNING OFF A PARALLEL RUN
000800*              BEFORE A PROGRAM CHANGE OR A RATE-TABLE
000900*              CORRECTION IS ACCEPTED. THE OPERATOR NAMES THE
001000*              BASE AND THE NEW REGISTER (BY DEFAULT THE LAST
001100*              PAYBKUP GENERATION PAYROLLREGG1 AGAINST THE LIVE
001200*              PAYROLLREG; THE TRIAL REGISTER PAYROLLTRI OR ANY
001300*              OLDER GENERATION CAN BE NAMED INSTEAD). LINES ARE
001400*              MATCHED BY PR-ID, PR-TIPO-LINEA AND PR-PERIODO-REF
001500*              (THE NAME STANDS IN FOR A MISSING ID, AND AMONG
001600*              SEVERAL LINES WITH THE SAME KEY THE ONE WITH THE
001700*              SAME CONCEPT IN PR-SENIORIDAD IS PREFERRED).
001800*              EVERY FIELD THAT DIFFERS BY MORE THAN THE
001900*              TOLERANCE (PARMS KEYWORD TOLERANCIA, OTHERWISE
002000*              ASKED) IS REPORTED -- MONTHLY SALARY, PRORATED,
002100*              EXTRA, BONUS, DEDUCTIONS AND NET -- AS ARE THE
002200*              LINES FOUND ON ONE SIDE ONLY, FOLLOWED BY NET
002300*              TOTALS PER DEPARTMENT AND PER COMPANY FOR BOTH
002400*              SIDES. THE PRINT FILE IS COMPRPT; THE RUN ENDS
002500*              WITH RC 4 WHEN ANYTHING WAS REPORTED.
002600* TECTONICS:   COBC
002700*
002800* MODIFICATION HISTORY:
002900*   - NEW COMPARISON PROGRAM, OFFERED FROM THE MENUUTIL MENU.
003000******************************************************************
003100 IDENTIFICATION DIVISION.
003200 PROGRAM-ID. COMPREG.
003300 ENVIRONMENT DIVISION.
003400 INPUT-OUTPUT SECTION.
003500 FILE-CONTROL.
003600     SELECT OPTIONAL REGISTRO-FILE ASSIGN USING CPR-NOMBRE-ARCHIVO
003700         ORGANIZATION IS LINE SEQUENTIAL
003800         FILE STATUS IS CPR-STATUS-REGISTRO.
003900     SELECT REPORTE-FILE ASSIGN TO 'COMPRPT'
004000         ORGANIZATION IS LINE SEQUENTIAL.
004100 DATA DIVISION.
004200 FILE SECTION.
004300 FD  REGISTRO-FILE
004400     LABEL RECORDS ARE STANDARD.
004500 01  PR-RECORD.
004600     COPY PAYROLLREG.
004700 FD  REPORTE-FILE
004800     LABEL RECORDS ARE STANDARD
004900     RECORD CONTAINS 80 CHARACTERS.
005000 01  RPT-LINEA                   PIC X(80).
005100 WORKING-STORAGE SECTION.
005200*
005300 01  CPR-STATUS-REGISTRO         PIC XX.
005400 01  CPR-NOMBRE-ARCHIVO          PIC X(14).
005500 01  CPR-NOMBRE-BASE             PIC X(14).
005600 01  CPR-NOMBRE-NUEVO            PIC X(14).
005700 01  CPR-ENTRADA                 PIC X(20).
005800 01  CPR-TOLERANCIA              PIC 9(05)V99 VALUE ZERO.
005900 01  CPR-LADO                    PIC X(01).
006000*
006100 01  CPR-PARAMETRO.
006200     05  CPR-PARM-CLAVE          PIC X(12).
006300     05  CPR-PARM-VALOR          PIC X(20).
006400     05  CPR-PARM-HALLADO        PIC X(01).
006500         88  CPR-ES-PARM-HALLADO VALUE 'Y'.
006600*
006700 01  CPR-INDICADORES.
006800     05  CPR-FIN-ARCHIVO         PIC X VALUE 'N'.
006900         88  CPR-ES-FIN-ARCHIVO  VALUE 'Y'.
007000     05  CPR-HALLADO             PIC X VALUE 'N'.
007100         88  CPR-ES-HALLADO      VALUE 'Y'.
007200     05  CPR-LINEA-DISTINTA      PIC X VALUE 'N'.
007300         88  CPR-ES-LINEA-DISTINTA VALUE 'Y'.
007400*
007500 01  CPR-CONTADORES.
007600     05  CPR-CANT-COINCIDEN      PIC 9(05) VALUE ZERO.
007700     05  CPR-CANT-DISTINTAS      PIC 9(05) VALUE ZERO.
007800     05  CPR-CANT-CAMPOS         PIC 9(05) VALUE ZERO.
007900     05  CPR-CANT-SOLO-BASE      PIC 9(05) VALUE ZERO.
008000     05  CPR-CANT-SOLO-NUEVO     PIC 9(05) VALUE ZERO.
008100     05  CPR-CANT-EXCEDIDAS      PIC 9(05) VALUE ZERO.
008200*
008300 01  CPR-REGISTRO-CONTROL.
008400     COPY REGCTL.
008500 01  CPR-VER-CANT                PIC 9(07) VALUE ZERO.
008600 01  CPR-VER-HASH                PIC 9(15)V99 VALUE ZERO.
008700 01  CPR-TRL-CANT                PIC 9(07) VALUE ZERO.
008800 01  CPR-TRL-HASH                PIC 9(15)V99 VALUE ZERO.
008900*
009000 01  CPR-COMPARACION.
009100     05  CPR-CAMPO               PIC X(12).
009200     05  CPR-VALOR-BASE          PIC S9(09)V99.
009300     05  CPR-VALOR-NUEVO         PIC S9(09)V99.
009400     05  CPR-DIFERENCIA          PIC S9(09)V99.
009500     05  CPR-DIF-ABSOLUTA        PIC 9(09)V99.
009600     05  CPR-NETO-LINEA          PIC S9(09)V99.
009700     05  CPR-DEPTO-COMUN         PIC X(10).
009800     05  CPR-COMPANIA-COMUN      PIC X(03).
009900*
010000 01  CPR-LINEA-DIFERENCIA.
010100     05  CPR-LD-ID               PIC 9(05).
010200     05  FILLER                  PIC X(01) VALUE SPACE.
010300     05  CPR-LD-TIPO             PIC X(01).
010400     05  FILLER                  PIC X(01) VALUE SPACE.
010500     05  CPR-LD-PERIODO-REF      PIC 9(06).
010600     05  FILLER                  PIC X(01) VALUE SPACE.
010700     05  CPR-LD-NOMBRE           PIC X(05).
010800     05  FILLER                  PIC X(01) VALUE SPACE.
010900     05  CPR-LD-CAMPO            PIC X(12).
011000     05  CPR-LD-BASE             PIC --,---,--9.99.
011100     05  FILLER                  PIC X(01) VALUE SPACE.
011200     05  CPR-LD-NUEVO            PIC --,---,--9.99.
011300     05  FILLER                  PIC X(01) VALUE SPACE.
011400     05  CPR-LD-DIFERENCIA       PIC --,---,--9.99.
011500     05  FILLER                  PIC X(05) VALUE SPACES.
011600*
011700 01  CPR-LINEA-TOTAL.
011800     05  CPR-LT-CLAVE            PIC X(14).
011900     05  CPR-LT-BASE             PIC ---,---,---,--9.99.
012000     05  FILLER                  PIC X(01) VALUE SPACE.
012100     05  CPR-LT-NUEVO            PIC ---,---,---,--9.99.
012200     05  FILLER                  PIC X(01) VALUE SPACE.
012300     05  CPR-LT-DIFERENCIA       PIC ---,---,---,--9.99.
012400     05  FILLER                  PIC X(08) VALUE SPACES.
012500*
012600*    UNA TABLA POR LADO: 'B' ES EL REGISTRO BASE, 'N' EL NUEVO.
012700 01  CPR-CANT-BASE               PIC 9(04) VALUE ZERO.
012800 01  CPR-TABLA-BASE.
012900     05  CPR-FILA-BASE OCCURS 1000 TIMES
013000                       INDEXED BY CPR-X-BAS.
013100         10 CPR-BAS-ID           PIC 9(05).
013200         10 CPR-BAS-NOMBRE       PIC X(05).
013300         10 CPR-BAS-SENIORIDAD   PIC X(06).
013400         10 CPR-BAS-TIPO         PIC X(01).
013500         10 CPR-BAS-PERIODO-REF  PIC 9(06).
013600         10 CPR-BAS-DEPTO        PIC X(10).
013700         10 CPR-BAS-COMPANIA     PIC X(03).
013800         10 CPR-BAS-MENSUAL      PIC 9(06)V99.
013900         10 CPR-BAS-PRORRATEADO  PIC 9(06)V99.
014000         10 CPR-BAS-EXTRA        PIC 9(06)V99.
014100         10 CPR-BAS-BONO         PIC 9(06)V99.
014200         10 CPR-BAS-DEDUCCIONES  PIC 9(06)V99.
014300         10 CPR-BAS-NETO         PIC 9(07)V99.
014400         10 CPR-BAS-VISTO        PIC X(01).
014500*
014600 01  CPR-CANT-NUEVO              PIC 9(04) VALUE ZERO.
014700 01  CPR-TABLA-NUEVO.
014800     05  CPR-FILA-NUEVO OCCURS 1000 TIMES
014900                        INDEXED BY CPR-X-NUE.
015000         10 CPR-NUE-ID           PIC 9(05).
015100         10 CPR-NUE-NOMBRE       PIC X(05).
015200         10 CPR-NUE-SENIORIDAD   PIC X(06).
015300         10 CPR-NUE-TIPO         PIC X(01).
015400         10 CPR-NUE-PERIODO-REF  PIC 9(06).
015500         10 CPR-NUE-DEPTO        PIC X(10).
015600         10 CPR-NUE-COMPANIA     PIC X(03).
015700         10 CPR-NUE-MENSUAL      PIC 9(06)V99.
015800         10 CPR-NUE-PRORRATEADO  PIC 9(06)V99.
015900         10 CPR-NUE-EXTRA        PIC 9(06)V99.
016000         10 CPR-NUE-BONO         PIC 9(06)V99.
016100         10 CPR-NUE-DEDUCCIONES  PIC 9(06)V99.
016200         10 CPR-NUE-NETO         PIC 9(07)V99.
016300*
016400 01  CPR-CANT-DEPTOS             PIC 9(03) VALUE ZERO.
016500 01  CPR-TABLA-DEPTOS.
016600     05  CPR-FILA-DEPTO OCCURS 100 TIMES
016700                        INDEXED BY CPR-X-DEP.
016800         10 CPR-DEP-NOMBRE       PIC X(10).
016900         10 CPR-DEP-BASE         PIC S9(11)V99.
017000         10 CPR-DEP-NUEVO        PIC S9(11)V99.
017100*
017200 01  CPR-CANT-COMPANIAS          PIC 9(03) VALUE ZERO.
017300 01  CPR-TABLA-COMPANIAS.
017400     05  CPR-FILA-CIA OCCURS 20 TIMES
017500                      INDEXED BY CPR-X-CIA.
017600         10 CPR-CIA-CODIGO       PIC X(03).
017700         10 CPR-CIA-BASE         PIC S9(11)V99.
017800         10 CPR-CIA-NUEVO        PIC S9(11)V99.
017900*
018000 PROCEDURE DIVISION.
018100******************************************************************
018200* 0000-MAINLINE - ASK BOTH REGISTERS AND THE TOLERANCE, LOAD
018300*                 BOTH, MATCH, REPORT
018400******************************************************************
018500 0000-MAINLINE.
018600     PERFORM 1000-PEDIR-PARAMETROS
018700         THRU 1000-PEDIR-PARAMETROS-EXIT.
018800     OPEN OUTPUT REPORTE-FILE.
018900     MOVE SPACES TO RPT-LINEA.
019000     STRING 'COMPARACION DE REGISTROS: BASE ' CPR-NOMBRE-BASE
019100         ' NUEVO ' CPR-NOMBRE-NUEVO
019200         DELIMITED BY SIZE INTO RPT-LINEA.
019300     WRITE RPT-LINEA.
019400     MOVE CPR-TOLERANCIA TO CPR-LD-DIFERENCIA.
019500     MOVE SPACES TO RPT-LINEA.
019600     STRING 'TOLERANCIA POR CAMPO: ' CPR-LD-DIFERENCIA
019700         DELIMITED BY SIZE INTO RPT-LINEA.
019800     WRITE RPT-LINEA.
019900     MOVE CPR-NOMBRE-BASE TO CPR-NOMBRE-ARCHIVO.
020000     MOVE 'B' TO CPR-LADO.
020100     PERFORM 2000-CARGAR-REGISTRO THRU 2000-CARGAR-REGISTRO-EXIT.
020200     MOVE CPR-NOMBRE-NUEVO TO CPR-NOMBRE-ARCHIVO.
020300     MOVE 'N' TO CPR-LADO.
020400     PERFORM 2000-CARGAR-REGISTRO THRU 2000-CARGAR-REGISTRO-EXIT.
020500     MOVE SPACES TO RPT-LINEA.
020600     WRITE RPT-LINEA.
020700     MOVE 'ID    T REF    NOMBRE CAMPO                 BASE'
020800         TO RPT-LINEA.
020900     MOVE 'NUEVO    DIFERENCIA' TO RPT-LINEA(58:19).
021000     WRITE RPT-LINEA.
021100     PERFORM 3000-COMPARAR-LINEA THRU 3000-COMPARAR-LINEA-EXIT
021200         VARYING CPR-X-NUE FROM 1 BY 1
021300         UNTIL CPR-X-NUE > CPR-CANT-NUEVO.
021400     PERFORM 4000-SOLO-EN-BASE THRU 4000-SOLO-EN-BASE-EXIT
021500         VARYING CPR-X-BAS FROM 1 BY 1
021600         UNTIL CPR-X-BAS > CPR-CANT-BASE.
021700     PERFORM 5000-TOTALES THRU 5000-TOTALES-EXIT.
021800     CLOSE REPORTE-FILE.
021900     DISPLAY 'COMPREG: ' CPR-CANT-COINCIDEN ' LINEAS IGUALES, '
022000         CPR-CANT-DISTINTAS ' CON DIFERENCIAS, '
022100         CPR-CANT-SOLO-BASE ' SOLO EN BASE, '
022200         CPR-CANT-SOLO-NUEVO ' SOLO EN NUEVO'.
022300     IF CPR-CANT-DISTINTAS > ZERO
022400         OR CPR-CANT-SOLO-BASE > ZERO
022500         OR CPR-CANT-SOLO-NUEVO > ZERO
022600         MOVE 4 TO RETURN-CODE
022700     END-IF.
022800     IF CPR-CANT-EXCEDIDAS > ZERO
022900         DISPLAY 'COMPREG: ' CPR-CANT-EXCEDIDAS
023000             ' LINEAS NO ENTRARON EN LA TABLA'
023100         MOVE 8 TO RETURN-CODE
023200     END-IF.
023300     GOBACK.
023400 0000-MAINLINE-EXIT.
023500     EXIT.
023600*
023700******************************************************************
023800* 1000-PEDIR-PARAMETROS - REGISTER NAMES AND TOLERANCE
023900******************************************************************
024000 1000-PEDIR-PARAMETROS.
024100     DISPLAY 'REGISTRO BASE (ENTER = PAYROLLREGG1): '
024200         WITH NO ADVANCING.
024300     ACCEPT CPR-NOMBRE-BASE.
024400     IF CPR-NOMBRE-BASE = SPACES
024500         MOVE 'PAYROLLREGG1' TO CPR-NOMBRE-BASE
024600     END-IF.
024700     DISPLAY 'REGISTRO NUEVO (ENTER = PAYROLLREG): '
024800         WITH NO ADVANCING.
024900     ACCEPT CPR-NOMBRE-NUEVO.
025000     IF CPR-NOMBRE-NUEVO = SPACES
025100         MOVE 'PAYROLLREG' TO CPR-NOMBRE-NUEVO
025200     END-IF.
025300     MOVE 'TOLERANCIA' TO CPR-PARM-CLAVE.
025400     CALL 'LEERPARM' USING CPR-PARM-CLAVE
025500         CPR-PARM-VALOR CPR-PARM-HALLADO.
025600     IF CPR-ES-PARM-HALLADO
025700         AND CPR-PARM-VALOR NOT = SPACES
025800         MOVE CPR-PARM-VALOR TO CPR-ENTRADA
025900     ELSE
026000         DISPLAY 'TOLERANCIA POR CAMPO (ENTER = 0.00): '
026100             WITH NO ADVANCING
026200         ACCEPT CPR-ENTRADA
026300     END-IF.
026400     IF CPR-ENTRADA = SPACES
026500         MOVE ZERO TO CPR-TOLERANCIA
026600     ELSE
026700         COMPUTE CPR-TOLERANCIA = FUNCTION NUMVAL(CPR-ENTRADA)
026800     END-IF.
026900 1000-PEDIR-PARAMETROS-EXIT.
027000     EXIT.
027100*
027200******************************************************************
027300* 2000-CARGAR-REGISTRO - ONE GENERATION INTO ITS SIDE'S TABLE,
027400*                        CHECKED AGAINST ITS OWN TRAILER
027500******************************************************************
027600 2000-CARGAR-REGISTRO.
027700     MOVE 'N' TO CPR-FIN-ARCHIVO.
027800     MOVE ZERO TO CPR-VER-CANT CPR-VER-HASH.
027900     MOVE ZERO TO CPR-TRL-CANT CPR-TRL-HASH.
028000     OPEN INPUT REGISTRO-FILE.
028100     IF CPR-STATUS-REGISTRO NOT = '00'
028200         MOVE SPACES TO RPT-LINEA
028300         STRING 'NO HAY ARCHIVO ' CPR-NOMBRE-ARCHIVO
028400             ' DISPONIBLE: TODO EL OTRO LADO APARECE SOLO'
028500             DELIMITED BY SIZE INTO RPT-LINEA
028600         WRITE RPT-LINEA
028700         CLOSE REGISTRO-FILE
028800         GO TO 2000-CARGAR-REGISTRO-EXIT
028900     END-IF.
029000     PERFORM 2100-LEER-REGISTRO THRU 2100-LEER-REGISTRO-EXIT
029100         UNTIL CPR-ES-FIN-ARCHIVO.
029200     CLOSE REGISTRO-FILE.
029300     IF CPR-TRL-CANT > ZERO
029400         AND (CPR-TRL-CANT NOT = CPR-VER-CANT
029500              OR CPR-TRL-HASH NOT = CPR-VER-HASH)
029600         MOVE SPACES TO RPT-LINEA
029700         STRING '*** EL CONTROL DE CIERRE DE ' CPR-NOMBRE-ARCHIVO
029800             ' NO COINCIDE CON LO LEIDO ***'
029900             DELIMITED BY SIZE INTO RPT-LINEA
030000         WRITE RPT-LINEA
030100         DISPLAY 'COMPREG: ' RPT-LINEA
030200     END-IF.
030300 2000-CARGAR-REGISTRO-EXIT.
030400     EXIT.
030500*
030600******************************************************************
030700* 2100-LEER-REGISTRO - ONE DETAIL ROW INTO THE TABLE OF THE SIDE
030800*                      BEING LOADED, AND INTO THE TOTALS
030900******************************************************************
031000 2100-LEER-REGISTRO.
031100     READ REGISTRO-FILE
031200         AT END
031300             SET CPR-ES-FIN-ARCHIVO TO TRUE
031400             GO TO 2100-LEER-REGISTRO-EXIT
031500     END-READ.
031600     IF PR-RECORD(1:1) = '*'
031700         MOVE PR-RECORD TO CPR-REGISTRO-CONTROL
031800         IF CTL-ES-CIERRE
031900             ADD CTL-CANT TO CPR-TRL-CANT
032000             ADD CTL-HASH TO CPR-TRL-HASH
032100         END-IF
032200         GO TO 2100-LEER-REGISTRO-EXIT
032300     END-IF.
032400     ADD 1 TO CPR-VER-CANT.
032500     COMPUTE CPR-VER-HASH = CPR-VER-HASH
032600         + PR-SUELDO-ANUAL + PR-BONO.
032700     IF PR-PERIODO-REF IS NOT NUMERIC
032800         MOVE ZERO TO PR-PERIODO-REF
032900     END-IF.
033000     MOVE PR-NETO TO CPR-NETO-LINEA.
033100     IF PR-TIPO-LINEA = 'D'
033200         COMPUTE CPR-NETO-LINEA = ZERO - PR-NETO
033300     END-IF.
033400     MOVE PR-DEPARTAMENTO TO CPR-DEPTO-COMUN.
033500     MOVE PR-COMPANIA TO CPR-COMPANIA-COMUN.
033600     PERFORM 6000-ACUMULAR-TOTALES
033700         THRU 6000-ACUMULAR-TOTALES-EXIT.
033800     IF CPR-LADO = 'B'
033900         PERFORM 2200-GUARDAR-BASE THRU 2200-GUARDAR-BASE-EXIT
034000     ELSE
034100         PERFORM 2300-GUARDAR-NUEVO THRU 2300-GUARDAR-NUEVO-EXIT
034200     END-IF.
034300 2100-LEER-REGISTRO-EXIT.
034400     EXIT.
034500*
034600******************************************************************
034700* 2200-GUARDAR-BASE - ONE BASE LINE INTO THE TABLE
034800******************************************************************
034900 2200-GUARDAR-BASE.
035000     IF CPR-CANT-BASE NOT < 1000
035100         ADD 1 TO CPR-CANT-EXCEDIDAS
035200         GO TO 2200-GUARDAR-BASE-EXIT
035300     END-IF.
035400     ADD 1 TO CPR-CANT-BASE.
035500     SET CPR-X-BAS TO CPR-CANT-BASE.
035600     MOVE PR-ID TO CPR-BAS-ID(CPR-X-BAS).
035700     MOVE PR-NOMBRE TO CPR-BAS-NOMBRE(CPR-X-BAS).
035800     MOVE PR-SENIORIDAD TO CPR-BAS-SENIORIDAD(CPR-X-BAS).
035900     MOVE PR-TIPO-LINEA TO CPR-BAS-TIPO(CPR-X-BAS).
036000     MOVE PR-PERIODO-REF TO CPR-BAS-PERIODO-REF(CPR-X-BAS).
036100     MOVE PR-DEPARTAMENTO TO CPR-BAS-DEPTO(CPR-X-BAS).
036200     MOVE PR-COMPANIA TO CPR-BAS-COMPANIA(CPR-X-BAS).
036300     MOVE PR-SUELDO-MENSUAL TO CPR-BAS-MENSUAL(CPR-X-BAS).
036400     MOVE PR-SUELDO-PRORRATEADO
036500         TO CPR-BAS-PRORRATEADO(CPR-X-BAS).
036600     MOVE PR-IMPORTE-EXTRA TO CPR-BAS-EXTRA(CPR-X-BAS).
036700     MOVE PR-BONO TO CPR-BAS-BONO(CPR-X-BAS).
036800     MOVE PR-DEDUCCIONES TO CPR-BAS-DEDUCCIONES(CPR-X-BAS).
036900     MOVE PR-NETO TO CPR-BAS-NETO(CPR-X-BAS).
037000     MOVE 'N' TO CPR-BAS-VISTO(CPR-X-BAS).
037100 2200-GUARDAR-BASE-EXIT.
037200     EXIT.
037300*
037400******************************************************************
037500* 2300-GUARDAR-NUEVO - ONE NEW LINE INTO THE TABLE
037600******************************************************************
037700 2300-GUARDAR-NUEVO.
037800     IF CPR-CANT-NUEVO NOT < 1000
037900         ADD 1 TO CPR-CANT-EXCEDIDAS
038000         GO TO 2300-GUARDAR-NUEVO-EXIT
038100     END-IF.
038200     ADD 1 TO CPR-CANT-NUEVO.
038300     SET CPR-X-NUE TO CPR-CANT-NUEVO.
038400     MOVE PR-ID TO CPR-NUE-ID(CPR-X-NUE).
038500     MOVE PR-NOMBRE TO CPR-NUE-NOMBRE(CPR-X-NUE).
038600     MOVE PR-SENIORIDAD TO CPR-NUE-SENIORIDAD(CPR-X-NUE).
038700     MOVE PR-TIPO-LINEA TO CPR-NUE-TIPO(CPR-X-NUE).
038800     MOVE PR-PERIODO-REF TO CPR-NUE-PERIODO-REF(CPR-X-NUE).
038900     MOVE PR-DEPARTAMENTO TO CPR-NUE-DEPTO(CPR-X-NUE).
039000     MOVE PR-COMPANIA TO CPR-NUE-COMPANIA(CPR-X-NUE).
039100     MOVE PR-SUELDO-MENSUAL TO CPR-NUE-MENSUAL(CPR-X-NUE).
039200     MOVE PR-SUELDO-PRORRATEADO
039300         TO CPR-NUE-PRORRATEADO(CPR-X-NUE).
039400     MOVE PR-IMPORTE-EXTRA TO CPR-NUE-EXTRA(CPR-X-NUE).
039500     MOVE PR-BONO TO CPR-NUE-BONO(CPR-X-NUE).
039600     MOVE PR-DEDUCCIONES TO CPR-NUE-DEDUCCIONES(CPR-X-NUE).
039700     MOVE PR-NETO TO CPR-NUE-NETO(CPR-X-NUE).
039800 2300-GUARDAR-NUEVO-EXIT.
039900     EXIT.
040000*
040100******************************************************************
040200* 3000-COMPARAR-LINEA - FIND THE BASE LINE OF ONE NEW LINE AND
040300*                       REPORT EVERY FIELD OUT OF TOLERANCE
040400******************************************************************
040500 3000-COMPARAR-LINEA.
040600     MOVE 'N' TO CPR-HALLADO.
040700     PERFORM 3100-BUSCAR-MISMO-CONCEPTO
040800         THRU 3100-BUSCAR-MISMO-CONCEPTO-EXIT
040900         VARYING CPR-X-BAS FROM 1 BY 1
041000         UNTIL CPR-X-BAS > CPR-CANT-BASE
041100            OR CPR-ES-HALLADO.
041200     IF NOT CPR-ES-HALLADO
041300         PERFORM 3200-BUSCAR-MISMA-CLAVE
041400             THRU 3200-BUSCAR-MISMA-CLAVE-EXIT
041500             VARYING CPR-X-BAS FROM 1 BY 1
041600             UNTIL CPR-X-BAS > CPR-CANT-BASE
041700                OR CPR-ES-HALLADO
041800     END-IF.
041900     IF NOT CPR-ES-HALLADO
042000         ADD 1 TO CPR-CANT-SOLO-NUEVO
042100         MOVE CPR-NUE-NETO(CPR-X-NUE) TO CPR-LD-DIFERENCIA
042200         MOVE SPACES TO RPT-LINEA
042300         STRING 'SOLO EN NUEVO: ' CPR-NUE-ID(CPR-X-NUE) ' '
042400             CPR-NUE-TIPO(CPR-X-NUE) ' '
042500             CPR-NUE-PERIODO-REF(CPR-X-NUE) ' '
042600             CPR-NUE-NOMBRE(CPR-X-NUE) ' '
042700             CPR-NUE-SENIORIDAD(CPR-X-NUE) ' '
042800             CPR-NUE-DEPTO(CPR-X-NUE) ' NETO '
042900             CPR-LD-DIFERENCIA
043000             DELIMITED BY SIZE INTO RPT-LINEA
043100         WRITE RPT-LINEA
043200         GO TO 3000-COMPARAR-LINEA-EXIT
043300     END-IF.
043400     SET CPR-X-BAS DOWN BY 1.
043500     MOVE 'Y' TO CPR-BAS-VISTO(CPR-X-BAS).
043600     MOVE 'N' TO CPR-LINEA-DISTINTA.
043700     MOVE 'SUELDO MENS.' TO CPR-CAMPO.
043800     MOVE CPR-BAS-MENSUAL(CPR-X-BAS) TO CPR-VALOR-BASE.
043900     MOVE CPR-NUE-MENSUAL(CPR-X-NUE) TO CPR-VALOR-NUEVO.
044000     PERFORM 3300-COMPARAR-CAMPO THRU 3300-COMPARAR-CAMPO-EXIT.
044100     MOVE 'PRORRATEADO' TO CPR-CAMPO.
044200     MOVE CPR-BAS-PRORRATEADO(CPR-X-BAS) TO CPR-VALOR-BASE.
044300     MOVE CPR-NUE-PRORRATEADO(CPR-X-NUE) TO CPR-VALOR-NUEVO.
044400     PERFORM 3300-COMPARAR-CAMPO THRU 3300-COMPARAR-CAMPO-EXIT.
044500     MOVE 'EXTRA' TO CPR-CAMPO.
044600     MOVE CPR-BAS-EXTRA(CPR-X-BAS) TO CPR-VALOR-BASE.
044700     MOVE CPR-NUE-EXTRA(CPR-X-NUE) TO CPR-VALOR-NUEVO.
044800     PERFORM 3300-COMPARAR-CAMPO THRU 3300-COMPARAR-CAMPO-EXIT.
044900     MOVE 'BONO' TO CPR-CAMPO.
045000     MOVE CPR-BAS-BONO(CPR-X-BAS) TO CPR-VALOR-BASE.
045100     MOVE CPR-NUE-BONO(CPR-X-NUE) TO CPR-VALOR-NUEVO.
045200     PERFORM 3300-COMPARAR-CAMPO THRU 3300-COMPARAR-CAMPO-EXIT.
045300     MOVE 'DEDUCCIONES' TO CPR-CAMPO.
045400     MOVE CPR-BAS-DEDUCCIONES(CPR-X-BAS) TO CPR-VALOR-BASE.
045500     MOVE CPR-NUE-DEDUCCIONES(CPR-X-NUE) TO CPR-VALOR-NUEVO.
045600     PERFORM 3300-COMPARAR-CAMPO THRU 3300-COMPARAR-CAMPO-EXIT.
045700     MOVE 'NETO' TO CPR-CAMPO.
045800     MOVE CPR-BAS-NETO(CPR-X-BAS) TO CPR-VALOR-BASE.
045900     MOVE CPR-NUE-NETO(CPR-X-NUE) TO CPR-VALOR-NUEVO.
046000     PERFORM 3300-COMPARAR-CAMPO THRU 3300-COMPARAR-CAMPO-EXIT.
046100     IF CPR-ES-LINEA-DISTINTA
046200         ADD 1 TO CPR-CANT-DISTINTAS
046300     ELSE
046400         ADD 1 TO CPR-CANT-COINCIDEN
046500     END-IF.
046600 3000-COMPARAR-LINEA-EXIT.
046700     EXIT.
046800*
046900******************************************************************
047000* 3100-BUSCAR-MISMO-CONCEPTO - FIRST UNMATCHED BASE LINE WITH THE
047100*                              SAME KEY AND THE SAME CONCEPT
047200******************************************************************
047300 3100-BUSCAR-MISMO-CONCEPTO.
047400     PERFORM 3210-COMPARAR-CLAVE THRU 3210-COMPARAR-CLAVE-EXIT.
047500     IF CPR-ES-HALLADO
047600         AND CPR-BAS-SENIORIDAD(CPR-X-BAS)
047700             NOT = CPR-NUE-SENIORIDAD(CPR-X-NUE)
047800         MOVE 'N' TO CPR-HALLADO
047900     END-IF.
048000 3100-BUSCAR-MISMO-CONCEPTO-EXIT.
048100     EXIT.
048200*
048300******************************************************************
048400* 3200-BUSCAR-MISMA-CLAVE - FIRST UNMATCHED BASE LINE WITH THE
048500*                           SAME KEY, WHATEVER THE CONCEPT
048600******************************************************************
048700 3200-BUSCAR-MISMA-CLAVE.
048800     PERFORM 3210-COMPARAR-CLAVE THRU 3210-COMPARAR-CLAVE-EXIT.
048900 3200-BUSCAR-MISMA-CLAVE-EXIT.
049000     EXIT.
049100*
049200******************************************************************
049300* 3210-COMPARAR-CLAVE - ID (NAME FOR PRE-ID ROWS), LINE TYPE AND
049400*                       REFERENCE PERIOD
049500******************************************************************
049600 3210-COMPARAR-CLAVE.
049700     IF CPR-BAS-VISTO(CPR-X-BAS) = 'N'
049800         AND CPR-BAS-TIPO(CPR-X-BAS) = CPR-NUE-TIPO(CPR-X-NUE)
049900         AND CPR-BAS-PERIODO-REF(CPR-X-BAS)
050000             = CPR-NUE-PERIODO-REF(CPR-X-NUE)
050100         AND ((CPR-NUE-ID(CPR-X-NUE) NOT = ZERO
050200               AND CPR-BAS-ID(CPR-X-BAS) = CPR-NUE-ID(CPR-X-NUE))
050300              OR ((CPR-NUE-ID(CPR-X-NUE) = ZERO
050400                   OR CPR-BAS-ID(CPR-X-BAS) = ZERO)
050500                  AND CPR-BAS-NOMBRE(CPR-X-BAS)
050600                      = CPR-NUE-NOMBRE(CPR-X-NUE)))
050700         SET CPR-ES-HALLADO TO TRUE
050800     END-IF.
050900 3210-COMPARAR-CLAVE-EXIT.
051000     EXIT.
051100*
051200******************************************************************
051300* 3300-COMPARAR-CAMPO - ONE FIELD; A DIFFERENCE WITHIN THE
051400*                       TOLERANCE IS TAKEN AS ROUNDING
051500******************************************************************
051600 3300-COMPARAR-CAMPO.
051700     COMPUTE CPR-DIFERENCIA = CPR-VALOR-NUEVO - CPR-VALOR-BASE.
051800     MOVE CPR-DIFERENCIA TO CPR-DIF-ABSOLUTA.
051900     IF CPR-DIF-ABSOLUTA NOT > CPR-TOLERANCIA
052000         GO TO 3300-COMPARAR-CAMPO-EXIT
052100     END-IF.
052200     SET CPR-ES-LINEA-DISTINTA TO TRUE.
052300     ADD 1 TO CPR-CANT-CAMPOS.
052400     MOVE CPR-NUE-ID(CPR-X-NUE) TO CPR-LD-ID.
052500     MOVE CPR-NUE-TIPO(CPR-X-NUE) TO CPR-LD-TIPO.
052600     MOVE CPR-NUE-PERIODO-REF(CPR-X-NUE) TO CPR-LD-PERIODO-REF.
052700     MOVE CPR-NUE-NOMBRE(CPR-X-NUE) TO CPR-LD-NOMBRE.
052800     MOVE CPR-CAMPO TO CPR-LD-CAMPO.
052900     MOVE CPR-VALOR-BASE TO CPR-LD-BASE.
053000     MOVE CPR-VALOR-NUEVO TO CPR-LD-NUEVO.
053100     MOVE CPR-DIFERENCIA TO CPR-LD-DIFERENCIA.
053200     WRITE RPT-LINEA FROM CPR-LINEA-DIFERENCIA.
053300 3300-COMPARAR-CAMPO-EXIT.
053400     EXIT.
053500*
053600******************************************************************
053700* 4000-SOLO-EN-BASE - A BASE LINE NO NEW LINE CLAIMED
053800******************************************************************
053900 4000-SOLO-EN-BASE.
054000     IF CPR-BAS-VISTO(CPR-X-BAS) NOT = 'N'
054100         GO TO 4000-SOLO-EN-BASE-EXIT
054200     END-IF.
054300     ADD 1 TO CPR-CANT-SOLO-BASE.
054400     MOVE CPR-BAS-NETO(CPR-X-BAS) TO CPR-LD-DIFERENCIA.
054500     MOVE SPACES TO RPT-LINEA.
054600     STRING 'SOLO EN BASE:  ' CPR-BAS-ID(CPR-X-BAS) ' '
054700         CPR-BAS-TIPO(CPR-X-BAS) ' '
054800         CPR-BAS-PERIODO-REF(CPR-X-BAS) ' '
054900         CPR-BAS-NOMBRE(CPR-X-BAS) ' '
055000         CPR-BAS-SENIORIDAD(CPR-X-BAS) ' '
055100         CPR-BAS-DEPTO(CPR-X-BAS) ' NETO '
055200         CPR-LD-DIFERENCIA
055300         DELIMITED BY SIZE INTO RPT-LINEA.
055400     WRITE RPT-LINEA.
055500 4000-SOLO-EN-BASE-EXIT.
055600     EXIT.
055700*
055800******************************************************************
055900* 5000-TOTALES - NET PER DEPARTMENT AND PER COMPANY, BOTH SIDES,
056000*                AND THE RUN COUNTS
056100******************************************************************
056200 5000-TOTALES.
056300     MOVE SPACES TO RPT-LINEA.
056400     WRITE RPT-LINEA.
056500     MOVE '=== NETO POR DEPARTAMENTO ===' TO RPT-LINEA.
056600     WRITE RPT-LINEA.
056700     PERFORM 5100-LINEA-DEPTO THRU 5100-LINEA-DEPTO-EXIT
056800         VARYING CPR-X-DEP FROM 1 BY 1
056900         UNTIL CPR-X-DEP > CPR-CANT-DEPTOS.
057000     MOVE SPACES TO RPT-LINEA.
057100     WRITE RPT-LINEA.
057200     MOVE '=== NETO POR EMPRESA ===' TO RPT-LINEA.
057300     WRITE RPT-LINEA.
057400     PERFORM 5200-LINEA-COMPANIA THRU 5200-LINEA-COMPANIA-EXIT
057500         VARYING CPR-X-CIA FROM 1 BY 1
057600         UNTIL CPR-X-CIA > CPR-CANT-COMPANIAS.
057700     MOVE SPACES TO RPT-LINEA.
057800     WRITE RPT-LINEA.
057900     MOVE SPACES TO RPT-LINEA.
058000     STRING 'LINEAS BASE: ' CPR-CANT-BASE
058100         '  NUEVO: ' CPR-CANT-NUEVO
058200         '  IGUALES: ' CPR-CANT-COINCIDEN
058300         '  CON DIFERENCIAS: ' CPR-CANT-DISTINTAS
058400         DELIMITED BY SIZE INTO RPT-LINEA.
058500     WRITE RPT-LINEA.
058600     MOVE SPACES TO RPT-LINEA.
058700     STRING 'CAMPOS DISTINTOS: ' CPR-CANT-CAMPOS
058800         '  SOLO EN BASE: ' CPR-CANT-SOLO-BASE
058900         '  SOLO EN NUEVO: ' CPR-CANT-SOLO-NUEVO
059000         DELIMITED BY SIZE INTO RPT-LINEA.
059100     WRITE RPT-LINEA.
059200     IF CPR-CANT-DISTINTAS = ZERO
059300         AND CPR-CANT-SOLO-BASE = ZERO
059400         AND CPR-CANT-SOLO-NUEVO = ZERO
059500         MOVE '*** SIN DIFERENCIAS FUERA DE TOLERANCIA ***'
059600             TO RPT-LINEA
059700         WRITE RPT-LINEA
059800     END-IF.
059900 5000-TOTALES-EXIT.
060000     EXIT.
060100*
060200******************************************************************
060300* 5100-LINEA-DEPTO - ONE DEPARTMENT, BASE / NEW / DIFFERENCE
060400******************************************************************
060500 5100-LINEA-DEPTO.
060600     MOVE SPACES TO CPR-LT-CLAVE.
060700     MOVE CPR-DEP-NOMBRE(CPR-X-DEP) TO CPR-LT-CLAVE.
060800     MOVE CPR-DEP-BASE(CPR-X-DEP) TO CPR-LT-BASE.
060900     MOVE CPR-DEP-NUEVO(CPR-X-DEP) TO CPR-LT-NUEVO.
061000     COMPUTE CPR-LT-DIFERENCIA = CPR-DEP-NUEVO(CPR-X-DEP)
061100         - CPR-DEP-BASE(CPR-X-DEP).
061200     WRITE RPT-LINEA FROM CPR-LINEA-TOTAL.
061300 5100-LINEA-DEPTO-EXIT.
061400     EXIT.
061500*
061600******************************************************************
061700* 5200-LINEA-COMPANIA - ONE COMPANY, BASE / NEW / DIFFERENCE
061800******************************************************************
061900 5200-LINEA-COMPANIA.
062000     MOVE SPACES TO CPR-LT-CLAVE.
062100     STRING 'EMPRESA ' CPR-CIA-CODIGO(CPR-X-CIA)
062200         DELIMITED BY SIZE INTO CPR-LT-CLAVE.
062300     MOVE CPR-CIA-BASE(CPR-X-CIA) TO CPR-LT-BASE.
062400     MOVE CPR-CIA-NUEVO(CPR-X-CIA) TO CPR-LT-NUEVO.
062500     COMPUTE CPR-LT-DIFERENCIA = CPR-CIA-NUEVO(CPR-X-CIA)
062600         - CPR-CIA-BASE(CPR-X-CIA).
062700     WRITE RPT-LINEA FROM CPR-LINEA-TOTAL.
062800 5200-LINEA-COMPANIA-EXIT.
062900     EXIT.
063000*
063100******************************************************************
063200* 6000-ACUMULAR-TOTALES - ADD THE LINE'S NET TO ITS DEPARTMENT
063300*                         AND COMPANY ON THE SIDE BEING LOADED
063400******************************************************************
063500 6000-ACUMULAR-TOTALES.
063600     MOVE 'N' TO CPR-HALLADO.
063700     PERFORM 6100-BUSCAR-DEPTO THRU 6100-BUSCAR-DEPTO-EXIT
063800         VARYING CPR-X-DEP FROM 1 BY 1
063900         UNTIL CPR-X-DEP > CPR-CANT-DEPTOS
064000            OR CPR-ES-HALLADO.
064100     IF CPR-ES-HALLADO
064200         SET CPR-X-DEP DOWN BY 1
064300     ELSE
064400         IF CPR-CANT-DEPTOS < 100
064500             ADD 1 TO CPR-CANT-DEPTOS
064600             SET CPR-X-DEP TO CPR-CANT-DEPTOS
064700             MOVE CPR-DEPTO-COMUN TO CPR-DEP-NOMBRE(CPR-X-DEP)
064800             MOVE ZERO TO CPR-DEP-BASE(CPR-X-DEP)
064900             MOVE ZERO TO CPR-DEP-NUEVO(CPR-X-DEP)
065000             SET CPR-ES-HALLADO TO TRUE
065100         END-IF
065200     END-IF.
065300     IF CPR-ES-HALLADO
065400         IF CPR-LADO = 'B'
065500             ADD CPR-NETO-LINEA TO CPR-DEP-BASE(CPR-X-DEP)
065600         ELSE
065700             ADD CPR-NETO-LINEA TO CPR-DEP-NUEVO(CPR-X-DEP)
065800         END-IF
065900     END-IF.
066000     MOVE 'N' TO CPR-HALLADO.
066100     PERFORM 6200-BUSCAR-COMPANIA THRU 6200-BUSCAR-COMPANIA-EXIT
066200         VARYING CPR-X-CIA FROM 1 BY 1
066300         UNTIL CPR-X-CIA > CPR-CANT-COMPANIAS
066400            OR CPR-ES-HALLADO.
066500     IF CPR-ES-HALLADO
066600         SET CPR-X-CIA DOWN BY 1
066700     ELSE
066800         IF CPR-CANT-COMPANIAS < 20
066900             ADD 1 TO CPR-CANT-COMPANIAS
067000             SET CPR-X-CIA TO CPR-CANT-COMPANIAS
067100             MOVE CPR-COMPANIA-COMUN TO CPR-CIA-CODIGO(CPR-X-CIA)
067200             MOVE ZERO TO CPR-CIA-BASE(CPR-X-CIA)
067300             MOVE ZERO TO CPR-CIA-NUEVO(CPR-X-CIA)
067400             SET CPR-ES-HALLADO TO TRUE
067500         END-IF
067600     END-IF.
067700     IF CPR-ES-HALLADO
067800         IF CPR-LADO = 'B'
067900             ADD CPR-NETO-LINEA TO CPR-CIA-BASE(CPR-X-CIA)
068000         ELSE
068100             ADD CPR-NETO-LINEA TO CPR-CIA-NUEVO(CPR-X-CIA)
068200         END-IF
068300     END-IF.
068400 6000-ACUMULAR-TOTALES-EXIT.
068500     EXIT.
068600*
068700******************************************************************
068800* 6100-BUSCAR-DEPTO - DEPARTMENT ALREADY IN THE TABLE
068900******************************************************************
069000 6100-BUSCAR-DEPTO.
069100     IF CPR-DEP-NOMBRE(CPR-X-DEP) = CPR-DEPTO-COMUN
069200         SET CPR-ES-HALLADO TO TRUE
069300     END-IF.
069400 6100-BUSCAR-DEPTO-EXIT.
069500     EXIT.
069600*
069700******************************************************************
069800* 6200-BUSCAR-COMPANIA - COMPANY ALREADY IN THE TABLE
069900******************************************************************
070000 6200-BUSCAR-COMPANIA.
070100     IF CPR-CIA-CODIGO(CPR-X-CIA) = CPR-COMPANIA-COMUN
070200         SET CPR-ES-HALLADO TO TRUE
070300     END-IF.
070400 6200-BUSCAR-COMPANIA-EXIT.
070500     EXIT.
070600 END PROGRAM COMPREG.
