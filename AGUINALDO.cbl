002450*   - PERIODCTL CARRIES ONE OPEN ROW PER FREQUENCY NOW, SO THE
002460*     PERIOD COMES FROM THE MONTHLY ('M' OR BLANK) ROW INSTEAD
002470*     OF WHATEVER ROW HAPPENED TO BE FIRST.
002471*   - THE YEARS-OF-SERVICE PREMIUM TRAVELS INSIDE PH-SUELDO-
002472*     MENSUAL, SO THE BEST-SALARY BASE ALREADY INCLUDES IT; THE
002473*     'G' REGISTER LINE CARRIES ZERO IN THE NEW PR-ADIC-ANTIG.
002474*   - LIKEWISE FOR THE ATTENDANCE BONUS: THE 'G' LINE CARRIES
002475*     ZERO AND NO STATUS IN THE NEW PR-PRESENTISMO COLUMNS.
002476*   - ONE-OFF EARNINGS ('N'/'X' LINES, PH-SENIORIDAD THE
002477*     CONCEPT, AMOUNT IN PH-IMPORTE-EXTRA) NEVER COMPETE AS A
002478*     MONTH ON THEIR OWN; WHEN NOVCONC FLAGS THE CONCEPT FOR THE
002479*     AGUINALDO THE AMOUNT IS ADDED TO THE SALARY OF THE SAME
00247A*     MONTH BEFORE THAT MONTH COMPETES FOR THE BEST SALARY.
00247B*   - PAYHIST AMOUNTS ARE SIGNED NOW. A LINE CANCELLED BY A
00247C*     REVERPER REVERSAL, AND THE REVERSAL ITSELF, NEITHER COMPETE
00247D*     FOR THE BEST SALARY NOR RAISE A MONTH (ANULHIST TELLS THEM).
00247E*   - ONLY REGULAR LINES (BLANK, 'O', 'T', 'E') SET THE MONTH.
00247F*     SEVERANCE 'F', FAMILY ALLOWANCE 'H' AND REIMBURSEMENT 'V'
00247G*     LINES NO LONGER RESET IT TO ZERO; THE MINIMUM-WAGE TOP-UP
00247H*     'M' IS REMUNERATION AND IS ADDED TO ITS MONTH LIKE A
00247I*     FLAGGED ONE-OFF EARNING.
00247J*   - PERIODCTL RECORD WIDENED FOR PC-SECUENCIA.
00247K*   - THE ZERO-SALARY SECOND LINE OF A TRANSFER OR DEPARTMENT
00247L*     SPLIT NO LONGER RESETS THE LATEST MONTH TO ZERO.
002500******************************************************************
002600 IDENTIFICATION DIVISION.
002700 PROGRAM-ID. AGUINALDO.
004000     SELECT OPTIONAL PERIODCTL-FILE ASSIGN TO 'PERIODCTL'
004100         ORGANIZATION IS LINE SEQUENTIAL
004200         FILE STATUS IS AGU-STATUS-PERIODO.
004201     SELECT OPTIONAL NOVCONC-FILE ASSIGN TO 'NOVCONC'
004202         ORGANIZATION IS LINE SEQUENTIAL
004203         FILE STATUS IS AGU-STATUS-NOVCONC.
004300     SELECT REPORTE-FILE ASSIGN TO 'AGUIRPT'
004400         ORGANIZATION IS LINE SEQUENTIAL.
004500 DATA DIVISION.
004900 01  PH-RECORD.
005000     05 PH-NOMBRE                PIC X(05).
005100     05 PH-SENIORIDAD            PIC X(06).
005200     05 PH-SUELDO-MENSUAL        PIC S9(06)V99.
005300     05 PH-SUELDO-ANUAL          PIC S9(07)V99.
005400     05 PH-BONO                  PIC S9(06)V99.
005500     05 PH-PERIODO               PIC 9(06).
005600     05 PH-DEPARTAMENTO          PIC X(10).
005700     05 PH-EXPERIENCIA           PIC 9(02).
005800     05 PH-ID                    PIC 9(05).
005900     05 PH-IMPORTE-EXTRA         PIC S9(06)V99.
006000     05 PH-TIPO-LINEA            PIC X(01).
006100     05 PH-PERIODO-REF           PIC 9(06).
006200     05 PH-COMPANIA              PIC X(03).
007510*    LA FRECUENCIA VA AL FINAL PARA NO CORRER LAS COLUMNAS:
007520*    UN PERIODCTL VIEJO DE UNA SOLA FILA SE LEE COMO MENSUAL.
007530     05 PC-FRECUENCIA            PIC X(01).
007531     05 PC-SECUENCIA             PIC 9(02).
007532 FD  NOVCONC-FILE
007533     LABEL RECORDS ARE STANDARD.
007534 01  NC-RECORD.
007535     COPY NOVCONC.
007600 FD  REPORTE-FILE
007700     LABEL RECORDS ARE STANDARD
007800     RECORD CONTAINS 80 CHARACTERS.
008300 01  AGU-STATUS-PAYROLL          PIC XX.
008400 01  AGU-STATUS-EMPL             PIC XX.
008500 01  AGU-STATUS-PERIODO          PIC XX.
008501 01  AGU-STATUS-NOVCONC          PIC XX.
008600*
008700 01  AGU-NOMBRE-PROGRAMA         PIC X(11) VALUE 'AGUINALDO'.
008800 01  AGU-FECHA-CORRIDA           PIC 9(08) VALUE ZERO.
008801 01  AGU-ANU-ACCION              PIC X(01) VALUE SPACE.
008802 01  AGU-ANU-RESULTADO           PIC X(01) VALUE SPACE.
008900*
009000 01  AGU-INDICADORES.
009100     05  AGU-FIN-ARCHIVO         PIC X VALUE 'N'.
009400         88  AGU-ES-YA-POSTEADO  VALUE 'Y'.
009500     05  AGU-HALLADO             PIC X VALUE 'N'.
009600         88  AGU-ES-HALLADO      VALUE 'Y'.
009601     05  AGU-CONC-HALLADO        PIC X VALUE 'N'.
009602         88  AGU-ES-CONC-HALLADO VALUE 'Y'.
009700*
009800 01  AGU-PERIODO                 PIC 9(06) VALUE ZERO.
009900 01  AGU-PERIODO-DESDE           PIC 9(06).
012100         10 AGU-MEJ-SENIORIDAD   PIC X(06).
012200         10 AGU-MEJ-DEPTO        PIC X(10).
012300         10 AGU-MEJ-COMPANIA     PIC X(03).
012301        10 AGU-MEJ-PERIODO      PIC 9(06).
012302        10 AGU-MEJ-ULTIMO       PIC 9(07)V99.
012303*
012304 01  AGU-CANT-CONCEPTOS          PIC 9(03) VALUE ZERO.
012305 01  AGU-TABLA-CONCEPTOS.
012306     05  AGU-CONCEPTO-FILA OCCURS 100 TIMES
012307                           INDEXED BY AGU-X-CNC.
012308         10 AGU-CNC-REGISTRO     PIC X(38).
012400*
012500 PROCEDURE DIVISION.
012600******************************************************************
014700     COMPUTE AGU-PERIODO-DESDE =
014800         FUNCTION NUMVAL(AGU-PERIODO(1:4)) * 100
014900         + AGU-MES-INICIO.
014901     PERFORM 1500-CARGAR-CONCEPTOS
014902         THRU 1500-CARGAR-CONCEPTOS-EXIT.
015000     PERFORM 2000-BARRER-HISTORIAL
015100         THRU 2000-BARRER-HISTORIAL-EXIT.
015200     IF AGU-ES-YA-POSTEADO
018859     END-READ.
018860 1010-LEER-PERIODO-EXIT.
018861     EXIT.
018862*
018863******************************************************************
018864* 1500-CARGAR-CONCEPTOS - NOVCONC, TO KNOW WHICH ONE-OFF
018865*                         EARNINGS COUNT IN THE AGUINALDO
018866******************************************************************
018867 1500-CARGAR-CONCEPTOS.
018868     MOVE 'N' TO AGU-FIN-ARCHIVO.
018869     OPEN INPUT NOVCONC-FILE.
01886A     IF AGU-STATUS-NOVCONC = '00'
01886B         PERFORM 1510-LEER-CONCEPTO
01886C             THRU 1510-LEER-CONCEPTO-EXIT
01886D             UNTIL AGU-ES-FIN-ARCHIVO
01886E     END-IF.
01886F     CLOSE NOVCONC-FILE.
01886G     MOVE 'N' TO AGU-FIN-ARCHIVO.
01886H 1500-CARGAR-CONCEPTOS-EXIT.
01886I     EXIT.
01886J*
01886K******************************************************************
01886L* 1510-LEER-CONCEPTO - ONE NOVCONC ROW INTO THE TABLE
01886M******************************************************************
01886N 1510-LEER-CONCEPTO.
01886O     READ NOVCONC-FILE
01886P         AT END
01886Q             SET AGU-ES-FIN-ARCHIVO TO TRUE
01886R         NOT AT END
01886S             IF AGU-CANT-CONCEPTOS < 100
01886T                 ADD 1 TO AGU-CANT-CONCEPTOS
01886U                 SET AGU-X-CNC TO AGU-CANT-CONCEPTOS
01886V                 MOVE NC-RECORD TO AGU-CNC-REGISTRO(AGU-X-CNC)
01886W             END-IF
01886X     END-READ.
01886Y 1510-LEER-CONCEPTO-EXIT.
01886Z     EXIT.
018900*
019000******************************************************************
019100* 2000-BARRER-HISTORIAL - BEST MONTHLY SALARY OF THE SEMESTER
019400******************************************************************
019500 2000-BARRER-HISTORIAL.
019600     MOVE 'N' TO AGU-FIN-ARCHIVO.
019601     MOVE 'C' TO AGU-ANU-ACCION.
019602     CALL 'ANULHIST' USING AGU-ANU-ACCION PH-RECORD
019603         AGU-ANU-RESULTADO.
019700     OPEN INPUT PAYHIST-FILE.
019800     IF AGU-STATUS-PAYHIST = '00'
019900         PERFORM 2100-LEER-HISTORIAL
021500             SET AGU-ES-FIN-ARCHIVO TO TRUE
021600         NOT AT END
021700             IF PH-RECORD(1:1) NOT = '*'
021701                 MOVE 'V' TO AGU-ANU-ACCION
021702                 CALL 'ANULHIST' USING AGU-ANU-ACCION PH-RECORD
021703                     AGU-ANU-RESULTADO
021800                 IF PH-TIPO-LINEA = 'G'
021900                     AND PH-PERIODO = AGU-PERIODO
022000                     SET AGU-ES-YA-POSTEADO TO TRUE
022100                 END-IF
022200                 IF PH-TIPO-LINEA NOT = 'A'
022201                     AND AGU-ANU-RESULTADO = 'N'
022240                     AND PH-TIPO-LINEA NOT = 'D'
022280                     AND PH-TIPO-LINEA NOT = 'G'
022320                     AND PH-TIPO-LINEA NOT = 'N'
022360                     AND PH-TIPO-LINEA NOT = 'X'
022361                     AND PH-TIPO-LINEA NOT = 'F'
022362                     AND PH-TIPO-LINEA NOT = 'H'
022363                     AND PH-TIPO-LINEA NOT = 'V'
022364                     AND PH-TIPO-LINEA NOT = 'M'
022400                     AND PH-PERIODO >= AGU-PERIODO-DESDE
022440                     AND PH-PERIODO <= AGU-PERIODO
022480                     PERFORM 2200-ANOTAR-MEJOR
022520                         THRU 2200-ANOTAR-MEJOR-EXIT
022560                 END-IF
022600                 IF (PH-TIPO-LINEA = 'N' OR PH-TIPO-LINEA = 'X')
022640                     AND PH-PERIODO >= AGU-PERIODO-DESDE
022680                     AND PH-PERIODO <= AGU-PERIODO
022720                     AND AGU-CANT-CONCEPTOS > ZERO
022721                     AND AGU-ANU-RESULTADO = 'N'
022760                     PERFORM 2300-SUMAR-NOVEDAD
022800                         THRU 2300-SUMAR-NOVEDAD-EXIT
022840                 END-IF
022841                 IF PH-TIPO-LINEA = 'M'
022842                     AND PH-PERIODO >= AGU-PERIODO-DESDE
022843                     AND PH-PERIODO <= AGU-PERIODO
022844                     AND AGU-ANU-RESULTADO = 'N'
022845                     MOVE 'N' TO AGU-HALLADO
022846                     PERFORM 2320-SUMAR-AL-MES
022847                         THRU 2320-SUMAR-AL-MES-EXIT
022848                         VARYING AGU-X-MEJ FROM 1 BY 1
022849                         UNTIL AGU-X-MEJ > AGU-CANT-MEJORES
02284A                         OR AGU-ES-HALLADO
02284B                 END-IF
023000             END-IF
023100     END-READ.
023200 2100-LEER-HISTORIAL-EXIT.
025100         MOVE PH-SENIORIDAD TO AGU-MEJ-SENIORIDAD(AGU-X-MEJ)
025200         MOVE PH-DEPARTAMENTO TO AGU-MEJ-DEPTO(AGU-X-MEJ)
025300         MOVE PH-COMPANIA TO AGU-MEJ-COMPANIA(AGU-X-MEJ)
025301         MOVE PH-PERIODO TO AGU-MEJ-PERIODO(AGU-X-MEJ)
025302         MOVE PH-SUELDO-MENSUAL TO AGU-MEJ-ULTIMO(AGU-X-MEJ)
025400     END-IF.
025500 2200-ANOTAR-MEJOR-EXIT.
025600     EXIT.
027300             MOVE PH-DEPARTAMENTO TO AGU-MEJ-DEPTO(AGU-X-MEJ)
027400             MOVE PH-COMPANIA TO AGU-MEJ-COMPANIA(AGU-X-MEJ)
027500         END-IF
027501*        THE LATEST REGULAR MONTH, FOR THE ONE-OFF EARNINGS THAT
027502*        FOLLOW IT ON PAYHIST. THE SECOND LINE OF A TRANSFER OR
027503*        DEPARTMENT-CHANGE SPLIT CARRIES NO SALARY AND IS SKIPPED.
027504         IF PH-SUELDO-MENSUAL > ZERO
027505             MOVE PH-PERIODO TO AGU-MEJ-PERIODO(AGU-X-MEJ)
027506             MOVE PH-SUELDO-MENSUAL TO AGU-MEJ-ULTIMO(AGU-X-MEJ)
027507         END-IF
027600     END-IF.
027700 2210-COMPARAR-MEJOR-EXIT.
027800     EXIT.
027801*
027802******************************************************************
027803* 2300-SUMAR-NOVEDAD - A ONE-OFF EARNING FLAGGED FOR THE
027804*                      AGUINALDO RAISES ITS MONTH'S SALARY
027805******************************************************************
027806 2300-SUMAR-NOVEDAD.
027807     MOVE 'N' TO AGU-CONC-HALLADO.
027808     PERFORM 2310-BUSCAR-CONCEPTO THRU 2310-BUSCAR-CONCEPTO-EXIT
027809         VARYING AGU-X-CNC FROM 1 BY 1
02780A         UNTIL AGU-X-CNC > AGU-CANT-CONCEPTOS
02780B         OR AGU-ES-CONC-HALLADO.
02780C     IF NOT AGU-ES-CONC-HALLADO
02780D         OR NOT NC-HABER
02780E         OR NOT NC-EN-AGUINALDO
02780F         GO TO 2300-SUMAR-NOVEDAD-EXIT
02780G     END-IF.
02780H     MOVE 'N' TO AGU-HALLADO.
02780I     PERFORM 2320-SUMAR-AL-MES THRU 2320-SUMAR-AL-MES-EXIT
02780J         VARYING AGU-X-MEJ FROM 1 BY 1
02780K         UNTIL AGU-X-MEJ > AGU-CANT-MEJORES
02780L         OR AGU-ES-HALLADO.
02780M 2300-SUMAR-NOVEDAD-EXIT.
02780N     EXIT.
02780O*
02780P******************************************************************
02780Q* 2310-BUSCAR-CONCEPTO - NOVCONC ROW OF THE LINE'S CONCEPT
02780R******************************************************************
02780S 2310-BUSCAR-CONCEPTO.
02780T     IF AGU-CNC-REGISTRO(AGU-X-CNC)(1:6) = PH-SENIORIDAD
02780U         MOVE AGU-CNC-REGISTRO(AGU-X-CNC) TO NC-RECORD
02780V         SET AGU-ES-CONC-HALLADO TO TRUE
02780W     END-IF.
02780X 2310-BUSCAR-CONCEPTO-EXIT.
02780Y     EXIT.
02780Z*
027810******************************************************************
027811* 2320-SUMAR-AL-MES - ADD THE AMOUNT TO THE EMPLOYEE'S MONTH
027812*                     AND LET THE MONTH COMPETE AGAIN
027813******************************************************************
027814 2320-SUMAR-AL-MES.
027815     IF ((PH-ID NOT = ZERO
027816          AND AGU-MEJ-ID(AGU-X-MEJ) = PH-ID)
027817        OR ((PH-ID = ZERO OR AGU-MEJ-ID(AGU-X-MEJ) = ZERO)
027818            AND AGU-MEJ-NOMBRE(AGU-X-MEJ) = PH-NOMBRE))
027819        AND AGU-MEJ-PERIODO(AGU-X-MEJ) = PH-PERIODO
02781A         SET AGU-ES-HALLADO TO TRUE
02781B         ADD PH-IMPORTE-EXTRA TO AGU-MEJ-ULTIMO(AGU-X-MEJ)
02781C         IF AGU-MEJ-ULTIMO(AGU-X-MEJ) > AGU-MEJ-SUELDO(AGU-X-MEJ)
02781D             MOVE AGU-MEJ-ULTIMO(AGU-X-MEJ)
02781E                 TO AGU-MEJ-SUELDO(AGU-X-MEJ)
02781F         END-IF
02781G     END-IF.
02781H 2320-SUMAR-AL-MES-EXIT.
02781I     EXIT.
027900*
028000******************************************************************
028100* 3000-POSTEAR - APPEND ONE 'G' BRACKET TO REGISTER AND
035200         MOVE 'G' TO PR-TIPO-LINEA
035300         MOVE ZERO TO PR-PERIODO-REF
035400         MOVE AGU-MEJ-COMPANIA(AGU-X-MEJ) TO PR-COMPANIA
035401         MOVE ZERO TO PR-ADIC-ANTIG
035402         MOVE ZERO TO PR-PRESENTISMO
035403         MOVE SPACE TO PR-PRESENT-ESTADO
035404         MOVE SPACES TO PR-PRESENT-MOTIVO
035405         MOVE ZERO TO PR-PRESENT-CANT
035500         WRITE PR-RECORD
035600         MOVE PR-NOMBRE TO PH-NOMBRE
035700         MOVE PR-SENIORIDAD TO PH-SENIORIDAD
