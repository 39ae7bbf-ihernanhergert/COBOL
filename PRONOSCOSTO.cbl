002000*
002100* MODIFICATION HISTORY:
002200*   - NEW FORECAST PROGRAM, OFFERED FROM THE MENUUTIL MENU.
002210*   - THE MONTHLY COST NOW INCLUDES THE EMPLOYER SOCIAL-SECURITY
002220*     CONTRIBUTIONS: THE CONTRIBPAT RATES IN FORCE FOR THE MONTH
002230*     AND COMPANY (LATEST VERSION PER CONCEPT, COMPANY ROW OVER
002240*     THE GENERAL ONE) ARE APPLIED ON RATE PLUS BONUS.
002241*   - EACH EMPLOYEE'S MONTHLY RATE NOW INCLUDES THE INDIVIDUAL
002242*     SALARY SUPPLEMENT IN FORCE FOR THE MONTH (SUPLVIG), SO A
002243*     SUPPLEMENT DUE TO START OR END INSIDE THE YEAR SHOWS IN
002244*     THE RIGHT MONTH; THE BONUS AND THE CONTRIBUTIONS ARE
002245*     PRICED ON RATE PLUS SUPPLEMENT. PLANNED HIRES HAVE NONE.
002246*   - PART-TIME EMPLOYEES: THE BRACKET RATE IS SCALED BY THE
002247*     CONTRACTED WORKING TIME IN FORCE FOR THE MONTH (JORNVIG,
002248*     PERCENTAGE OF FULL TIME; THE SUPPLEMENT IS NOT SCALED).
002249*     EVERY SUMMARY LINE AND MONTH TOTAL ALSO SHOWS THE
00224A*     HEADCOUNT AND THE FTE. PLANNED HIRES COUNT AS FULL TIME.
002300******************************************************************
002400 IDENTIFICATION DIVISION.
002500 PROGRAM-ID. PRONOSCOSTO.
004100     SELECT OPTIONAL PERIODCTL-FILE ASSIGN TO 'PERIODCTL'
004200         ORGANIZATION IS LINE SEQUENTIAL
004300         FILE STATUS IS PRC-STATUS-PERIODO.
004310     SELECT OPTIONAL CONTRIBPAT-FILE ASSIGN TO 'CONTRIBPAT'
004320         ORGANIZATION IS LINE SEQUENTIAL
004330         FILE STATUS IS PRC-STATUS-APORTES.
004400     SELECT REPORTE-FILE ASSIGN TO 'PRONOSRPT'
004500         ORGANIZATION IS LINE SEQUENTIAL.
004600 DATA DIVISION.
007600     05 PC-ESTADO                PIC X(01).
007700     05 PC-FRECUENCIA            PIC X(01).
007800     05 PC-SECUENCIA             PIC 9(02).
007810 FD  CONTRIBPAT-FILE
007820     LABEL RECORDS ARE STANDARD.
007830 01  CP-RECORD.
007840     05 CP-CONCEPTO              PIC X(15).
007850     05 CP-PORCENTAJE            PIC 9(03)V99.
007860     05 CP-VIGENCIA-DESDE        PIC 9(06).
007870     05 CP-COMPANIA              PIC X(03).
007880     05 CP-AGENCIA               PIC X(03).
007900 FD  REPORTE-FILE
008000     LABEL RECORDS ARE STANDARD
008100     RECORD CONTAINS 80 CHARACTERS.
008700 01  PRC-STATUS-BONOS            PIC XX.
008800 01  PRC-STATUS-VACANTES         PIC XX.
008900 01  PRC-STATUS-PERIODO          PIC XX.
008910 01  PRC-STATUS-APORTES          PIC XX.
009000*
009100 01  PRC-PERIODO-BASE            PIC 9(06) VALUE ZERO.
009200 01  PRC-PERIODO-MES             PIC 9(06).
010400 01  PRC-MEJOR-ESPECIFICA        PIC X(01).
010500 01  PRC-IMPORTE-ED              PIC $Z,ZZZ,ZZZ,ZZ9.99.
010600 01  PRC-TOTAL-MES               PIC 9(11)V99.
010610 01  PRC-PCT-APORTES             PIC 9(03)V99.
010620 01  PRC-BRUTO-MES               PIC 9(09)V99.
010621 01  PRC-ID-AUX                  PIC 9(05).
010622 01  PRC-SUPLEM-AUX              PIC 9(06)V99.
010623 01  PRC-SUPLEM-MOTIVO           PIC X(02).
010624 01  PRC-MENSUAL-AUX             PIC 9(07)V99.
010625 01  PRC-PORC-FTE                PIC 9(03)V99.
010626 01  PRC-PORC-FTE-FIN            PIC 9(03).
010627 01  PRC-CANT-AUX                PIC 9(04).
010628 01  PRC-FTE-AUX                 PIC 9(04)V99.
010629 01  PRC-TOTAL-CANT              PIC 9(05).
01062A 01  PRC-TOTAL-FTE               PIC 9(05)V99.
01062B 01  PRC-CANT-ED                 PIC ZZZZ9.
01062C 01  PRC-FTE-ED                  PIC ZZZZ9.99.
010700*
010800 01  PRC-INDICADORES.
010900     05  PRC-FIN-ARCHIVO         PIC X VALUE 'N'.
011000         88  PRC-ES-FIN-ARCHIVO  VALUE 'Y'.
011100     05  PRC-HALLADO             PIC X VALUE 'N'.
011200         88  PRC-ES-HALLADO      VALUE 'Y'.
011210     05  PRC-SUPERADO            PIC X VALUE 'N'.
011220         88  PRC-ES-SUPERADO     VALUE 'Y'.
011300*
011400 01  PRC-CANT-TARIFAS            PIC 9(02) VALUE ZERO.
011500 01  PRC-TABLA-TARIFAS.
013500         10 PRC-EMP-EXPERIENCIA  PIC 9(02).
013600         10 PRC-EMP-DEPTO        PIC X(10).
013700         10 PRC-EMP-COMPANIA     PIC X(03).
013701         10 PRC-EMP-ID           PIC 9(05).
013800 01  PRC-CANT-VACANTES           PIC 9(02) VALUE ZERO.
013900 01  PRC-TABLA-VACANTES.
014000     05  PRC-VACANTE-FILA OCCURS 10 TIMES
014800         10 PRC-RES-DEPTO        PIC X(10).
014900         10 PRC-RES-COMPANIA     PIC X(03).
015000         10 PRC-RES-COSTO        PIC 9(11)V99.
015001         10 PRC-RES-CANT         PIC 9(04).
015002         10 PRC-RES-FTE          PIC 9(04)V99.
015010 01  PRC-CANT-APORTES            PIC 9(02) VALUE ZERO.
015020 01  PRC-TABLA-APORTES.
015030     05  PRC-APORTE-FILA OCCURS 20 TIMES
015040                         INDEXED BY PRC-X-APO PRC-X-APO2.
015050         10 PRC-APO-CONCEPTO     PIC X(15).
015060         10 PRC-APO-PORCENT      PIC 9(03)V99.
015070         10 PRC-APO-VIGENCIA     PIC 9(06).
015080         10 PRC-APO-COMPANIA     PIC X(03).
015100*
015200 PROCEDURE DIVISION.
015300******************************************************************
022800     END-IF.
022900     CLOSE VACANCIES-FILE.
023000     MOVE 'N' TO PRC-FIN-ARCHIVO.
023010     OPEN INPUT CONTRIBPAT-FILE.
023020     IF PRC-STATUS-APORTES = '00'
023030         PERFORM 1150-LEER-APORTE THRU 1150-LEER-APORTE-EXIT
023040             UNTIL PRC-ES-FIN-ARCHIVO
023050     END-IF.
023060     CLOSE CONTRIBPAT-FILE.
023070     MOVE 'N' TO PRC-FIN-ARCHIVO.
023100 1100-CARGAR-TABLAS-EXIT.
023200     EXIT.
023300*
030700                     TO PRC-EMP-DEPTO(PRC-X-EMP)
030800                 MOVE EM-COMPANIA
030900                     TO PRC-EMP-COMPANIA(PRC-X-EMP)
030901                 MOVE EM-ID TO PRC-EMP-ID(PRC-X-EMP)
031000             END-IF
031100     END-READ.
031200 1130-LEER-EMPLEADO-EXIT.
032900             END-IF
033000     END-READ.
033100 1140-LEER-VACANTE-EXIT.
033110     EXIT.
033120*
033130******************************************************************
033140* 1150-LEER-APORTE - KEEP ONE EMPLOYER CONTRIBUTION VERSION
033150******************************************************************
033160 1150-LEER-APORTE.
033170     READ CONTRIBPAT-FILE
033180         AT END
033190             SET PRC-ES-FIN-ARCHIVO TO TRUE
0331A0         NOT AT END
0331A1             IF PRC-CANT-APORTES < 20
0331A2                 ADD 1 TO PRC-CANT-APORTES
0331A3                 SET PRC-X-APO TO PRC-CANT-APORTES
0331A4                 MOVE CP-CONCEPTO
0331A5                     TO PRC-APO-CONCEPTO(PRC-X-APO)
0331A6                 MOVE CP-PORCENTAJE
0331A7                     TO PRC-APO-PORCENT(PRC-X-APO)
0331A8                 IF CP-VIGENCIA-DESDE IS NUMERIC
0331A9                     MOVE CP-VIGENCIA-DESDE
0331B0                         TO PRC-APO-VIGENCIA(PRC-X-APO)
0331B1                 ELSE
0331B2                     MOVE ZERO
0331B3                         TO PRC-APO-VIGENCIA(PRC-X-APO)
0331B4                 END-IF
0331B5                 MOVE CP-COMPANIA
0331B6                     TO PRC-APO-COMPANIA(PRC-X-APO)
0331B7             END-IF
0331B8     END-READ.
0331B9 1150-LEER-APORTE-EXIT.
033200     EXIT.
033300*
033400******************************************************************
033700 2000-PRICEAR-MES.
033800     MOVE ZERO TO PRC-CANT-RESUMEN.
033900     MOVE ZERO TO PRC-TOTAL-MES.
033901     MOVE ZERO TO PRC-TOTAL-CANT.
033902     MOVE ZERO TO PRC-TOTAL-FTE.
034000     PERFORM 2100-PRICEAR-EMPLEADO
034100         THRU 2100-PRICEAR-EMPLEADO-EXIT
034200         VARYING PRC-X-EMP FROM 1 BY 1
035900         UNTIL PRC-X-RES > PRC-CANT-RESUMEN.
036000     MOVE PRC-TOTAL-MES TO PRC-IMPORTE-ED.
036100     MOVE SPACES TO RPT-LINEA.
036101     MOVE PRC-TOTAL-CANT TO PRC-CANT-ED.
036102     MOVE PRC-TOTAL-FTE TO PRC-FTE-ED.
036103     STRING 'TOTAL DEL MES: ' PRC-IMPORTE-ED
036104         ' DOTACION ' PRC-CANT-ED ' FTE ' PRC-FTE-ED
036105         DELIMITED BY SIZE INTO RPT-LINEA.
036400     WRITE RPT-LINEA.
036500     IF PRC-MES = 12
036600         ADD 1 TO PRC-ANIO
037800     MOVE PRC-EMP-EXPERIENCIA(PRC-X-EMP)
037900         TO PRC-EXPERIENCIA-AUX.
038000     MOVE PRC-EMP-COMPANIA(PRC-X-EMP) TO PRC-COMPANIA-AUX.
038001     MOVE PRC-EMP-ID(PRC-X-EMP) TO PRC-ID-AUX.
038100     EVALUATE TRUE
038200         WHEN PRC-EXPERIENCIA-AUX < 3
038300             MOVE 'JUNIOR' TO PRC-NIVEL-AUX
038700             MOVE 'SENIOR' TO PRC-NIVEL-AUX
038800     END-EVALUATE.
038900     PERFORM 2400-COSTO-MENSUAL THRU 2400-COSTO-MENSUAL-EXIT.
038901     MOVE 1 TO PRC-CANT-AUX.
038902     COMPUTE PRC-FTE-AUX = PRC-PORC-FTE / 100.
039000     PERFORM 2500-SUMAR-RESUMEN THRU 2500-SUMAR-RESUMEN-EXIT.
039100 2100-PRICEAR-EMPLEADO-EXIT.
039200     EXIT.
039900         MOVE PRC-VAC-NIVEL(PRC-X-VAC) TO PRC-NIVEL-AUX
040000         MOVE ZERO TO PRC-EXPERIENCIA-AUX
040100         MOVE SPACES TO PRC-COMPANIA-AUX
040101         MOVE ZERO TO PRC-ID-AUX
040200         PERFORM 2400-COSTO-MENSUAL
040300             THRU 2400-COSTO-MENSUAL-EXIT
040400         COMPUTE PRC-COSTO-MES =
040500             PRC-COSTO-MES * PRC-VAC-CANTIDAD(PRC-X-VAC)
040501         MOVE PRC-VAC-CANTIDAD(PRC-X-VAC) TO PRC-CANT-AUX
040502         MOVE PRC-VAC-CANTIDAD(PRC-X-VAC) TO PRC-FTE-AUX
040600         MOVE 'VACANTES' TO PRC-NIVEL-AUX
040700         PERFORM 2510-SUMAR-VACANTES
040800             THRU 2510-SUMAR-VACANTES-EXIT
041100     EXIT.
041200*
041300******************************************************************
041400* 2400-COSTO-MENSUAL - RATE AND SUPPLEMENT PLUS ONE TWELFTH OF
041500*                      THE BONUS AT THE VERSIONS IN FORCE FOR
041510*                      THE MONTH
041600******************************************************************
041700 2400-COSTO-MENSUAL.
041800     MOVE ZERO TO PRC-SUELDO-AUX.
042900     PERFORM 2420-EVALUAR-BONO THRU 2420-EVALUAR-BONO-EXIT
043000         VARYING PRC-X-BON FROM 1 BY 1
043100         UNTIL PRC-X-BON > PRC-CANT-BONOS.
043110*    SUPLEMENTO PERSONAL VIGENTE EN EL MES SOBRE LA ESCALA
043120     CALL 'SUPLVIG' USING PRC-ID-AUX PRC-PERIODO-MES
043130         PRC-SUPLEM-AUX PRC-SUPLEM-MOTIVO.
043140*    JORNADA CONTRATADA DEL MES: ESCALA LA TARIFA, NO EL
043141*    SUPLEMENTO (SIN ID, COMO LAS VACANTES, ES TIEMPO COMPLETO)
043142     CALL 'JORNVIG' USING PRC-ID-AUX PRC-PERIODO-MES
043143         PRC-PORC-FTE PRC-PORC-FTE-FIN.
043144     COMPUTE PRC-MENSUAL-AUX ROUNDED =
043145         PRC-SUELDO-AUX * PRC-PORC-FTE / 100 + PRC-SUPLEM-AUX.
043200     COMPUTE PRC-BRUTO-MES ROUNDED =
043300         PRC-MENSUAL-AUX
043400         + PRC-MENSUAL-AUX * PRC-PCT-BONO / 1200.
043410*    CONTRIBUCIONES PATRONALES SOBRE SUELDO MAS BONO DEL MES
043420     MOVE ZERO TO PRC-PCT-APORTES.
043430     PERFORM 2430-EVALUAR-APORTE THRU 2430-EVALUAR-APORTE-EXIT
043440         VARYING PRC-X-APO FROM 1 BY 1
043450         UNTIL PRC-X-APO > PRC-CANT-APORTES.
043460     COMPUTE PRC-COSTO-MES ROUNDED =
043470         PRC-BRUTO-MES
043480         + PRC-BRUTO-MES * PRC-PCT-APORTES / 100.
043500 2400-COSTO-MENSUAL-EXIT.
043600     EXIT.
043700*
049500     END-IF.
049600 2420-EVALUAR-BONO-EXIT.
049700     EXIT.
049710*
049720******************************************************************
049730* 2430-EVALUAR-APORTE - ADD THE CONTRIBUTION RATE IF THIS ROW IS
049740*                       THE VERSION IN FORCE FOR ITS CONCEPT
049750******************************************************************
049760 2430-EVALUAR-APORTE.
049770     IF PRC-APO-VIGENCIA(PRC-X-APO) > PRC-PERIODO-MES
049780         GO TO 2430-EVALUAR-APORTE-EXIT
049790     END-IF.
049800     IF PRC-APO-COMPANIA(PRC-X-APO) NOT = SPACES
049810         AND PRC-APO-COMPANIA(PRC-X-APO) NOT = PRC-COMPANIA-AUX
049820         GO TO 2430-EVALUAR-APORTE-EXIT
049830     END-IF.
049840     MOVE 'N' TO PRC-SUPERADO.
049850     PERFORM 2431-COMPARAR-APORTE THRU 2431-COMPARAR-APORTE-EXIT
049860         VARYING PRC-X-APO2 FROM 1 BY 1
049870         UNTIL PRC-X-APO2 > PRC-CANT-APORTES
049880            OR PRC-ES-SUPERADO.
049890     IF NOT PRC-ES-SUPERADO
049900         ADD PRC-APO-PORCENT(PRC-X-APO) TO PRC-PCT-APORTES
049910     END-IF.
049920 2430-EVALUAR-APORTE-EXIT.
049930     EXIT.
049940*
049950******************************************************************
049960* 2431-COMPARAR-APORTE - DOES ANOTHER ROW OF THE SAME CONCEPT
049970*                        SUPERSEDE THE ONE BEING EVALUATED
049980******************************************************************
049990 2431-COMPARAR-APORTE.
0499A0     IF PRC-X-APO2 = PRC-X-APO
0499A1         OR PRC-APO-CONCEPTO(PRC-X-APO2)
0499A2             NOT = PRC-APO-CONCEPTO(PRC-X-APO)
0499A3         OR PRC-APO-VIGENCIA(PRC-X-APO2) > PRC-PERIODO-MES
0499A4         GO TO 2431-COMPARAR-APORTE-EXIT
0499A5     END-IF.
0499A6     IF PRC-APO-COMPANIA(PRC-X-APO2) NOT = SPACES
0499A7         AND PRC-APO-COMPANIA(PRC-X-APO2) NOT = PRC-COMPANIA-AUX
0499A8         GO TO 2431-COMPARAR-APORTE-EXIT
0499A9     END-IF.
0499B0     IF PRC-APO-VIGENCIA(PRC-X-APO2) > PRC-APO-VIGENCIA(PRC-X-APO)
0499B1         SET PRC-ES-SUPERADO TO TRUE
0499B2         GO TO 2431-COMPARAR-APORTE-EXIT
0499B3     END-IF.
0499B4     IF PRC-APO-VIGENCIA(PRC-X-APO2) = PRC-APO-VIGENCIA(PRC-X-APO)
0499B5         IF PRC-APO-COMPANIA(PRC-X-APO2) NOT = SPACES
0499B6             AND PRC-APO-COMPANIA(PRC-X-APO) = SPACES
0499B7             SET PRC-ES-SUPERADO TO TRUE
0499B8         END-IF
0499B9         IF PRC-APO-COMPANIA(PRC-X-APO2)
0499C0                 = PRC-APO-COMPANIA(PRC-X-APO)
0499C1             AND PRC-X-APO2 > PRC-X-APO
0499C2             SET PRC-ES-SUPERADO TO TRUE
0499C3         END-IF
0499C4     END-IF.
0499C5 2431-COMPARAR-APORTE-EXIT.
0499C6     EXIT.
049800*
049900******************************************************************
050000* 2500-SUMAR-RESUMEN - ADD THE EMPLOYEE INTO THE MONTH'S
050200******************************************************************
050300 2500-SUMAR-RESUMEN.
050400     ADD PRC-COSTO-MES TO PRC-TOTAL-MES.
050401     ADD PRC-CANT-AUX TO PRC-TOTAL-CANT.
050402     ADD PRC-FTE-AUX TO PRC-TOTAL-FTE.
050500     MOVE 'N' TO PRC-HALLADO.
050600     PERFORM 2501-BUSCAR-RESUMEN THRU 2501-BUSCAR-RESUMEN-EXIT
050700         VARYING PRC-X-RES FROM 1 BY 1
051600         MOVE PRC-EMP-COMPANIA(PRC-X-EMP)
051700             TO PRC-RES-COMPANIA(PRC-X-RES)
051800         MOVE PRC-COSTO-MES TO PRC-RES-COSTO(PRC-X-RES)
051801         MOVE PRC-CANT-AUX TO PRC-RES-CANT(PRC-X-RES)
051802         MOVE PRC-FTE-AUX TO PRC-RES-FTE(PRC-X-RES)
051900     END-IF.
052000 2500-SUMAR-RESUMEN-EXIT.
052100     EXIT.
052800         AND PRC-RES-COMPANIA(PRC-X-RES)
052900             = PRC-EMP-COMPANIA(PRC-X-EMP)
053000         ADD PRC-COSTO-MES TO PRC-RES-COSTO(PRC-X-RES)
053001         ADD PRC-CANT-AUX TO PRC-RES-CANT(PRC-X-RES)
053002         ADD PRC-FTE-AUX TO PRC-RES-FTE(PRC-X-RES)
053100         SET PRC-ES-HALLADO TO TRUE
053200     END-IF.
053300 2501-BUSCAR-RESUMEN-EXIT.
053900******************************************************************
054000 2510-SUMAR-VACANTES.
054100     ADD PRC-COSTO-MES TO PRC-TOTAL-MES.
054101     ADD PRC-CANT-AUX TO PRC-TOTAL-CANT.
054102     ADD PRC-FTE-AUX TO PRC-TOTAL-FTE.
054200     MOVE 'N' TO PRC-HALLADO.
054300     PERFORM 2511-BUSCAR-VACRES THRU 2511-BUSCAR-VACRES-EXIT
054400         VARYING PRC-X-RES FROM 1 BY 1
055100         MOVE 'VACANTES' TO PRC-RES-DEPTO(PRC-X-RES)
055200         MOVE SPACES TO PRC-RES-COMPANIA(PRC-X-RES)
055300         MOVE PRC-COSTO-MES TO PRC-RES-COSTO(PRC-X-RES)
055301         MOVE PRC-CANT-AUX TO PRC-RES-CANT(PRC-X-RES)
055302         MOVE PRC-FTE-AUX TO PRC-RES-FTE(PRC-X-RES)
055400     END-IF.
055500 2510-SUMAR-VACANTES-EXIT.
055600     EXIT.
056100 2511-BUSCAR-VACRES.
056200     IF PRC-RES-DEPTO(PRC-X-RES) = 'VACANTES'
056300         ADD PRC-COSTO-MES TO PRC-RES-COSTO(PRC-X-RES)
056301         ADD PRC-CANT-AUX TO PRC-RES-CANT(PRC-X-RES)
056302         ADD PRC-FTE-AUX TO PRC-RES-FTE(PRC-X-RES)
056400         SET PRC-ES-HALLADO TO TRUE
056500     END-IF.
056600 2511-BUSCAR-VACRES-EXIT.
057100******************************************************************
057200 2300-IMPRIMIR-RESUMEN.
057300     MOVE PRC-RES-COSTO(PRC-X-RES) TO PRC-IMPORTE-ED.
057301     MOVE PRC-RES-CANT(PRC-X-RES) TO PRC-CANT-ED.
057302     MOVE PRC-RES-FTE(PRC-X-RES) TO PRC-FTE-ED.
057400     MOVE SPACES TO RPT-LINEA.
057500     STRING PRC-RES-DEPTO(PRC-X-RES) ' ['
057600         PRC-RES-COMPANIA(PRC-X-RES) '] '
057700         PRC-IMPORTE-ED
057701         ' DOTACION ' PRC-CANT-ED ' FTE ' PRC-FTE-ED
057800         DELIMITED BY SIZE INTO RPT-LINEA.
057900     WRITE RPT-LINEA.
058000 2300-IMPRIMIR-RESUMEN-EXIT.
