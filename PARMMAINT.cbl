002000*
002100* MODIFICATION HISTORY:
002200*   - NEW MAINTENANCE PROGRAM, OFFERED FROM THE MENUUTIL MENU.
002201*   - NEW CTADIAS CARD: DAYS BEFORE A PAYMENT WITHIN WHICH AN
002202*     APPROVED ACCOUNT CHANGE IS WARNED ABOUT (CTACAMBIO).
002203*   - NEW SALTONETO, HEXTRATOPE AND HEXTRAMESES CARDS: THE
002204*     THRESHOLDS OF THE ANOMALIAS SCAN.
002205*   - NEW ANONMESES CARD: MONTHS WITHOUT ACTIVITY AFTER WHICH
002206*     PRIVDATOS ANONYMIZES A CANDIDATE WHO WAS NEVER HIRED.
002207*   - NEW HEXTRADIA, HEXTRAMES, HEXTRAANIO, HEXTRAAVISO AND
002208*     DESCANSOMIN CARDS: THE LEGAL OVERTIME CAPS, THE WARNING
002209*     PERCENT AND THE MINIMUM REST HOURS OF TIMECAP AND
00220A*     EXTRAREPT; THE HORASDESVIO CARD OF CAMBPREV IS LISTED TOO.
00220B*   - NEW SALMINCOMPL CARD: EJERCICIO02 PAYS THE MINIMUM WAGE
00220C*     TOP-UP ON ITS OWN LINE WHEN IT IS 'S'.
00220D*   - NEW BENABRE, BENCIERRE, BENVIGENCIA AND BENPLAZO CARDS:
00220E*     THE BENEFITS OPEN-ENROLLMENT WINDOW, THE PERIOD ITS
00220F*     ELECTIONS APPLY FROM AND THE DAYS TO REPORT A LIFE EVENT
00220G*     (BENMAINT).
00220H*   - NEW TASAPREST CARD: THE MARKET RATE COMPTOTAL VALUES THE
00220I*     INTEREST-FREE LOANS AT.
00220J*   - NEW TOLRECALC CARD: THE ROUNDING TOLERANCE PER COMPONENT
00220K*     BELOW WHICH RECALCREG DOES NOT REPORT A DISAGREEMENT.
00220L*   - NEW PARTICION CARD: EJERCICIO02 RUNS AS ONE COMPANY
00220M*     PARTITION OF A PARTITIONED PAYROLL WHEN IT IS 'S'.
00220N*   - NEW EVALINCREM CARD: EJERCICIO03 RE-EVALUATES ONLY NEW OR
00220O*     CHANGED CANDIDATES WHEN IT IS 'S'.
00220P*   - NEW VACMAXDEPTO CARD: THE DEFAULT NUMBER OF PEOPLE OF A
00220Q*     DEPARTMENT VACSOLIC LETS BE ON LEAVE AT ONCE.
00220R*   - NEW DEPTOCOMIS CARD: THE DEPARTMENT WHOSE SALES
00220S*     COMISION COMMISSIONS.
002300******************************************************************
002400 IDENTIFICATION DIVISION.
002500 PROGRAM-ID. PARMMAINT.
011100         'PROBDIAS    N03ALTAEMP                 '.
011200     05 FILLER PIC X(40) VALUE
011300         'CTADIFCAM   X08ASIENTOGL               '.
011301     05 FILLER PIC X(40) VALUE
011302         'CTADIAS     N03CTACAMBIO               '.
011303     05 FILLER PIC X(40) VALUE
011304         'SALTONETO   N03ANOMALIAS               '.
011305     05 FILLER PIC X(40) VALUE
011306         'HEXTRATOPE  N03ANOMALIAS               '.
011307     05 FILLER PIC X(40) VALUE
011308         'HEXTRAMESES N02ANOMALIAS               '.
011309     05 FILLER PIC X(40) VALUE
01130A         'ANONMESES   N03PRIVDATOS               '.
01130B     05 FILLER PIC X(40) VALUE
01130C         'HEXTRADIA   N02TIMECAP/EXTRAREPT       '.
01130D     05 FILLER PIC X(40) VALUE
01130E         'HEXTRAMES   N03TIMECAP/EXTRAREPT       '.
01130F     05 FILLER PIC X(40) VALUE
01130G         'HEXTRAANIO  N04TIMECAP/EXTRAREPT       '.
01130H     05 FILLER PIC X(40) VALUE
01130I         'HEXTRAAVISO N03TIMECAP/EXTRAREPT       '.
01130J     05 FILLER PIC X(40) VALUE
01130K         'DESCANSOMIN N02TIMECAP/EXTRAREPT       '.
01130L     05 FILLER PIC X(40) VALUE
01130M         'HORASDESVIO N03CAMBPREV                '.
01130N     05 FILLER PIC X(40) VALUE
01130O         'SALMINCOMPL B01EJERCICIO02             '.
01130P     05 FILLER PIC X(40) VALUE
01130Q         'BENABRE     N08BENMAINT                '.
01130R     05 FILLER PIC X(40) VALUE
01130S         'BENCIERRE   N08BENMAINT                '.
01130T     05 FILLER PIC X(40) VALUE
01130U         'BENVIGENCIA N06BENMAINT                '.
01130V     05 FILLER PIC X(40) VALUE
01130W         'BENPLAZO    N03BENMAINT                '.
01130X     05 FILLER PIC X(40) VALUE
01130Y         'TASAPREST   N03COMPTOTAL                '.
01130Z     05 FILLER PIC X(40) VALUE
011310         'TOLRECALC   N05RECALCREG                '.
011311     05 FILLER PIC X(40) VALUE
011312         'PARTICION   B01EJERCICIO02             '.
011313     05 FILLER PIC X(40) VALUE
011314         'EVALINCREM  B01EJERCICIO03             '.
011315     05 FILLER PIC X(40) VALUE
011316         'VACMAXDEPTO N02VACSOLIC                '.
011317     05 FILLER PIC X(40) VALUE
011318         'DEPTOCOMIS  X10COMISION                '.
011400 01  PMM-DICC-TABLA REDEFINES PMM-DICCIONARIO.
011500     05 PMM-DICC-FILA OCCURS 38 TIMES
011600                      INDEXED BY PMM-X-DIC.
011700         10 PMM-DIC-CLAVE        PIC X(12).
011800         10 PMM-DIC-TIPO         PIC X(01).
034500     PERFORM 6100-COMPARAR-DICCIONARIO
034600         THRU 6100-COMPARAR-DICCIONARIO-EXIT
034700         VARYING PMM-X-DIC FROM 1 BY 1
034800         UNTIL PMM-X-DIC > 38
034900         OR PMM-POS-DIC > ZERO.
035000 6000-BUSCAR-DICCIONARIO-EXIT.
035100     EXIT.
