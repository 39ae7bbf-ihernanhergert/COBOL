002100*
002200* MODIFICATION HISTORY:
002300*   - NEW CAMPAIGN TOOL, OFFERED FROM THE MENUUTIL MENU.
002301*   - EACH EMPLOYEE IS NOW COSTED WITH THE INDIVIDUAL SALARY
002302*     SUPPLEMENT ON TOP OF THE BRACKET (SUPLVIG): THE ONE IN
002303*     FORCE TODAY BEFORE, THE ONE IN FORCE AT THE CAMPAIGN'S
002304*     EFFECTIVE PERIOD AFTER. THE INCREASE ITSELF APPLIES TO THE
002305*     BRACKET ONLY, WHICH IS ALL PAYRATES HOLDS; THE BONUS IS
002306*     PRICED ON BRACKET PLUS SUPPLEMENT, AS THE PAYROLL DOES.
002307*   - A NEW ROW BELOW THE STATUTORY MINIMUM WAGE (SALMVIG) IN
002308*     FORCE ON THE CAMPAIGN'S EFFECTIVE PERIOD FOR THE COMPANY
002309*     IN SCOPE IS REFUSED; THE HOURLY MINIMUM COUNTS AT THE
00230A*     FULL-TIME MONTH.
002400******************************************************************
002500 IDENTIFICATION DIVISION.
002600 PROGRAM-ID. REVMASIVA.
008600 01  RVM-PCT-BONO                PIC 9(03).
008700 01  RVM-MEJOR-VIGENCIA          PIC 9(06).
008800 01  RVM-MEJOR-ESPECIFICA        PIC X(01).
008801 01  RVM-SUPLEM-ANTES            PIC 9(06)V99.
008802 01  RVM-SUPLEM-DESPUES          PIC 9(06)V99.
008803 01  RVM-SUPLEM-MOTIVO           PIC X(02).
008804 01  RVM-MENSUAL-EMP-ANTES       PIC 9(07)V99.
008805 01  RVM-MENSUAL-EMP-DESPUES     PIC 9(07)V99.
008806 01  RVM-SALMIN-MENSUAL          PIC 9(06)V99.
008807 01  RVM-SALMIN-HORA             PIC 9(04)V99.
008808 01  RVM-SALMIN-TOPE             PIC 9(06)V99.
008809 01  RVM-HORAS-MES               PIC 9(03) VALUE 160.
008900*
009000 01  RVM-TOTALES.
009100     05  RVM-CANT-ALCANZADOS     PIC 9(04) VALUE ZERO.
034400             RVM-SUELDO-ACTUAL + RVM-VALOR
034500     END-IF.
034600     PERFORM 2400-PCT-BONO THRU 2400-PCT-BONO-EXIT.
034610     PERFORM 2500-SUPLEMENTO THRU 2500-SUPLEMENTO-EXIT.
034620     COMPUTE RVM-MENSUAL-EMP-ANTES =
034630         RVM-SUELDO-ACTUAL + RVM-SUPLEM-ANTES.
034640     COMPUTE RVM-MENSUAL-EMP-DESPUES =
034650         RVM-SUELDO-NUEVO + RVM-SUPLEM-DESPUES.
034700     ADD 1 TO RVM-CANT-ALCANZADOS.
034800     ADD RVM-MENSUAL-EMP-ANTES TO RVM-MENSUAL-ANTES.
034900     ADD RVM-MENSUAL-EMP-DESPUES TO RVM-MENSUAL-DESPUES.
035000     COMPUTE RVM-ANUAL-ANTES = RVM-ANUAL-ANTES
035100         + RVM-MENSUAL-EMP-ANTES * 12
035200         + RVM-MENSUAL-EMP-ANTES * RVM-PCT-BONO / 100.
035300     COMPUTE RVM-ANUAL-DESPUES = RVM-ANUAL-DESPUES
035400         + RVM-MENSUAL-EMP-DESPUES * 12
035500         + RVM-MENSUAL-EMP-DESPUES * RVM-PCT-BONO / 100.
035600     EVALUATE RVM-NIVEL-AUX
035700         WHEN 'JUNIOR'
035800             MOVE 'Y' TO RVM-GRABA-JUNIOR
045300     END-IF.
045400 2410-EVALUAR-BONO-EXIT.
045500     EXIT.
045501*
045502******************************************************************
045503* 2500-SUPLEMENTO - THE EMPLOYEE'S INDIVIDUAL SUPPLEMENT IN
045504*                   FORCE TODAY AND AT THE CAMPAIGN'S EFFECTIVE
045505*                   PERIOD
045506******************************************************************
045507 2500-SUPLEMENTO.
045508     CALL 'SUPLVIG' USING EM-ID RVM-PERIODO-HOY
045509         RVM-SUPLEM-ANTES RVM-SUPLEM-MOTIVO.
04550A     CALL 'SUPLVIG' USING EM-ID RVM-VIGENCIA-NUEVA
04550B         RVM-SUPLEM-DESPUES RVM-SUPLEM-MOTIVO.
04550C 2500-SUPLEMENTO-EXIT.
04550D     EXIT.
045600*
045700******************************************************************
045800* 3000-MOSTRAR-RESUMEN - THE COSTED BEFORE/AFTER SUMMARY
052200         COMPUTE RVM-SUELDO-NUEVO =
052300             RVM-SUELDO-ACTUAL + RVM-VALOR
052400     END-IF.
052401     CALL 'SALMVIG' USING RVM-COMPANIA-SCOPE RVM-VIGENCIA-NUEVA
052402                          RVM-SALMIN-MENSUAL RVM-SALMIN-HORA.
052403     COMPUTE RVM-SALMIN-TOPE = RVM-SALMIN-HORA * RVM-HORAS-MES.
052404     IF RVM-SALMIN-MENSUAL > RVM-SALMIN-TOPE
052405         MOVE RVM-SALMIN-MENSUAL TO RVM-SALMIN-TOPE
052406     END-IF.
052407     IF RVM-SUELDO-NUEVO < RVM-SALMIN-TOPE
052408         DISPLAY 'TARIFA ' RVM-NIVEL-AUX ' DEBAJO DEL SALARIO '
052409             'MINIMO ' RVM-SALMIN-TOPE ', NO SE GRABA'
05240A         GO TO 4100-GRABAR-UNA-EXIT
05240B     END-IF.
052500     MOVE RVM-NIVEL-AUX TO RT-NIVEL.
052600     MOVE RVM-SUELDO-NUEVO TO RT-SUELDO.
052700     MOVE RVM-VIGENCIA-NUEVA TO RT-VIGENCIA-DESDE.
