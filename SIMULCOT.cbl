001530*     COTIZANETO SUBROUTINE RUNS THE DEDUCTIONS CONCEPTS
001540*     BACKWARDS TO THE REQUIRED GROSS, SHOWN WITH THE FULL
001550*     GROSS-TO-NET BREAKDOWN.
001551*   - THE GROSS QUOTE NOW ASKS FOR AN EMPLOYEE ID (ZERO OR
001552*     BLANK FOR A HYPOTHETICAL CANDIDATE) AND INCLUDES THAT
001553*     EMPLOYEE'S INDIVIDUAL SALARY SUPPLEMENT, SHOWN APART.
001554*   - THE QUOTE IS PRICED TODAY FROM THE GENERAL ROWS, NOW
001555*     PASSED EXPLICITLY TO COTIZAR (ZERO PERIOD, NO COMPANY).
001600******************************************************************
001700 IDENTIFICATION DIVISION.
001800 PROGRAM-ID. SIMULCOT.
002650 01  SIM-BONO-NETO               PIC 9(06)V99.
002660 01  SIM-DEDUCCIONES             PIC 9(06)V99.
002670 01  SIM-NETO-LOGRADO            PIC 9(07)V99.
002671 01  SIM-ID-TXT                  PIC X(06).
002672 01  SIM-ID-VALIDA               PIC X.
002673     88  SIM-ES-ID-VALIDA        VALUE 'Y'.
002700*
002800 01  SIM-EXPERIENCIA             PIC 9(02).
002900 01  SIM-SENIORIDAD              PIC X(06).
003000 01  SIM-SUELDO-MENSUAL          PIC 9(06).
003100 01  SIM-SUELDO-ANUAL            PIC 9(08).
003200 01  SIM-BONO                    PIC 9(06)V99.
003201 01  SIM-ID                      PIC 9(05).
003202 01  SIM-SUPLEMENTO              PIC 9(06).
003203 01  SIM-PERIODO                 PIC 9(06) VALUE ZERO.
003204 01  SIM-COMPANIA                PIC X(03) VALUE SPACES.
003300*
003400 01  SIM-CAMPOS-EDITADOS.
003500     05  SIM-MENSUAL-ED          PIC $ZZZ,ZZ9.
006320             PERFORM 2000-COTIZAR-DESDE-NETO
006330                 THRU 2000-COTIZAR-DESDE-NETO-EXIT
006340         ELSE
006341         DISPLAY 'ID DEL EMPLEADO (0 = CANDIDATO HIPOTETICO): '
006342             WITH NO ADVANCING
006343         ACCEPT SIM-ID-TXT
006344         CALL 'NUMVALID' USING SIM-ID-TXT SIM-ID-VALIDA
006345         IF SIM-ES-ID-VALIDA
006346             MOVE FUNCTION NUMVAL(SIM-ID-TXT) TO SIM-ID
006347         ELSE
006348             MOVE ZERO TO SIM-ID
006349         END-IF
006400         CALL 'COTIZAR' USING SIM-EXPERIENCIA SIM-SENIORIDAD
006500             SIM-SUELDO-MENSUAL SIM-SUELDO-ANUAL SIM-BONO
006510             SIM-ID SIM-SUPLEMENTO SIM-PERIODO SIM-COMPANIA
006600         MOVE SIM-SUELDO-MENSUAL TO SIM-MENSUAL-ED
006700         MOVE SIM-SUELDO-ANUAL TO SIM-ANUAL-ED
006800         MOVE SIM-BONO TO SIM-BONO-ED
006900         DISPLAY 'NIVEL:          ' SIM-SENIORIDAD
007000         DISPLAY 'SUELDO MENSUAL: ' SIM-MENSUAL-ED
007010         IF SIM-SUPLEMENTO > ZERO
007020             MOVE SIM-SUPLEMENTO TO SIM-MENSUAL-ED
007030             DISPLAY '  (SUPLEMENTO:  ' SIM-MENSUAL-ED ')'
007040         END-IF
007100         DISPLAY 'SUELDO ANUAL:   ' SIM-ANUAL-ED
007200         DISPLAY 'BONO:           ' SIM-BONO-ED
007210         END-IF
