002100*
002200* MODIFICATION HISTORY:
002300*   - NEW EXPORT STEP, OFFERED FROM THE MENUUTIL MENU.
002301*   - THE REGISTER RECORD GREW BY THE YEARS-OF-SERVICE PREMIUM
002302*     COLUMN, EXPORTABLE AS 'ANTIG'.
002303*   - THE ATTENDANCE-BONUS COLUMNS ARE EXPORTABLE AS
002304*     'PRESENT' (AMOUNT) AND 'PRESEST' (STATUS).
002305*   - THE PIPELINE RECORD CARRIES THE DECISION-LETTER STAGE AND
002306*     DATE (CARTARECH) AT THE END.
002307*   - PAYHIST AMOUNTS ARE SIGNED NOW (REVERPER REVERSAL LINES);
002308*     A NEGATIVE PAYHIST AMOUNT IS EXPORTED WITH A LEADING MINUS
002309*     AND THE CONTROL SUM IS SIGNED.
002400******************************************************************
002500 IDENTIFICATION DIVISION.
002600 PROGRAM-ID. EXPORTA.
005200     05 EXC-COLUMNAS             PIC X(80).
005300 FD  FUENTE-FILE
005400     LABEL RECORDS ARE STANDARD.
005500 01  FTE-RECORD                  PIC X(121).
005600 01  PR-RECORD REDEFINES FTE-RECORD.
005700     COPY PAYROLLREG.
005800 01  CTL-RECORD REDEFINES FTE-RECORD.
006140 01  PH-RECORD REDEFINES FTE-RECORD.
006150     05 PH-NOMBRE                PIC X(05).
006160     05 PH-SENIORIDAD            PIC X(06).
006170     05 PH-SUELDO-MENSUAL        PIC S9(06)V99.
006180     05 PH-SUELDO-ANUAL          PIC S9(07)V99.
006190     05 PH-BONO                  PIC S9(06)V99.
006191     05 PH-PERIODO               PIC 9(06).
006192     05 PH-DEPARTAMENTO          PIC X(10).
006193     05 PH-EXPERIENCIA           PIC 9(02).
006194     05 PH-ID                    PIC 9(05).
006195     05 PH-IMPORTE-EXTRA         PIC S9(06)V99.
006196     05 PH-TIPO-LINEA            PIC X(01).
006197     05 PH-PERIODO-REF           PIC 9(06).
006198     05 PH-COMPANIA              PIC X(03).
006700     05 PL-ETAPA                 PIC X(12).
006800     05 PL-FECHA-ETAPA           PIC 9(08).
006900     05 PL-PERIODO-NOMINA        PIC 9(06).
006901     05 PL-CARTA-ETAPA           PIC X(12).
006902     05 PL-CARTA-FECHA           PIC 9(08).
007000 FD  EXPORT-FILE
007100     LABEL RECORDS ARE STANDARD.
007200 01  SAL-LINEA                   PIC X(250).
009200*
009300 01  EXP-VALOR                   PIC X(20).
009400 01  EXP-ED-DINERO               PIC 9(07).99.
009401 01  EXP-ED-DINERO-NEG           PIC -9(07).99.
009500 01  EXP-ED-HASH                 PIC 9(13).99.
009600 01  EXP-PUNTERO                 PIC 9(03).
009700 01  EXP-LINEA-ARMADA            PIC X(250).
009800*
009900 01  EXP-CONTADORES.
010000     05  EXP-CANT-DETALLES       PIC 9(07) VALUE ZERO.
010100     05  EXP-SUMA-CONTROL        PIC S9(13)V99 VALUE ZERO.
010200*
010300 PROCEDURE DIVISION.
010400******************************************************************
035610         WHEN 'PAYHIST'    ALSO 'SUELDO'
035620             MOVE PH-SUELDO-MENSUAL TO EXP-ED-DINERO
035630             MOVE EXP-ED-DINERO TO EXP-VALOR
035631             IF PH-SUELDO-MENSUAL < ZERO
035632                 MOVE PH-SUELDO-MENSUAL TO EXP-ED-DINERO-NEG
035633                 MOVE EXP-ED-DINERO-NEG TO EXP-VALOR
035634             END-IF
035700         WHEN 'PAYROLLREG' ALSO 'ANUAL'
035900             MOVE PR-SUELDO-ANUAL TO EXP-ED-DINERO
036000             MOVE EXP-ED-DINERO TO EXP-VALOR
036010         WHEN 'PAYHIST'    ALSO 'ANUAL'
036020             MOVE PH-SUELDO-ANUAL TO EXP-ED-DINERO
036030             MOVE EXP-ED-DINERO TO EXP-VALOR
036031             IF PH-SUELDO-ANUAL < ZERO
036032                 MOVE PH-SUELDO-ANUAL TO EXP-ED-DINERO-NEG
036033                 MOVE EXP-ED-DINERO-NEG TO EXP-VALOR
036034             END-IF
036100         WHEN 'PAYROLLREG' ALSO 'BONO'
036300             MOVE PR-BONO TO EXP-ED-DINERO
036400             MOVE EXP-ED-DINERO TO EXP-VALOR
036410         WHEN 'PAYHIST'    ALSO 'BONO'
036420             MOVE PH-BONO TO EXP-ED-DINERO
036430             MOVE EXP-ED-DINERO TO EXP-VALOR
036431             IF PH-BONO < ZERO
036432                 MOVE PH-BONO TO EXP-ED-DINERO-NEG
036433                 MOVE EXP-ED-DINERO-NEG TO EXP-VALOR
036434             END-IF
036500         WHEN 'PAYROLLREG' ALSO 'PRORRATEO'
036700             MOVE PR-SUELDO-PRORRATEADO TO EXP-ED-DINERO
036800             MOVE EXP-ED-DINERO TO EXP-VALOR
037700         WHEN 'PAYROLLREG' ALSO 'EXTRA'
037900             MOVE PR-IMPORTE-EXTRA TO EXP-ED-DINERO
038000             MOVE EXP-ED-DINERO TO EXP-VALOR
038001         WHEN 'PAYROLLREG' ALSO 'ANTIG'
038002             MOVE ZERO TO EXP-ED-DINERO
038003             IF PR-ADIC-ANTIG IS NUMERIC
038004                 MOVE PR-ADIC-ANTIG TO EXP-ED-DINERO
038005             END-IF
038006             MOVE EXP-ED-DINERO TO EXP-VALOR
038007         WHEN 'PAYROLLREG' ALSO 'PRESENT'
038008             MOVE ZERO TO EXP-ED-DINERO
038009             IF PR-PRESENTISMO IS NUMERIC
03800A                 MOVE PR-PRESENTISMO TO EXP-ED-DINERO
03800B             END-IF
03800C             MOVE EXP-ED-DINERO TO EXP-VALOR
03800D         WHEN 'PAYROLLREG' ALSO 'PRESEST'
03800E             MOVE PR-PRESENT-ESTADO TO EXP-VALOR
038010         WHEN 'PAYHIST'    ALSO 'EXTRA'
038020             MOVE PH-IMPORTE-EXTRA TO EXP-ED-DINERO
038030             MOVE EXP-ED-DINERO TO EXP-VALOR
038031             IF PH-IMPORTE-EXTRA < ZERO
038032                 MOVE PH-IMPORTE-EXTRA TO EXP-ED-DINERO-NEG
038033                 MOVE EXP-ED-DINERO-NEG TO EXP-VALOR
038034             END-IF
038100         WHEN 'PAYROLLREG' ALSO 'TIPO'
038300             MOVE PR-TIPO-LINEA TO EXP-VALOR
038310         WHEN 'PAYHIST'    ALSO 'TIPO'
