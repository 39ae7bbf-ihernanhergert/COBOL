002100*
002200* MODIFICATION HISTORY:
002300*   - NEW SUBROUTINE, COMPANION TO COTIZAR.
002301*   - COTIZAR NOW TAKES AN EMPLOYEE ID FOR THE INDIVIDUAL
002302*     SUPPLEMENT; A NET-TO-GROSS QUOTE IS FOR A CANDIDATE, SO IT
002303*     PASSES ZERO AND GETS THE BARE BRACKET.
002304*   - COTIZAR NOW ALSO TAKES A PRICING PERIOD AND A COMPANY;
002305*     THE NET QUOTE STAYS PRICED TODAY FROM THE GENERAL ROWS.
002400******************************************************************
002500 IDENTIFICATION DIVISION.
002600 PROGRAM-ID. COTIZANETO.
005700 01  CTN-SUELDO-COTIZAR          PIC 9(06).
005800 01  CTN-SUELDO-ANUAL-COT        PIC 9(08).
005900 01  CTN-BONO-COTIZAR            PIC 9(06)V99.
005901 01  CTN-ID-COTIZAR              PIC 9(05) VALUE ZERO.
005902 01  CTN-SUPLEM-COTIZAR          PIC 9(06).
005903 01  CTN-PERIODO-COTIZAR         PIC 9(06) VALUE ZERO.
005904 01  CTN-COMPANIA-COTIZAR        PIC X(03) VALUE SPACES.
006000*
006100 LINKAGE SECTION.
006200 01  CTN-EXPERIENCIA             PIC 9(02).
008200*    BONO VIGENTES PARA LA EXPERIENCIA.
008300     CALL 'COTIZAR' USING CTN-EXPERIENCIA CTN-SENIORIDAD
008400         CTN-SUELDO-COTIZAR CTN-SUELDO-ANUAL-COT
008500         CTN-BONO-COTIZAR CTN-ID-COTIZAR CTN-SUPLEM-COTIZAR
008510         CTN-PERIODO-COTIZAR CTN-COMPANIA-COTIZAR.
008600     IF CTN-SUELDO-COTIZAR > ZERO
008700         COMPUTE CTN-PCT-BONO ROUNDED =
008800             CTN-BONO-COTIZAR * 100 / CTN-SUELDO-COTIZAR
