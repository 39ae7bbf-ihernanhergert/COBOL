001600*
001700* MODIFICATION HISTORY:
001800*   - NEW CONVERSION UTILITY, OFFERED FROM THE MENUUTIL MENU.
001801*   - EIX-RECORD CARRIES THE NEW EM-MOTIVO-BAJA FIELD.
001900******************************************************************
002000 IDENTIFICATION DIVISION.
002100 PROGRAM-ID. CARGAEMP.
005100                   EM-FECHA-BAJA     BY EIX-FECHA-BAJA
005200                   EM-BANCO          BY EIX-BANCO
005300                   EM-CUENTA         BY EIX-CUENTA
005400                   EM-COMPANIA       BY EIX-COMPANIA
005401                   EM-MOTIVO-BAJA    BY EIX-MOTIVO-BAJA.
005500 WORKING-STORAGE SECTION.
005600*
005700 01  CGE-STATUS-EMPL             PIC XX.
