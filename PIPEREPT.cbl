001300*
001400* MODIFICATION HISTORY:
001500*   - NEW REPORT PROGRAM, OFFERED FROM THE MENUUTIL MENU.
001501*   - THE PIPELINE RECORD CARRIES THE DECISION-LETTER STAGE AND
001502*     DATE (CARTARECH) AT THE END.
001600******************************************************************
001700 IDENTIFICATION DIVISION.
001800 PROGRAM-ID. PIPEREPT.
003600     05 PL-ETAPA                 PIC X(12).
003700     05 PL-FECHA-ETAPA           PIC 9(08).
003800     05 PL-PERIODO-NOMINA        PIC 9(06).
003801     05 PL-CARTA-ETAPA           PIC X(12).
003802     05 PL-CARTA-FECHA           PIC 9(08).
003900 FD  REPORTE-FILE
004000     LABEL RECORDS ARE STANDARD
004100     RECORD CONTAINS 80 CHARACTERS.
