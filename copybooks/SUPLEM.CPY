      ******************************************************************
      * Author:
      * Date:
      * Purpose: Record layout for the SUPLEMENTOS file of individual
      *          salary supplements: a monthly amount paid on top of
      *          the PAYRATES bracket salary for one employee (PR-ID),
      *          effective from a period AAAAMM until a later row for
      *          the same employee replaces it (a later row with a
      *          zero amount ends the supplement). Rows are keyed in
      *          EMPMAINT and only ever appended, each with its reason
      *          code (MOTSUPL table), the operator who approved it and
      *          the date it was keyed, so the file is its own audit
      *          trail. SUPLVIG returns the row in force for a period.
      * Tectonics: cobc
      ******************************************************************
           05 SP-ID                        PIC 9(05).
           05 SP-VIGENCIA-DESDE            PIC 9(06).
           05 SP-IMPORTE                   PIC 9(06)V99.
           05 SP-MOTIVO                    PIC X(02).
           05 SP-OPERADOR                  PIC X(08).
           05 SP-FECHA-ALTA                PIC 9(08).
