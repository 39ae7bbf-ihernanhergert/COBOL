      ******************************************************************
      * Author:
      * Date:
      * Purpose: Record layout of the POSPAY positive-pay file sent to
      *          the bank. CHEQUES appends one 'I' row for every check
      *          it cuts or reissues and one 'V' row for every check it
      *          voids, so the bank only honors checks we issued, for
      *          the amount we issued them. The payee is the full name
      *          from PERSONAS (the short register name when the person
      *          is not on file); the date is the check's issue date.
      * Tectonics: cobc
      ******************************************************************
           05 PP-ACCION                    PIC X(01).
               88 PP-ES-EMISION            VALUE 'I'.
               88 PP-ES-ANULACION          VALUE 'V'.
           05 PP-NUMERO                    PIC 9(06).
           05 PP-IMPORTE                   PIC 9(09)V99.
           05 PP-FECHA                     PIC 9(08).
           05 PP-BENEFICIARIO              PIC X(40).
