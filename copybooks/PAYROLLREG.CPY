      *          file written by EJERCICIO02, shared with any other
      *          program that needs to look up a computed salary/bonus
      *          instead of rereading EJERCICIO02's console output.
      *          PR-ADIC-ANTIG is the years-of-service premium paid
      *          in the line, already included in the salary fields.
      *          PR-PRESENTISMO is the attendance bonus paid in the
      *          line, also inside the salary fields; PR-PRESENT-ESTADO
      *          is 'P' paid, 'A' lost to an unjustified absence (the
      *          MOTAUSEN code in PR-PRESENT-MOTIVO, the days in
      *          PR-PRESENT-CANT), 'T' lost to late arrivals (their
      *          count in PR-PRESENT-CANT), blank when not applicable.
      * Tectonics: cobc
      ******************************************************************
           05 PR-NOMBRE                    PIC X(05).
           05 PR-TIPO-LINEA                PIC X(01).
           05 PR-PERIODO-REF               PIC 9(06).
           05 PR-COMPANIA                  PIC X(03).
           05 PR-ADIC-ANTIG                PIC 9(06)V99.
           05 PR-PRESENTISMO               PIC 9(06)V99.
           05 PR-PRESENT-ESTADO            PIC X(01).
           05 PR-PRESENT-MOTIVO            PIC X(02).
           05 PR-PRESENT-CANT              PIC 9(02).
