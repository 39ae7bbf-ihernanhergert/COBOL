      ******************************************************************
      * Author:
      * Date:
      * Purpose: Record layout for the RECALCDIF file written by the
      *          RECALCREG independent recomputation of the payroll
      *          register and read by APRUEBA for the release package.
      *          The file is rebuilt on every run: one 'D' row per
      *          disagreeing component (salary, bonus, overtime, a
      *          deduction concept, total deductions or net) with the
      *          amount posted by EJERCICIO02 and the amount recomputed
      *          from the period's inputs, closed by one 'C' control
      *          row with the period, the employees repriced and the
      *          number of them that disagreed.
      * Tectonics: cobc
      ******************************************************************
           05 DR-TIPO                      PIC X(01).
               88 DR-ES-CONTROL            VALUE 'C'.
               88 DR-ES-DIFERENCIA         VALUE 'D'.
           05 DR-PERIODO                   PIC 9(06).
           05 DR-ID                        PIC 9(05).
           05 DR-NOMBRE                    PIC X(05).
           05 DR-COMPONENTE                PIC X(15).
           05 DR-POSTEADO                  PIC S9(07)V99.
           05 DR-RECALCULADO               PIC S9(07)V99.
           05 DR-CANT-REVISADOS            PIC 9(05).
           05 DR-CANT-DIFERENCIAS          PIC 9(05).
           05 DR-FECHA                     PIC 9(08).
