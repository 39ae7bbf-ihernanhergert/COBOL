      ******************************************************************
      * Author:
      * Date:
      * Purpose: Record layout for the CONTDET employer-contribution
      *          detail file written by EJERCICIO02 next to DEDDET:
      *          one row per employee, period and contribution
      *          concept (employer pension, employer health, work
      *          accident insurance), with the agency it is remitted
      *          to and the gross base it was computed on. Shared by
      *          every reader (ASIENTOGL, REMESAS, the cost reports)
      *          so the layout is not repeated program by program.
      * Tectonics: cobc
      ******************************************************************
           05 CD-ID                        PIC 9(05).
           05 CD-NOMBRE                    PIC X(05).
           05 CD-CONCEPTO                  PIC X(15).
           05 CD-IMPORTE                   PIC S9(06)V99.
           05 CD-PERIODO                   PIC 9(06).
           05 CD-COMPANIA                  PIC X(03).
           05 CD-DEPARTAMENTO              PIC X(10).
           05 CD-AGENCIA                   PIC X(03).
           05 CD-BASE                      PIC 9(07)V99.
