      ******************************************************************
      * Author:
      * Date:
      * Purpose: Record layout for the EMBDET garnishment detail file
      *          written by EJERCICIO02 next to DEDDET: one row per
      *          court order applied to an employee in a period, with
      *          the court and deposit account the amount is remitted
      *          to. Read by EMBARGOS to build the per-court
      *          remittance files.
      * Tectonics: cobc
      ******************************************************************
           05 ED-ID                        PIC 9(05).
           05 ED-NOMBRE                    PIC X(05).
           05 ED-EXPEDIENTE                PIC X(15).
           05 ED-JUZGADO                   PIC X(06).
           05 ED-IMPORTE                   PIC 9(06)V99.
           05 ED-PERIODO                   PIC 9(06).
           05 ED-COMPANIA                  PIC X(03).
           05 ED-CUENTA                    PIC X(22).
