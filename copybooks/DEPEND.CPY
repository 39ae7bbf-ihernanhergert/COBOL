      ******************************************************************
      * Author:
      * Date:
      * Purpose: Record layout for the DEPENDIENTES file of an
      *          employee's registered dependents, keyed by the
      *          candidate number (several rows per person, told
      *          apart by a sequence): dependent type (child,
      *          disabled child, spouse), name, birth date and
      *          whether the supporting document (birth or marriage
      *          certificate) has been received. Maintained by
      *          PERSMAINT, read by EJERCICIO02 to pay the family
      *          allowances.
      * Tectonics: cobc
      ******************************************************************
           05 DP-ID                        PIC 9(05).
           05 DP-SECUENCIA                 PIC 9(02).
           05 DP-NOMBRE                    PIC X(30).
           05 DP-TIPO                      PIC X(01).
              88 DP-ES-HIJO                VALUE 'H'.
              88 DP-ES-HIJO-DISCAP         VALUE 'D'.
              88 DP-ES-CONYUGE             VALUE 'C'.
              88 DP-TIPO-VALIDO            VALUE 'H' 'D' 'C'.
           05 DP-FECHA-NAC                 PIC 9(08).
           05 DP-CONSTANCIA                PIC X(01).
              88 DP-CON-CONSTANCIA         VALUE 'S'.
