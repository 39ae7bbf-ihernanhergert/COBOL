      ******************************************************************
      * Author:
      * Date:
      * Purpose: Record layout of the MONALERT breach list that
      *          MONBATCH rewrites on every pass and ESTADOOPS prints
      *          in the morning report: one row per run that exceeded
      *          its expected duration or the multiple of its rolling
      *          average, and per start with no matching end.
      * Tectonics: cobc
      ******************************************************************
           05 MA-FECHA                     PIC 9(08).
           05 MA-INICIO                    PIC 9(06).
           05 MA-PROGRAMA                  PIC X(11).
           05 MA-TIPO                      PIC X(01).
              88 MA-EXCEDE-ESPERADO        VALUE 'E'.
              88 MA-EXCEDE-PROMEDIO        VALUE 'P'.
              88 MA-SIN-FIN                VALUE 'S'.
           05 MA-SEGUNDOS                  PIC 9(07).
           05 MA-LIMITE                    PIC 9(07).
