      ******************************************************************
      * Author:
      * Date:
      * Purpose: Record layout of the CHKCIERRE period-close checklist.
      *          Every close step (APRUEBA, PAGOBANCO, CHEQUES,
      *          ASIENTOGL, ACUMBONO, REMESAS, PAYCONCIL, INTEGRIDAD,
      *          RECIBOS) calls MARCACIER when it ends cleanly, which
      *          appends one row per completion: the company the run
      *          covered (spaces when it covered every company), the
      *          period, the step name, and when and by whom it ran.
      *          CIERREPER reads these rows against the PASOCIERRE
      *          step list before it lets a period close.
      * Tectonics: cobc
      ******************************************************************
           05 CK-COMPANIA                  PIC X(03).
           05 CK-PERIODO                   PIC 9(06).
           05 CK-PASO                      PIC X(10).
           05 CK-FECHA                     PIC 9(08).
           05 CK-HORA                      PIC X(08).
           05 CK-USUARIO                   PIC X(08).
