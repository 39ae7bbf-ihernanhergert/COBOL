      ******************************************************************
      * Author:
      * Date:
      * Purpose: Record layout for the NOVEDADES file of one-off
      *          payroll items (spot awards, commission advances,
      *          equipment charges, parking fees, refunds and the
      *          like), one row per item, employee and period, with
      *          a concept code from the NOVCONC master. The file
      *          arrives with a MANIFEST row (the amount is the
      *          control column RECEPCION adds up) and is applied
      *          once by EJERCICIO02 in the first run of the item's
      *          period or later, which marks the row applied with
      *          the period it went into.
      * Tectonics: cobc
      ******************************************************************
           05 NV-ID                        PIC 9(05).
           05 NV-IMPORTE                   PIC 9(06)V99.
           05 NV-CONCEPTO                  PIC X(06).
           05 NV-PERIODO                   PIC 9(06).
           05 NV-NOMBRE                    PIC X(05).
           05 NV-ESTADO                    PIC X(01).
              88 NV-PENDIENTE              VALUE ' '.
              88 NV-APLICADA               VALUE 'A'.
           05 NV-PERIODO-APLIC             PIC 9(06).
