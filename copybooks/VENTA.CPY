      ******************************************************************
      * Author:
      * Date:
      * Purpose: Record layout for the VENTAS file of the month's
      *          sales per salesperson, one row per invoice: the
      *          salesperson's employee ID, the invoice number and
      *          amount and the day it was collected. An invoice
      *          cancelled after it was sold comes back with the
      *          cancelled state and the cancellation date, which is
      *          how COMISION claws back a commission already paid.
      *          The file arrives with a MANIFEST row (the amount is
      *          the control column RECEPCION adds up).
      * Tectonics: cobc
      ******************************************************************
           05 VT-ID                        PIC 9(05).
           05 VT-FACTURA                   PIC X(10).
           05 VT-IMPORTE                   PIC 9(07)V99.
           05 VT-FECHA-COBRO               PIC 9(08).
           05 VT-ESTADO                    PIC X(01).
              88 VT-COBRADA                VALUE ' '.
              88 VT-ANULADA                VALUE 'A'.
           05 VT-FECHA-ANUL                PIC 9(08).
