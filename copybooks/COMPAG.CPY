      ******************************************************************
      * Author:
      * Date:
      * Purpose: Record layout for the COMHIST file of commissions
      *          paid, one row per invoice, written by COMISION when
      *          a salesperson's statement is approved: the invoice,
      *          the salesperson, the period it was paid in, the
      *          amount sold, the rate applied and the commission.
      *          An invoice in this file is never commissioned again;
      *          when it is cancelled later the commission is clawed
      *          back once and the row is marked recovered with the
      *          period the clawback went into.
      * Tectonics: cobc
      ******************************************************************
           05 CH-FACTURA                   PIC X(10).
           05 CH-ID                        PIC 9(05).
           05 CH-PERIODO                   PIC 9(06).
           05 CH-IMPORTE-VENTA             PIC 9(07)V99.
           05 CH-TASA                      PIC 9(02)V99.
           05 CH-COMISION                  PIC 9(07)V99.
           05 CH-ESTADO                    PIC X(01).
              88 CH-PAGADA                 VALUE ' '.
              88 CH-RECUPERADA             VALUE 'R'.
           05 CH-PERIODO-RECUP             PIC 9(06).
