      ******************************************************************
      * Author:
      * Date:
      * Purpose: Record layout for the REQCOSTO file of requisition
      *          approvals priced against the department budget, one
      *          row appended by REQMAINT per approval: the requisition
      *          number, when it was priced, the months left in the
      *          year it was priced for, its cost (COTIZAR salary and
      *          bonus for the level plus employer contributions), the
      *          department headroom before it, whether it went over
      *          the budget, and for one that did, the finance-level
      *          operator who authorized it and the reason given.
      * Tectonics: cobc
      ******************************************************************
           05 RC-NUMERO                    PIC 9(05).
           05 RC-FECHA                     PIC 9(08).
           05 RC-MESES                     PIC 9(02).
           05 RC-COSTO                     PIC 9(11)V99.
           05 RC-DISPONIBLE                PIC S9(13)V99.
           05 RC-EXCEDIDO                  PIC X(01).
              88 RC-ES-EXCEDIDO            VALUE 'S'.
           05 RC-AUTORIZANTE               PIC X(08).
           05 RC-MOTIVO                    PIC X(40).
