      ******************************************************************
      * Author:
      * Date:
      * Purpose: Record layout for the REVCAMB file of pre-payroll
      *          change-register reviews. CAMBPREV appends a pending
      *          row ('P') when the register of a period is not yet
      *          reviewed, and CAMBVISTO appends a reviewed row ('R')
      *          when the supervisor signs it off. Each row carries
      *          the register's fingerprint (item count and control
      *          total), so a sign-off only holds while the inputs
      *          stay as reviewed. The file is only ever appended;
      *          the latest row of a period is its state.
      * Tectonics: cobc
      ******************************************************************
           05 RV-PERIODO                   PIC 9(06).
           05 RV-ESTADO                    PIC X(01).
              88 RV-PENDIENTE              VALUE 'P'.
              88 RV-REVISADO               VALUE 'R'.
           05 RV-CANT-ITEMS                PIC 9(05).
           05 RV-CONTROL                   PIC 9(15).
           05 RV-OPERADOR                  PIC X(08).
           05 RV-FECHA                     PIC 9(08).
