      ******************************************************************
      * Author:
      * Date:
      * Purpose: Record layout of the GLDIFAB file of open differences
      *          between the payroll postings (GLPOST, GLACCRUAL) and
      *          the general ledger trial balance. CONCILGL adds one
      *          row per company/department/account that did not
      *          match in the period it reconciles: DF-TIPO 'D' when
      *          both sides carry the account with different amounts,
      *          'F' when a posting sent never arrived, 'S' when the
      *          ledger shows an interface posting nobody sent. The
      *          row stays open ('A') and is carried into every later
      *          reconciliation until someone marks it resolved ('R')
      *          with a comment, which stamps the date and operator.
      * Tectonics: cobc
      ******************************************************************
           05 DF-PERIODO                   PIC 9(06).
           05 DF-COMPANIA                  PIC X(03).
           05 DF-DEPARTAMENTO              PIC X(10).
           05 DF-CUENTA                    PIC X(08).
           05 DF-TIPO                      PIC X(01).
               88 DF-ES-DIFERENCIA         VALUE 'D'.
               88 DF-ES-NO-LLEGO           VALUE 'F'.
               88 DF-ES-SOLO-MAYOR         VALUE 'S'.
           05 DF-ENVIADO                   PIC S9(11)V99.
           05 DF-MAYOR                     PIC S9(11)V99.
           05 DF-DIFERENCIA                PIC S9(11)V99.
           05 DF-ESTADO                    PIC X(01).
               88 DF-ABIERTA               VALUE 'A'.
               88 DF-RESUELTA              VALUE 'R'.
           05 DF-FECHA-RES                 PIC 9(08).
           05 DF-USUARIO                   PIC X(08).
           05 DF-COMENTARIO                PIC X(40).
