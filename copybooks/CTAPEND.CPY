      ******************************************************************
      * Author:
      * Date:
      * Purpose: Record layout for the CTAPEND file of deposit-account
      *          changes held for dual control. EMPMAINT no longer
      *          changes EM-BANCO/EM-CUENTA or the SPLITCTA rows
      *          directly: every change is appended here as pending
      *          ('P') with the requesting operator, the date and the
      *          old and new values. CP-TIPO says what is asked for:
      *          'D' a new main deposit account, 'A' a new split row,
      *          'B' the removal of every split row of the employee.
      *          APRUCTA lets a second, different operator approve
      *          ('A') or reject ('R') the row; only then is it applied
      *          to the master or to SPLITCTA, and the approval date
      *          is the date the account changed for the payment-run
      *          warnings (CTACAMBIO).
      * Tectonics: cobc
      ******************************************************************
           05 CP-ID                        PIC 9(05).
           05 CP-NOMBRE                    PIC X(05).
           05 CP-TIPO                      PIC X(01).
               88 CP-ES-PRINCIPAL          VALUE 'D'.
               88 CP-ES-ALTA-SPLIT         VALUE 'A'.
               88 CP-ES-BAJA-SPLITS        VALUE 'B'.
           05 CP-BANCO-ANT                 PIC X(03).
           05 CP-CUENTA-ANT                PIC X(10).
           05 CP-BANCO-NUE                 PIC X(03).
           05 CP-CUENTA-NUE                PIC X(10).
           05 CP-SPL-TIPO                  PIC X(01).
           05 CP-SPL-VALOR                 PIC 9(05)V99.
           05 CP-SOLICITANTE               PIC X(08).
           05 CP-FECHA-SOL                 PIC 9(08).
           05 CP-ESTADO                    PIC X(01).
               88 CP-PENDIENTE             VALUE 'P'.
               88 CP-APROBADO              VALUE 'A'.
               88 CP-RECHAZADO             VALUE 'R'.
           05 CP-AUTORIZANTE               PIC X(08).
           05 CP-FECHA-AUT                 PIC 9(08).
