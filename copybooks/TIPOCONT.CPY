      ******************************************************************
      * Author:
      * Date:
      * Purpose: Contract types for KT-TIPO and RQ-TIPO-CONTRATO, with
      *          the rules each one carries: whether it must have an
      *          end date, how many renewals EMPMAINT accepts, and
      *          the settlement EJERCICIO02 pays on a termination -
      *          the percentage of the seniority indemnity and
      *          whether the month of notice is paid, once for a
      *          contract that ends at its end date (reason FC) and
      *          once for any other reason. Shared by EMPMAINT,
      *          ALTAEMP, REQMAINT, VENCONTR, EJERCICIO02 and
      *          FINIQUITO.
      * Tectonics: cobc
      ******************************************************************
       01  TCT-TABLA-VALORES.
           05 FILLER PIC X(25) VALUE 'PINDETERMINADO0100S100SN'.
           05 FILLER PIC X(25) VALUE 'FPLAZO FIJO   2050N100SS'.
           05 FILLER PIC X(25) VALUE 'TTEMPORADA    0000N100SS'.
           05 FILLER PIC X(25) VALUE 'IPASANTIA     1000N000NS'.
       01  TCT-TABLA REDEFINES TCT-TABLA-VALORES.
           05 TCT-FILA OCCURS 4 TIMES
                       INDEXED BY TCT-X.
              10 TCT-CODIGO               PIC X(01).
              10 TCT-DESCRIPCION          PIC X(13).
              10 TCT-MAX-RENOVACIONES     PIC 9(01).
              10 TCT-INDEMN-VENCIDO       PIC 9(03).
              10 TCT-PREAVISO-VENCIDO     PIC X(01).
              10 TCT-INDEMN-OTRA          PIC 9(03).
              10 TCT-PREAVISO-OTRA        PIC X(01).
              10 TCT-CON-VENCIMIENTO      PIC X(01).
              10 FILLER                   PIC X(01).
