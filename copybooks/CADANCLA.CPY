      ******************************************************************
      * Author:
      * Date:
      * Purpose: Chain anchor of one audit log, as kept by CADENAUD
      *          in the AUDCHAIN control file and passed on every call
      *          to it. The base is the link the first record of the
      *          file hangs from (zero until RETENCION moves the oldest
      *          rows to the archive companion, then the last row
      *          archived); the tail is the last record written.
      *          Declare under a caller's own 01 level.
      * Tectonics: cobc
      ******************************************************************
           05 ANC-EXISTE                   PIC X(01).
              88 ANC-HALLADA               VALUE 'S'.
           05 ANC-BASE-SECUENCIA           PIC 9(09).
           05 ANC-BASE-CONTROL             PIC X(18).
           05 ANC-ULT-SECUENCIA            PIC 9(09).
           05 ANC-ULT-CONTROL              PIC X(18).
