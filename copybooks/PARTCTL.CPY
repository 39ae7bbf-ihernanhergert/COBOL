      ******************************************************************
      * Author:
      * Date:
      * Purpose: Record layout for the PARTCTL control file written by
      *          PAYMERGE when it merges the per-company segments of a
      *          partitioned payroll run, and read by PAYCONCIL. The
      *          file is cumulative: for every merged period there is
      *          one 'P' row per company partition, with the detail
      *          count and hash (annual salary plus bonus) of its
      *          register segment and of its history segment and the
      *          number of exceptions it logged, followed by one 'F'
      *          row with the same figures for the merged PAYROLLREG
      *          and the PAYHIST bracket PAYMERGE appended. A period
      *          with an 'F' row is not merged again.
      * Tectonics: cobc
      ******************************************************************
           05 PT-PERIODO                   PIC 9(06).
           05 PT-TIPO                      PIC X(01).
               88 PT-ES-PARTICION          VALUE 'P'.
               88 PT-ES-FUSION             VALUE 'F'.
           05 PT-COMPANIA                  PIC X(03).
           05 PT-REG-CANT                  PIC 9(07).
           05 PT-REG-HASH                  PIC 9(15)V99.
           05 PT-HIS-CANT                  PIC 9(07).
           05 PT-HIS-HASH                  PIC 9(15)V99.
           05 PT-EXC-CANT                  PIC 9(05).
           05 PT-FECHA                     PIC 9(08).
           05 PT-USUARIO                   PIC X(08).
