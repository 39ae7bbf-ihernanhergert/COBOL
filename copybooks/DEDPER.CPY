      ******************************************************************
      * Author:
      * Date:
      * Purpose: Record layout for the DEDPERS file of the personal
      *          deductions each employee declares for income tax
      *          (spouse, children, rent paid, mortgage interest,
      *          health insurance, domestic staff), one row per
      *          declared item and fiscal year, numbered by DEDPERS
      *          when it is keyed: concept (from the TOPEDED annual
      *          cap table of the year), annual amount, the month of
      *          the year it applies from and the supporting document.
      *          A row is never deleted: DEDPERS voids it (state B)
      *          and the operator and date keyed stay on the row.
      *          EJERCICIO02 lowers the IMP GANANCIAS taxable base by
      *          the active rows pro rata through the year, and
      *          CERTANUAL lists them on the annual certificate.
      * Tectonics: cobc
      ******************************************************************
           05 DJ-NUMERO                    PIC 9(06).
           05 DJ-ID                        PIC 9(05).
           05 DJ-NOMBRE                    PIC X(05).
           05 DJ-ANIO                      PIC 9(04).
           05 DJ-CONCEPTO                  PIC X(04).
           05 DJ-IMPORTE                   PIC 9(07)V99.
           05 DJ-MES-DESDE                 PIC 9(02).
           05 DJ-COMPROBANTE               PIC X(15).
           05 DJ-ESTADO                    PIC X(01).
              88 DJ-ACTIVA                 VALUE 'A'.
              88 DJ-ANULADA                VALUE 'B'.
           05 DJ-FECHA-ALTA                PIC 9(08).
           05 DJ-OPERADOR                  PIC X(08).
