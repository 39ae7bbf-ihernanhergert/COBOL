      ******************************************************************
      * Author:
      * Date:
      * Purpose: Record layout for the NOVCONC concept master of the
      *          one-off payroll items (NOVEDADES): one row per
      *          concept code saying whether the item is earnings
      *          (haber) or a deduction (descuento), whether it is
      *          taxable (remunerative: income tax, employer
      *          contributions, garnishable pay), whether an earnings
      *          item counts in the aguinaldo and severance best
      *          salary, and the GL account ASIENTOGL posts it to.
      * Tectonics: cobc
      ******************************************************************
           05 NC-CONCEPTO                  PIC X(06).
           05 NC-DESCRIPCION               PIC X(20).
           05 NC-TIPO                      PIC X(01).
              88 NC-HABER                  VALUE 'H'.
              88 NC-DESCUENTO              VALUE 'D'.
           05 NC-GRAVADO                   PIC X(01).
              88 NC-ES-GRAVADO             VALUE 'S'.
           05 NC-AGUINALDO                 PIC X(01).
              88 NC-EN-AGUINALDO           VALUE 'S'.
           05 NC-INDEMN                    PIC X(01).
              88 NC-EN-INDEMN              VALUE 'S'.
           05 NC-CUENTA                    PIC X(08).
