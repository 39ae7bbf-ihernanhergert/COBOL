      ******************************************************************
      * Author:
      * Date:
      * Purpose: Record layout for the NOVDET detail file written by
      *          EJERCICIO02 next to DEDDET: one row per one-off item
      *          (NOVEDADES) applied to an employee in a period, with
      *          the concept, its description and type from NOVCONC
      *          (haber or descuento, taxable or not), the department
      *          and company of the register line and the GL account
      *          of the concept. RECIBOS prints each row as its own
      *          payslip line and ASIENTOGL posts it to the account.
      * Tectonics: cobc
      ******************************************************************
           05 ND-ID                        PIC 9(05).
           05 ND-NOMBRE                    PIC X(05).
           05 ND-CONCEPTO                  PIC X(06).
           05 ND-DESCRIPCION               PIC X(20).
           05 ND-TIPO                      PIC X(01).
              88 ND-HABER                  VALUE 'H'.
              88 ND-DESCUENTO              VALUE 'D'.
           05 ND-GRAVADO                   PIC X(01).
           05 ND-IMPORTE                   PIC 9(06)V99.
           05 ND-PERIODO                   PIC 9(06).
           05 ND-COMPANIA                  PIC X(03).
           05 ND-DEPARTAMENTO              PIC X(10).
           05 ND-CUENTA                    PIC X(08).
