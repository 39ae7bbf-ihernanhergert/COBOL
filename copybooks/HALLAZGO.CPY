      ******************************************************************
      * Author:
      * Date:
      * Purpose: Record layout for the HALLAZGOS file of suspicious
      *          payroll cases raised by the ANOMALIAS scan. Each
      *          finding carries a risk code (HZ-RIESGO), the employee
      *          and the item that triggered it (HZ-CLAVE: the shared
      *          bank+account or tax ID, or the period for the
      *          findings that belong to one payroll month). A finding
      *          is raised once per code, employee and item; it stays
      *          open ('A') until the desk marks it reviewed ('R') with
      *          the reviewer and the date, and is never raised again.
      * Tectonics: cobc
      ******************************************************************
           05 HZ-RIESGO                    PIC X(03).
               88 HZ-CUENTA-COMPARTIDA     VALUE 'CTA'.
               88 HZ-CUIT-COMPARTIDO       VALUE 'CUI'.
               88 HZ-PAGO-SIN-HORAS        VALUE 'HOR'.
               88 HZ-PAGO-DADO-DE-BAJA     VALUE 'BAJ'.
               88 HZ-SALTO-DE-NETO         VALUE 'NET'.
               88 HZ-EXTRA-AL-TOPE         VALUE 'EXT'.
               88 HZ-CAMBIO-CUENTA         VALUE 'CCP'.
           05 HZ-ID                        PIC 9(05).
           05 HZ-NOMBRE                    PIC X(05).
           05 HZ-CLAVE                     PIC X(13).
           05 HZ-PERIODO                   PIC 9(06).
           05 HZ-DETALLE                   PIC X(40).
           05 HZ-FECHA-DET                 PIC 9(08).
           05 HZ-ESTADO                    PIC X(01).
               88 HZ-ABIERTO               VALUE 'A'.
               88 HZ-REVISADO              VALUE 'R'.
           05 HZ-REVISOR                   PIC X(08).
           05 HZ-FECHA-REV                 PIC 9(08).
