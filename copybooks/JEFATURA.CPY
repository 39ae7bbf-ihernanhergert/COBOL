      ******************************************************************
      * Author:
      * Date:
      * Purpose: Record layout for the JEFATURAS file of reporting
      *          lines: the candidate number (JF-JEFE-ID) of the
      *          person the employee (JF-ID) reports to, effective
      *          from a date AAAAMMDD until a later row for the same
      *          employee replaces it (at equal dates the row keyed
      *          last wins). A zero JF-JEFE-ID marks the top of the
      *          chain. Rows are keyed in EMPMAINT and only ever
      *          appended, each with the operator who keyed it and
      *          the date, like SUPLEMENTOS. JEFCADENA walks the chain
      *          for the approval steps and ORGANIG prints it.
      * Tectonics: cobc
      ******************************************************************
           05 JF-ID                        PIC 9(05).
           05 JF-VIGENCIA-DESDE            PIC 9(08).
           05 JF-JEFE-ID                   PIC 9(05).
           05 JF-OPERADOR                  PIC X(08).
           05 JF-FECHA-ALTA                PIC 9(08).
