      ******************************************************************
      * Author:
      * Date:
      * Purpose: Record layout for the JORNADAS file of contracted
      *          working time: the percentage of a full-time position
      *          (FTE, 1 to 100) that one employee (JR-ID) is hired
      *          for, effective from a date AAAAMMDD until a later row
      *          for the same employee replaces it, so a change in the
      *          middle of a period is prorated by days. An employee
      *          with no row is full time (100). Rows are keyed in
      *          EMPMAINT and only ever appended, each with the
      *          operator who approved it and the date it was keyed,
      *          so the file is its own audit trail. JORNVIG returns
      *          the percentage in force for a period.
      * Tectonics: cobc
      ******************************************************************
           05 JR-ID                        PIC 9(05).
           05 JR-VIGENCIA-DESDE            PIC 9(08).
           05 JR-PORC-FTE                  PIC 9(03).
           05 JR-OPERADOR                  PIC X(08).
           05 JR-FECHA-ALTA                PIC 9(08).
