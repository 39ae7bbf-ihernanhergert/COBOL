      ******************************************************************
      * Author:
      * Date:
      * Purpose: Record layout for the BENEFELEC file of each
      *          employee's benefit elections: the PLANBENEF option
      *          chosen for one plan (blank option = not enrolled),
      *          the number of dependents it covers and the period
      *          AAAAMM it applies from, until a later row for the
      *          same employee and plan replaces it. Rows are keyed
      *          in BENMAINT at the annual open enrollment (A), on
      *          hiring (I) or on a life event (C marriage, N birth
      *          or adoption) and only ever appended, each with the
      *          operator who keyed it and the date, so the file is
      *          its own audit trail. EJERCICIO02 applies the rows
      *          in force for the period.
      * Tectonics: cobc
      ******************************************************************
           05 EB-ID                        PIC 9(05).
           05 EB-PLAN                      PIC X(04).
           05 EB-OPCION                    PIC X(02).
           05 EB-VIGENCIA-DESDE            PIC 9(06).
           05 EB-DEPENDIENTES              PIC 9(02).
           05 EB-EVENTO                    PIC X(01).
              88 EB-ES-ANUAL               VALUE 'A'.
              88 EB-ES-INGRESO             VALUE 'I'.
              88 EB-ES-CASAMIENTO          VALUE 'C'.
              88 EB-ES-NACIMIENTO          VALUE 'N'.
           05 EB-FECHA-EVENTO              PIC 9(08).
           05 EB-OPERADOR                  PIC X(08).
           05 EB-FECHA-ALTA                PIC 9(08).
