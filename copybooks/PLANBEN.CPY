      ******************************************************************
      * Author:
      * Date:
      * Purpose: Record layout for the PLANBENEF catalog of optional
      *          employee benefits (upgraded health plan, life
      *          insurance, voluntary pension, cafeteria plan): one
      *          row per plan, option and period AAAAMM it applies
      *          from, the latest row not after a period being the
      *          one in force. The monthly cost is fixed (F), fixed
      *          plus a premium per covered dependent (D), a rate per
      *          thousand of an insured capital that is a multiple
      *          of the monthly salary (S), or a percentage of the
      *          salary paid in the period (P). BP-PORC-EMPLEADO of
      *          the cost is withheld from the employee, the rest is
      *          borne by the employer; both are remitted to the
      *          provider in BP-AGENCIA. Read by BENMAINT, EJERCICIO02
      *          and REMESAS.
      * Tectonics: cobc
      ******************************************************************
           05 BP-PLAN                      PIC X(04).
           05 BP-OPCION                    PIC X(02).
           05 BP-VIGENCIA-DESDE            PIC 9(06).
           05 BP-DESCRIPCION               PIC X(25).
           05 BP-TIPO                      PIC X(01).
              88 BP-ES-FIJO                VALUE 'F'.
              88 BP-ES-POR-DEPENDIENTE     VALUE 'D'.
              88 BP-ES-MULTIPLO-SUELDO     VALUE 'S'.
              88 BP-ES-PORCENTAJE          VALUE 'P'.
           05 BP-IMPORTE                   PIC 9(06)V99.
           05 BP-IMPORTE-DEP               PIC 9(06)V99.
           05 BP-MULTIPLO                  PIC 9(02).
           05 BP-TASA                      PIC 9(03)V9999.
           05 BP-PORC-EMPLEADO             PIC 9(03)V99.
           05 BP-AGENCIA                   PIC X(03).
