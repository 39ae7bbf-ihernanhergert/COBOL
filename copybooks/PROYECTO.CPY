      ******************************************************************
      * Author:
      * Date:
      * Purpose: Record layout of the PROYECTOS project master. Every
      *          TIMECAP entry may carry one of these codes (active
      *          projects only) and COSTPROY distributes each
      *          employee's period cost over the approved hours per
      *          project. PY-TIPO 'C' is a client project, 'I' an
      *          internal one, and 'G' the department's general
      *          (overhead) project that takes the hours booked with
      *          no project; PY-DEPARTAMENTO names that department.
      *          PY-HORAS-PRESUP is the project's budget in hours and
      *          PY-CUENTA the ledger account its cost is charged to.
      * Tectonics: cobc
      ******************************************************************
           05 PY-CODIGO                    PIC X(08).
           05 PY-DESCRIPCION               PIC X(30).
           05 PY-RESPONSABLE               PIC X(20).
           05 PY-CLIENTE                   PIC X(20).
           05 PY-HORAS-PRESUP              PIC 9(06).
           05 PY-DEPARTAMENTO              PIC X(10).
           05 PY-TIPO                      PIC X(01).
               88 PY-ES-CLIENTE            VALUE 'C'.
               88 PY-ES-INTERNO            VALUE 'I'.
               88 PY-ES-GENERAL            VALUE 'G'.
           05 PY-CUENTA                    PIC X(08).
           05 PY-ESTADO                    PIC X(01).
               88 PY-ES-ACTIVO             VALUE 'A'.
               88 PY-ES-CERRADO            VALUE 'C'.
