      ******************************************************************
      * Author:
      * Date:
      * Purpose: Record layout for the CURSOS course master read by
      *          EJERCICIO03 and IMPORTAPL, one row per course with
      *          its own admission rules: the minimum age, whether a
      *          finished secondary school is required, which career
      *          status is required (T graduated, C student or
      *          graduate, N none) and the course that must have been
      *          completed first (blank for none). The accepted
      *          careers of each course are the CARRERASACEPTADAS rows
      *          carrying its code (a row with no code counts for
      *          every course).
      * Tectonics: cobc
      ******************************************************************
           05 CS-CODIGO                    PIC X(06).
           05 CS-DESCRIPCION               PIC X(20).
           05 CS-EDAD-MINIMA               PIC 9(02).
           05 CS-SECUNDARIO-REQ            PIC X(01).
              88 CS-PIDE-SECUNDARIO        VALUE 'S'.
           05 CS-CARRERA-REQ               PIC X(01).
              88 CS-PIDE-GRADUADO          VALUE 'T'.
              88 CS-PIDE-CARRERA           VALUE 'T' 'C'.
              88 CS-SIN-CARRERA            VALUE 'N'.
           05 CS-PRERREQUISITO             PIC X(06).
