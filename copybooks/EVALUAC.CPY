      ******************************************************************
      * Author:
      * Date:
      * Purpose: Record layout for the EVALUACIONES file of the annual
      *          performance review, one row per review cycle (year)
      *          and employee, opened by EVALDES for every active
      *          employee with the department and seniority level of
      *          the day and the due date of the review. The manager's
      *          rating (1 to 5) and the reviewer are captured in
      *          EVALDES against the DISTEVAL distribution, and when
      *          the cycle closes the merit percentage and monthly
      *          increase priced from the MERITMAT matrix are kept on
      *          the row with the period they take effect (the raise
      *          itself is written to SUPLEMENTOS). EJERCICIO01 reads
      *          the last rating of a candidate who worked here before.
      * Tectonics: cobc
      ******************************************************************
           05 EV-CICLO                     PIC 9(04).
           05 EV-ID                        PIC 9(05).
           05 EV-NOMBRE                    PIC X(05).
           05 EV-DEPARTAMENTO              PIC X(10).
           05 EV-NIVEL                     PIC X(06).
           05 EV-FECHA-LIMITE              PIC 9(08).
           05 EV-CALIFICACION              PIC 9(01).
           05 EV-EVALUADOR                 PIC X(08).
           05 EV-ESTADO                    PIC X(01).
              88 EV-PENDIENTE              VALUE 'P'.
              88 EV-CALIFICADA             VALUE 'C'.
              88 EV-CERRADA                VALUE 'X'.
           05 EV-FECHA-CARGA               PIC 9(08).
           05 EV-MERITO-PCT                PIC 9(02)V99.
           05 EV-MERITO-IMPORTE            PIC 9(06)V99.
           05 EV-VIGENCIA                  PIC 9(06).
