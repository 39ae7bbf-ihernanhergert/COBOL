      *          results file written by EJERCICIO03, shared with any
      *          other program that needs to look up a candidate's
      *          eligibility result by name with a single keyed read.
      *          RS3-CURSO is the course the candidate was evaluated
      *          for (blank on rows written before the course catalog,
      *          which were all for the COBOL course).
      *          RS3-MOTIVOS flags each admission criterion a
      *          rejected candidate failed, one position per
      *          criterion ('X' = failed): 1 birth date invalid,
      *          2 under the minimum age, 3 secondary school not
      *          finished, 4 not a graduate, 5 neither student nor
      *          graduate, 6 career not accepted, 7 course not in the
      *          catalog, 8 prerequisite course not completed. Blank
      *          on approved rows and on rows written before it.
      * Tectonics: cobc
      ******************************************************************
           05 RS3-NOMBRE              PIC X(05).
           05 RS3-CARRERA-NOMBRE      PIC X(20).
           05 RS3-FECHA-EVALUACION    PIC 9(08).
           05 RS3-ID                  PIC 9(05).
           05 RS3-CURSO               PIC X(06).
           05 RS3-MOTIVOS             PIC X(08).
