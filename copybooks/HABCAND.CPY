      ******************************************************************
      * Author:
      * Date:
      * Purpose: Record layout for the HABCAND skills inventory, one
      *          row per candidate number, skill and proficiency
      *          level (1 basic to 5 expert). Rows are only appended:
      *          IMPORTAPL adds the ones HR declares for a candidate
      *          (origin I) and GRADFEED the skills of every course a
      *          candidate or employee completes (origin C), so the
      *          same skill may appear more than once and the
      *          readers keep the highest level on file.
      * Tectonics: cobc
      ******************************************************************
           05 HC-ID                        PIC 9(05).
           05 HC-HABILIDAD                 PIC X(06).
           05 HC-NIVEL                     PIC 9(01).
           05 HC-ORIGEN                    PIC X(01).
              88 HC-DE-IMPORTACION         VALUE 'I'.
              88 HC-DE-CURSO               VALUE 'C'.
           05 HC-FECHA                     PIC 9(08).
