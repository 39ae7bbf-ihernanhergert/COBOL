      ******************************************************************
      * Author:
      * Date:
      * Purpose: Record layout for the REQHABIL file of the skills a
      *          requisition asks for, one row per requisition number
      *          and skill: whether the skill is required (R) or only
      *          desired (D) and the minimum proficiency level (1 to
      *          5). REQMAINT maintains the rows; EJERCICIO01 weighs
      *          them when it scores candidates, assigns each hire to
      *          the open requisition of the level that fits best and
      *          ranks the candidates per requisition on MATCHRPT.
      * Tectonics: cobc
      ******************************************************************
           05 RH-NUMERO                    PIC 9(05).
           05 RH-HABILIDAD                 PIC X(06).
           05 RH-TIPO                      PIC X(01).
              88 RH-REQUERIDA              VALUE 'R'.
              88 RH-DESEABLE               VALUE 'D'.
           05 RH-NIVEL-MIN                 PIC 9(01).
