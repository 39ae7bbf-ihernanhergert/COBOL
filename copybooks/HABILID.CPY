      ******************************************************************
      * Author:
      * Date:
      * Purpose: Record layout for the HABILIDADES skills catalog,
      *          one row per skill the company recruits and trains
      *          for (JCL, DB2, VENTAS...). IMPORTAPL checks the
      *          skills of the candidates it loads against it and
      *          REQMAINT the skills a requisition asks for. With no
      *          catalog on file any code is accepted.
      * Tectonics: cobc
      ******************************************************************
           05 HB-CODIGO                    PIC X(06).
           05 HB-DESCRIPCION               PIC X(20).
