      ******************************************************************
      * Author:
      * Date:
      * Purpose: Termination reason codes for EM-MOTIVO-BAJA, shared
      *          by EMPMAINT (which validates the code keyed with a
      *          baja) and the reports that break exits down by
      *          reason. PP is set by PROBREV when a probation review
      *          ends in a termination.
      * Tectonics: cobc
      ******************************************************************
       01  MTB-TABLA-VALORES.
           05 FILLER PIC X(22) VALUE 'RERENUNCIA            '.
           05 FILLER PIC X(22) VALUE 'DEDESPIDO             '.
           05 FILLER PIC X(22) VALUE 'PPPERIODO DE PRUEBA   '.
           05 FILLER PIC X(22) VALUE 'MAMUTUO ACUERDO       '.
           05 FILLER PIC X(22) VALUE 'FCFIN DE CONTRATO     '.
           05 FILLER PIC X(22) VALUE 'JUJUBILACION          '.
           05 FILLER PIC X(22) VALUE 'FAFALLECIMIENTO       '.
           05 FILLER PIC X(22) VALUE 'OTOTRO MOTIVO         '.
       01  MTB-TABLA REDEFINES MTB-TABLA-VALORES.
           05 MTB-FILA OCCURS 8 TIMES
                       INDEXED BY MTB-X.
              10 MTB-CODIGO               PIC X(02).
              10 MTB-DESCRIPCION          PIC X(20).
