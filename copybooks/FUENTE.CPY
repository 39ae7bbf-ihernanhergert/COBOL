      ******************************************************************
      * Author:
      * Date:
      * Purpose: Recruitment source codes for AP-FUENTE, the channel
      *          a candidate came in through. IMPORTAPL validates the
      *          code HR keys on each hiring row, GRADFEED stamps UN
      *          on the graduates it feeds, and the funnel report
      *          compares hires and probation survival per channel.
      * Tectonics: cobc
      ******************************************************************
       01  FTE-TABLA-VALORES.
           05 FILLER PIC X(22) VALUE 'BOBOLSA DE EMPLEO     '.
           05 FILLER PIC X(22) VALUE 'UNUNIVERSIDAD         '.
           05 FILLER PIC X(22) VALUE 'REREFERIDO            '.
           05 FILLER PIC X(22) VALUE 'ESPRESENTACION ESPONT.'.
           05 FILLER PIC X(22) VALUE 'OTOTRA FUENTE         '.
       01  FTE-TABLA REDEFINES FTE-TABLA-VALORES.
           05 FTE-FILA OCCURS 5 TIMES
                       INDEXED BY FTE-X.
              10 FTE-CODIGO               PIC X(02).
              10 FTE-DESCRIPCION          PIC X(20).
