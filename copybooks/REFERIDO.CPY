      ******************************************************************
      * Author:
      * Date:
      * Purpose: Record layout for the REFERIDOS file of employee
      *          referrals, one row per referred candidate who was
      *          hired. ALTAEMP adds the row when it onboards a
      *          candidate whose APPLICANTS row names a referring
      *          employee; PROBREV queues the bonus when probation is
      *          confirmed, or cancels it when the hire fails
      *          probation or the referrer has left; EJERCICIO02 pays
      *          the queued bonus, at the REFPREMIO amount for the
      *          level, on the referrer's next payroll and marks the
      *          row paid with the amount and the period.
      * Tectonics: cobc
      ******************************************************************
           05 RF-ID-REFERIDO               PIC 9(05).
           05 RF-NOMBRE                    PIC X(05).
           05 RF-ID-REFERENTE              PIC 9(05).
           05 RF-NIVEL                     PIC X(06).
           05 RF-FECHA-ALTA                PIC 9(08).
           05 RF-ESTADO                    PIC X(01).
              88 RF-EN-PRUEBA              VALUE 'E'.
              88 RF-PENDIENTE-PAGO         VALUE 'P'.
              88 RF-PAGADO                 VALUE 'G'.
              88 RF-ANULADO                VALUE 'X'.
           05 RF-IMPORTE                   PIC 9(06)V99.
           05 RF-FECHA-DECISION            PIC 9(08).
           05 RF-PERIODO-PAGO              PIC 9(06).
           05 RF-MOTIVO                    PIC X(02).
              88 RF-MOTIVO-PRUEBA          VALUE 'PR'.
              88 RF-MOTIVO-BAJA-REFERENTE  VALUE 'BJ'.
