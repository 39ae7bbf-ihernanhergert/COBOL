      ******************************************************************
      * Author:
      * Date:
      * Purpose: Record layout for the VACSOLIC file of vacation
      *          requests, one row per request, numbered by VACSOLIC
      *          when it is keyed: the employee and department, the
      *          first and last day of leave and the working days in
      *          between (weekends and CALENDARIO dates excluded).
      *          The request goes to the manager in force on the day
      *          it is keyed (VQ-APROBADOR-ID) and moves from pending
      *          to approved or rejected in VACSOLIC, or to cancelled
      *          when it is withdrawn before the first day. The
      *          working days of an approved request are fed to
      *          ABSENCES one period at a time (VQ-DIAS-ALIMENTADOS,
      *          up to the period VQ-PERIODO-ALIM); once every day is
      *          fed the request is closed.
      * Tectonics: cobc
      ******************************************************************
           05 VQ-NUMERO                    PIC 9(06).
           05 VQ-ID                        PIC 9(05).
           05 VQ-NOMBRE                    PIC X(05).
           05 VQ-DEPARTAMENTO              PIC X(10).
           05 VQ-DESDE                     PIC 9(08).
           05 VQ-HASTA                     PIC 9(08).
           05 VQ-DIAS-HABILES              PIC 9(03).
           05 VQ-ESTADO                    PIC X(01).
              88 VQ-PENDIENTE              VALUE 'P'.
              88 VQ-APROBADA               VALUE 'A'.
              88 VQ-RECHAZADA              VALUE 'R'.
              88 VQ-CANCELADA              VALUE 'C'.
              88 VQ-CERRADA                VALUE 'F'.
           05 VQ-APROBADOR-ID              PIC 9(05).
           05 VQ-FECHA-CARGA               PIC 9(08).
           05 VQ-OPERADOR                  PIC X(08).
           05 VQ-FECHA-DECISION            PIC 9(08).
           05 VQ-DECISOR                   PIC X(08).
           05 VQ-MOTIVO-RECHAZO            PIC X(20).
           05 VQ-DIAS-ALIMENTADOS          PIC 9(03).
           05 VQ-PERIODO-ALIM              PIC 9(06).
