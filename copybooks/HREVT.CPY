      ******************************************************************
      * Author:
      * Date:
      * Purpose: Record layout of a master change event, shared by
      *          the HREVENT change log and the HRFEED interface file
      *          to the corporate HR and access-badge systems. Every
      *          program that writes EMPLOYEES or PERSONAS calls
      *          EMITEVT with the row before and after the change;
      *          EMITEVT numbers the event from the EVTSEQ control
      *          file and appends it here with the event type (hire,
      *          change, termination, rehire, or the final settlement
      *          paid by the payroll run), the employee or person
      *          number, the names of the fields that changed and the
      *          row as it stands after the change. ENVIOHR packages
      *          the events not yet sent into numbered HRFEED batches.
      * Tectonics: cobc
      ******************************************************************
           05 EV-SECUENCIA                 PIC 9(09).
           05 EV-FECHA                     PIC 9(08).
           05 EV-HORA                      PIC 9(06).
           05 EV-TIPO                      PIC X(04).
              88 EV-ALTA                   VALUE 'ALTA'.
              88 EV-MODIFICACION           VALUE 'MODI'.
              88 EV-BAJA                   VALUE 'BAJA'.
              88 EV-REINGRESO              VALUE 'REIN'.
              88 EV-LIQ-FINAL              VALUE 'LIQF'.
           05 EV-ENTIDAD                   PIC X(01).
              88 EV-DE-EMPLEADO            VALUE 'E'.
              88 EV-DE-PERSONA             VALUE 'P'.
           05 EV-CLAVE                     PIC 9(05).
           05 EV-ORIGEN                    PIC X(10).
           05 EV-USUARIO                   PIC X(08).
           05 EV-CAMPOS                    PIC X(80).
           05 EV-IMAGEN                    PIC X(100).
