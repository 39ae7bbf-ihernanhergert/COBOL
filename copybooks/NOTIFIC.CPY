      ******************************************************************
      * Author:
      * Date:
      * Purpose: Record layout of a notification, shared by the
      *          NOTIFOUT outbox and the NOTIMAST notification master.
      *          NOTIFICA appends one row to NOTIFOUT for each event
      *          (event type, recipient role or operator, subject key,
      *          due date, text); a blank recipient is routed by
      *          NOTIDESP through the NOTIRUTA table. NOTIDESP moves
      *          the outbox into NOTIMAST, dropping an event already
      *          there for the same type, key, recipient and due date,
      *          and carries the state from pending to sent (daily
      *          digest and mail gateway file) to acknowledged.
      * Tectonics: cobc
      ******************************************************************
           05 NT-TIPO                      PIC X(04).
           05 NT-DESTINO                   PIC X(08).
           05 NT-CLAVE                     PIC X(20).
           05 NT-VENCE                     PIC 9(08).
           05 NT-TEXTO                     PIC X(30).
           05 NT-FECHA-ALTA                PIC 9(08).
           05 NT-ESTADO                    PIC X(01).
              88 NT-PENDIENTE              VALUE 'P'.
              88 NT-ENVIADA                VALUE 'E'.
              88 NT-ACUSADA                VALUE 'A'.
           05 NT-FECHA-ENVIO               PIC 9(08).
           05 NT-FECHA-ACUSE               PIC 9(08).
           05 NT-USUARIO-ACUSE             PIC X(08).
