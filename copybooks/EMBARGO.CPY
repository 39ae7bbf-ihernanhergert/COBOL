      ******************************************************************
      * Author:
      * Date:
      * Purpose: Record layout for the GARNISHMENT master of
      *          court-ordered wage garnishments (embargos), keyed by
      *          the employee's PR-ID: court case number, court and
      *          its deposit account, order type, a fixed amount or a
      *          percentage of the legally attachable net, the total
      *          owed (zero when the order has no cap), what has been
      *          withheld so far, the priority between concurrent
      *          orders and the open/closed status. Read and updated
      *          by EJERCICIO02, reported by EMBARGOS.
      * Tectonics: cobc
      ******************************************************************
           05 GA-ID                        PIC 9(05).
           05 GA-EXPEDIENTE                PIC X(15).
           05 GA-JUZGADO                   PIC X(06).
           05 GA-TIPO                      PIC X(01).
              88 GA-ES-ALIMENTOS           VALUE 'A'.
              88 GA-ES-ACREEDOR            VALUE 'C'.
           05 GA-MODALIDAD                 PIC X(01).
              88 GA-ES-FIJO                VALUE 'F'.
              88 GA-ES-PORCENTAJE          VALUE 'P'.
           05 GA-VALOR                     PIC 9(06)V99.
           05 GA-TOPE                      PIC 9(07)V99.
           05 GA-RETENIDO                  PIC 9(07)V99.
           05 GA-PRIORIDAD                 PIC 9(02).
           05 GA-CUENTA                    PIC X(22).
           05 GA-ESTADO                    PIC X(01).
              88 GA-ACTIVO                 VALUE 'A' ' '.
              88 GA-CERRADO                VALUE 'C'.
           05 GA-PERIODO-CIERRE            PIC 9(06).
