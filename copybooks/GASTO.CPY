      ******************************************************************
      * Author:
      * Date:
      * Purpose: Record layout for the GASTOS file of employee expense
      *          reimbursement claims (travel, per diem and the like),
      *          one row per claim, numbered by GASTOS when it is
      *          keyed: category (from the GASTOLIM limits table),
      *          expense date, amount and receipt reference. The
      *          state moves from pending to approved or rejected by
      *          the supervisor in GASTOS (over-limit claims are held
      *          apart as soon as they are keyed), and EJERCICIO02
      *          marks an approved claim paid, with the period, when
      *          it reimburses it on the register.
      * Tectonics: cobc
      ******************************************************************
           05 GT-NUMERO                    PIC 9(06).
           05 GT-ID                        PIC 9(05).
           05 GT-NOMBRE                    PIC X(05).
           05 GT-CATEGORIA                 PIC X(04).
           05 GT-FECHA                     PIC 9(08).
           05 GT-IMPORTE                   PIC 9(07)V99.
           05 GT-COMPROBANTE               PIC X(12).
           05 GT-ESTADO                    PIC X(01).
              88 GT-PENDIENTE              VALUE 'P'.
              88 GT-APROBADO               VALUE 'A'.
              88 GT-RECHAZADO              VALUE 'R'.
              88 GT-EXCEDIDO               VALUE 'X'.
              88 GT-PAGADO                 VALUE 'L'.
           05 GT-FECHA-CARGA               PIC 9(08).
           05 GT-FECHA-DECISION            PIC 9(08).
           05 GT-MOTIVO-RECHAZO            PIC X(20).
           05 GT-PERIODO-PAGO              PIC 9(06).
