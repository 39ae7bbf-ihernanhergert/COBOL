      *          shared so the three programs stop repeating the same
      *          definition. EM-FECHA-INGRESO is the employee's start
      *          date, used to prorate the first period's salary.
      *          EM-MOTIVO-BAJA is the termination reason keyed with
      *          EM-FECHA-BAJA (codes and descriptions in MOTBAJA).
      * Tectonics: cobc
      ******************************************************************
           05 EM-NOMBRE                    PIC X(05).
           05 EM-BANCO                     PIC X(03).
           05 EM-CUENTA                    PIC X(10).
           05 EM-COMPANIA                  PIC X(03).
           05 EM-MOTIVO-BAJA               PIC X(02).
