      ******************************************************************
      * Author:
      * Date:
      * Purpose: Record layout for the CONTRATOS file, the history of
      *          each employee's employment contracts. Rows are only
      *          ever appended, each with the operator who keyed it
      *          and the date: ALTAEMP writes the first contract from
      *          the requisition the hire covered, EMPMAINT keys new
      *          contracts and renewals, and VENCONTR closes a
      *          contract that reached its end date unrenewed. The
      *          last row for an employee is the contract in force;
      *          an employee with no row is permanent (type P).
      *          KT-EVENTO: A new contract, R renewal (the end date
      *          moves and KT-RENOVACION counts it), F contract ended
      *          at its end date. KT-FECHA-HASTA is zero for a
      *          contract with no end date. Types in TIPOCONT.
      * Tectonics: cobc
      ******************************************************************
           05 KT-ID                        PIC 9(05).
           05 KT-NUMERO                    PIC 9(02).
           05 KT-EVENTO                    PIC X(01).
           05 KT-TIPO                      PIC X(01).
           05 KT-FECHA-DESDE               PIC 9(08).
           05 KT-FECHA-HASTA               PIC 9(08).
           05 KT-RENOVACION                PIC 9(02).
           05 KT-OPERADOR                  PIC X(08).
           05 KT-FECHA-ALTA                PIC 9(08).
