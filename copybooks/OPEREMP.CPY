      ******************************************************************
      * Author:
      * Date:
      * Purpose: Record layout for the OPEREMP file that ties a menu
      *          operator (OE-USUARIO, as on OPERATORS) to the
      *          candidate number of the employee behind the account
      *          (OE-ID), so an approval keyed by an operator can be
      *          placed in an employee's management chain. One row
      *          per operator, maintained with option E of OPERMAINT.
      * Tectonics: cobc
      ******************************************************************
           05 OE-USUARIO                   PIC X(08).
           05 OE-ID                        PIC 9(05).
