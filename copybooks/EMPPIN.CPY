      ******************************************************************
      * Author:
      * Date:
      * Purpose: Record layout for the EMPPIN file of self-service
      *          personal PINs, one row per employee (candidate
      *          number). The PIN is stored only in its CIFRACLAVE
      *          scrambled form, like OP-CLAVE. OPERMAINT issues,
      *          resets and unlocks a PIN; AUTOCONS counts failed
      *          attempts and locks the PIN on the third, and forces
      *          a change on the first sign-on after an issue or
      *          reset.
      * Tectonics: cobc
      ******************************************************************
           05 EP-ID                        PIC 9(05).
           05 EP-PIN                       PIC X(08).
           05 EP-FECHA-PIN                 PIC 9(08).
           05 EP-INTENTOS                  PIC 9(01).
           05 EP-BLOQUEADO                 PIC X(01).
              88 EP-ESTA-BLOQUEADO         VALUE 'S'.
           05 EP-CAMBIO-FORZADO            PIC X(01).
              88 EP-DEBE-CAMBIAR           VALUE 'S'.
