      *          processing details, re-add count and hash as they
      *          go, and compare against the trailers. Declare under
      *          the file's FD as a second 01 so it redefines the
      *          detail record. A reversal bracket carries the
      *          negated amounts of the lines it cancels, so the hash
      *          is signed.
      * Tectonics: cobc
      ******************************************************************
           05 CTL-MARCA            PIC X(02).
           05 CTL-FECHA            PIC 9(08).
           05 CTL-PERIODO          PIC 9(06).
           05 CTL-CANT             PIC 9(07).
           05 CTL-HASH             PIC S9(15)V99.
