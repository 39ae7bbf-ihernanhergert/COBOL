      ******************************************************************
      * Author:
      * Date:
      * Purpose: Chain trailer carried at the end of every record of
      *          the chained audit logs (EMPAUDIT, RATECHG, SIGNLOG,
      *          TRASLOG, REORGLOG and RUNLOG). The writer fills it
      *          from CADENAUD just before the WRITE: the record's
      *          sequence number in its log and a check value worked
      *          out over the record's own content, that sequence
      *          number and the check value of the record before it,
      *          so an edited, removed or reordered line breaks every
      *          link after it. Readers declare it too so their
      *          record length matches the file; VERIFCAD walks the
      *          chain. Rows written before the logs were chained
      *          carry spaces here. COPY with REPLACING, one pair of
      *          names per file, as with EMPLEADO.
      * Tectonics: cobc
      ******************************************************************
           05 CAD-SECUENCIA                PIC 9(09).
           05 CAD-CONTROL                  PIC X(18).
