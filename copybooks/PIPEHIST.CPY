      ******************************************************************
      * Author:
      * Date:
      * Purpose: Record layout for the PIPEHIST stage log. PIPELINE
      *          keeps only the stage a candidate is in now; PIPEACT
      *          appends one of these rows every time a candidate
      *          enters a stage (the first stage, or a different one
      *          from the stage on file), with the stage left behind,
      *          so the time spent in each stage can be measured.
      * Tectonics: cobc
      ******************************************************************
           05 PH-ID                        PIC 9(05).
           05 PH-NOMBRE                    PIC X(05).
           05 PH-ETAPA                     PIC X(12).
           05 PH-FECHA                     PIC 9(08).
           05 PH-ETAPA-ANT                 PIC X(12).
