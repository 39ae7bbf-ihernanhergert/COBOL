002360*     THE RESTORED DETAILS SIT INSIDE A FRESH HEADER/TRAILER
002370*     AND THE VERIFYING READERS KEEP BALANCING INSTEAD OF
002380*     FAILING A GOOD FILE.
002381*   - PAYHIST AMOUNTS ARE SIGNED NOW (REVERPER REVERSAL LINES),
002382*     AND SO IS THE CONTROL HASH. A REVERSAL CARRIES THE PERIOD
002383*     OF THE LINE IT CANCELS, SO BOTH ARE ARCHIVED TOGETHER.
002400******************************************************************
002500 IDENTIFICATION DIVISION.
002600 PROGRAM-ID. ARCHHIST.
004500 01  PH-RECORD.
004600     05 PH-NOMBRE                PIC X(05).
004700     05 PH-SENIORIDAD            PIC X(06).
004800     05 PH-SUELDO-MENSUAL        PIC S9(06)V99.
004900     05 PH-SUELDO-ANUAL          PIC S9(07)V99.
005000     05 PH-BONO                  PIC S9(06)V99.
005100     05 PH-PERIODO               PIC 9(06).
005200     05 PH-DEPARTAMENTO          PIC X(10).
005300     05 PH-EXPERIENCIA           PIC 9(02).
005400     05 PH-ID                    PIC 9(05).
005410     05 PH-IMPORTE-EXTRA         PIC S9(06)V99.
005420     05 PH-TIPO-LINEA            PIC X(01).
005430     05 PH-PERIODO-REF           PIC 9(06).
005440     05 PH-COMPANIA              PIC X(03).
008510 01  ARH-REGISTRO-CONTROL.
008520     COPY REGCTL.
008530 01  ARH-CTL-CANT                PIC 9(07) VALUE ZERO.
008540 01  ARH-CTL-HASH                PIC S9(15)V99 VALUE ZERO.
008550 01  ARH-FECHA-HOY               PIC 9(08) VALUE ZERO.
008600 01  ARH-CONTADORES.
008700     05  ARH-CANT-ARCHIVADOS     PIC 9(05) VALUE ZERO.
