001600*   - NEW CONSOLIDATION PROGRAM, OFFERED FROM THE MENUUTIL
001700*     MENU. '*H'/'*T' CONTROL RECORDS ARE SKIPPED; ROWS POSTED
001800*     BEFORE THE COMPANY CODE EXISTED REPORT UNDER '---'.
001801*   - PAYHIST AMOUNTS ARE SIGNED NOW; A REVERPER REVERSAL LINE
001802*     NETS THE CANCELLED PERIOD OUT OF THE COMPANY TOTALS (THE
001803*     ROW COUNTS STILL COUNT EVERY LINE ON FILE).
001900******************************************************************
002000 IDENTIFICATION DIVISION.
002100 PROGRAM-ID. CONSOLIDA.
003400 01  PH-RECORD.
003500     05 PH-NOMBRE                PIC X(05).
003600     05 PH-SENIORIDAD            PIC X(06).
003700     05 PH-SUELDO-MENSUAL        PIC S9(06)V99.
003800     05 PH-SUELDO-ANUAL          PIC S9(07)V99.
003900     05 PH-BONO                  PIC S9(06)V99.
004000     05 PH-PERIODO               PIC 9(06).
004100     05 PH-DEPARTAMENTO          PIC X(10).
004200     05 PH-EXPERIENCIA           PIC 9(02).
004300     05 PH-ID                    PIC 9(05).
004400     05 PH-IMPORTE-EXTRA         PIC S9(06)V99.
004500     05 PH-TIPO-LINEA            PIC X(01).
004600     05 PH-PERIODO-REF           PIC 9(06).
004700     05 PH-COMPANIA              PIC X(03).
