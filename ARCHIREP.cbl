002000*
002100* MODIFICATION HISTORY:
002200*   - NEW ARCHIVE FACILITY, OFFERED FROM THE MENUUTIL MENU.
002201*   - COMPRPT, THE COMPTOTAL COMPENSATION STATEMENTS, IS ARCHIVED
002202*     WITH THE OTHER PRINT FILES.
002300******************************************************************
002400 IDENTIFICATION DIVISION.
002500 PROGRAM-ID. ARCHIREP.
011000     05 FILLER PIC X(23) VALUE 'PRESTARPT   PRESTAREP  '.
011100     05 FILLER PIC X(23) VALUE 'INTEGRPT    INTEGRIDAD '.
011200     05 FILLER PIC X(23) VALUE 'ESTADORPT   ESTADOOPS  '.
011201     05 FILLER PIC X(23) VALUE 'COMPRPT     COMPTOTAL  '.
011300 01  ARP-CONOCIDOS-TABLA REDEFINES ARP-CONOCIDOS.
011400     05 ARP-CONOCIDO-FILA OCCURS 15 TIMES
011500                          INDEXED BY ARP-X-CON.
011600         10 ARP-CON-REPORTE      PIC X(12).
011700         10 ARP-CON-PROGRAMA     PIC X(11).
017300     CLOSE RPTNUM-FILE.
017400     PERFORM 1100-ARCHIVAR-UNO THRU 1100-ARCHIVAR-UNO-EXIT
017500         VARYING ARP-X-CON FROM 1 BY 1
017600         UNTIL ARP-X-CON > 15.
017700     MOVE ARP-PROXIMO TO RN-PROXIMO.
017800     OPEN OUTPUT RPTNUM-FILE.
017900     WRITE RN-RECORD.
