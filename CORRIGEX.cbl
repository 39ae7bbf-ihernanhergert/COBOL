002100*
002200* MODIFICATION HISTORY:
002300*   - NEW CORRECTION PROGRAM, OFFERED FROM THE MENUUTIL MENU.
002301*   - APPLICANTS CARRIES THE RECRUITMENT SOURCE AND THE
002302*     INTAKE DATE, AND THE RESUBMIT RECORD IS AS WIDE AS THE
002303*     EMPLOYEE MASTER ROW SO NO CORRECTED ROW IS CUT SHORT.
002304*   - APPLICANTS CARRIES THE REFERRING EMPLOYEE AT THE END
002305*     OF THE RECORD.
002400******************************************************************
002500 IDENTIFICATION DIVISION.
002600 PROGRAM-ID. CORRIGEX.
005500     05 AP-NOMBRE                PIC X(05).
005600     05 AP-EXPERIENCIA           PIC 9(02).
005700     05 AP-ID                    PIC 9(05).
005701     05 AP-FUENTE                PIC X(02).
005702     05 AP-FECHA-INGRESO         PIC 9(08).
005703     05 AP-REFERENTE             PIC 9(05).
005800 FD  EMPLOYEES-FILE
005900     LABEL RECORDS ARE STANDARD.
006000 01  EM-RECORD.
006100     COPY EMPLEADO.
006200 FD  RESUBMIT-FILE
006300     LABEL RECORDS ARE STANDARD.
006400 01  RES-REGISTRO                PIC X(57).
006500 FD  DEPTMAST-FILE
006600     LABEL RECORDS ARE STANDARD.
006700 01  DM-RECORD.
