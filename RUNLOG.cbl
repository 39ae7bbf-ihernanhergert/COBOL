001800*   - NEW SUBROUTINE, IN THE STYLE OF MENSAJES AND NUMVALID.
001810*   - EACH RUN-LOG LINE NOW CARRIES THE SIGNED-ON OPERATOR
001820*     (VIA THE SHARED SESUSER LOOKUP).
001821*   - EACH LINE IS NOW CHAINED THROUGH CADENAUD (SEQUENCE AND
001822*     CHECK VALUE IN THE CADAUD TRAILER), SO VERIFCAD CAN SHOW
001823*     THAT NO LINE WAS EDITED OR REMOVED.
001900******************************************************************
002000 IDENTIFICATION DIVISION.
002100 PROGRAM-ID. RUNLOG.
003600     05 RGL-REG-EVENTO           PIC X(01).
003700     05 RGL-REG-CANTIDAD         PIC 9(05).
003710     05 RGL-REG-USUARIO          PIC X(08).
003711     COPY CADAUD
003712         REPLACING CAD-SECUENCIA     BY RGL-REG-SECUENCIA
003713                   CAD-CONTROL       BY RGL-REG-CONTROL.
003800 WORKING-STORAGE SECTION.
003900*
004000 01  RGL-STATUS                  PIC XX.
004200 01  RGL-HORA-AHORA              PIC X(08).
004210 01  RGL-SES-ACCION              PIC X(01).
004220 01  RGL-SES-USUARIO             PIC X(08).
004221 01  RGL-CAD-ACCION              PIC X(01) VALUE 'G'.
004222 01  RGL-CAD-ARCHIVO             PIC X(12) VALUE 'RUNLOG'.
004223 01  RGL-CAD-LARGO               PIC 9(03) VALUE 41.
004224 01  RGL-ANCLA.
004225     COPY CADANCLA.
004300*
004400 LINKAGE SECTION.
004500 01  RGL-PROGRAMA                PIC X(11).
006610     MOVE 'G' TO RGL-SES-ACCION.
006620     CALL 'SESUSER' USING RGL-SES-ACCION RGL-SES-USUARIO.
006630     MOVE RGL-SES-USUARIO TO RGL-REG-USUARIO.
006631     CALL 'CADENAUD' USING RGL-CAD-ACCION RGL-CAD-ARCHIVO
006632         RGL-REGISTRO RGL-CAD-LARGO RGL-ANCLA.
006633     MOVE ANC-ULT-SECUENCIA TO RGL-REG-SECUENCIA.
006634     MOVE ANC-ULT-CONTROL TO RGL-REG-CONTROL.
006700     WRITE RGL-REGISTRO.
006800     CLOSE RUNLOG-FILE.
006900     GOBACK.
