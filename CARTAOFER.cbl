002220*     OFERTAS RESPONSE FILE AND MOVES THE CANDIDATE TO THE
002230*     OFERTADO PIPELINE STAGE; THE NEW OFERRESP STEP CAPTURES
002240*     ACCEPT/DECLINE/EXPIRY AND PROMOTES STANDBY CANDIDATES.
002250*   - PERSONAS RECORD WIDENED FOR PE-IDIOMA.
002300******************************************************************
002400 IDENTIFICATION DIVISION.
002500 PROGRAM-ID. CARTAOFER.
005205     05 PE-NOMBRE-COMPLETO       PIC X(40).
005206     05 PE-CUIT                  PIC X(11).
005207     05 PE-DIRECCION             PIC X(40).
005208     05 PE-IDIOMA                PIC X(01).
005210 FD  OFERTAS-FILE
005220     LABEL RECORDS ARE STANDARD.
005230 01  OF-RECORD.
