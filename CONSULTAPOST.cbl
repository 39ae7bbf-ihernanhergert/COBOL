002170*     SHARING A NAME NO LONGER RETURN EACH OTHER'S RECORDS.
002180*     HIRED AND PAYROLLREG ARE MATCHED ON HI-ID/PR-ID AND THE
002190*     RESULTS3 KEYED READ USES ITS NEW RS3-ID RECORD KEY.
002191*   - THE PAYROLLIX COPY OF THE REGISTER LAYOUT NAMES THE NEW
002192*     YEARS-OF-SERVICE PREMIUM COLUMN.
002193*   - THE PAYROLLIX COPY ALSO NAMES THE ATTENDANCE-BONUS COLUMNS.
002200******************************************************************
002300 IDENTIFICATION DIVISION.
002400 PROGRAM-ID. CONSULTAPOST.
004907                   PR-IMPORTE-EXTRA  BY PIX-IMPORTE-EXTRA
004908                   PR-TIPO-LINEA     BY PIX-TIPO-LINEA
004909                   PR-PERIODO-REF    BY PIX-PERIODO-REF
004910                   PR-COMPANIA       BY PIX-COMPANIA
004911                   PR-ADIC-ANTIG     BY PIX-ADIC-ANTIG
004912                   PR-PRESENTISMO    BY PIX-PRESENTISMO
004913                   PR-PRESENT-ESTADO BY PIX-PRESENT-ESTADO
004914                   PR-PRESENT-MOTIVO BY PIX-PRESENT-MOTIVO
004915                   PR-PRESENT-CANT   BY PIX-PRESENT-CANT.
004920 FD  RESULTS3-FILE
005000     LABEL RECORDS ARE STANDARD.
005100 01  RS3-RECORD.
