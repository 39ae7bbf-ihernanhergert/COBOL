002140*     WINS (THE SECOND SHARES THE KEY AND IS NOT AN ERROR),
002150*     SO THE COUNT CHECK HOLDS ON A HEALTHY REGISTER THAT
002160*     CARRIES THOSE LINE TYPES.
002161*   - THE FAMILY ALLOWANCE 'H' LINES ARE SKIPPED TOO; THEY SHARE
002162*     THE EMPLOYEE KEY WITH THE ORDINARY LINE OF THE PERIOD.
002163*   - THE PAYROLLIX COPY OF THE REGISTER LAYOUT NAMES THE NEW
002164*     YEARS-OF-SERVICE PREMIUM COLUMN.
002165*   - THE PAYROLLIX COPY ALSO NAMES THE ATTENDANCE-BONUS COLUMNS.
002166*   - EXPENSE REIMBURSEMENT 'V' LINES ARE SKIPPED LIKE THE 'H'
002167*     ONES.
002168*   - THE PIPELINE RECORD CARRIES THE DECISION-LETTER STAGE AND
002169*     DATE (CARTARECH) AT THE END.
00216A*   - ONE-OFF EARNING 'N'/'X' LINES ARE SKIPPED LIKE THE 'H'
00216B*     ONES.
00216C*   - MINIMUM-WAGE TOP-UP 'M' LINES ARE SKIPPED LIKE THE 'H'
00216D*     ONES.
002200******************************************************************
002300 IDENTIFICATION DIVISION.
002400 PROGRAM-ID. RECONSIX.
009600                   PR-IMPORTE-EXTRA  BY PIX-IMPORTE-EXTRA
009700                   PR-TIPO-LINEA     BY PIX-TIPO-LINEA
009800                   PR-PERIODO-REF    BY PIX-PERIODO-REF
009900                   PR-COMPANIA       BY PIX-COMPANIA
009901                   PR-ADIC-ANTIG     BY PIX-ADIC-ANTIG
009902                   PR-PRESENTISMO    BY PIX-PRESENTISMO
009903                   PR-PRESENT-ESTADO BY PIX-PRESENT-ESTADO
009904                   PR-PRESENT-MOTIVO BY PIX-PRESENT-MOTIVO
009905                   PR-PRESENT-CANT   BY PIX-PRESENT-CANT.
010000 FD  RESULTS3-FILE
010100     LABEL RECORDS ARE STANDARD.
010200 01  RS3-RECORD.
010900     05 PL-ETAPA                 PIC X(12).
011000     05 PL-FECHA-ETAPA           PIC 9(08).
011100     05 PL-PERIODO-NOMINA        PIC 9(06).
011101     05 PL-CARTA-ETAPA           PIC X(12).
011102     05 PL-CARTA-FECHA           PIC 9(08).
011200 FD  DESCARGA-FILE
011300     LABEL RECORDS ARE STANDARD.
011400 01  DSC-REGISTRO                PIC X(100).
027200******************************************************************
027300* 2100-COPIAR-REGISTRO - ONE DETAIL ROW. CONTROLS AND THE
027400*                        RETRO 'A'/'D', AGUINALDO 'G' AND
027500*                        LIQUIDACION 'F', ASIGNACION 'H' Y
027501*                        REINTEGRO 'V', EXTRAORDINARIO 'N'/'X'
027502*                        Y COMPLEMENTO SALARIO MINIMO 'M' LINES
027503*                        SE SALTEAN (EL COMPANERO GUARDA UNA FILA
027504*                        POR EMPLEADO); DE UN PAR PARTIDO 'T'/'E'
027505*                        GANA LA PRIMERA LINEA.
027600******************************************************************
027700 2100-COPIAR-REGISTRO.
027800     READ PAYROLL-REG-FILE
028400                 AND PR-TIPO-LINEA NOT = 'D'
028410                 AND PR-TIPO-LINEA NOT = 'G'
028420                 AND PR-TIPO-LINEA NOT = 'F'
028421                 AND PR-TIPO-LINEA NOT = 'H'
028422                 AND PR-TIPO-LINEA NOT = 'V'
028423                 AND PR-TIPO-LINEA NOT = 'N'
028424                 AND PR-TIPO-LINEA NOT = 'X'
028425                 AND PR-TIPO-LINEA NOT = 'M'
028600                 MOVE PR-RECORD TO PIX-RECORD
028700                 WRITE PIX-RECORD
028800                     INVALID KEY
