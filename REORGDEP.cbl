002220*     EMPLOYEE ROWS ARE ALSO APPLIED TO IT BY KEYED
002230*     WRITE/REWRITE, LIKE EMPMAINT, SO THE PAYROLL (WHICH
002240*     READS EMPIDX WHEN IT EXISTS) SEES THE NEW DEPARTMENT.
002241*   - EMPLOYEE ROW IMAGE WIDENED FOR EM-MOTIVO-BAJA.
002242*   - EVERY CHANGE TO AN EMPLOYEE ROW NOW ALSO CALLS EMITEVT
002243*     WITH THE ROW BEFORE AND AFTER, SO IT REACHES THE
002244*     CORPORATE HR FEED THAT ENVIOHR DELIVERS.
002245*   - REORGLOG ROWS ARE NOW CHAINED THROUGH CADENAUD (SEQUENCE
002246*     AND CHECK VALUE IN THE CADAUD TRAILER) FOR VERIFCAD.
002300******************************************************************
002400 IDENTIFICATION DIVISION.
002500 PROGRAM-ID. REORGDEP.
005249                   EM-FECHA-BAJA     BY EIX-FECHA-BAJA
00524A                   EM-BANCO          BY EIX-BANCO
00524B                   EM-CUENTA         BY EIX-CUENTA
00524C                   EM-COMPANIA       BY EIX-COMPANIA
00524D                   EM-MOTIVO-BAJA    BY EIX-MOTIVO-BAJA.
005300 FD  DEPTMAST-FILE
005400     LABEL RECORDS ARE STANDARD.
005500 01  DM-RECORD.
008000     05 RLG-USUARIO              PIC X(08).
008100     05 RLG-VIEJO                PIC X(10).
008200     05 RLG-NUEVO                PIC X(10).
008201     COPY CADAUD
008202         REPLACING CAD-SECUENCIA     BY RLG-SECUENCIA
008203                   CAD-CONTROL       BY RLG-CONTROL.
008300 WORKING-STORAGE SECTION.
008400*
008500 01  RDP-STATUS-EMPL             PIC XX.
009010 01  RDP-STATUS-EMPIDX           PIC XX.
009100*
009200 01  RDP-FECHA-HOY               PIC 9(08).
009201 01  RDP-EVT-ENTIDAD             PIC X(01) VALUE 'E'.
009202 01  RDP-EVT-TIPO                PIC X(04) VALUE SPACES.
009203 01  RDP-EVT-ORIGEN              PIC X(10) VALUE 'REORGDEP'.
009204 01  RDP-EVT-ANTES               PIC X(100).
009205 01  RDP-EVT-DESPUES             PIC X(100).
009300 01  RDP-DEPTO-VIEJO             PIC X(10).
009400 01  RDP-DEPTO-NUEVO             PIC X(10).
009500 01  RDP-RESPUESTA               PIC X(01).
009600 01  RDP-SES-ACCION              PIC X(01).
009700 01  RDP-SES-USUARIO             PIC X(08).
009701 01  RDP-CAD-ACCION              PIC X(01) VALUE 'G'.
009702 01  RDP-CAD-ARCHIVO             PIC X(12) VALUE 'REORGLOG'.
009703 01  RDP-CAD-LARGO               PIC 9(03) VALUE 36.
009704 01  RDP-ANCLA.
009705     COPY CADANCLA.
009800 01  RDP-LOCK-ACCION             PIC X(01).
009900 01  RDP-LOCK-PROGRAMA           PIC X(11).
010000 01  RDP-LOCK-OCUPADO            PIC X(01).
011400 01  RDP-TABLA-GENERICA.
011500     05  RDP-FILA-GENERICA OCCURS 500 TIMES
011600                           INDEXED BY RDP-X-GEN
011610                                      RDP-X-GEN2 PIC X(57).
011700*
011800 PROCEDURE DIVISION.
011900******************************************************************
019200             SET RDP-ES-FIN-ARCHIVO TO TRUE
019300         NOT AT END
019400             IF EM-DEPARTAMENTO = RDP-DEPTO-VIEJO
019401                 MOVE EM-RECORD TO RDP-EVT-ANTES
019500                 MOVE RDP-DEPTO-NUEVO TO EM-DEPARTAMENTO
019600                 ADD 1 TO RDP-EMPL-MOVIDOS
019601                 MOVE EM-RECORD TO RDP-EVT-DESPUES
019602                 CALL 'EMITEVT' USING RDP-EVT-ENTIDAD RDP-EVT-TIPO
019603                     RDP-EVT-ORIGEN RDP-EVT-ANTES RDP-EVT-DESPUES
019700             END-IF
019800             IF RDP-CANT-GENERICA < 500
019900                 ADD 1 TO RDP-CANT-GENERICA
047800     MOVE RDP-SES-USUARIO TO RLG-USUARIO.
047900     MOVE RDP-DEPTO-VIEJO TO RLG-VIEJO.
048000     MOVE RDP-DEPTO-NUEVO TO RLG-NUEVO.
048001     CALL 'CADENAUD' USING RDP-CAD-ACCION RDP-CAD-ARCHIVO
048002         RLG-REGISTRO RDP-CAD-LARGO RDP-ANCLA.
048003     MOVE ANC-ULT-SECUENCIA TO RLG-SECUENCIA.
048004     MOVE ANC-ULT-CONTROL TO RLG-CONTROL.
048100     WRITE RLG-REGISTRO.
048200     CLOSE REORGLOG-FILE.
048300 6000-AUDITAR-EXIT.
