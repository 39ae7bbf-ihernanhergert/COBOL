002120*     CHANGES ARE ALSO APPLIED TO IT BY KEYED WRITE/REWRITE,
002130*     LIKE EMPMAINT, SO THE PAYROLL (WHICH READS EMPIDX WHEN
002140*     IT EXISTS) SEES THEM.
002141*   - EACH CHANGE NOW RECORDS THE SIGNED-ON OPERATOR WHO
002142*     KEYED IT AND THE DATE IT WAS KEYED (EC-USUARIO,
002143*     EC-FECHA-ALTA), SO THE HISTCAMB TIMELINE CAN SAY WHO
002144*     SCHEDULED EACH MOVE.
002145*   - EMPLOYEE ROW IMAGE WIDENED FOR EM-MOTIVO-BAJA.
002146*   - EVERY CHANGE TO AN EMPLOYEE ROW NOW ALSO CALLS EMITEVT
002147*     WITH THE ROW BEFORE AND AFTER, SO IT REACHES THE
002148*     CORPORATE HR FEED THAT ENVIOHR DELIVERS.
002200******************************************************************
002300 IDENTIFICATION DIVISION.
002400 PROGRAM-ID. EFECTIVO.
004000     05 EC-FECHA-DESDE           PIC 9(08).
004100     05 EC-DEPARTAMENTO          PIC X(10).
004200     05 EC-APLICADO              PIC X(01).
004201     05 EC-USUARIO               PIC X(08).
004202     05 EC-FECHA-ALTA            PIC 9(08).
004300 FD  EMPLOYEES-FILE
004400     LABEL RECORDS ARE STANDARD.
004500 01  EM-RECORD.
004649                   EM-FECHA-BAJA     BY EIX-FECHA-BAJA
00464A                   EM-BANCO          BY EIX-BANCO
00464B                   EM-CUENTA         BY EIX-CUENTA
00464C                   EM-COMPANIA       BY EIX-COMPANIA
00464D                   EM-MOTIVO-BAJA    BY EIX-MOTIVO-BAJA.
004700 WORKING-STORAGE SECTION.
004800*
004900 01  EFE-STATUS-CAMBIOS          PIC XX.
005100 01  EFE-LOCK-ACCION             PIC X(01).
005200 01  EFE-LOCK-PROGRAMA           PIC X(11).
005300 01  EFE-LOCK-OCUPADO            PIC X(01).
005301 01  EFE-SES-ACCION              PIC X(01).
005400*
005500 01  EFE-FECHA-HOY               PIC 9(08).
005501 01  EFE-EVT-ENTIDAD             PIC X(01) VALUE 'E'.
005502 01  EFE-EVT-TIPO                PIC X(04) VALUE SPACES.
005503 01  EFE-EVT-ORIGEN              PIC X(10) VALUE 'EFECTIVO'.
005504 01  EFE-EVT-ANTES               PIC X(100).
005505 01  EFE-EVT-DESPUES             PIC X(100).
005600 01  EFE-OPCION                  PIC X(01).
005700*
005800 01  EFE-INDICADORES.
007300         10 EFE-CAM-FECHA        PIC 9(08).
007400         10 EFE-CAM-DEPTO        PIC X(10).
007500         10 EFE-CAM-APLICADO     PIC X(01).
007501         10 EFE-CAM-USUARIO      PIC X(08).
007502         10 EFE-CAM-FECHA-ALTA   PIC 9(08).
007600 01  EFE-CANT-EMPL               PIC 9(03) VALUE ZERO.
007700 01  EFE-TABLA-EMPL.
007800     05  EFE-EMPL-FILA OCCURS 500 TIMES
007900                       INDEXED BY EFE-X-EMP PIC X(57).
008000 01  EFE-EMPL-AUX.
008100     COPY EMPLEADO
008200         REPLACING EM-NOMBRE         BY EFE-AUX-NOMBRE
009000                   EM-FECHA-BAJA     BY EFE-AUX-FECHA-BAJA
009100                   EM-BANCO          BY EFE-AUX-BANCO
009200                   EM-CUENTA         BY EFE-AUX-CUENTA
009300                   EM-COMPANIA       BY EFE-AUX-COMPANIA
009301                   EM-MOTIVO-BAJA    BY EFE-AUX-MOTIVO-BAJA.
009400*
009500 PROCEDURE DIVISION.
009600******************************************************************
014300                     TO EFE-CAM-DEPTO(EFE-X-CAM)
014400                 MOVE EC-APLICADO
014500                     TO EFE-CAM-APLICADO(EFE-X-CAM)
014501                 MOVE EC-USUARIO
014502                     TO EFE-CAM-USUARIO(EFE-X-CAM)
014503                 MOVE ZERO TO EFE-CAM-FECHA-ALTA(EFE-X-CAM)
014504                 IF EC-FECHA-ALTA IS NUMERIC
014505                     MOVE EC-FECHA-ALTA
014506                         TO EFE-CAM-FECHA-ALTA(EFE-X-CAM)
014507                 END-IF
014600             END-IF
014700     END-READ.
014800 1100-LEER-CAMBIO-EXIT.
019700     DISPLAY 'DEPARTAMENTO NUEVO (10): ' WITH NO ADVANCING.
019800     ACCEPT EFE-CAM-DEPTO(EFE-X-CAM).
019900     MOVE 'N' TO EFE-CAM-APLICADO(EFE-X-CAM).
019901     MOVE 'G' TO EFE-SES-ACCION.
019902     CALL 'SESUSER' USING EFE-SES-ACCION
019903         EFE-CAM-USUARIO(EFE-X-CAM).
019904     MOVE EFE-FECHA-HOY TO EFE-CAM-FECHA-ALTA(EFE-X-CAM).
020000     MOVE 'Y' TO EFE-HUBO-CAMBIOS.
020100     DISPLAY 'CAMBIO REGISTRADO, LA NOMINA LO PRORRATEA EN '
020200         'SU PERIODO'.
028600         AND EFE-AUX-ID NOT = ZERO
028700         MOVE EFE-CAM-DEPTO(EFE-X-CAM)
028800             TO EFE-AUX-DEPARTAMENTO
028801         MOVE EFE-EMPL-FILA(EFE-X-EMP) TO EFE-EVT-ANTES
028900         MOVE EFE-EMPL-AUX TO EFE-EMPL-FILA(EFE-X-EMP)
029000         MOVE 'Y' TO EFE-HUBO-MAESTRO
029001         MOVE EFE-EMPL-AUX TO EFE-EVT-DESPUES
029002         CALL 'EMITEVT' USING EFE-EVT-ENTIDAD EFE-EVT-TIPO
029003             EFE-EVT-ORIGEN EFE-EVT-ANTES EFE-EVT-DESPUES
029100     END-IF.
029200 4300-PASAR-DEPTO-EXIT.
029300     EXIT.
034300     MOVE EFE-CAM-FECHA(EFE-X-CAM)    TO EC-FECHA-DESDE.
034400     MOVE EFE-CAM-DEPTO(EFE-X-CAM)    TO EC-DEPARTAMENTO.
034500     MOVE EFE-CAM-APLICADO(EFE-X-CAM) TO EC-APLICADO.
034501     MOVE EFE-CAM-USUARIO(EFE-X-CAM)  TO EC-USUARIO.
034502     MOVE EFE-CAM-FECHA-ALTA(EFE-X-CAM) TO EC-FECHA-ALTA.
034600     WRITE EC-RECORD.
034700 7100-GRABAR-CAMBIO-EXIT.
034800     EXIT.
