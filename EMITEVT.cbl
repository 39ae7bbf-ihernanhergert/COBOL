000100******************************************************************
000200* AUTHOR:      HERNAN HERGERT
000300* INSTALLATION: DATA PROCESSING
000400* DATE-WRITTEN:
000500* DATE-COMPILED:
000600* PURPOSE:     SHARED CHANGE-EVENT WRITER. THE CORPORATE HR AND
000700*              ACCESS-BADGE SYSTEMS LEARNED ABOUT HIRES, MOVES
000800*              AND TERMINATIONS FROM A WEEKLY FULL FILE AND A
000900*              PHONE CALL. EVERY PROGRAM THAT WRITES EMPLOYEES OR
001000*              PERSONAS CALLS THIS SUBROUTINE WITH THE ENTITY (E
001100*              EMPLOYEE, P PERSON), THE EVENT TYPE (SPACES TO
001200*              DERIVE IT), ITS OWN NAME AND THE ROW BEFORE AND
001300*              AFTER THE CHANGE (SPACES BEFORE FOR A NEW ROW,
001400*              SPACES AFTER FOR A DELETED ONE). THE CALL TAKES THE
001500*              NEXT NUMBER FROM THE EVTSEQ CONTROL FILE AND
001600*              APPENDS ONE EVENT TO HREVENT WITH THE FIELDS THAT
001700*              CHANGED; A CHANGE THAT CHANGES NOTHING IS NOT
001800*              LOGGED. THE PAYROLL RUN REPORTS A FINAL SETTLEMENT
001900*              AS TYPE LIQF. ENVIOHR DELIVERS THE LOG.
002000* TECTONICS:   COBC
002100*
002200* MODIFICATION HISTORY:
002300*   - NEW SUBROUTINE, IN THE STYLE OF NOTIFICA.
002400******************************************************************
002500 IDENTIFICATION DIVISION.
002600 PROGRAM-ID. EMITEVT.
002700 ENVIRONMENT DIVISION.
002800 INPUT-OUTPUT SECTION.
002900 FILE-CONTROL.
003000     SELECT OPTIONAL HREVENT-FILE ASSIGN TO 'HREVENT'
003100         ORGANIZATION IS LINE SEQUENTIAL
003200         FILE STATUS IS EVE-STATUS.
003300     SELECT OPTIONAL EVTSEQ-FILE ASSIGN TO 'EVTSEQ'
003400         ORGANIZATION IS LINE SEQUENTIAL
003500         FILE STATUS IS EVE-STATUS-SEQ.
003600 DATA DIVISION.
003700 FILE SECTION.
003800 FD  HREVENT-FILE
003900     LABEL RECORDS ARE STANDARD.
004000 01  EV-RECORD.
004100     COPY HREVT.
004200 FD  EVTSEQ-FILE
004300     LABEL RECORDS ARE STANDARD.
004400 01  ES-RECORD.
004500     05 ES-ULTIMO                PIC 9(09).
004600 WORKING-STORAGE SECTION.
004700*
004800 01  EVE-STATUS                  PIC XX.
004900 01  EVE-STATUS-SEQ              PIC XX.
005000 01  EVE-SES-ACCION              PIC X(01) VALUE 'G'.
005100 01  EVE-HORA-AHORA              PIC 9(08).
005200 01  EVE-ULTIMO                  PIC 9(09).
005300 01  EVE-PUNTERO                 PIC 9(03).
005400 01  EVE-CANT-CAMBIOS            PIC 9(02).
005500 01  EVE-TIPO                    PIC X(04).
005600 01  EVE-CAMPOS                  PIC X(80).
005700*
005800*    CAMPOS COMPARADOS POR ENTIDAD: ENTIDAD, POSICION Y LARGO EN
005900*    LA FILA, NOMBRE CON QUE SALE EN EL EVENTO.
006000 01  EVE-DICCIONARIO.
006100     05 FILLER PIC X(22) VALUE 'E001005NOMBRE         '.
006200     05 FILLER PIC X(22) VALUE 'E006002EXPERIENCIA    '.
006300     05 FILLER PIC X(22) VALUE 'E008010DEPARTAMENTO   '.
006400     05 FILLER PIC X(22) VALUE 'E018005ID             '.
006500     05 FILLER PIC X(22) VALUE 'E023008INGRESO        '.
006600     05 FILLER PIC X(22) VALUE 'E031001ESTADO         '.
006700     05 FILLER PIC X(22) VALUE 'E032008FECHA-BAJA     '.
006800     05 FILLER PIC X(22) VALUE 'E040003BANCO          '.
006900     05 FILLER PIC X(22) VALUE 'E043010CUENTA         '.
007000     05 FILLER PIC X(22) VALUE 'E053003COMPANIA       '.
007100     05 FILLER PIC X(22) VALUE 'E056002MOTIVO-BAJA    '.
007200     05 FILLER PIC X(22) VALUE 'P001005ID             '.
007300     05 FILLER PIC X(22) VALUE 'P006040NOMBRE         '.
007400     05 FILLER PIC X(22) VALUE 'P046011CUIT           '.
007500     05 FILLER PIC X(22) VALUE 'P057040DIRECCION      '.
007600     05 FILLER PIC X(22) VALUE 'P097001IDIOMA         '.
007700 01  EVE-DICC-TABLA REDEFINES EVE-DICCIONARIO.
007800     05 EVE-DICC-FILA OCCURS 16 TIMES
007900                      INDEXED BY EVE-X-DIC.
008000         10 EVE-DIC-ENTIDAD      PIC X(01).
008100         10 EVE-DIC-POS          PIC 9(03).
008200         10 EVE-DIC-LARGO        PIC 9(03).
008300         10 EVE-DIC-NOMBRE       PIC X(15).
008400*
008500 LINKAGE SECTION.
008600 01  EVE-ENTIDAD                 PIC X(01).
008700 01  EVE-TIPO-PEDIDO             PIC X(04).
008800 01  EVE-ORIGEN                  PIC X(10).
008900 01  EVE-ANTES                   PIC X(100).
009000 01  EVE-DESPUES                 PIC X(100).
009100*
009200 PROCEDURE DIVISION USING EVE-ENTIDAD
009300                          EVE-TIPO-PEDIDO
009400                          EVE-ORIGEN
009500                          EVE-ANTES
009600                          EVE-DESPUES.
009700******************************************************************
009800* 0000-MAINLINE - CLASSIFY THE CHANGE, NUMBER IT AND LOG IT
009900******************************************************************
010000 0000-MAINLINE.
010100     MOVE SPACES TO EVE-CAMPOS.
010200     MOVE 1 TO EVE-PUNTERO.
010300     MOVE ZERO TO EVE-CANT-CAMBIOS.
010400     PERFORM 1000-TIPO-EVENTO THRU 1000-TIPO-EVENTO-EXIT.
010500     EVALUATE EVE-TIPO
010600         WHEN 'ALTA'
010700             MOVE 'REGISTRO COMPLETO' TO EVE-CAMPOS
010800         WHEN 'LIQF'
010900             MOVE 'LIQUIDACION FINAL PAGADA' TO EVE-CAMPOS
011000         WHEN OTHER
011100             PERFORM 2000-COMPARAR-CAMPO
011200                 THRU 2000-COMPARAR-CAMPO-EXIT
011300                 VARYING EVE-X-DIC FROM 1 BY 1
011400                 UNTIL EVE-X-DIC > 16
011500     END-EVALUATE.
011600*    UNA MODIFICACION QUE NO CAMBIA NINGUN CAMPO NO ES NOVEDAD
011700*    PARA LOS SISTEMAS QUE RECIBEN EL ENVIO.
011800     IF EVE-TIPO = 'MODI'
011900         AND EVE-CANT-CAMBIOS = ZERO
012000         GOBACK
012100     END-IF.
012200     PERFORM 3000-PROXIMO-NUMERO THRU 3000-PROXIMO-NUMERO-EXIT.
012300     PERFORM 4000-GRABAR-EVENTO THRU 4000-GRABAR-EVENTO-EXIT.
012400     GOBACK.
012500 0000-MAINLINE-EXIT.
012600     EXIT.
012700*
012800******************************************************************
012900* 1000-TIPO-EVENTO - THE TYPE THE CALLER GAVE, OR THE ONE THE
013000*                    TWO ROWS SHOW: NEW ROW, DELETED ROW, STATE
013100*                    MOVED TO OR FROM TERMINATED, OR A CHANGE
013200******************************************************************
013300 1000-TIPO-EVENTO.
013400     IF EVE-TIPO-PEDIDO NOT = SPACES
013500         MOVE EVE-TIPO-PEDIDO TO EVE-TIPO
013600         GO TO 1000-TIPO-EVENTO-EXIT
013700     END-IF.
013800     MOVE 'MODI' TO EVE-TIPO.
013900     IF EVE-ANTES = SPACES
014000         MOVE 'ALTA' TO EVE-TIPO
014100         GO TO 1000-TIPO-EVENTO-EXIT
014200     END-IF.
014300     IF EVE-DESPUES = SPACES
014400         MOVE 'BAJA' TO EVE-TIPO
014500         GO TO 1000-TIPO-EVENTO-EXIT
014600     END-IF.
014700     IF EVE-ENTIDAD = 'E'
014800         IF EVE-DESPUES(31:1) = 'B'
014900             AND EVE-ANTES(31:1) NOT = 'B'
015000             MOVE 'BAJA' TO EVE-TIPO
015100         END-IF
015200         IF EVE-ANTES(31:1) = 'B'
015300             AND EVE-DESPUES(31:1) NOT = 'B'
015400             MOVE 'REIN' TO EVE-TIPO
015500         END-IF
015600     END-IF.
015700 1000-TIPO-EVENTO-EXIT.
015800     EXIT.
015900*
016000******************************************************************
016100* 2000-COMPARAR-CAMPO - ONE FIELD OF THE ENTITY; WHEN IT CHANGED
016200*                       ITS NAME GOES ON THE EVENT
016300******************************************************************
016400 2000-COMPARAR-CAMPO.
016500     IF EVE-DIC-ENTIDAD(EVE-X-DIC) NOT = EVE-ENTIDAD
016600         GO TO 2000-COMPARAR-CAMPO-EXIT
016700     END-IF.
016800     IF EVE-ANTES(EVE-DIC-POS(EVE-X-DIC):EVE-DIC-LARGO(EVE-X-DIC))
016900         = EVE-DESPUES(EVE-DIC-POS(EVE-X-DIC):
017000                       EVE-DIC-LARGO(EVE-X-DIC))
017100         GO TO 2000-COMPARAR-CAMPO-EXIT
017200     END-IF.
017300     ADD 1 TO EVE-CANT-CAMBIOS.
017400     STRING EVE-DIC-NOMBRE(EVE-X-DIC) DELIMITED BY SPACE
017500         ' ' DELIMITED BY SIZE
017600         INTO EVE-CAMPOS WITH POINTER EVE-PUNTERO
017700         ON OVERFLOW
017800             CONTINUE
017900     END-STRING.
018000 2000-COMPARAR-CAMPO-EXIT.
018100     EXIT.
018200*
018300******************************************************************
018400* 3000-PROXIMO-NUMERO - TAKE AND SAVE THE NEXT EVENT NUMBER
018500******************************************************************
018600 3000-PROXIMO-NUMERO.
018700     MOVE ZERO TO EVE-ULTIMO.
018800     OPEN INPUT EVTSEQ-FILE.
018900     IF EVE-STATUS-SEQ = '00'
019000         READ EVTSEQ-FILE
019100             NOT AT END
019200                 IF ES-ULTIMO IS NUMERIC
019300                     MOVE ES-ULTIMO TO EVE-ULTIMO
019400                 END-IF
019500         END-READ
019600     END-IF.
019700     CLOSE EVTSEQ-FILE.
019800     ADD 1 TO EVE-ULTIMO.
019900     OPEN OUTPUT EVTSEQ-FILE.
020000     MOVE EVE-ULTIMO TO ES-ULTIMO.
020100     WRITE ES-RECORD.
020200     CLOSE EVTSEQ-FILE.
020300 3000-PROXIMO-NUMERO-EXIT.
020400     EXIT.
020500*
020600******************************************************************
020700* 4000-GRABAR-EVENTO - APPEND THE EVENT TO THE LOG
020800******************************************************************
020900 4000-GRABAR-EVENTO.
021000     OPEN EXTEND HREVENT-FILE.
021100     IF EVE-STATUS = '35'
021200         OPEN OUTPUT HREVENT-FILE
021300     END-IF.
021400     MOVE SPACES TO EV-RECORD.
021500     MOVE EVE-ULTIMO TO EV-SECUENCIA.
021600     ACCEPT EV-FECHA FROM DATE YYYYMMDD.
021700     ACCEPT EVE-HORA-AHORA FROM TIME.
021800     MOVE EVE-HORA-AHORA(1:6) TO EV-HORA.
021900     MOVE EVE-TIPO TO EV-TIPO.
022000     MOVE EVE-ENTIDAD TO EV-ENTIDAD.
022100     MOVE EVE-ORIGEN TO EV-ORIGEN.
022200     CALL 'SESUSER' USING EVE-SES-ACCION EV-USUARIO.
022300     MOVE EVE-CAMPOS TO EV-CAMPOS.
022400*    EL EVENTO LLEVA LA FILA COMO QUEDO; UNA FILA BORRADA VIAJA
022500*    CON SU ULTIMA IMAGEN.
022600     IF EVE-DESPUES = SPACES
022700         MOVE EVE-ANTES TO EV-IMAGEN
022800     ELSE
022900         MOVE EVE-DESPUES TO EV-IMAGEN
023000     END-IF.
023100     IF EVE-ENTIDAD = 'E'
023200         MOVE EV-IMAGEN(18:5) TO EV-CLAVE
023300     ELSE
023400         MOVE EV-IMAGEN(1:5) TO EV-CLAVE
023500     END-IF.
023600     WRITE EV-RECORD.
023700     CLOSE HREVENT-FILE.
023800 4000-GRABAR-EVENTO-EXIT.
023900     EXIT.
024000 END PROGRAM EMITEVT.
