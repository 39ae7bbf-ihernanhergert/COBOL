001800*
001900* MODIFICATION HISTORY:
002000*   - NEW SUBROUTINE, IN THE STYLE OF MENSAJES AND NUMVALID.
002001*   - EVERY STAGE A CANDIDATE ENTERS (THE FIRST ONE, OR ONE
002002*     DIFFERENT FROM THE STAGE ON FILE) IS ALSO APPENDED TO
002003*     THE PIPEHIST LOG WITH ITS DATE AND THE STAGE LEFT
002004*     BEHIND, SO THE TIME SPENT IN EACH STAGE CAN BE MEASURED.
002005*     RE-STAMPING THE SAME STAGE LOGS NOTHING.
002006*   - THE PIPELINE RECORD CARRIES THE STAGE AND DATE OF THE LAST
002007*     DECISION LETTER SENT (CARTARECH). ENTERING A NEW STAGE
002008*     CLEARS THEM, SO A NEW DECISION GETS ITS OWN LETTER WHILE
002009*     RE-STAMPING THE SAME STAGE KEEPS THE LETTER ON RECORD.
002100******************************************************************
002200 IDENTIFICATION DIVISION.
002300 PROGRAM-ID. PIPEACT.
002900         ACCESS MODE IS DYNAMIC
003000         RECORD KEY IS PL-ID
003100         FILE STATUS IS PPA-STATUS.
003101     SELECT OPTIONAL PIPEHIST-FILE ASSIGN TO 'PIPEHIST'
003102         ORGANIZATION IS LINE SEQUENTIAL
003103         FILE STATUS IS PPA-STATUS-HIST.
003200 DATA DIVISION.
003300 FILE SECTION.
003400 FD  PIPELINE-FILE
003800     05 PL-NOMBRE                PIC X(05).
003900     05 PL-ETAPA                 PIC X(12).
004000     05 PL-FECHA-ETAPA           PIC 9(08).
004080     05 PL-PERIODO-NOMINA        PIC 9(06).
004090     05 PL-CARTA-ETAPA           PIC X(12).
004095     05 PL-CARTA-FECHA           PIC 9(08).
004101 FD  PIPEHIST-FILE
004102     LABEL RECORDS ARE STANDARD.
004103 01  PH-RECORD.
004104     COPY PIPEHIST.
004200 WORKING-STORAGE SECTION.
004300*
004400 01  PPA-STATUS                  PIC XX.
004401 01  PPA-STATUS-HIST             PIC XX.
004500 01  PPA-EXISTE                  PIC X.
004600     88  PPA-ES-EXISTE           VALUE 'Y'.
004601 01  PPA-ETAPA-ANT               PIC X(12).
004700*
004800 LINKAGE SECTION.
004900 01  PPA-ID                      PIC 9(05).
007400         GOBACK
007500     END-IF.
007600     MOVE 'N' TO PPA-EXISTE.
007601     MOVE SPACES TO PPA-ETAPA-ANT.
007700     MOVE PPA-ID TO PL-ID.
007800     READ PIPELINE-FILE
007900         INVALID KEY
008000             CONTINUE
008100         NOT INVALID KEY
008200             SET PPA-ES-EXISTE TO TRUE
008201             MOVE PL-ETAPA TO PPA-ETAPA-ANT
008300     END-READ.
008400     MOVE PPA-ID TO PL-ID.
008500     MOVE PPA-NOMBRE TO PL-NOMBRE.
008600     MOVE PPA-ETAPA TO PL-ETAPA.
008700     MOVE PPA-FECHA TO PL-FECHA-ETAPA.
008800     MOVE PPA-PERIODO TO PL-PERIODO-NOMINA.
008801     IF PPA-ETAPA NOT = PPA-ETAPA-ANT
008802         MOVE SPACES TO PL-CARTA-ETAPA
008803         MOVE ZERO TO PL-CARTA-FECHA
008804     END-IF.
008900     IF PPA-ES-EXISTE
009000         REWRITE PL-RECORD
009100             INVALID KEY
009800         END-WRITE
009900     END-IF.
010000     CLOSE PIPELINE-FILE.
010001     IF PPA-ETAPA NOT = PPA-ETAPA-ANT
010002         PERFORM 1000-REGISTRAR-HIST THRU 1000-REGISTRAR-HIST-EXIT
010003     END-IF.
010100     GOBACK.
010200 0000-MAINLINE-EXIT.
010300     EXIT.
010301*
010302******************************************************************
010303* 1000-REGISTRAR-HIST - APPEND THE STAGE CHANGE TO PIPEHIST
010304******************************************************************
010305 1000-REGISTRAR-HIST.
010306     OPEN EXTEND PIPEHIST-FILE.
010307     IF PPA-STATUS-HIST = '35'
010308         OPEN OUTPUT PIPEHIST-FILE
010309     END-IF.
01030A     IF PPA-STATUS-HIST NOT = '00'
01030B         GO TO 1000-REGISTRAR-HIST-EXIT
01030C     END-IF.
01030D     MOVE PPA-ID TO PH-ID.
01030E     MOVE PPA-NOMBRE TO PH-NOMBRE.
01030F     MOVE PPA-ETAPA TO PH-ETAPA.
01030G     MOVE PPA-FECHA TO PH-FECHA.
01030H     MOVE PPA-ETAPA-ANT TO PH-ETAPA-ANT.
01030I     WRITE PH-RECORD.
01030J     CLOSE PIPEHIST-FILE.
01030K 1000-REGISTRAR-HIST-EXIT.
01030L     EXIT.
010400 END PROGRAM PIPEACT.
