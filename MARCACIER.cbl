000100******************************************************************
000200* AUTHOR:      HERNAN HERGERT
000300* INSTALLATION: DATA PROCESSING
000400* DATE-WRITTEN:
000500* DATE-COMPILED:
000600* PURPOSE:     SHARED PERIOD-CLOSE CHECKLIST MARK. A PERIOD WAS
000700*              CLOSED WITH THE BANK FILE SENT BUT THE REMITTANCES
000800*              NEVER GENERATED, BECAUSE NOTHING RECORDED WHICH
000900*              CLOSE STEPS HAD ACTUALLY RUN. EACH STEP NOW CALLS
001000*              THIS SUBROUTINE WHEN IT ENDS CLEANLY, WITH ITS
001100*              STEP NAME AND THE PERIOD IT WORKED ON (ZERO TO
001200*              TAKE THE OPEN MONTHLY PERIOD FROM PERIODCTL). THE
001300*              COMPANY COMES FROM THE COMPANIA PARMS CARD (BLANK
001400*              WHEN THE RUN COVERED EVERY COMPANY) AND THE
001500*              OPERATOR FROM SESUSER; EACH CALL APPENDS ONE ROW
001600*              TO THE CHKCIERRE CHECKLIST THAT CIERREPER READS.
001700*              RUNNING A STEP TWICE IS HARMLESS.
001800* TECTONICS:   COBC
001900*
002000* MODIFICATION HISTORY:
002100*   - NEW SUBROUTINE, IN THE STYLE OF RUNLOG AND NOTIFICA.
002200******************************************************************
002300 IDENTIFICATION DIVISION.
002400 PROGRAM-ID. MARCACIER.
002500 ENVIRONMENT DIVISION.
002600 INPUT-OUTPUT SECTION.
002700 FILE-CONTROL.
002800     SELECT OPTIONAL CHKCIERRE-FILE ASSIGN TO 'CHKCIERRE'
002900         ORGANIZATION IS LINE SEQUENTIAL
003000         FILE STATUS IS MCK-STATUS.
003100     SELECT OPTIONAL PERIODCTL-FILE ASSIGN TO 'PERIODCTL'
003200         ORGANIZATION IS LINE SEQUENTIAL
003300         FILE STATUS IS MCK-STATUS-PERIODO.
003400 DATA DIVISION.
003500 FILE SECTION.
003600 FD  CHKCIERRE-FILE
003700     LABEL RECORDS ARE STANDARD.
003800 01  CK-RECORD.
003900     COPY CHKCIER.
004000 FD  PERIODCTL-FILE
004100     LABEL RECORDS ARE STANDARD.
004200 01  PC-RECORD.
004300     05 PC-PERIODO               PIC 9(06).
004400     05 PC-ESTADO                PIC X(01).
004500     05 PC-FRECUENCIA            PIC X(01).
004600     05 PC-SECUENCIA             PIC 9(02).
004700 WORKING-STORAGE SECTION.
004800*
004900 01  MCK-STATUS                  PIC XX.
005000 01  MCK-STATUS-PERIODO          PIC XX.
005100 01  MCK-FECHA-HOY               PIC 9(08).
005200 01  MCK-HORA-AHORA              PIC X(08).
005300 01  MCK-PERIODO-MARCA           PIC 9(06).
005400 01  MCK-SES-ACCION              PIC X(01).
005500 01  MCK-SES-USUARIO             PIC X(08).
005600 01  MCK-PARM-CLAVE              PIC X(12).
005700 01  MCK-PARM-VALOR              PIC X(20).
005800 01  MCK-PARM-HALLADO            PIC X(01).
005900     88  MCK-ES-PARM-HALLADO     VALUE 'Y'.
006000 01  MCK-FIN-ARCHIVO             PIC X VALUE 'N'.
006100     88  MCK-ES-FIN-ARCHIVO      VALUE 'Y'.
006200*
006300 LINKAGE SECTION.
006400 01  MCK-PASO                    PIC X(10).
006500 01  MCK-PERIODO                 PIC 9(06).
006600*
006700 PROCEDURE DIVISION USING MCK-PASO
006800                          MCK-PERIODO.
006900******************************************************************
007000* 0000-MAINLINE - APPEND ONE COMPLETED STEP TO THE CHECKLIST
007100******************************************************************
007200 0000-MAINLINE.
007300     MOVE MCK-PERIODO TO MCK-PERIODO-MARCA.
007400     IF MCK-PERIODO-MARCA = ZERO
007500         PERFORM 1000-PERIODO-ABIERTO
007600             THRU 1000-PERIODO-ABIERTO-EXIT
007700     END-IF.
007800     IF MCK-PERIODO-MARCA = ZERO
007900         GOBACK
008000     END-IF.
008100     ACCEPT MCK-FECHA-HOY FROM DATE YYYYMMDD.
008200     ACCEPT MCK-HORA-AHORA FROM TIME.
008300     MOVE 'COMPANIA' TO MCK-PARM-CLAVE.
008400     CALL 'LEERPARM' USING MCK-PARM-CLAVE
008500         MCK-PARM-VALOR MCK-PARM-HALLADO.
008600     MOVE 'G' TO MCK-SES-ACCION.
008700     CALL 'SESUSER' USING MCK-SES-ACCION MCK-SES-USUARIO.
008800     OPEN EXTEND CHKCIERRE-FILE.
008900     IF MCK-STATUS = '35'
009000         OPEN OUTPUT CHKCIERRE-FILE
009100     END-IF.
009200     MOVE SPACES TO CK-RECORD.
009300     IF MCK-ES-PARM-HALLADO
009400         MOVE MCK-PARM-VALOR(1:3) TO CK-COMPANIA
009500     END-IF.
009600     MOVE MCK-PERIODO-MARCA TO CK-PERIODO.
009700     MOVE MCK-PASO TO CK-PASO.
009800     MOVE MCK-FECHA-HOY TO CK-FECHA.
009900     MOVE MCK-HORA-AHORA TO CK-HORA.
010000     MOVE MCK-SES-USUARIO TO CK-USUARIO.
010100     WRITE CK-RECORD.
010200     CLOSE CHKCIERRE-FILE.
010300     GOBACK.
010400 0000-MAINLINE-EXIT.
010500     EXIT.
010600*
010700******************************************************************
010800* 1000-PERIODO-ABIERTO - THE OPEN MONTHLY ROW OF PERIODCTL
010900******************************************************************
011000 1000-PERIODO-ABIERTO.
011100     MOVE 'N' TO MCK-FIN-ARCHIVO.
011200     OPEN INPUT PERIODCTL-FILE.
011300     IF MCK-STATUS-PERIODO = '00'
011400         PERFORM 1100-LEER-PERIODO THRU 1100-LEER-PERIODO-EXIT
011500             UNTIL MCK-ES-FIN-ARCHIVO
011600     END-IF.
011700     CLOSE PERIODCTL-FILE.
011800 1000-PERIODO-ABIERTO-EXIT.
011900     EXIT.
012000*
012100******************************************************************
012200* 1100-LEER-PERIODO - KEEP THE MONTHLY ('M' OR BLANK) PERIOD
012300******************************************************************
012400 1100-LEER-PERIODO.
012500     READ PERIODCTL-FILE
012600         AT END
012700             SET MCK-ES-FIN-ARCHIVO TO TRUE
012800         NOT AT END
012900             IF PC-FRECUENCIA = 'M' OR PC-FRECUENCIA = SPACE
013000                 MOVE PC-PERIODO TO MCK-PERIODO-MARCA
013100             END-IF
013200     END-READ.
013300 1100-LEER-PERIODO-EXIT.
013400     EXIT.
013500 END PROGRAM MARCACIER.
