000100******************************************************************
000200* AUTHOR:      HERNAN HERGERT
000300* INSTALLATION: DATA PROCESSING
000400* DATE-WRITTEN:
000500* DATE-COMPILED:
000600* PURPOSE:     SHARED NOTIFICATION OUTBOX. A PROBATION ENDING,
000700*              AN OFFER ABOUT TO LAPSE, AN AGING REQUISITION OR
000800*              A HELD LOCK USED TO WAIT ON A REPORT SOMEONE HAD
000900*              TO REMEMBER TO RUN. THE PROGRAMS THAT SPOT SUCH
001000*              AN EVENT CALL THIS SUBROUTINE WITH THE EVENT TYPE,
001100*              THE RECIPIENT (AN OPERATOR, OR SPACES TO LET THE
001200*              NOTIRUTA TABLE CHOOSE THE ROLES), THE SUBJECT KEY,
001300*              THE DUE DATE AND A SHORT TEXT; EACH CALL APPENDS
001400*              ONE ROW TO THE NOTIFOUT OUTBOX, WHICH NOTIDESP
001500*              DISPATCHES. REPEATING AN EVENT IS HARMLESS: THE
001600*              DISPATCH DROPS DUPLICATES.
001700* TECTONICS:   COBC
001800*
001900* MODIFICATION HISTORY:
002000*   - NEW SUBROUTINE, IN THE STYLE OF RUNLOG AND PIPEACT.
002100******************************************************************
002200 IDENTIFICATION DIVISION.
002300 PROGRAM-ID. NOTIFICA.
002400 ENVIRONMENT DIVISION.
002500 INPUT-OUTPUT SECTION.
002600 FILE-CONTROL.
002700     SELECT OPTIONAL NOTIFOUT-FILE ASSIGN TO 'NOTIFOUT'
002800         ORGANIZATION IS LINE SEQUENTIAL
002900         FILE STATUS IS NTF-STATUS.
003000 DATA DIVISION.
003100 FILE SECTION.
003200 FD  NOTIFOUT-FILE
003300     LABEL RECORDS ARE STANDARD.
003400 01  NT-RECORD.
003500     COPY NOTIFIC.
003600 WORKING-STORAGE SECTION.
003700*
003800 01  NTF-STATUS                  PIC XX.
003900 01  NTF-FECHA-HOY               PIC 9(08).
004000*
004100 LINKAGE SECTION.
004200 01  NTF-TIPO                    PIC X(04).
004300 01  NTF-DESTINO                 PIC X(08).
004400 01  NTF-CLAVE                   PIC X(20).
004500 01  NTF-VENCE                   PIC 9(08).
004600 01  NTF-TEXTO                   PIC X(30).
004700*
004800 PROCEDURE DIVISION USING NTF-TIPO
004900                          NTF-DESTINO
005000                          NTF-CLAVE
005100                          NTF-VENCE
005200                          NTF-TEXTO.
005300******************************************************************
005400* 0000-MAINLINE - APPEND ONE EVENT TO THE OUTBOX
005500******************************************************************
005600 0000-MAINLINE.
005700     ACCEPT NTF-FECHA-HOY FROM DATE YYYYMMDD.
005800     OPEN EXTEND NOTIFOUT-FILE.
005900     IF NTF-STATUS = '35'
006000         OPEN OUTPUT NOTIFOUT-FILE
006100     END-IF.
006200     MOVE SPACES TO NT-RECORD.
006300     MOVE NTF-TIPO TO NT-TIPO.
006400     MOVE NTF-DESTINO TO NT-DESTINO.
006500     MOVE NTF-CLAVE TO NT-CLAVE.
006600     MOVE NTF-VENCE TO NT-VENCE.
006700     MOVE NTF-TEXTO TO NT-TEXTO.
006800     MOVE NTF-FECHA-HOY TO NT-FECHA-ALTA.
006900     MOVE 'P' TO NT-ESTADO.
007000     MOVE ZERO TO NT-FECHA-ENVIO.
007100     MOVE ZERO TO NT-FECHA-ACUSE.
007200     WRITE NT-RECORD.
007300     CLOSE NOTIFOUT-FILE.
007400     GOBACK.
007500 0000-MAINLINE-EXIT.
007600     EXIT.
007700 END PROGRAM NOTIFICA.
