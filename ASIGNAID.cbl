002060*     IS LOGGED AS A REHIRE; A NAME MATCHING AN ACTIVE
002070*     EMPLOYEE OR A PIPELINE CANDIDATE IS NOT NUMBERED AT ALL
002080*     AND GOES TO THE DUPREVIEW REPORT FOR A HUMAN TO DECIDE.
002081*   - APPLICANTS CARRIES THE RECRUITMENT SOURCE AND THE
002082*     INTAKE DATE AT THE END OF THE RECORD; THE REWRITE TABLE
002083*     HOLDS THE WIDER ROW SO NEITHER IS LOST.
002084*   - APPLICANTS CARRIES THE REFERRING EMPLOYEE. WHEN A ROW IS
002085*     NUMBERED ITS REFERRER MUST BE AN ACTIVE EMPLOYEE OTHER
002086*     THAN THE CANDIDATE; OTHERWISE THE REFERRER IS CLEARED
002087*     AND THE ROW IS LISTED ON DUPREVIEW.
002088*   - APPLICANTS3 CARRIES THE COURSE APPLIED FOR AT THE END OF
002089*     THE RECORD; THE REWRITE TABLE HOLDS THE WIDER ROW.
00208A*   - THE PIPELINE RECORD CARRIES THE DECISION-LETTER STAGE AND
00208B*     DATE (CARTARECH) AT THE END.
002100******************************************************************
002200 IDENTIFICATION DIVISION.
002300 PROGRAM-ID. ASIGNAID.
004100     05 AP-NOMBRE                PIC X(05).
004200     05 AP-EXPERIENCIA           PIC 9(02).
004300     05 AP-ID                    PIC 9(05).
004301     05 AP-FUENTE                PIC X(02).
004302     05 AP-FECHA-INGRESO         PIC 9(08).
004303     05 AP-REFERENTE             PIC 9(05).
004400 FD  APPLICANTS3-FILE
004500     LABEL RECORDS ARE STANDARD.
004600 01  AP3-RECORD.
005000     05 AP3-CARRERA              PIC X(01).
005100     05 AP3-CARRERA-NOMBRE       PIC X(20).
005200     05 AP3-ID                   PIC 9(05).
005201     05 AP3-CURSO                PIC X(06).
005300 FD  CANDNUM-FILE
005400     LABEL RECORDS ARE STANDARD.
005500 01  CN-RECORD.
005682     05 PL-ETAPA                 PIC X(12).
005683     05 PL-FECHA-ETAPA           PIC 9(08).
005684     05 PL-PERIODO-NOMINA        PIC 9(06).
005685     05 PL-CARTA-ETAPA           PIC X(12).
005686     05 PL-CARTA-FECHA           PIC 9(08).
005690 FD  REVISION-FILE
005691     LABEL RECORDS ARE STANDARD
005692     RECORD CONTAINS 80 CHARACTERS.
006500         88  AID-ES-FIN-ARCHIVO  VALUE 'Y'.
006510     05  AID-DESBORDE            PIC X VALUE 'N'.
006520         88  AID-ES-DESBORDE     VALUE 'Y'.
006521     05  AID-REF-HALLADO         PIC X VALUE 'N'.
006522         88  AID-ES-REF-HALLADO  VALUE 'Y'.
006530*
006540 01  AID-MAX-FILAS               PIC 9(04) VALUE 500.
006600*
007110     05  AID-REUSADOS            PIC 9(04) VALUE ZERO.
007120     05  AID-REINGRESOS          PIC 9(04) VALUE ZERO.
007130     05  AID-A-REVISION          PIC 9(04) VALUE ZERO.
007131     05  AID-REF-QUITADOS        PIC 9(04) VALUE ZERO.
007140 01  AID-DECISION                PIC X(01).
007150*    N=NUMERO NUEVO, U=REUSA, H=REINGRESO, D=DUPLICADO
007160 01  AID-ID-REUSO                PIC 9(05).
007200*
007300 01  AID-TABLA-APPL.
007400     05  AID-FILA-APPL OCCURS 500 TIMES
007500                       INDEXED BY AID-X-APPL PIC X(27).
007600 01  AID-TABLA-APPL3.
007700     05  AID-FILA-APPL3 OCCURS 500 TIMES
007800                        INDEXED BY AID-X-APPL3 PIC X(46).
007900*
008000 PROCEDURE DIVISION.
008100******************************************************************
009630         AID-REINGRESOS.
009640     DISPLAY 'ASIGNAID: ENVIADOS A REVISION:   '
009650         AID-A-REVISION.
009651     DISPLAY 'ASIGNAID: REFERENTES QUITADOS:   '
009652         AID-REF-QUITADOS.
009660     CLOSE REVISION-FILE.
009700     GOBACK.
009800 0000-MAINLINE-EXIT.
015040                         WHEN OTHER
015050                             CONTINUE
015060                     END-EVALUATE
015061                     PERFORM 5200-VALIDAR-REFERENTE
015062                         THRU 5200-VALIDAR-REFERENTE-EXIT
015100                 END-IF
015200                 ADD 1 TO AID-CANT-FILAS
015300                 SET AID-X-APPL TO AID-CANT-FILAS
039200     END-IF.
039300 5100-COMPARAR-CONOCIDO-EXIT.
039400     EXIT.
039410*
039420******************************************************************
039430* 5200-VALIDAR-REFERENTE - THE REFERRER OF A NEWLY NUMBERED ROW
039440*                          MUST BE AN ACTIVE EMPLOYEE, AND NOT
039450*                          THE CANDIDATE; ELSE IT IS CLEARED
039460******************************************************************
039470 5200-VALIDAR-REFERENTE.
039480     IF AP-REFERENTE IS NOT NUMERIC
039490         MOVE ZERO TO AP-REFERENTE
039500     END-IF.
039510     IF AP-REFERENTE = ZERO
039520         GO TO 5200-VALIDAR-REFERENTE-EXIT
039530     END-IF.
039540     MOVE 'N' TO AID-REF-HALLADO.
039550     IF AP-REFERENTE NOT = AP-ID
039560         PERFORM 5210-COMPARAR-REFERENTE
039570             THRU 5210-COMPARAR-REFERENTE-EXIT
039580             VARYING AID-X-CON FROM 1 BY 1
039590             UNTIL AID-X-CON > AID-CANT-CONOCIDOS
039600             OR AID-ES-REF-HALLADO
039610     END-IF.
039620     IF NOT AID-ES-REF-HALLADO
039630         ADD 1 TO AID-REF-QUITADOS
039640         MOVE SPACES TO REV-LINEA
039650         STRING 'REFERENTE ' AP-REFERENTE ' DE ' AP-NOMBRE
039660             ' NO ES EMPLEADO ACTIVO, SE QUITA'
039670             DELIMITED BY SIZE INTO REV-LINEA
039680         WRITE REV-LINEA
039690         MOVE ZERO TO AP-REFERENTE
039700     END-IF.
039710 5200-VALIDAR-REFERENTE-EXIT.
039720     EXIT.
039730*
039740******************************************************************
039750* 5210-COMPARAR-REFERENTE - ONE KNOWN PERSON AGAINST THE REFERRER
039760******************************************************************
039770 5210-COMPARAR-REFERENTE.
039780     IF AID-CON-ID(AID-X-CON) = AP-REFERENTE
039790         AND AID-CON-ORIGEN(AID-X-CON) = 'E'
039800         SET AID-ES-REF-HALLADO TO TRUE
039810     END-IF.
039820 5210-COMPARAR-REFERENTE-EXIT.
039830     EXIT.
039900 END PROGRAM ASIGNAID.
