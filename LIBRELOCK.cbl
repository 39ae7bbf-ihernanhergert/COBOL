001510*   - THE STEP NOW ALSO SHOWS AND CLEARS THE MSTLOCK MASTER
001520*     UPDATE LOCK THAT EMPMAINT, ALTAEMP, TRASLADO AND
001530*     PROBREV TAKE THROUGH MAESTLOCK.
001531*   - BEFORE A LOCK IS CLEARED, THE SIGNED-ON OPERATOR'S ACTIONS
001532*     IN THE CURRENT MONTH ARE CHECKED AGAINST THE SODRULES
001533*     CONFLICT TABLE THROUGH THE SHARED VERIFSOD ROUTINE; A
001534*     CONFLICT LEAVES THE LOCK IN PLACE UNLESS A LEVEL-9
001535*     OPERATOR OVERRIDES IT.
001536*   - A PARTITIONED PAYROLL RUN HOLDS ITS OWN LOCK PER COMPANY
001537*     (LOCKCCC) INSTEAD OF PAYLOCK; THE STEP NOW ASKS FOR THE
001538*     COMPANY OF THE PARTITION (BLANK = THE GENERAL PAYLOCK).
001600******************************************************************
001700 IDENTIFICATION DIVISION.
001800 PROGRAM-ID. LIBRELOCK.
001900 ENVIRONMENT DIVISION.
002000 INPUT-OUTPUT SECTION.
002100 FILE-CONTROL.
002200     SELECT OPTIONAL PAYLOCK-FILE ASSIGN USING LBL-NOMBRE-LOCK
002300         ORGANIZATION IS LINE SEQUENTIAL
002400         FILE STATUS IS LBL-STATUS.
002410     SELECT OPTIONAL MSTLOCK-FILE ASSIGN TO 'MSTLOCK'
003810 01  LBL-HAY-LOCK-MST            PIC X VALUE 'N'.
003820     88  LBL-ES-HAY-LOCK-MST     VALUE 'Y'.
003900 01  LBL-RESPUESTA               PIC X(01).
003901 01  LBL-FECHA-HOY               PIC 9(08).
003902 01  LBL-PERIODO                 PIC 9(06).
003903 01  LBL-SES-ACCION              PIC X(01).
003904 01  LBL-SES-USUARIO             PIC X(08).
003905 01  LBL-SOD-PASO                PIC X(10) VALUE 'LIBRELOCK'.
003906 01  LBL-SOD-VERIFICADO          PIC X VALUE 'N'.
003907     88  LBL-ES-SOD-VERIFICADO   VALUE 'Y'.
003908 01  LBL-SOD-PERMITIDO           PIC X(01) VALUE 'S'.
003909     88  LBL-ES-SOD-PERMITIDO    VALUE 'S'.
00390A 01  LBL-NOMBRE-LOCK             PIC X(12) VALUE 'PAYLOCK'.
00390B 01  LBL-COMPANIA                PIC X(03).
00390C 01  LBL-NOMBRE-PARTICION.
00390D     05 FILLER                   PIC X(04) VALUE 'LOCK'.
00390E     05 LBL-PART-COMPANIA        PIC X(03).
00390F     05 FILLER                   PIC X(05) VALUE SPACES.
004000*
004100 PROCEDURE DIVISION.
004200******************************************************************
004300* 0000-MAINLINE - SHOW THE HOLDER AND CLEAR ON CONFIRMATION
004400******************************************************************
004500 0000-MAINLINE.
004501     DISPLAY 'COMPANIA DE LA PARTICION (BLANCO=GENERAL): '
004502         WITH NO ADVANCING.
004503     ACCEPT LBL-COMPANIA.
004504     IF LBL-COMPANIA = SPACES
004505         MOVE 'PAYLOCK' TO LBL-NOMBRE-LOCK
004506     ELSE
004507         MOVE LBL-COMPANIA TO LBL-PART-COMPANIA
004508         MOVE LBL-NOMBRE-PARTICION TO LBL-NOMBRE-LOCK
004509     END-IF.
004600     OPEN INPUT PAYLOCK-FILE.
004700     IF LBL-STATUS = '00'
004800         READ PAYLOCK-FILE
005900         DISPLAY 'LIBERARLO (S/N): ' WITH NO ADVANCING
006000         ACCEPT LBL-RESPUESTA
006100         IF LBL-RESPUESTA = 'S' OR LBL-RESPUESTA = 's'
006110             PERFORM 2000-SEGREGACION THRU 2000-SEGREGACION-EXIT
006120         END-IF
006130         IF (LBL-RESPUESTA = 'S' OR LBL-RESPUESTA = 's')
006140             AND LBL-ES-SOD-PERMITIDO
006200             OPEN OUTPUT PAYLOCK-FILE
006300             CLOSE PAYLOCK-FILE
006400             DISPLAY 'LIBRELOCK: LOCK LIBERADO'
007300         DISPLAY 'LIBERARLO (S/N): ' WITH NO ADVANCING
007310         ACCEPT LBL-RESPUESTA
007320         IF LBL-RESPUESTA = 'S' OR LBL-RESPUESTA = 's'
007321             PERFORM 2000-SEGREGACION THRU 2000-SEGREGACION-EXIT
007322         END-IF
007323         IF (LBL-RESPUESTA = 'S' OR LBL-RESPUESTA = 's')
007324             AND LBL-ES-SOD-PERMITIDO
007330             OPEN OUTPUT MSTLOCK-FILE
007340             CLOSE MSTLOCK-FILE
007350             DISPLAY 'LIBRELOCK: LOCK DE MAESTRO LIBERADO'
007390     END-IF.
007400 1000-LOCK-MAESTRO-EXIT.
007410     EXIT.
007411*
007412******************************************************************
007413* 2000-SEGREGACION - THE CONFLICT CHECK, ONCE PER RUN, BEFORE THE
007414*                    FIRST LOCK IS CLEARED
007415******************************************************************
007416 2000-SEGREGACION.
007417     IF LBL-ES-SOD-VERIFICADO
007418         GO TO 2000-SEGREGACION-EXIT
007419     END-IF.
00741A     MOVE 'Y' TO LBL-SOD-VERIFICADO.
00741B     ACCEPT LBL-FECHA-HOY FROM DATE YYYYMMDD.
00741C     MOVE LBL-FECHA-HOY(1:6) TO LBL-PERIODO.
00741D     MOVE 'G' TO LBL-SES-ACCION.
00741E     CALL 'SESUSER' USING LBL-SES-ACCION LBL-SES-USUARIO.
00741F     CALL 'VERIFSOD' USING LBL-SOD-PASO LBL-SES-USUARIO
00741G         LBL-PERIODO LBL-SOD-PERMITIDO.
00741H 2000-SEGREGACION-EXIT.
00741I     EXIT.
007420 END PROGRAM LIBRELOCK.
