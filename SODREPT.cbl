000100******************************************************************
000200* AUTHOR:      HERNAN HERGERT
000300* INSTALLATION: DATA PROCESSING
000400* DATE-WRITTEN:
000500* DATE-COMPILED:
000600* PURPOSE:     MONTHLY SEGREGATION-OF-DUTIES VIOLATIONS REPORT.
000700*              APRUEBA, CIERREPER AND LIBRELOCK APPEND TO SODLOG
000800*              EVERY CONFLICT THE SHARED VERIFSOD CHECK FOUND
000900*              BETWEEN THE STEP AND THE OPERATOR'S OWN ACTIONS
001000*              IN THE PERIOD -- BOTH THE ATTEMPTS THAT WERE
001100*              REFUSED AND THE ONES A LEVEL-9 OPERATOR LET
001200*              THROUGH. THIS REPORT LISTS THE MONTH'S ROWS TO
001300*              SODRPT, EACH WITH THE CONFLICTING ACTIVITY AND,
001400*              FOR AN OVERRIDE, WHO GRANTED IT AND THE REASON
001500*              THEY ENTERED, FOLLOWED BY THE TOTALS PER
001600*              OPERATOR. RETURN CODE 4 WHEN THE MONTH HAD ANY
001700*              VIOLATION.
001800* TECTONICS:   COBC
001900*
002000* MODIFICATION HISTORY:
002100*   - NEW AUDIT REPORT, OFFERED FROM THE MENUUTIL MENU.
002200******************************************************************
002300 IDENTIFICATION DIVISION.
002400 PROGRAM-ID. SODREPT.
002500 ENVIRONMENT DIVISION.
002600 INPUT-OUTPUT SECTION.
002700 FILE-CONTROL.
002800     SELECT OPTIONAL SODLOG-FILE ASSIGN TO 'SODLOG'
002900         ORGANIZATION IS LINE SEQUENTIAL
003000         FILE STATUS IS SRP-STATUS-SODLOG.
003100     SELECT REPORTE-FILE ASSIGN TO 'SODRPT'
003200         ORGANIZATION IS LINE SEQUENTIAL.
003300 DATA DIVISION.
003400 FILE SECTION.
003500 FD  SODLOG-FILE
003600     LABEL RECORDS ARE STANDARD.
003700 01  SDL-REGISTRO.
003800     05 SDL-FECHA                PIC 9(08).
003900     05 SDL-HORA                 PIC X(08).
004000     05 SDL-PASO                 PIC X(10).
004100     05 SDL-PERIODO              PIC 9(06).
004200     05 SDL-USUARIO              PIC X(08).
004300     05 SDL-TIPO                 PIC X(01).
004400     05 SDL-VALOR                PIC X(11).
004500     05 SDL-DESCRIPCION          PIC X(40).
004600     05 SDL-RESULTADO            PIC X(01).
004700         88  SDL-ES-EXCEPCION    VALUE 'O'.
004800     05 SDL-AUTORIZANTE          PIC X(08).
004900     05 SDL-MOTIVO               PIC X(40).
005000 FD  REPORTE-FILE
005100     LABEL RECORDS ARE STANDARD
005200     RECORD CONTAINS 80 CHARACTERS.
005300 01  RPT-LINEA                   PIC X(80).
005400 WORKING-STORAGE SECTION.
005500*
005600 01  SRP-STATUS-SODLOG           PIC XX.
005700*
005800 01  SRP-FECHA-HOY               PIC 9(08).
005900 01  SRP-ENTRADA                 PIC X(06).
006000 01  SRP-MES                     PIC 9(06).
006100 01  SRP-MES-VALIDO              PIC X VALUE 'Y'.
006200     88  SRP-ES-MES-VALIDO       VALUE 'Y'.
006300*
006400 01  SRP-INDICADORES.
006500     05  SRP-FIN-ARCHIVO         PIC X VALUE 'N'.
006600         88  SRP-ES-FIN-ARCHIVO  VALUE 'Y'.
006700     05  SRP-HALLADO             PIC X VALUE 'N'.
006800         88  SRP-ES-HALLADO      VALUE 'Y'.
006900*
007000 01  SRP-TOTALES.
007100     05  SRP-CANT-RECHAZOS       PIC 9(05) VALUE ZERO.
007200     05  SRP-CANT-EXCEPCIONES    PIC 9(05) VALUE ZERO.
007300     05  SRP-CANT-EXCEDIDOS      PIC 9(05) VALUE ZERO.
007400*
007500 01  SRP-CANT-OPERADORES         PIC 9(03) VALUE ZERO.
007600 01  SRP-TABLA-OPERADORES.
007700     05  SRP-FILA-OPE OCCURS 50 TIMES
007800                      INDEXED BY SRP-X-OPE.
007900         10 SRP-OPE-USUARIO      PIC X(08).
008000         10 SRP-OPE-RECHAZOS     PIC 9(05).
008100         10 SRP-OPE-EXCEPCIONES  PIC 9(05).
008200*
008300 01  SRP-LINEA-DETALLE.
008400     05  SRP-LD-FECHA            PIC 9(08).
008500     05  FILLER                  PIC X(01) VALUE SPACE.
008600     05  SRP-LD-HORA             PIC X(05).
008700     05  FILLER                  PIC X(01) VALUE SPACE.
008800     05  SRP-LD-PASO             PIC X(10).
008900     05  FILLER                  PIC X(01) VALUE SPACE.
009000     05  SRP-LD-PERIODO          PIC 9(06).
009100     05  FILLER                  PIC X(02) VALUE SPACES.
009200     05  SRP-LD-USUARIO          PIC X(08).
009300     05  FILLER                  PIC X(01) VALUE SPACE.
009400     05  SRP-LD-RESULTADO        PIC X(10).
009500     05  FILLER                  PIC X(27) VALUE SPACES.
009600*
009700 01  SRP-LINEA-OPERADOR.
009800     05  FILLER                  PIC X(02) VALUE SPACES.
009900     05  SRP-LO-USUARIO          PIC X(08).
010000     05  FILLER                  PIC X(08) VALUE SPACES.
010100     05  SRP-LO-RECHAZOS         PIC ZZ,ZZ9.
010200     05  FILLER                  PIC X(07) VALUE SPACES.
010300     05  SRP-LO-EXCEPCIONES      PIC ZZ,ZZ9.
010400     05  FILLER                  PIC X(43) VALUE SPACES.
010500*
010600 PROCEDURE DIVISION.
010700******************************************************************
010800* 0000-MAINLINE - ASK THE MONTH, LIST ITS ROWS, TOTAL THEM
010900******************************************************************
011000 0000-MAINLINE.
011100     PERFORM 1000-PEDIR-MES THRU 1000-PEDIR-MES-EXIT.
011200     IF NOT SRP-ES-MES-VALIDO
011300         MOVE 8 TO RETURN-CODE
011400         GOBACK
011500     END-IF.
011600     OPEN OUTPUT REPORTE-FILE.
011700     MOVE SPACES TO RPT-LINEA.
011800     STRING 'VIOLACIONES DE SEGREGACION DE FUNCIONES - MES '
011900         SRP-MES DELIMITED BY SIZE INTO RPT-LINEA.
012000     WRITE RPT-LINEA.
012100     MOVE SPACES TO RPT-LINEA.
012200     WRITE RPT-LINEA.
012300     MOVE 'FECHA    HORA  PASO       PERIODO USUARIO  RESULTADO'
012400         TO RPT-LINEA.
012500     WRITE RPT-LINEA.
012600     MOVE 'N' TO SRP-FIN-ARCHIVO.
012700     OPEN INPUT SODLOG-FILE.
012800     IF SRP-STATUS-SODLOG = '00'
012900         PERFORM 2000-LEER-SODLOG THRU 2000-LEER-SODLOG-EXIT
013000             UNTIL SRP-ES-FIN-ARCHIVO
013100     END-IF.
013200     CLOSE SODLOG-FILE.
013300     PERFORM 3000-TOTALES THRU 3000-TOTALES-EXIT.
013400     CLOSE REPORTE-FILE.
013500     DISPLAY 'SODREPT: ' SRP-CANT-RECHAZOS ' RECHAZADOS, '
013600         SRP-CANT-EXCEPCIONES ' CON EXCEPCION EN ' SRP-MES.
013700     IF SRP-CANT-RECHAZOS > ZERO
013800         OR SRP-CANT-EXCEPCIONES > ZERO
013900         MOVE 4 TO RETURN-CODE
014000     END-IF.
014100     GOBACK.
014200 0000-MAINLINE-EXIT.
014300     EXIT.
014400*
014500******************************************************************
014600* 1000-PEDIR-MES - THE MONTH TO REPORT, THE CURRENT ONE BY DEFAULT
014700******************************************************************
014800 1000-PEDIR-MES.
014900     ACCEPT SRP-FECHA-HOY FROM DATE YYYYMMDD.
015000     DISPLAY 'MES A INFORMAR (AAAAMM, ENTER = MES ACTUAL): '
015100         WITH NO ADVANCING.
015200     MOVE SPACES TO SRP-ENTRADA.
015300     ACCEPT SRP-ENTRADA.
015400     IF SRP-ENTRADA = SPACES
015500         MOVE SRP-FECHA-HOY(1:6) TO SRP-MES
015600         GO TO 1000-PEDIR-MES-EXIT
015700     END-IF.
015800     IF SRP-ENTRADA IS NOT NUMERIC
015900         OR SRP-ENTRADA(5:2) < '01'
016000         OR SRP-ENTRADA(5:2) > '12'
016100         DISPLAY 'SODREPT: MES INVALIDO ' SRP-ENTRADA
016200         MOVE 'N' TO SRP-MES-VALIDO
016300         GO TO 1000-PEDIR-MES-EXIT
016400     END-IF.
016500     MOVE SRP-ENTRADA TO SRP-MES.
016600 1000-PEDIR-MES-EXIT.
016700     EXIT.
016800*
016900******************************************************************
017000* 2000-LEER-SODLOG - ONE CONFLICT ROW OF THE MONTH TO THE REPORT
017100******************************************************************
017200 2000-LEER-SODLOG.
017300     READ SODLOG-FILE
017400         AT END
017500             SET SRP-ES-FIN-ARCHIVO TO TRUE
017600             GO TO 2000-LEER-SODLOG-EXIT
017700     END-READ.
017800     IF SDL-FECHA(1:6) NOT = SRP-MES
017900         GO TO 2000-LEER-SODLOG-EXIT
018000     END-IF.
018100     MOVE SDL-FECHA TO SRP-LD-FECHA.
018200     MOVE SDL-HORA(1:2) TO SRP-LD-HORA(1:2).
018300     MOVE ':' TO SRP-LD-HORA(3:1).
018400     MOVE SDL-HORA(3:2) TO SRP-LD-HORA(4:2).
018500     MOVE SDL-PASO TO SRP-LD-PASO.
018600     MOVE SDL-PERIODO TO SRP-LD-PERIODO.
018700     MOVE SDL-USUARIO TO SRP-LD-USUARIO.
018800     IF SDL-ES-EXCEPCION
018900         MOVE 'EXCEPCION' TO SRP-LD-RESULTADO
019000         ADD 1 TO SRP-CANT-EXCEPCIONES
019100     ELSE
019200         MOVE 'RECHAZADO' TO SRP-LD-RESULTADO
019300         ADD 1 TO SRP-CANT-RECHAZOS
019400     END-IF.
019500     WRITE RPT-LINEA FROM SRP-LINEA-DETALLE.
019600     MOVE SPACES TO RPT-LINEA.
019700     STRING '      CONFLICTO: ' SDL-DESCRIPCION
019800         DELIMITED BY SIZE INTO RPT-LINEA.
019900     WRITE RPT-LINEA.
020000     IF SDL-ES-EXCEPCION
020100         MOVE SPACES TO RPT-LINEA
020200         STRING '      AUTORIZO: ' SDL-AUTORIZANTE
020300             ' MOTIVO: ' SDL-MOTIVO
020400             DELIMITED BY SIZE INTO RPT-LINEA
020500         WRITE RPT-LINEA
020600     END-IF.
020700     PERFORM 2100-ACUMULAR-OPERADOR
020800         THRU 2100-ACUMULAR-OPERADOR-EXIT.
020900 2000-LEER-SODLOG-EXIT.
021000     EXIT.
021100*
021200******************************************************************
021300* 2100-ACUMULAR-OPERADOR - COUNT THE ROW UNDER ITS OPERATOR
021400******************************************************************
021500 2100-ACUMULAR-OPERADOR.
021600     MOVE 'N' TO SRP-HALLADO.
021700     PERFORM 2110-BUSCAR-OPERADOR THRU 2110-BUSCAR-OPERADOR-EXIT
021800         VARYING SRP-X-OPE FROM 1 BY 1
021900         UNTIL SRP-X-OPE > SRP-CANT-OPERADORES
022000         OR SRP-ES-HALLADO.
022100     IF NOT SRP-ES-HALLADO
022200         IF SRP-CANT-OPERADORES NOT < 50
022300             ADD 1 TO SRP-CANT-EXCEDIDOS
022400             GO TO 2100-ACUMULAR-OPERADOR-EXIT
022500         END-IF
022600         ADD 1 TO SRP-CANT-OPERADORES
022700         SET SRP-X-OPE TO SRP-CANT-OPERADORES
022800         MOVE SDL-USUARIO TO SRP-OPE-USUARIO(SRP-X-OPE)
022900         MOVE ZERO TO SRP-OPE-RECHAZOS(SRP-X-OPE)
023000         MOVE ZERO TO SRP-OPE-EXCEPCIONES(SRP-X-OPE)
023100     ELSE
023200         SET SRP-X-OPE DOWN BY 1
023300     END-IF.
023400     IF SDL-ES-EXCEPCION
023500         ADD 1 TO SRP-OPE-EXCEPCIONES(SRP-X-OPE)
023600     ELSE
023700         ADD 1 TO SRP-OPE-RECHAZOS(SRP-X-OPE)
023800     END-IF.
023900 2100-ACUMULAR-OPERADOR-EXIT.
024000     EXIT.
024100*
024200******************************************************************
024300* 2110-BUSCAR-OPERADOR - COMPARE ONE OPERATOR ROW
024400******************************************************************
024500 2110-BUSCAR-OPERADOR.
024600     IF SRP-OPE-USUARIO(SRP-X-OPE) = SDL-USUARIO
024700         SET SRP-ES-HALLADO TO TRUE
024800     END-IF.
024900 2110-BUSCAR-OPERADOR-EXIT.
025000     EXIT.
025100*
025200******************************************************************
025300* 3000-TOTALES - PER-OPERATOR AND GRAND TOTALS
025400******************************************************************
025500 3000-TOTALES.
025600     MOVE SPACES TO RPT-LINEA.
025700     WRITE RPT-LINEA.
025800     IF SRP-CANT-RECHAZOS = ZERO
025900         AND SRP-CANT-EXCEPCIONES = ZERO
026000         MOVE 'SIN VIOLACIONES EN EL MES' TO RPT-LINEA
026100         WRITE RPT-LINEA
026200         GO TO 3000-TOTALES-EXIT
026300     END-IF.
026400     MOVE '  USUARIO     RECHAZADOS   EXCEPCIONES' TO RPT-LINEA.
026500     WRITE RPT-LINEA.
026600     PERFORM 3100-LINEA-OPERADOR THRU 3100-LINEA-OPERADOR-EXIT
026700         VARYING SRP-X-OPE FROM 1 BY 1
026800         UNTIL SRP-X-OPE > SRP-CANT-OPERADORES.
026900     MOVE SPACES TO SRP-LO-USUARIO.
027000     MOVE 'TOTAL' TO SRP-LO-USUARIO.
027100     MOVE SRP-CANT-RECHAZOS TO SRP-LO-RECHAZOS.
027200     MOVE SRP-CANT-EXCEPCIONES TO SRP-LO-EXCEPCIONES.
027300     WRITE RPT-LINEA FROM SRP-LINEA-OPERADOR.
027400     IF SRP-CANT-EXCEDIDOS > ZERO
027500         MOVE SPACES TO RPT-LINEA
027600         STRING '*** ' SRP-CANT-EXCEDIDOS
027700             ' FILAS SIN LUGAR EN LA TABLA DE OPERADORES ***'
027800             DELIMITED BY SIZE INTO RPT-LINEA
027900         WRITE RPT-LINEA
028000     END-IF.
028100 3000-TOTALES-EXIT.
028200     EXIT.
028300*
028400******************************************************************
028500* 3100-LINEA-OPERADOR - ONE OPERATOR'S TOTALS
028600******************************************************************
028700 3100-LINEA-OPERADOR.
028800     MOVE SRP-OPE-USUARIO(SRP-X-OPE) TO SRP-LO-USUARIO.
028900     MOVE SRP-OPE-RECHAZOS(SRP-X-OPE) TO SRP-LO-RECHAZOS.
029000     MOVE SRP-OPE-EXCEPCIONES(SRP-X-OPE) TO SRP-LO-EXCEPCIONES.
029100     WRITE RPT-LINEA FROM SRP-LINEA-OPERADOR.
029200 3100-LINEA-OPERADOR-EXIT.
029300     EXIT.
029400 END PROGRAM SODREPT.
