001810*   - RATE AND BONUS ROWS MAY NOW CARRY A COMPANY CODE; A
001820*     QUOTE IS COMPANY-NEUTRAL, SO ONLY THE GENERAL (BLANK
001830*     COMPANY) ROWS ARE CONSIDERED HERE.
001831*   - CALLERS NOW ALSO PASS AN EMPLOYEE ID (ZERO FOR A
001832*     HYPOTHETICAL CANDIDATE): THE INDIVIDUAL SALARY SUPPLEMENT
001833*     IN FORCE TODAY FOR THAT EMPLOYEE (SUPLVIG) IS ADDED TO THE
001834*     MONTHLY SALARY, SO IT REACHES THE ANNUAL SALARY AND THE
001835*     BONUS, AND IS RETURNED APART AS WELL.
001836*   - CALLERS NOW ALSO PASS A PRICING PERIOD (ZERO FOR TODAY)
001837*     AND A COMPANY (BLANK FOR THE GENERAL ROWS ONLY). WITH A
001838*     COMPANY, ITS OWN RATE AND BONUS ROWS ARE CONSIDERED TOO
001839*     AND WIN OVER A GENERAL ROW OF THE SAME EFFECTIVE PERIOD,
00183A*     AS IN EJERCICIO02, SO A REGISTER LINE CAN BE REPRICED
00183B*     WITH THE VERSIONS IN FORCE IN ITS OWN PERIOD.
001900******************************************************************
002000 IDENTIFICATION DIVISION.
002100 PROGRAM-ID. COTIZAR.
005500 01  CTZ-PERIODO-HOY             PIC 9(06).
005600 01  CTZ-MEJOR-VIGENCIA          PIC 9(06).
005700 01  CTZ-PORCENTAJE              PIC 9(03).
005701 01  CTZ-SUPLEM-IMPORTE          PIC 9(06)V99.
005702 01  CTZ-SUPLEM-MOTIVO           PIC X(02).
005703 01  CTZ-MEJOR-ESPECIFICA        PIC X.
005704     88  CTZ-ES-MEJOR-ESPECIFICA VALUE 'S'.
005705 01  CTZ-VIGENCIA-FILA           PIC 9(06).
005800*
005900 LINKAGE SECTION.
006000 01  CTZ-EXPERIENCIA             PIC 9(02).
006200 01  CTZ-SUELDO-MENSUAL          PIC 9(06).
006300 01  CTZ-SUELDO-ANUAL            PIC 9(08).
006400 01  CTZ-BONO                    PIC 9(06)V99.
006401 01  CTZ-ID                      PIC 9(05).
006402 01  CTZ-SUPLEMENTO              PIC 9(06).
006403 01  CTZ-PERIODO                 PIC 9(06).
006404 01  CTZ-COMPANIA                PIC X(03).
006500*
006600 PROCEDURE DIVISION USING CTZ-EXPERIENCIA
006700                          CTZ-SENIORIDAD
006800                          CTZ-SUELDO-MENSUAL
006900                          CTZ-SUELDO-ANUAL
007000                          CTZ-BONO
007010                          CTZ-ID
007020                          CTZ-SUPLEMENTO
007030                          CTZ-PERIODO
007040                          CTZ-COMPANIA.
007100******************************************************************
007200* 0000-MAINLINE - CLASSIFY AND PRICE THE HYPOTHETICAL CANDIDATE
007300******************************************************************
007400 0000-MAINLINE.
007500     ACCEPT CTZ-FECHA-HOY FROM DATE YYYYMMDD.
007600     MOVE CTZ-FECHA-HOY(1:6) TO CTZ-PERIODO-HOY.
007610     IF CTZ-PERIODO > ZERO
007620         MOVE CTZ-PERIODO TO CTZ-PERIODO-HOY
007630     END-IF.
007700     EVALUATE TRUE
007800         WHEN CTZ-EXPERIENCIA < 3
007900             MOVE 'JUNIOR' TO CTZ-SENIORIDAD
008300             MOVE 'SENIOR' TO CTZ-SENIORIDAD
008400     END-EVALUATE.
008500     PERFORM 1000-BUSCAR-TARIFA THRU 1000-BUSCAR-TARIFA-EXIT.
008501     CALL 'SUPLVIG' USING CTZ-ID CTZ-PERIODO-HOY
008502         CTZ-SUPLEM-IMPORTE CTZ-SUPLEM-MOTIVO.
008503     COMPUTE CTZ-SUPLEMENTO ROUNDED = CTZ-SUPLEM-IMPORTE.
008504     ADD CTZ-SUPLEMENTO TO CTZ-SUELDO-MENSUAL.
008600     COMPUTE CTZ-SUELDO-ANUAL = CTZ-SUELDO-MENSUAL * 12.
008700     PERFORM 2000-BUSCAR-BONO THRU 2000-BUSCAR-BONO-EXIT.
008800     COMPUTE CTZ-BONO ROUNDED =
009200     EXIT.
009300*
009400******************************************************************
009500* 1000-BUSCAR-TARIFA - RATE IN FORCE IN THE PERIOD FOR THE LEVEL
009600******************************************************************
009700 1000-BUSCAR-TARIFA.
009800     MOVE ZERO TO CTZ-SUELDO-MENSUAL.
009900     MOVE ZERO TO CTZ-MEJOR-VIGENCIA.
010000     MOVE 'N' TO CTZ-HALLADO.
010010     MOVE 'N' TO CTZ-MEJOR-ESPECIFICA.
010100     MOVE 'N' TO CTZ-FIN-ARCHIVO.
010200     OPEN INPUT PAYRATES-FILE.
010300     IF CTZ-STATUS-RATES = '00'
011600         AT END
011700             SET CTZ-ES-FIN-ARCHIVO TO TRUE
011800         NOT AT END
011810             IF RT-VIGENCIA-DESDE IS NUMERIC
011820                 MOVE RT-VIGENCIA-DESDE TO CTZ-VIGENCIA-FILA
011830             ELSE
011840                 MOVE ZERO TO CTZ-VIGENCIA-FILA
011850             END-IF
011900             IF RT-NIVEL = CTZ-SENIORIDAD
011910                 AND (RT-COMPANIA = SPACES
011920                      OR RT-COMPANIA = CTZ-COMPANIA)
012000                 AND CTZ-VIGENCIA-FILA <= CTZ-PERIODO-HOY
012100* AT EQUAL EFFECTIVE PERIOD THE COMPANY ROW BEATS THE GENERAL.
012200                 IF NOT CTZ-ES-HALLADO
012300                     OR CTZ-VIGENCIA-FILA > CTZ-MEJOR-VIGENCIA
012400                     OR (CTZ-VIGENCIA-FILA = CTZ-MEJOR-VIGENCIA
012500                         AND NOT CTZ-ES-MEJOR-ESPECIFICA)
012600                     MOVE CTZ-VIGENCIA-FILA
012700                         TO CTZ-MEJOR-VIGENCIA
012800                     IF RT-COMPANIA NOT = SPACES
012900                         MOVE 'S' TO CTZ-MEJOR-ESPECIFICA
013000                     ELSE
013100                         MOVE 'N' TO CTZ-MEJOR-ESPECIFICA
013110                     END-IF
013200                     MOVE RT-SUELDO TO CTZ-SUELDO-MENSUAL
013300                     SET CTZ-ES-HALLADO TO TRUE
013400                 END-IF
013800     EXIT.
013900*
014000******************************************************************
014100* 2000-BUSCAR-BONO - BONUS PERCENT IN FORCE IN THE PERIOD
014200******************************************************************
014300 2000-BUSCAR-BONO.
014400     MOVE ZERO TO CTZ-PORCENTAJE.
014500     MOVE ZERO TO CTZ-MEJOR-VIGENCIA.
014600     MOVE 'N' TO CTZ-HALLADO.
014610     MOVE 'N' TO CTZ-MEJOR-ESPECIFICA.
014700     MOVE 'N' TO CTZ-FIN-ARCHIVO.
014800     OPEN INPUT BONUSRATES-FILE.
014900     IF CTZ-STATUS-BONOS = '00'
016200         AT END
016300             SET CTZ-ES-FIN-ARCHIVO TO TRUE
016400         NOT AT END
016410             IF BR-VIGENCIA-DESDE IS NUMERIC
016420                 MOVE BR-VIGENCIA-DESDE TO CTZ-VIGENCIA-FILA
016430             ELSE
016440                 MOVE ZERO TO CTZ-VIGENCIA-FILA
016450             END-IF
016500             IF CTZ-EXPERIENCIA >= BR-EXP-DESDE
016600                 AND CTZ-EXPERIENCIA <= BR-EXP-HASTA
016610                 AND (BR-COMPANIA = SPACES
016620                      OR BR-COMPANIA = CTZ-COMPANIA)
016700                 AND CTZ-VIGENCIA-FILA <= CTZ-PERIODO-HOY
016900                 IF NOT CTZ-ES-HALLADO
017000                     OR CTZ-VIGENCIA-FILA > CTZ-MEJOR-VIGENCIA
017100                     OR (CTZ-VIGENCIA-FILA = CTZ-MEJOR-VIGENCIA
017200                         AND NOT CTZ-ES-MEJOR-ESPECIFICA)
017300                     MOVE CTZ-VIGENCIA-FILA
017400                         TO CTZ-MEJOR-VIGENCIA
017500                     IF BR-COMPANIA NOT = SPACES
017600                         MOVE 'S' TO CTZ-MEJOR-ESPECIFICA
017700                     ELSE
017800                         MOVE 'N' TO CTZ-MEJOR-ESPECIFICA
017810                     END-IF
017900                     MOVE BR-PORCENTAJE TO CTZ-PORCENTAJE
018000                     SET CTZ-ES-HALLADO TO TRUE
018100                 END-IF
