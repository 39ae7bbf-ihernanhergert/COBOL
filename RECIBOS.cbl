002083*   - LIKEWISE FOR THE NEW ARREARS FILE: A DEFERRED-DEDUCTIONS
002084*     BALANCE CARRIED BY THE MINIMUM-NET PROTECTION IS SHOWN
002085*     ON THE PAYSLIP SO THE EMPLOYEE SEES WHAT IS STILL OWED.
002086*   - THE YEARS-OF-SERVICE PREMIUM INCLUDED IN THE PERIOD'S
002087*     SALARY IS SHOWN ON ITS OWN LINE UNDER IT.
002088*   - THE ATTENDANCE BONUS (PRESENTISMO) IS SHOWN ON ITS OWN
002089*     LINE WHEN PAID; WHEN LOST, THE PAYSLIP SAYS WHY: THE
00208A*     UNJUSTIFIED ABSENCE REASON FROM MOTAUSEN AND ITS DAYS, OR
00208B*     THE NUMBER OF LATE ARRIVALS.
00208C*   - A RUN THAT ENDS WITHOUT ERROR IS MARKED DONE ON THE
00208D*     CHKCIERRE PERIOD-CLOSE CHECKLIST (THROUGH MARCACIER, FOR
00208E*     THE OPEN MONTHLY PERIOD), WHERE PAYSLIPS ARE AN OPTIONAL
00208F*     STEP.
00208G*   - PERSONAS RECORD WIDENED FOR PE-IDIOMA.
00208H*   - ONE-OFF ITEMS (NOVEDADES) ARE SHOWN ON THE MAIN PAGE FROM
00208I*     THE NOVDET DETAIL FILE: EACH DEDUCTION, AS A NEGATIVE
00208J*     AMOUNT UNDER THE DEDUCTIONS IT IS PART OF, AND EACH
00208K*     EARNING UNDER THE NET, FOLLOWED BY THE TOTAL TO COLLECT.
00208L*     THE EARNINGS' OWN 'N'/'X' REGISTER LINES GET NO PAGE.
00208M*   - PAYHIST AMOUNTS ARE SIGNED NOW. A REVERPER REVERSAL LINE
00208N*     (NEGATIVE SALARY) NETS ITSELF OUT OF THE HISTORY TOTALS AND
00208O*     TAKES THE CANCELLED PERIOD BACK OFF THE PERIOD COUNT.
002100******************************************************************
002200 IDENTIFICATION DIVISION.
002300 PROGRAM-ID. RECIBOS.
003240     SELECT OPTIONAL ARREARS-FILE ASSIGN TO 'ARREARS'
003250         ORGANIZATION IS LINE SEQUENTIAL
003260         FILE STATUS IS REC-STATUS-ARREARS.
003261     SELECT OPTIONAL MOTAUSEN-FILE ASSIGN TO 'MOTAUSEN'
003262         ORGANIZATION IS LINE SEQUENTIAL
003263         FILE STATUS IS REC-STATUS-MOTAUSEN.
003264     SELECT OPTIONAL NOVDET-FILE ASSIGN TO 'NOVDET'
003265         ORGANIZATION IS LINE SEQUENTIAL
003266         FILE STATUS IS REC-STATUS-NOVDET.
003300     SELECT RECIBOS-FILE ASSIGN TO 'RECIBOS'
003400         ORGANIZATION IS LINE SEQUENTIAL.
003500 DATA DIVISION.
004300 01  PH-RECORD.
004400     05 PH-NOMBRE                PIC X(05).
004500     05 PH-SENIORIDAD            PIC X(06).
004600     05 PH-SUELDO-MENSUAL        PIC S9(06)V99.
004700     05 PH-SUELDO-ANUAL          PIC S9(07)V99.
004800     05 PH-BONO                  PIC S9(06)V99.
004900     05 PH-PERIODO               PIC 9(06).
005000     05 PH-DEPARTAMENTO          PIC X(10).
005100     05 PH-EXPERIENCIA           PIC 9(02).
005200     05 PH-ID                    PIC 9(05).
005202     05 PH-IMPORTE-EXTRA         PIC S9(06)V99.
005204     05 PH-TIPO-LINEA            PIC X(01).
005206     05 PH-PERIODO-REF           PIC 9(06).
005208     05 PH-COMPANIA              PIC X(03).
005265     05 PE-NOMBRE-COMPLETO       PIC X(40).
005266     05 PE-CUIT                  PIC X(11).
005267     05 PE-DIRECCION             PIC X(40).
005268     05 PE-IDIOMA                PIC X(01).
005271 FD  REGSTATE-FILE
005272     LABEL RECORDS ARE STANDARD.
005273 01  RG-RECORD.
005283     05 AR-ID                    PIC 9(05).
005284     05 AR-NOMBRE                PIC X(05).
005285     05 AR-SALDO                 PIC 9(07)V99.
005286 FD  MOTAUSEN-FILE
005287     LABEL RECORDS ARE STANDARD.
005288 01  MA-RECORD.
005289     05 MA-CODIGO                PIC X(02).
00528A     05 MA-DESCRIPCION           PIC X(20).
00528B     05 MA-JUSTIFICADA           PIC X(01).
00528C FD  NOVDET-FILE
00528D     LABEL RECORDS ARE STANDARD.
00528E 01  ND-RECORD.
00528F     COPY NOVDET.
005300 FD  RECIBOS-FILE
005400     LABEL RECORDS ARE STANDARD
005500     RECORD CONTAINS 80 CHARACTERS.
006032 01  REC-SIN-LIBERAR             PIC X VALUE 'N'.
006033     88  REC-ES-SIN-LIBERAR      VALUE 'Y'.
006040 01  REC-SALDO-ATRASOS           PIC 9(07)V99 VALUE ZERO.
006041 01  REC-STATUS-MOTAUSEN         PIC XX.
006042 01  REC-FIN-MOTAUSEN            PIC X VALUE 'N'.
006043     88  REC-ES-FIN-MOTAUSEN     VALUE 'Y'.
006044 01  REC-DESC-MOTIVO             PIC X(20).
006045 01  REC-CANT-ED                 PIC Z9.
006046 01  REC-CHK-PASO                PIC X(10) VALUE 'RECIBOS'.
006047 01  REC-CHK-PERIODO             PIC 9(06) VALUE ZERO.
006048 01  REC-RC-GUARDADO             PIC 9(02).
006049 01  REC-STATUS-NOVDET           PIC XX.
00604A 01  REC-FIN-NOVDET              PIC X VALUE 'N'.
00604B     88  REC-ES-FIN-NOVDET       VALUE 'Y'.
00604C 01  REC-NOV-PASO                PIC X(01).
00604D 01  REC-NOV-HABERES             PIC 9(07)V99 VALUE ZERO.
00604E 01  REC-TOTAL-COBRAR            PIC 9(07)V99 VALUE ZERO.
006100*
006200 01  REC-INDICADORES.
006300     05  REC-FIN-ARCHIVO         PIC X VALUE 'N'.
009850                 'PAYROLLREG NO COINCIDE CON LO LEIDO'
009860             MOVE 8 TO RETURN-CODE
009870         END-IF
009871         IF RETURN-CODE < 8
009872             PERFORM 8000-MARCAR-CIERRE
009873                 THRU 8000-MARCAR-CIERRE-EXIT
009874         END-IF
009900     END-IF.
010000     GOBACK.
010100 0000-MAINLINE-EXIT.
011190                 COMPUTE REC-VER-HASH = REC-VER-HASH
011191                     + PR-SUELDO-ANUAL + PR-BONO
011192*                UNA LINEA RETRO ES UN AJUSTE, NO EL PAGO DE
011193*                UN PERIODO: NO LLEVA RECIBO PROPIO. LOS HABERES
011194*                DE NOVEDADES ('N'/'X') VAN EN EL RECIBO DE LA
011195*                LINEA PRINCIPAL.
011196                 IF PR-TIPO-LINEA NOT = 'A'
011197                     AND PR-TIPO-LINEA NOT = 'D'
011198                     AND PR-TIPO-LINEA NOT = 'N'
011199                     AND PR-TIPO-LINEA NOT = 'X'
01119A                     PERFORM 2000-ARMAR-RECIBO
01119B                         THRU 2000-ARMAR-RECIBO-EXIT
01119C                 END-IF
011310             END-IF
011400     END-READ.
011500 1000-LEER-REGISTRO-EXIT.
014500     MOVE 'SUELDO DEL PERIODO:' TO REC-DET-ETIQUETA.
014600     MOVE PR-SUELDO-PRORRATEADO TO REC-IMPORTE-ED.
014700     PERFORM 2100-LINEA-IMPORTE THRU 2100-LINEA-IMPORTE-EXIT.
014701     IF PR-ADIC-ANTIG IS NUMERIC
014702         AND PR-ADIC-ANTIG > ZERO
014703         MOVE '  INCL. ANTIGUEDAD:' TO REC-DET-ETIQUETA
014704         MOVE PR-ADIC-ANTIG TO REC-IMPORTE-ED
014705         PERFORM 2100-LINEA-IMPORTE THRU 2100-LINEA-IMPORTE-EXIT
014706     END-IF.
014707     IF PR-PRESENT-ESTADO = 'P'
014708         AND PR-PRESENTISMO IS NUMERIC
014709         MOVE '  INCL. PRESENTISMO:' TO REC-DET-ETIQUETA
01470A         MOVE PR-PRESENTISMO TO REC-IMPORTE-ED
01470B         PERFORM 2100-LINEA-IMPORTE THRU 2100-LINEA-IMPORTE-EXIT
01470C     END-IF.
01470D     IF PR-PRESENT-ESTADO = 'A' OR PR-PRESENT-ESTADO = 'T'
01470E         PERFORM 2500-LINEA-PRESENTISMO
01470F             THRU 2500-LINEA-PRESENTISMO-EXIT
01470G     END-IF.
014800     MOVE 'SUELDO ANUAL:' TO REC-DET-ETIQUETA.
014900     MOVE PR-SUELDO-ANUAL TO REC-IMPORTE-ED.
015000     PERFORM 2100-LINEA-IMPORTE THRU 2100-LINEA-IMPORTE-EXIT.
015400     MOVE 'DEDUCCIONES:' TO REC-DET-ETIQUETA.
015500     MOVE PR-DEDUCCIONES TO REC-IMPORTE-ED.
015600     PERFORM 2100-LINEA-IMPORTE THRU 2100-LINEA-IMPORTE-EXIT.
015601     IF PR-TIPO-LINEA = SPACE OR PR-TIPO-LINEA = 'O'
015602         MOVE 'D' TO REC-NOV-PASO
015603         PERFORM 2600-LISTAR-NOVEDADES
015604             THRU 2600-LISTAR-NOVEDADES-EXIT
015605     END-IF.
015700     MOVE 'NETO A COBRAR:' TO REC-DET-ETIQUETA.
015800     MOVE PR-NETO TO REC-IMPORTE-ED.
015900     PERFORM 2100-LINEA-IMPORTE THRU 2100-LINEA-IMPORTE-EXIT.
015901     MOVE ZERO TO REC-NOV-HABERES.
015902     IF PR-TIPO-LINEA = SPACE OR PR-TIPO-LINEA = 'O'
015903         MOVE 'H' TO REC-NOV-PASO
015904         PERFORM 2600-LISTAR-NOVEDADES
015905             THRU 2600-LISTAR-NOVEDADES-EXIT
015906     END-IF.
015907     IF REC-NOV-HABERES > ZERO
015908         COMPUTE REC-TOTAL-COBRAR = PR-NETO + REC-NOV-HABERES
015909         MOVE 'TOTAL A COBRAR:' TO REC-DET-ETIQUETA
01590A         MOVE REC-TOTAL-COBRAR TO REC-IMPORTE-ED
01590B         PERFORM 2100-LINEA-IMPORTE THRU 2100-LINEA-IMPORTE-EXIT
01590C     END-IF.
015910     PERFORM 2200-BUSCAR-PRESTAMO
015920         THRU 2200-BUSCAR-PRESTAMO-EXIT.
015930     IF REC-ES-PRESTAMO
0187A7     END-READ.
0187A8 2410-LEER-PERSONA-EXIT.
0187A9     EXIT.
0187AA*
0187AB******************************************************************
0187AC* 2500-LINEA-PRESENTISMO - WHY THE ATTENDANCE BONUS WAS LOST
0187AD******************************************************************
0187AE 2500-LINEA-PRESENTISMO.
0187AF     MOVE ZERO TO REC-CANT-ED.
0187AG     IF PR-PRESENT-CANT IS NUMERIC
0187AH         MOVE PR-PRESENT-CANT TO REC-CANT-ED
0187AI     END-IF.
0187AJ     MOVE SPACES TO RCB-LINEA.
0187AK     IF PR-PRESENT-ESTADO = 'T'
0187AL         STRING 'PRESENTISMO PERDIDO: ' REC-CANT-ED
0187AM             ' LLEGADAS TARDE'
0187AN             DELIMITED BY SIZE INTO RCB-LINEA
0187AO     ELSE
0187AP         PERFORM 2510-BUSCAR-MOTIVO THRU 2510-BUSCAR-MOTIVO-EXIT
0187AQ         STRING 'PRESENTISMO PERDIDO: AUSENCIA INJUSTIFICADA ('
0187AR             PR-PRESENT-MOTIVO ' ' REC-DESC-MOTIVO ') '
0187AS             REC-CANT-ED ' DIAS'
0187AT             DELIMITED BY SIZE INTO RCB-LINEA
0187AU     END-IF.
0187AV     WRITE RCB-LINEA.
0187AW 2500-LINEA-PRESENTISMO-EXIT.
0187AX     EXIT.
0187AY*
0187AZ******************************************************************
0187B0* 2510-BUSCAR-MOTIVO - REASON DESCRIPTION FROM MOTAUSEN
0187B1******************************************************************
0187B2 2510-BUSCAR-MOTIVO.
0187B3     MOVE 'N' TO REC-FIN-MOTAUSEN.
0187B4     MOVE 'MOTIVO DESCONOCIDO' TO REC-DESC-MOTIVO.
0187B5     OPEN INPUT MOTAUSEN-FILE.
0187B6     IF REC-STATUS-MOTAUSEN = '00'
0187B7         PERFORM 2520-LEER-MOTIVO THRU 2520-LEER-MOTIVO-EXIT
0187B8             UNTIL REC-ES-FIN-MOTAUSEN
0187B9     END-IF.
0187BA     CLOSE MOTAUSEN-FILE.
0187BB 2510-BUSCAR-MOTIVO-EXIT.
0187BC     EXIT.
0187BD*
0187BE******************************************************************
0187BF* 2520-LEER-MOTIVO - MATCH ONE REASON CODE
0187BG******************************************************************
0187BH 2520-LEER-MOTIVO.
0187BI     READ MOTAUSEN-FILE
0187BJ         AT END
0187BK             SET REC-ES-FIN-MOTAUSEN TO TRUE
0187BL         NOT AT END
0187BM             IF MA-CODIGO = PR-PRESENT-MOTIVO
0187BN                 MOVE MA-DESCRIPCION TO REC-DESC-MOTIVO
0187BO                 SET REC-ES-FIN-MOTAUSEN TO TRUE
0187BP             END-IF
0187BQ     END-READ.
0187BR 2520-LEER-MOTIVO-EXIT.
0187BS     EXIT.
0187BT*
0187BU******************************************************************
0187BV* 2600-LISTAR-NOVEDADES - THE EMPLOYEE'S NOVDET ROWS OF THE
0187BW*                         PERIOD, DEDUCTIONS ('D') OR EARNINGS
0187BX*                         ('H') AS REC-NOV-PASO SAYS
0187BY******************************************************************
0187BZ 2600-LISTAR-NOVEDADES.
0187C0     MOVE 'N' TO REC-FIN-NOVDET.
0187C1     OPEN INPUT NOVDET-FILE.
0187C2     IF REC-STATUS-NOVDET = '00'
0187C3         PERFORM 2610-LEER-NOVEDAD THRU 2610-LEER-NOVEDAD-EXIT
0187C4             UNTIL REC-ES-FIN-NOVDET
0187C5     END-IF.
0187C6     CLOSE NOVDET-FILE.
0187C7 2600-LISTAR-NOVEDADES-EXIT.
0187C8     EXIT.
0187C9*
0187CA******************************************************************
0187CB* 2610-LEER-NOVEDAD - ONE NOVDET ROW; A DEDUCTION IS PRINTED
0187CC*                     WITH ITS SIGN, LIKE THE BONUS ACCUMULATOR
0187CD******************************************************************
0187CE 2610-LEER-NOVEDAD.
0187CF     READ NOVDET-FILE
0187CG         AT END
0187CH             SET REC-ES-FIN-NOVDET TO TRUE
0187CI         NOT AT END
0187CJ             IF PR-ID NOT = ZERO AND ND-ID = PR-ID
0187CK                 AND ND-PERIODO = PR-PERIODO
0187CL                 AND ND-TIPO = REC-NOV-PASO
0187CM                 MOVE SPACES TO REC-DET-ETIQUETA
0187CN                 STRING '  ' ND-DESCRIPCION
0187CO                     DELIMITED BY SIZE INTO REC-DET-ETIQUETA
0187CP                 IF ND-DESCUENTO
0187CQ                     COMPUTE REC-IMPORTE-SED = ZERO - ND-IMPORTE
0187CR                     MOVE SPACES TO REC-DET-VALOR
0187CS                     MOVE REC-IMPORTE-SED TO REC-DET-VALOR
0187CT                     WRITE RCB-LINEA FROM REC-DETALLE
0187CU                 ELSE
0187CV                     ADD ND-IMPORTE TO REC-NOV-HABERES
0187CW                     MOVE ND-IMPORTE TO REC-IMPORTE-ED
0187CX                     PERFORM 2100-LINEA-IMPORTE
0187CY                         THRU 2100-LINEA-IMPORTE-EXIT
0187CZ                 END-IF
0187D0             END-IF
0187D1     END-READ.
0187D2 2610-LEER-NOVEDAD-EXIT.
0187D3     EXIT.
0187B0*
018800******************************************************************
018900* 3000-ACUMULAR-HISTORIA - RE-ADD THIS EMPLOYEE'S PAYHIST ROWS
021530                     IF PH-TIPO-LINEA = 'A'
021540                         ADD PH-BONO TO REC-HIS-BONO
021550                     ELSE
021560                         IF PH-SUELDO-MENSUAL < ZERO
021561                             OR PH-SUELDO-ANUAL < ZERO
021562                             SUBTRACT 1 FROM REC-HIS-PERIODOS
021563                         ELSE
021564                             ADD 1 TO REC-HIS-PERIODOS
021565                         END-IF
021600                         ADD PH-SUELDO-ANUAL
021610                             TO REC-HIS-SUELDO-ANUAL
021700                         ADD PH-BONO TO REC-HIS-BONO
021900     END-READ.
022000 3100-LEER-HIST-EXIT.
022100     EXIT.
022101*
022102******************************************************************
022103* 8000-MARCAR-CIERRE - THE STEP IS DONE ON THE PERIOD-CLOSE
022104*                      CHECKLIST (THE RETURN CODE IS KEPT)
022105******************************************************************
022106 8000-MARCAR-CIERRE.
022107     MOVE RETURN-CODE TO REC-RC-GUARDADO.
022108     CALL 'MARCACIER' USING REC-CHK-PASO REC-CHK-PERIODO.
022109     MOVE REC-RC-GUARDADO TO RETURN-CODE.
02210A 8000-MARCAR-CIERRE-EXIT.
02210B     EXIT.
022200 END PROGRAM RECIBOS.
