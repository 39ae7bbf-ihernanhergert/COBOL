002496*     THE SPLIT STILL ADDS UP), ANYTHING ELSE IS REPORTED AND
002497*     THE WHOLE AMOUNT POSTS TO THE ROW'S OWN DEPARTMENT AS
002498*     BEFORE.
002499*   - EMPLOYER SOCIAL-SECURITY CONTRIBUTIONS WRITTEN BY
00249A*     EJERCICIO02 TO THE CONTDET DETAIL FILE NOW POST AS WELL:
00249B*     EACH ROW OF THE PERIOD DEBITS THE CONPAT EXPENSE ACCOUNT
00249C*     OF ITS DEPARTMENT AND CREDITS THE CONTRIBUTIONS PAYABLE
00249D*     ACCOUNT (GLACCTS CONPAT ROWS), CONVERTED LIKE THE
00249E*     REGISTER ROWS, AND THE REPORT SHOWS THEIR COUNT AND
00249F*     TOTAL. A NEGATIVE ROW POSTS AS A REVERSING ENTRY.
00249G*   - EXPENSE REIMBURSEMENT 'V' LINES (SENIORITY REINTG) POST
00249H*     WHOLE TO THE REINTG EXPENSE ACCOUNT OF THE EMPLOYEE'S OWN
00249I*     DEPARTMENT; THE ALOCACION SPLIT DOES NOT APPLY TO THEM.
00249J*   - A POSTING RUN THAT ENDS WITHOUT ERROR IS MARKED DONE ON THE
00249K*     CHKCIERRE PERIOD-CLOSE CHECKLIST (THROUGH MARCACIER) THAT
00249L*     CIERREPER CHECKS BEFORE CLOSING.
00249M*   - GLPOST CARRIES THE COMPANY AT THE END OF THE RECORD: THE
00249N*     ACCOUNT TOTALS ARE KEPT PER COMPANY SO THE LEDGER TRIAL
00249O*     BALANCE CAN BE RECONCILED BY COMPANY (CONCILGL). THE
00249P*     CONVERSION-DIFFERENCE ROW CARRIES NO COMPANY.
00249Q*   - OPTIONAL BENEFIT ROWS OF CONTDET (CONCEPT BEN- PLUS PLAN
00249R*     AND OPTION, THE EMPLOYER SHARE WRITTEN BY EJERCICIO02) POST
00249S*     TO THEIR OWN GLACCTS BENEF ACCOUNT PAIR INSTEAD OF CONPAT.
00249T*   - ONE-OFF ITEMS (NOVEDADES) POST FROM THE NOVDET DETAIL
00249U*     FILE WRITTEN BY EJERCICIO02 INSTEAD OF FROM THEIR 'N'/'X'
00249V*     REGISTER LINES: AN EARNING DEBITS THE CONCEPT'S NOVCONC
00249W*     ACCOUNT AND CREDITS THE SALARIES PAYABLE ACCOUNT OF THE
00249X*     DEPARTMENT'S AJUSTE ROW; A DEDUCTION DEBITS THAT PAYABLE
00249Y*     AND CREDITS THE CONCEPT'S ACCOUNT. THE 'N'/'X' LINES STILL
00249Z*     COUNT IN THE TRAILER PROOF.
0024A0*   - REVERSAL MODE: WHEN REGSTATE SHOWS THE PERIOD REVERSED
0024A1*     ('R', WRITTEN BY REVERPER) THE STEP READS THE COPIES
0024A2*     REVERPER SET ASIDE (PAYROLLREV, CONTDETREV, NOVDETREV)
0024A3*     INSTEAD OF THE LIVE FILES AND WRITES EVERY ACCOUNT ON
0024A4*     THE OPPOSITE SIDE, SO GLPOST CARRIES THE EXACT REVERSING
0024A5*     ENTRY. A REVERSAL IS NOT MARKED ON THE CLOSE CHECKLIST.
0024A6*   - COMPANIAS RECORD WIDENED FOR CO-FRECUENCIA.
002500******************************************************************
002600 IDENTIFICATION DIVISION.
002700 PROGRAM-ID. ASIENTOGL.
002800 ENVIRONMENT DIVISION.
002900 INPUT-OUTPUT SECTION.
003000 FILE-CONTROL.
003100     SELECT OPTIONAL PAYROLL-REG-FILE
003101         ASSIGN USING AGL-NOMBRE-REGISTRO
003200         ORGANIZATION IS LINE SEQUENTIAL
003300         FILE STATUS IS AGL-STATUS-PAYROLL.
003400     SELECT OPTIONAL GLACCTS-FILE ASSIGN TO 'GLACCTS'
003670     SELECT OPTIONAL ALOCACION-FILE ASSIGN TO 'ALOCACION'
003680         ORGANIZATION IS LINE SEQUENTIAL
003690         FILE STATUS IS AGL-STATUS-ALOCACION.
003691     SELECT OPTIONAL CONTDET-FILE ASSIGN USING AGL-NOMBRE-CONTDET
003692         ORGANIZATION IS LINE SEQUENTIAL
003693         FILE STATUS IS AGL-STATUS-CONTDET.
003694     SELECT OPTIONAL NOVDET-FILE ASSIGN USING AGL-NOMBRE-NOVDET
003695         ORGANIZATION IS LINE SEQUENTIAL
003696         FILE STATUS IS AGL-STATUS-NOVDET.
003700     SELECT GLPOST-FILE ASSIGN TO 'GLPOST'
003800         ORGANIZATION IS LINE SEQUENTIAL.
003900     SELECT REPORTE-FILE ASSIGN TO 'GLPOSTRPT'
005340     05 CO-CODIGO                PIC X(03).
005350     05 CO-NOMBRE                PIC X(20).
005360     05 CO-MONEDA                PIC X(03).
005361     05 CO-FRECUENCIA            PIC X(01).
005370 FD  TIPOCAMBIO-FILE
005380     LABEL RECORDS ARE STANDARD.
005390 01  TC-RECORD.
005397     05 AL-ID                    PIC 9(05).
005398     05 AL-DEPARTAMENTO          PIC X(10).
005399     05 AL-PORCENTAJE            PIC 9(03)V99.
0053A0 FD  CONTDET-FILE
0053A1     LABEL RECORDS ARE STANDARD.
0053A2 01  CD-RECORD.
0053A3     COPY CONTDET.
0053A4 FD  NOVDET-FILE
0053A5     LABEL RECORDS ARE STANDARD.
0053A6 01  ND-RECORD.
0053A7     COPY NOVDET.
005400 FD  GLPOST-FILE
005500     LABEL RECORDS ARE STANDARD.
005600 01  GL-RECORD.
005800     05 GL-DEBE-HABER            PIC X(01).
005900     05 GL-IMPORTE               PIC 9(09)V99.
006000     05 GL-PERIODO               PIC 9(06).
006001     05 GL-COMPANIA              PIC X(03).
006100 FD  REPORTE-FILE
006200     LABEL RECORDS ARE STANDARD
006300     RECORD CONTAINS 80 CHARACTERS.
006820 01  AGL-STATUS-CAMBIO           PIC XX.
006821 01  AGL-STATUS-ALOCACION        PIC XX.
00682A 01  AGL-STATUS-REGSTATE         PIC XX.
00682D 01  AGL-STATUS-CONTDET          PIC XX.
00682E 01  AGL-NIVEL-POSTEO            PIC X(06).
00682F 01  AGL-TIPO-POSTEO             PIC X(01).
00682G 01  AGL-NOMBRE-POSTEO           PIC X(05).
00682H 01  AGL-COMPANIA-POSTEO         PIC X(03).
00682I 01  AGL-CANT-APORTES            PIC 9(05) VALUE ZERO.
00682J 01  AGL-TOTAL-APORTES           PIC 9(11)V99 VALUE ZERO.
00682K 01  AGL-STATUS-NOVDET           PIC XX.
00682L 01  AGL-CANT-NOVEDADES          PIC 9(05) VALUE ZERO.
00682M 01  AGL-TOTAL-NOVEDADES         PIC 9(11)V99 VALUE ZERO.
00682B 01  AGL-SIN-LIBERAR             PIC X VALUE 'N'.
00682C     88  AGL-ES-SIN-LIBERAR      VALUE 'Y'.
00682N 01  AGL-REVERSION               PIC X VALUE 'N'.
00682O     88  AGL-ES-REVERSION        VALUE 'Y'.
00682P 01  AGL-NOMBRE-REGISTRO         PIC X(12) VALUE 'PAYROLLREG'.
00682Q 01  AGL-NOMBRE-CONTDET          PIC X(12) VALUE 'CONTDET'.
00682R 01  AGL-NOMBRE-NOVDET           PIC X(12) VALUE 'NOVDET'.
00682S 01  AGL-LADO-AUX                PIC X(01).
00682T 01  AGL-TOTAL-AUX               PIC 9(11)V99.
006822 01  AGL-DEPTO-POSTEO            PIC X(10).
006823 01  AGL-IMPORTE-FILA            PIC 9(09)V99.
006824 01  AGL-IMPORTE-RESTO           PIC 9(09)V99.
008000     05  AGL-CUENTA-HABER        PIC X(08).
008100     05  AGL-IMPORTE-ED          PIC $ZZZ,ZZZ,ZZ9.99.
008200*
008201 01  AGL-CHK-PASO                PIC X(10) VALUE 'ASIENTOGL'.
008202 01  AGL-RC-GUARDADO             PIC 9(02).
008300 01  AGL-CONTADORES.
008400     05  AGL-CANT-MAPEADOS       PIC 9(04) VALUE ZERO.
008500     05  AGL-CANT-SIN-CUENTA     PIC 9(04) VALUE ZERO.
009740 01  AGL-VER-HASH                PIC 9(15)V99 VALUE ZERO.
009750 01  AGL-TRL-CANT                PIC 9(07) VALUE ZERO.
009760 01  AGL-TRL-HASH                PIC 9(15)V99 VALUE ZERO.
009800 01  AGL-CANT-CUENTAS            PIC 9(03) VALUE ZERO.
009900 01  AGL-TABLA-CUENTAS.
010000     05  AGL-CUENTA-FILA OCCURS 200 TIMES
010100                         INDEXED BY AGL-X-CTA.
010200         10 AGL-CTA-CUENTA       PIC X(08).
010300         10 AGL-CTA-DEBE-HABER   PIC X(01).
010400         10 AGL-CTA-IMPORTE      PIC 9(11)V99.
010401         10 AGL-CTA-COMPANIA     PIC X(03).
010500*
010600 PROCEDURE DIVISION.
010700******************************************************************
011230         THRU 1600-CARGAR-ALOCACION-EXIT.
011300     PERFORM 2000-RECORRER-REGISTRO
011400         THRU 2000-RECORRER-REGISTRO-EXIT.
011410     PERFORM 2800-RECORRER-APORTES
011420         THRU 2800-RECORRER-APORTES-EXIT.
011421     PERFORM 2900-RECORRER-NOVEDADES
011422         THRU 2900-RECORRER-NOVEDADES-EXIT.
011500     PERFORM 3000-GRABAR-INTERFAZ THRU 3000-GRABAR-INTERFAZ-EXIT.
011600     PERFORM 4000-IMPRIMIR-RESUMEN
011700         THRU 4000-IMPRIMIR-RESUMEN-EXIT.
011701     IF RETURN-CODE < 8
01170A         AND NOT AGL-ES-REVERSION
011702         PERFORM 8000-MARCAR-CIERRE
011703             THRU 8000-MARCAR-CIERRE-EXIT
011704     END-IF.
011800     GOBACK.
011900 0000-MAINLINE-EXIT.
012000     EXIT.
012142     IF AGL-STATUS-REGSTATE = '00'
012143         READ REGSTATE-FILE
012144             NOT AT END
012145                 IF RG-ESTADO = 'R'
012146                     SET AGL-ES-REVERSION TO TRUE
012147                     MOVE 'PAYROLLREV' TO AGL-NOMBRE-REGISTRO
012148                     MOVE 'CONTDETREV' TO AGL-NOMBRE-CONTDET
012149                     MOVE 'NOVDETREV' TO AGL-NOMBRE-NOVDET
01214A                     DISPLAY 'ASIENTOGL: EL PERIODO '
01214B                         RG-PERIODO ' FUE REVERTIDO, SE GENERA '
01214C                         'EL ASIENTO DE REVERSION'
01214D                 END-IF
01214E                 IF RG-ESTADO NOT = 'L'
01214F                     AND NOT AGL-ES-REVERSION
01214G                     SET AGL-ES-SIN-LIBERAR TO TRUE
01214H                     DISPLAY 'ASIENTOGL: EL PERIODO '
01214I                         RG-PERIODO ' NO ESTA LIBERADO '
01214J                         '(CORRER APRUEBA)'
01214K                 END-IF
012151         END-READ
012152     END-IF.
012153     CLOSE REGSTATE-FILE.
017100         MOVE 'ASIENTOGL - EXTRACTO DE ASIENTOS DE NOMINA'
017200             TO RPT-LINEA
017300         WRITE RPT-LINEA
017301         IF AGL-ES-REVERSION
017302             MOVE 'REVERSION DE UN PERIODO REVERTIDO (PAYROLLREV)'
017303                 TO RPT-LINEA
017304             WRITE RPT-LINEA
017305         END-IF
017400         PERFORM 2100-LEER-REGISTRO THRU 2100-LEER-REGISTRO-EXIT
017500             UNTIL AGL-ES-FIN-ARCHIVO
017600     ELSE
017700         DISPLAY 'ASIENTOGL: NO HAY ARCHIVO ' AGL-NOMBRE-REGISTRO
017800         OPEN OUTPUT REPORTE-FILE
017900         MOVE 'SIN ARCHIVO PAYROLLREG DISPONIBLE' TO RPT-LINEA
018000         WRITE RPT-LINEA
019390                 COMPUTE AGL-VER-HASH = AGL-VER-HASH
019391                     + PR-SUELDO-ANUAL + PR-BONO
019400                 MOVE PR-PERIODO TO AGL-PERIODO
019500*                LAS NOVEDADES ('N'/'X') SE POSTEAN DESDE NOVDET.
019501                 IF PR-TIPO-LINEA NOT = 'N'
019502                     AND PR-TIPO-LINEA NOT = 'X'
019503                     PERFORM 2200-MAPEAR-CUENTAS
019504                         THRU 2200-MAPEAR-CUENTAS-EXIT
019505                 END-IF
019506             END-IF
019700     END-READ.
019800 2100-LEER-REGISTRO-EXIT.
019900     EXIT.
020300*                       SENIORITY/DEPARTMENT AND ACCUMULATE
020400******************************************************************
020500 2200-MAPEAR-CUENTAS.
020501     MOVE PR-SENIORIDAD TO AGL-NIVEL-POSTEO.
020502     MOVE PR-TIPO-LINEA TO AGL-TIPO-POSTEO.
020503     MOVE PR-NOMBRE TO AGL-NOMBRE-POSTEO.
020504     MOVE PR-COMPANIA TO AGL-COMPANIA-POSTEO.
020510     COMPUTE AGL-IMPORTE-FILA =
020520         PR-SUELDO-PRORRATEADO + PR-BONO
020530         + PR-IMPORTE-EXTRA.
023466     IF NOT AGL-ES-HALLADO
023467         ADD 1 TO AGL-CANT-SIN-CUENTA
023468         MOVE SPACES TO RPT-LINEA
023469         STRING 'SIN CUENTA PARA ' AGL-NIVEL-POSTEO '/'
023470             AGL-DEPTO-POSTEO ' (' AGL-NOMBRE-POSTEO ')'
023471             DELIMITED BY SIZE INTO RPT-LINEA
023472         WRITE RPT-LINEA
023473     ELSE
023475*        UN RECUPERO ('D') ES PLATA QUE VUELVE: EL ASIENTO SE
023476*        INVIERTE (HABER AL GASTO, DEBE AL PASIVO) EN VEZ DE
023477*        SUMARSE COMO SI FUERA OTRO PAGO.
023478         IF AGL-TIPO-POSTEO = 'D'
023479             MOVE 'H' TO GL-DEBE-HABER
023480             MOVE AGL-CUENTA-DEBE TO GL-CUENTA
023481             PERFORM 2300-ACUMULAR-CUENTA
0234A9 2600-VALIDAR-ALOCACION.
0234B0     MOVE ZERO TO AGL-CANT-ALOC-ID.
0234B1     MOVE ZERO TO AGL-PCT-ALOC.
0234B2     IF PR-ID NOT = ZERO AND PR-TIPO-LINEA NOT = 'V'
0234B3         PERFORM 2610-SUMAR-ALOCACION
0234B4             THRU 2610-SUMAR-ALOCACION-EXIT
0234B5             VARYING AGL-X-ALO FROM 1 BY 1
023700* 2210-BUSCAR-MAPA - MATCH ONE MAPPING ROW
023800******************************************************************
023900 2210-BUSCAR-MAPA.
024000     IF AGL-MAPA-SENIORIDAD(AGL-X-MAPA) = AGL-NIVEL-POSTEO
024100         AND AGL-MAPA-DEPTO(AGL-X-MAPA) = AGL-DEPTO-POSTEO
024200         SET AGL-ES-HALLADO TO TRUE
024300         MOVE AGL-MAPA-DEBE(AGL-X-MAPA) TO AGL-CUENTA-DEBE
025700         UNTIL AGL-X-CTA > AGL-CANT-CUENTAS
025800         OR AGL-ES-HALLADO.
025900     IF NOT AGL-ES-HALLADO
026000         AND AGL-CANT-CUENTAS < 200
026100         ADD 1 TO AGL-CANT-CUENTAS
026200         SET AGL-X-CTA TO AGL-CANT-CUENTAS
026300         MOVE GL-CUENTA TO AGL-CTA-CUENTA(AGL-X-CTA)
026400         MOVE GL-DEBE-HABER TO AGL-CTA-DEBE-HABER(AGL-X-CTA)
026500         MOVE AGL-IMPORTE TO AGL-CTA-IMPORTE(AGL-X-CTA)
026501         MOVE AGL-COMPANIA-POSTEO
026502             TO AGL-CTA-COMPANIA(AGL-X-CTA)
026600     END-IF.
026800 2300-ACUMULAR-CUENTA-EXIT.
026900     EXIT.
027400 2310-BUSCAR-CUENTA.
027500     IF AGL-CTA-CUENTA(AGL-X-CTA) = GL-CUENTA
027600         AND AGL-CTA-DEBE-HABER(AGL-X-CTA) = GL-DEBE-HABER
027601         AND AGL-CTA-COMPANIA(AGL-X-CTA) = AGL-COMPANIA-POSTEO
027700         ADD AGL-IMPORTE TO AGL-CTA-IMPORTE(AGL-X-CTA)
027800         SET AGL-ES-HALLADO TO TRUE
027900     END-IF.
028697             ADD AGL-IMPORTE TO AGL-TOTAL-DEBE
028698         END-IF
028699         MOVE AGL-CTA-DIFCAM TO GL-CUENTA
02869A         MOVE SPACES TO AGL-COMPANIA-POSTEO
0286A0         PERFORM 2300-ACUMULAR-CUENTA
0286A1             THRU 2300-ACUMULAR-CUENTA-EXIT
0286A2     END-IF.
0286A3     IF AGL-ES-REVERSION
0286A4         PERFORM 3050-INVERTIR-LADO THRU 3050-INVERTIR-LADO-EXIT
0286A5             VARYING AGL-X-CTA FROM 1 BY 1
0286A6             UNTIL AGL-X-CTA > AGL-CANT-CUENTAS
0286A7         MOVE AGL-TOTAL-DEBE TO AGL-TOTAL-AUX
0286A8         MOVE AGL-TOTAL-HABER TO AGL-TOTAL-DEBE
0286A9         MOVE AGL-TOTAL-AUX TO AGL-TOTAL-HABER
0286AA     END-IF.
028700     OPEN OUTPUT GLPOST-FILE.
028800     PERFORM 3100-GRABAR-CUENTA THRU 3100-GRABAR-CUENTA-EXIT
028900         VARYING AGL-X-CTA FROM 1 BY 1
029100     CLOSE GLPOST-FILE.
029200 3000-GRABAR-INTERFAZ-EXIT.
029300     EXIT.
029301*
029302******************************************************************
029303* 3050-INVERTIR-LADO - A REVERSAL POSTS EACH ACCOUNT ON THE
029304*                      OPPOSITE SIDE
029305******************************************************************
029306 3050-INVERTIR-LADO.
029307     IF AGL-CTA-DEBE-HABER(AGL-X-CTA) = 'D'
029308         MOVE 'H' TO AGL-LADO-AUX
029309     ELSE
02930A         MOVE 'D' TO AGL-LADO-AUX
02930B     END-IF.
02930C     MOVE AGL-LADO-AUX TO AGL-CTA-DEBE-HABER(AGL-X-CTA).
02930D 3050-INVERTIR-LADO-EXIT.
02930E     EXIT.
029400*
029500******************************************************************
029600* 3100-GRABAR-CUENTA - WRITE ONE INTERFACE RECORD
030000     MOVE AGL-CTA-DEBE-HABER(AGL-X-CTA) TO GL-DEBE-HABER.
030100     MOVE AGL-CTA-IMPORTE(AGL-X-CTA) TO GL-IMPORTE.
030200     MOVE AGL-PERIODO TO GL-PERIODO.
030201     MOVE AGL-CTA-COMPANIA(AGL-X-CTA) TO GL-COMPANIA.
030300     WRITE GL-RECORD.
030400 3100-GRABAR-CUENTA-EXIT.
030500     EXIT.
033600         '  SIN CUENTA: ' AGL-CANT-SIN-CUENTA
033700         DELIMITED BY SIZE INTO RPT-LINEA.
033800     WRITE RPT-LINEA.
033801     IF AGL-CANT-APORTES > ZERO
033802         MOVE AGL-TOTAL-APORTES TO AGL-IMPORTE-ED
033803         MOVE SPACES TO RPT-LINEA
033804         STRING 'CONTRIBUCIONES PATRONALES: ' AGL-CANT-APORTES
033805             ' FILAS, TOTAL ' AGL-IMPORTE-ED
033806             DELIMITED BY SIZE INTO RPT-LINEA
033807         WRITE RPT-LINEA
033808     END-IF.
033809     IF AGL-CANT-NOVEDADES > ZERO
03380A         MOVE AGL-TOTAL-NOVEDADES TO AGL-IMPORTE-ED
03380B         MOVE SPACES TO RPT-LINEA
03380C         STRING 'NOVEDADES: ' AGL-CANT-NOVEDADES
03380D             ' FILAS, TOTAL ' AGL-IMPORTE-ED
03380E             DELIMITED BY SIZE INTO RPT-LINEA
03380F         WRITE RPT-LINEA
03380G     END-IF.
033810     IF AGL-TRL-CANT > ZERO
033820         AND (AGL-TRL-CANT NOT = AGL-VER-CANT
033830              OR AGL-TRL-HASH NOT = AGL-VER-HASH)
035000     MOVE SPACES TO RPT-LINEA.
035100     STRING 'CUENTA ' AGL-CTA-CUENTA(AGL-X-CTA) ' ('
035200         AGL-CTA-DEBE-HABER(AGL-X-CTA) ') '
035300         AGL-IMPORTE-ED ' ' AGL-CTA-COMPANIA(AGL-X-CTA)
035400         DELIMITED BY SIZE INTO RPT-LINEA.
035500     WRITE RPT-LINEA.
035600 4100-RESUMEN-CUENTA-EXIT.
0357E9* 2251-BUSCAR-CIA - CURRENCY OF THE ROW'S COMPANY
0357F0******************************************************************
0357F1 2251-BUSCAR-CIA.
0357F2     IF AGL-CIA-CODIGO(AGL-X-CIA) = AGL-COMPANIA-POSTEO
0357F3         MOVE AGL-CIA-MONEDA(AGL-X-CIA)
0357F4             TO AGL-MONEDA-FILA-AUX
0357F5         SET AGL-ES-HALLADO TO TRUE
0357L4     END-READ.
0357L5 1610-LEER-ALOCACION-EXIT.
0357L6     EXIT.
0357L7*
0357L8******************************************************************
0357L9* 2800-RECORRER-APORTES - EMPLOYER CONTRIBUTIONS OF THE PERIOD
0357M0*                         FROM CONTDET, EXPENSE VS PAYABLE
0357M1******************************************************************
0357M2 2800-RECORRER-APORTES.
0357M3     MOVE 'N' TO AGL-FIN-ARCHIVO.
0357M4     OPEN INPUT CONTDET-FILE.
0357M5     IF AGL-STATUS-CONTDET = '00'
0357M6         PERFORM 2810-LEER-APORTE THRU 2810-LEER-APORTE-EXIT
0357M7             UNTIL AGL-ES-FIN-ARCHIVO
0357M8     END-IF.
0357M9     CLOSE CONTDET-FILE.
0357N0     MOVE 'N' TO AGL-FIN-ARCHIVO.
0357N1 2800-RECORRER-APORTES-EXIT.
0357N2     EXIT.
0357N3*
0357N4******************************************************************
0357N5* 2810-LEER-APORTE - POST ONE CONTRIBUTION ROW OF THE PERIOD
0357N6******************************************************************
0357N7 2810-LEER-APORTE.
0357N8     READ CONTDET-FILE
0357N9         AT END
0357O0             SET AGL-ES-FIN-ARCHIVO TO TRUE
0357O1         NOT AT END
0357O2             IF CD-PERIODO = AGL-PERIODO
0357O3                 AND CD-IMPORTE NOT = ZERO
0357O4                 PERFORM 2820-POSTEAR-APORTE
0357O5                     THRU 2820-POSTEAR-APORTE-EXIT
0357O6             END-IF
0357O7     END-READ.
0357O8 2810-LEER-APORTE-EXIT.
0357O9     EXIT.
0357P0*
0357P1******************************************************************
0357P2* 2820-POSTEAR-APORTE - CONPAT (OR BENEF) PAIR OF THE DEPARTMENT
0357P3******************************************************************
0357P4 2820-POSTEAR-APORTE.
0357P5     MOVE 'CONPAT' TO AGL-NIVEL-POSTEO.
0357P6*    LOS BENEFICIOS OPTATIVOS (CONCEPTO BEN-) TIENEN SU PROPIO
0357P7*    PAR DE CUENTAS, SEPARADO DE LAS CONTRIBUCIONES DE LEY.
0357P8     IF CD-CONCEPTO(1:4) = 'BEN-'
0357P9         MOVE 'BENEF ' TO AGL-NIVEL-POSTEO
0357PA     END-IF.
0357PB     MOVE CD-NOMBRE TO AGL-NOMBRE-POSTEO.
0357PC     MOVE CD-COMPANIA TO AGL-COMPANIA-POSTEO.
0357PD     MOVE CD-DEPARTAMENTO TO AGL-DEPTO-POSTEO.
0357PE*    UNA FILA NEGATIVA DEVUELVE LA CONTRIBUCION: SE POSTEA
0357PF*    INVERTIDA, IGUAL QUE UN RECUPERO DEL REGISTRO.
0357PG     IF CD-IMPORTE < ZERO
0357PH         MOVE 'D' TO AGL-TIPO-POSTEO
0357PI         COMPUTE AGL-IMPORTE = ZERO - CD-IMPORTE
0357PJ     ELSE
0357PK         MOVE SPACE TO AGL-TIPO-POSTEO
0357PL         MOVE CD-IMPORTE TO AGL-IMPORTE
0357PM     END-IF.
0357PN     IF AGL-CANT-COMPANIAS > ZERO
0357PO         PERFORM 2250-CONVERTIR-MONEDA
0357PP             THRU 2250-CONVERTIR-MONEDA-EXIT
0357PQ     END-IF.
0357PR     ADD 1 TO AGL-CANT-APORTES.
0357PS     ADD AGL-IMPORTE TO AGL-TOTAL-APORTES.
0357PT     PERFORM 2230-POSTEAR-PARTIDA THRU 2230-POSTEAR-PARTIDA-EXIT.
0357R5 2820-POSTEAR-APORTE-EXIT.
0357R6     EXIT.
0357R7*
0357R8******************************************************************
0357R9* 8000-MARCAR-CIERRE - THE STEP IS DONE ON THE PERIOD-CLOSE
0357RA*                      CHECKLIST (THE RETURN CODE IS KEPT)
0357RB******************************************************************
0357RC 8000-MARCAR-CIERRE.
0357RD     MOVE RETURN-CODE TO AGL-RC-GUARDADO.
0357RE     CALL 'MARCACIER' USING AGL-CHK-PASO AGL-PERIODO.
0357RF     MOVE AGL-RC-GUARDADO TO RETURN-CODE.
0357RG 8000-MARCAR-CIERRE-EXIT.
0357RH     EXIT.
0357RI*
0357RJ******************************************************************
0357RK* 2900-RECORRER-NOVEDADES - ONE-OFF ITEMS OF THE PERIOD FROM
0357RL*                           NOVDET, CONCEPT ACCOUNT VS PAYABLE
0357RM******************************************************************
0357RN 2900-RECORRER-NOVEDADES.
0357RO     MOVE 'N' TO AGL-FIN-ARCHIVO.
0357RP     OPEN INPUT NOVDET-FILE.
0357RQ     IF AGL-STATUS-NOVDET = '00'
0357RR         PERFORM 2910-LEER-NOVEDAD THRU 2910-LEER-NOVEDAD-EXIT
0357RS             UNTIL AGL-ES-FIN-ARCHIVO
0357RT     END-IF.
0357RU     CLOSE NOVDET-FILE.
0357RV     MOVE 'N' TO AGL-FIN-ARCHIVO.
0357RW 2900-RECORRER-NOVEDADES-EXIT.
0357RX     EXIT.
0357RY*
0357RZ******************************************************************
0357S0* 2910-LEER-NOVEDAD - POST ONE NOVDET ROW OF THE PERIOD
0357S1******************************************************************
0357S2 2910-LEER-NOVEDAD.
0357S3     READ NOVDET-FILE
0357S4         AT END
0357S5             SET AGL-ES-FIN-ARCHIVO TO TRUE
0357S6         NOT AT END
0357S7             IF ND-PERIODO = AGL-PERIODO
0357S8                 AND ND-IMPORTE NOT = ZERO
0357S9                 PERFORM 2920-POSTEAR-NOVEDAD
0357SA                     THRU 2920-POSTEAR-NOVEDAD-EXIT
0357SB             END-IF
0357SC     END-READ.
0357SD 2910-LEER-NOVEDAD-EXIT.
0357SE     EXIT.
0357SF*
0357SG******************************************************************
0357SH* 2920-POSTEAR-NOVEDAD - CONCEPT ACCOUNT AGAINST THE PAYABLE OF
0357SI*                        THE DEPARTMENT'S AJUSTE ROW
0357SJ******************************************************************
0357SK 2920-POSTEAR-NOVEDAD.
0357SL     MOVE 'AJUSTE' TO AGL-NIVEL-POSTEO.
0357SM     MOVE ND-NOMBRE TO AGL-NOMBRE-POSTEO.
0357SN     MOVE ND-COMPANIA TO AGL-COMPANIA-POSTEO.
0357SO     MOVE ND-DEPARTAMENTO TO AGL-DEPTO-POSTEO.
0357SP     MOVE 'N' TO AGL-HALLADO.
0357SQ     PERFORM 2210-BUSCAR-MAPA THRU 2210-BUSCAR-MAPA-EXIT
0357SR         VARYING AGL-X-MAPA FROM 1 BY 1
0357SS         UNTIL AGL-X-MAPA > AGL-CANT-MAPA
0357ST         OR AGL-ES-HALLADO.
0357SU     IF NOT AGL-ES-HALLADO
0357SV         OR ND-CUENTA = SPACES
0357SW         ADD 1 TO AGL-CANT-SIN-CUENTA
0357SX         MOVE SPACES TO RPT-LINEA
0357SY         STRING 'SIN CUENTA PARA NOVEDAD ' ND-CONCEPTO '/'
0357SZ             AGL-DEPTO-POSTEO ' (' AGL-NOMBRE-POSTEO ')'
0357T0             DELIMITED BY SIZE INTO RPT-LINEA
0357T1         WRITE RPT-LINEA
0357T2         GO TO 2920-POSTEAR-NOVEDAD-EXIT
0357T3     END-IF.
0357T4     MOVE ND-IMPORTE TO AGL-IMPORTE.
0357T5     IF AGL-CANT-COMPANIAS > ZERO
0357T6         PERFORM 2250-CONVERTIR-MONEDA
0357T7             THRU 2250-CONVERTIR-MONEDA-EXIT
0357T8     END-IF.
0357T9*    EL HABER DE LA FILA AJUSTE ES EL SUELDO A PAGAR: UN HABER
0357TA*    DE NOVEDAD LO AUMENTA, UN DESCUENTO LO BAJA CONTRA LA
0357TB*    CUENTA DEL CONCEPTO.
0357TC     IF ND-DESCUENTO
0357TD         MOVE AGL-CUENTA-HABER TO AGL-CUENTA-DEBE
0357TE         MOVE ND-CUENTA TO AGL-CUENTA-HABER
0357TF     ELSE
0357TG         MOVE ND-CUENTA TO AGL-CUENTA-DEBE
0357TH     END-IF.
0357TI     MOVE 'D' TO GL-DEBE-HABER.
0357TJ     MOVE AGL-CUENTA-DEBE TO GL-CUENTA.
0357TK     PERFORM 2300-ACUMULAR-CUENTA THRU 2300-ACUMULAR-CUENTA-EXIT.
0357TL     ADD AGL-IMPORTE TO AGL-TOTAL-DEBE.
0357TM     MOVE 'H' TO GL-DEBE-HABER.
0357TN     MOVE AGL-CUENTA-HABER TO GL-CUENTA.
0357TO     PERFORM 2300-ACUMULAR-CUENTA THRU 2300-ACUMULAR-CUENTA-EXIT.
0357TP     ADD AGL-IMPORTE TO AGL-TOTAL-HABER.
0357TQ     ADD 1 TO AGL-CANT-NOVEDADES.
0357TR     ADD AGL-IMPORTE TO AGL-TOTAL-NOVEDADES.
0357TS 2920-POSTEAR-NOVEDAD-EXIT.
0357TT     EXIT.
035800 END PROGRAM ASIENTOGL.
