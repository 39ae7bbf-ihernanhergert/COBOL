002270*   - THE NAME FALLBACK IN THE REGISTER MATCH NOW ONLY FIRES
002280*     WHEN ONE SIDE PREDATES THE CANDIDATE NUMBERS (ZERO ID),
002290*     THE SAME CONVENTION THE REST OF THE SUITE USES.
002291*   - AN IN-BALANCE VERDICT IS MARKED DONE FOR THE PERIOD ON THE
002292*     CHKCIERRE PERIOD-CLOSE CHECKLIST (THROUGH MARCACIER) THAT
002293*     CIERREPER CHECKS BEFORE CLOSING.
002294*   - A PERIOD RUN AS COMPANY PARTITIONS AND MERGED BY PAYMERGE
002295*     IS ALSO PROVED AGAINST THE PARTCTL CONTROL ROWS: THE SUM OF
002296*     THE PARTITIONS MUST EQUAL THE MERGED TOTALS, AND THE MERGED
002297*     TOTALS MUST EQUAL THE RE-ADDED REGISTER AND PAYHIST ROWS OF
002298*     THE PERIOD; ANY DIFFERENCE IS OUT OF BALANCE.
002299*   - PAYHIST AMOUNTS ARE SIGNED NOW, AND SO IS THE CONTROL HASH.
00229A*     A REVERPER REVERSAL NETS OUT OF THE FULL RE-ADDITION BY
00229B*     ITSELF; IN THE PERIOD MATCH A CANCELLED LINE AND ITS
00229C*     REVERSAL ARE BOTH LEFT OUT (ANULHIST TELLS THEM).
002300******************************************************************
002400 IDENTIFICATION DIVISION.
002500 PROGRAM-ID. PAYCONCIL.
003500     SELECT OPTIONAL YTD-FILE ASSIGN TO 'YTDTOTALS'
003600         ORGANIZATION IS SEQUENTIAL
003700         FILE STATUS IS PRC-STATUS-YTD.
003701     SELECT OPTIONAL PARTCTL-FILE ASSIGN TO 'PARTCTL'
003702         ORGANIZATION IS LINE SEQUENTIAL
003703         FILE STATUS IS PRC-STATUS-PARTCTL.
003800     SELECT RECON-FILE ASSIGN TO 'RECONRPT'
003900         ORGANIZATION IS LINE SEQUENTIAL.
004000 DATA DIVISION.
004800 01  PH-RECORD.
004900     05 PH-NOMBRE                PIC X(05).
005000     05 PH-SENIORIDAD            PIC X(06).
005100     05 PH-SUELDO-MENSUAL        PIC S9(06)V99.
005200     05 PH-SUELDO-ANUAL          PIC S9(07)V99.
005300     05 PH-BONO                  PIC S9(06)V99.
005400     05 PH-PERIODO               PIC 9(06).
005500     05 PH-DEPARTAMENTO          PIC X(10).
005600     05 PH-EXPERIENCIA           PIC 9(02).
005700     05 PH-ID                    PIC 9(05).
005702     05 PH-IMPORTE-EXTRA         PIC S9(06)V99.
005704     05 PH-TIPO-LINEA            PIC X(01).
005706     05 PH-PERIODO-REF           PIC 9(06).
005710     05 PH-COMPANIA              PIC X(03).
006500     LABEL RECORDS ARE STANDARD
006600     RECORD CONTAINS 80 CHARACTERS.
006700 01  RCN-LINEA                   PIC X(80).
006701 FD  PARTCTL-FILE
006702     LABEL RECORDS ARE STANDARD.
006703 01  PT-RECORD.
006704     COPY PARTCTL.
006800 WORKING-STORAGE SECTION.
006900*
007000 01  PRC-STATUS-PAYROLL          PIC XX.
007100 01  PRC-STATUS-PAYHIST          PIC XX.
007200 01  PRC-STATUS-YTD              PIC XX.
007201 01  PRC-CHK-PASO                PIC X(10) VALUE 'PAYCONCIL'.
007202 01  PRC-RC-GUARDADO             PIC 9(02).
007203 01  PRC-STATUS-PARTCTL          PIC XX.
007300*
007400 01  PRC-INDICADORES.
007500     05  PRC-FIN-ARCHIVO         PIC X VALUE 'N'.
008110 01  PRC-REGISTRO-CONTROL.
008120     COPY REGCTL.
008130 01  PRC-VER-CANT                PIC 9(07).
008140 01  PRC-VER-HASH                PIC S9(15)V99.
008150 01  PRC-TRL-CANT                PIC 9(07).
008160 01  PRC-TRL-HASH                PIC S9(15)V99.
008161 01  PRC-ANU-ACCION              PIC X(01) VALUE SPACE.
008162 01  PRC-ANU-RESULTADO           PIC X(01) VALUE SPACE.
008200 01  PRC-VARIABLES.
008300     05  PRC-PERIODO             PIC 9(06).
008400     05  PRC-POS-HALLADA         PIC 9(04).
009500     05  PRC-HIS-TODO-BONO       PIC 9(11)V99 VALUE ZERO.
009600     05  PRC-YTD-SUELDO-ANUAL    PIC 9(11)V99 VALUE ZERO.
009700     05  PRC-YTD-BONO            PIC 9(11)V99 VALUE ZERO.
009701*
009702 01  PRC-PARTICIONES.
009703     05  PRC-HAY-FUSION          PIC X VALUE 'N'.
009704         88  PRC-ES-HAY-FUSION   VALUE 'Y'.
009705     05  PRC-PAR-CANT            PIC 9(02) VALUE ZERO.
009706     05  PRC-PAR-REG-CANT        PIC 9(07) VALUE ZERO.
009707     05  PRC-PAR-REG-HASH        PIC 9(15)V99 VALUE ZERO.
009708     05  PRC-PAR-HIS-CANT        PIC 9(07) VALUE ZERO.
009709     05  PRC-PAR-HIS-HASH        PIC 9(15)V99 VALUE ZERO.
00970A     05  PRC-FUS-REG-CANT        PIC 9(07) VALUE ZERO.
00970B     05  PRC-FUS-REG-HASH        PIC 9(15)V99 VALUE ZERO.
00970C     05  PRC-FUS-HIS-CANT        PIC 9(07) VALUE ZERO.
00970D     05  PRC-FUS-HIS-HASH        PIC 9(15)V99 VALUE ZERO.
00970E     05  PRC-LEIDO-HASH          PIC 9(15)V99 VALUE ZERO.
009800*
009900 01  PRC-CANT-REG                PIC 9(04) VALUE ZERO.
010000 01  PRC-TABLA-REGISTRO.
013700         THRU 4000-COMPARAR-TOTALES-EXIT.
013800     PERFORM 5000-VEREDICTO THRU 5000-VEREDICTO-EXIT.
013900     CLOSE RECON-FILE.
013901     IF NOT PRC-ES-DESBALANCE AND RETURN-CODE < 8
013902         PERFORM 8000-MARCAR-CIERRE
013903             THRU 8000-MARCAR-CIERRE-EXIT
013904     END-IF.
014000     GOBACK.
014100 0000-MAINLINE-EXIT.
014200     EXIT.
019300     MOVE 'N' TO PRC-FIN-ARCHIVO.
019310     MOVE ZERO TO PRC-VER-CANT PRC-VER-HASH
019320         PRC-TRL-CANT PRC-TRL-HASH.
019321     MOVE 'C' TO PRC-ANU-ACCION.
019322     CALL 'ANULHIST' USING PRC-ANU-ACCION PH-RECORD
019323         PRC-ANU-RESULTADO.
019400     OPEN INPUT PAYHIST-FILE.
019500     IF PRC-STATUS-PAYHIST = '00'
019600         PERFORM 2100-LEER-PAYHIST THRU 2100-LEER-PAYHIST-EXIT
021480             ADD 1 TO PRC-VER-CANT
021490             COMPUTE PRC-VER-HASH = PRC-VER-HASH
021491                 + PH-SUELDO-ANUAL + PH-BONO
021492             MOVE 'V' TO PRC-ANU-ACCION
021493             CALL 'ANULHIST' USING PRC-ANU-ACCION PH-RECORD
021494                 PRC-ANU-RESULTADO
021500             IF PH-TIPO-LINEA NOT = 'A'
021510                 AND PH-TIPO-LINEA NOT = 'D'
021520                 ADD PH-SUELDO-ANUAL TO PRC-HIS-TODO-SUELDO
021530                 ADD PH-BONO TO PRC-HIS-TODO-BONO
021540             END-IF
021700             IF PH-PERIODO = PRC-PERIODO
021701                 AND PRC-ANU-RESULTADO = 'N'
021800                 ADD 1 TO PRC-HIS-CANT
021900                 ADD PH-SUELDO-ANUAL TO PRC-HIS-SUELDO-ANUAL
022000                 ADD PH-BONO TO PRC-HIS-BONO
033200         SET PRC-ES-DESBALANCE TO TRUE
033300     END-IF.
033400     PERFORM 4100-COMPARAR-YTD THRU 4100-COMPARAR-YTD-EXIT.
033401     PERFORM 4200-COMPARAR-PARTICIONES
033402         THRU 4200-COMPARAR-PARTICIONES-EXIT.
033500 4000-COMPARAR-TOTALES-EXIT.
033600     EXIT.
033700*
037100     END-IF.
037200 4100-COMPARAR-YTD-EXIT.
037300     EXIT.
037301*
037302******************************************************************
037303* 4200-COMPARAR-PARTICIONES - A MERGED PERIOD: SUM OF THE
037304*                             PARTITIONS VS THE MERGE VS THE FILES
037305******************************************************************
037306 4200-COMPARAR-PARTICIONES.
037307     MOVE 'N' TO PRC-FIN-ARCHIVO.
037308     OPEN INPUT PARTCTL-FILE.
037309     IF PRC-STATUS-PARTCTL = '00'
03730A         PERFORM 4210-LEER-PARTCTL THRU 4210-LEER-PARTCTL-EXIT
03730B             UNTIL PRC-ES-FIN-ARCHIVO
03730C     END-IF.
03730D     CLOSE PARTCTL-FILE.
03730E     IF NOT PRC-ES-HAY-FUSION
03730F         MOVE 'PERIODO SIN CORRIDA PARTICIONADA' TO RCN-LINEA
03730G         WRITE RCN-LINEA
03730H         GO TO 4200-COMPARAR-PARTICIONES-EXIT
03730I     END-IF.
03730J     MOVE SPACES TO RCN-LINEA.
03730K     WRITE RCN-LINEA.
03730L     MOVE SPACES TO RCN-LINEA.
03730M     STRING 'PARTICIONES: ' PRC-PAR-CANT
03730N         ' REGISTRO ' PRC-PAR-REG-CANT ' ' PRC-PAR-REG-HASH
03730O         DELIMITED BY SIZE INTO RCN-LINEA.
03730P     WRITE RCN-LINEA.
03730Q     MOVE SPACES TO RCN-LINEA.
03730R     STRING '                PAYHIST  ' PRC-PAR-HIS-CANT
03730S         ' ' PRC-PAR-HIS-HASH
03730T         DELIMITED BY SIZE INTO RCN-LINEA.
03730U     WRITE RCN-LINEA.
03730V     MOVE SPACES TO RCN-LINEA.
03730W     STRING 'FUSION:         REGISTRO ' PRC-FUS-REG-CANT
03730X         ' ' PRC-FUS-REG-HASH
03730Y         DELIMITED BY SIZE INTO RCN-LINEA.
03730Z     WRITE RCN-LINEA.
037310     MOVE SPACES TO RCN-LINEA.
037311     STRING '                PAYHIST  ' PRC-FUS-HIS-CANT
037312         ' ' PRC-FUS-HIS-HASH
037313         DELIMITED BY SIZE INTO RCN-LINEA.
037314     WRITE RCN-LINEA.
037315     IF PRC-PAR-REG-CANT NOT = PRC-FUS-REG-CANT
037316         OR PRC-PAR-REG-HASH NOT = PRC-FUS-REG-HASH
037317         OR PRC-PAR-HIS-CANT NOT = PRC-FUS-HIS-CANT
037318         OR PRC-PAR-HIS-HASH NOT = PRC-FUS-HIS-HASH
037319         SET PRC-ES-DESBALANCE TO TRUE
03731A         MOVE 'LA FUSION NO SUMA LO MISMO QUE LAS PARTICIONES'
03731B             TO RCN-LINEA
03731C         WRITE RCN-LINEA
03731D     END-IF.
03731E     COMPUTE PRC-LEIDO-HASH = PRC-REG-SUELDO-ANUAL + PRC-REG-BONO.
03731F     IF PRC-REG-CANT NOT = PRC-FUS-REG-CANT
03731G         OR PRC-LEIDO-HASH NOT = PRC-FUS-REG-HASH
03731H         SET PRC-ES-DESBALANCE TO TRUE
03731I         MOVE 'EL REGISTRO NO COINCIDE CON LA FUSION' TO RCN-LINEA
03731J         WRITE RCN-LINEA
03731K     END-IF.
03731L     COMPUTE PRC-LEIDO-HASH = PRC-HIS-SUELDO-ANUAL + PRC-HIS-BONO.
03731M     IF PRC-HIS-CANT NOT = PRC-FUS-HIS-CANT
03731N         OR PRC-LEIDO-HASH NOT = PRC-FUS-HIS-HASH
03731O         SET PRC-ES-DESBALANCE TO TRUE
03731P         MOVE 'PAYHIST NO COINCIDE CON LA FUSION' TO RCN-LINEA
03731Q         WRITE RCN-LINEA
03731R     END-IF.
03731S 4200-COMPARAR-PARTICIONES-EXIT.
03731T     EXIT.
03731U*
03731V******************************************************************
03731W* 4210-LEER-PARTCTL - ADD ONE CONTROL ROW OF THE PERIOD
03731X******************************************************************
03731Y 4210-LEER-PARTCTL.
03731Z     READ PARTCTL-FILE
037320         AT END
037321             SET PRC-ES-FIN-ARCHIVO TO TRUE
037322             GO TO 4210-LEER-PARTCTL-EXIT
037323     END-READ.
037324     IF PT-PERIODO NOT = PRC-PERIODO
037325         GO TO 4210-LEER-PARTCTL-EXIT
037326     END-IF.
037327     IF PT-ES-PARTICION
037328         ADD 1 TO PRC-PAR-CANT
037329         ADD PT-REG-CANT TO PRC-PAR-REG-CANT
03732A         ADD PT-REG-HASH TO PRC-PAR-REG-HASH
03732B         ADD PT-HIS-CANT TO PRC-PAR-HIS-CANT
03732C         ADD PT-HIS-HASH TO PRC-PAR-HIS-HASH
03732D     END-IF.
03732E     IF PT-ES-FUSION
03732F         SET PRC-ES-HAY-FUSION TO TRUE
03732G         MOVE PT-REG-CANT TO PRC-FUS-REG-CANT
03732H         MOVE PT-REG-HASH TO PRC-FUS-REG-HASH
03732I         MOVE PT-HIS-CANT TO PRC-FUS-HIS-CANT
03732J         MOVE PT-HIS-HASH TO PRC-FUS-HIS-HASH
03732K     END-IF.
03732L 4210-LEER-PARTCTL-EXIT.
03732M     EXIT.
037400*
037500******************************************************************
037600* 5000-VEREDICTO - ONE UNMISTAKABLE FINAL LINE, ALSO SHOWN ON
040500     END-IF.
040600 5500-VERIFICAR-CONTROL-EXIT.
040700     EXIT.
040701*
040702******************************************************************
040703* 8000-MARCAR-CIERRE - THE STEP IS DONE ON THE PERIOD-CLOSE
040704*                      CHECKLIST (THE RETURN CODE IS KEPT)
040705******************************************************************
040706 8000-MARCAR-CIERRE.
040707     MOVE RETURN-CODE TO PRC-RC-GUARDADO.
040708     CALL 'MARCACIER' USING PRC-CHK-PASO PRC-PERIODO.
040709     MOVE PRC-RC-GUARDADO TO RETURN-CODE.
04070A 8000-MARCAR-CIERRE-EXIT.
04070B     EXIT.
040800 END PROGRAM PAYCONCIL.
