002100*
002200* MODIFICATION HISTORY:
002300*   - NEW APPROVAL STEP, OFFERED FROM THE MENUUTIL MENU.
002301*   - BEFORE RELEASING, THE SIGNER'S OWN ACTIONS IN THE PERIOD
002302*     ARE CHECKED AGAINST THE SODRULES CONFLICT TABLE THROUGH
002303*     THE SHARED VERIFSOD ROUTINE (MASTER CHANGES, RATE
002304*     REVISIONS, RUNNING THE PAYROLL); A CONFLICT KEEPS THE
002305*     PERIOD PENDING UNLESS A LEVEL-9 OPERATOR OVERRIDES IT.
002306*   - A PERIOD LEFT PENDING HERE (ANSWERED NO, NO VALID SECOND
002307*     SIGNATURE, OR A SEGREGATION CONFLICT) IS SENT TO THE
002308*     NOTIFICATION OUTBOX (EVENT APRU, DUE ON THE RUN DATE).
002309*   - THE RELEASE IS MARKED DONE ON THE CHKCIERRE PERIOD-CLOSE
00230A*     CHECKLIST (THROUGH MARCACIER), WHICH CIERREPER CHECKS
00230B*     BEFORE IT LETS THE PERIOD CLOSE.
00230C*   - THE REVIEW PACKAGE SHOWS THE RESULT OF THE RECALCREG
00230D*     INDEPENDENT RECOMPUTATION OF THE PERIOD (EMPLOYEES AND
00230E*     COMPONENTS THAT DISAGREE WITH THE REGISTER), OR WARNS THAT
00230F*     IT WAS NOT RUN. IT INFORMS THE SIGNER; IT DOES NOT BLOCK.
00230G*   - PAYHIST AMOUNTS ARE SIGNED NOW; A REVERPER REVERSAL LINE
00230H*     NETS ITS PERIOD OUT OF THE VARIANCE TOTALS.
002400******************************************************************
002500 IDENTIFICATION DIVISION.
002600 PROGRAM-ID. APRUEBA.
004200     SELECT OPTIONAL OPERATORS-FILE ASSIGN TO 'OPERATORS'
004300         ORGANIZATION IS LINE SEQUENTIAL
004400         FILE STATUS IS APR-STATUS-OPER.
004401     SELECT OPTIONAL RECALCDIF-FILE ASSIGN TO 'RECALCDIF'
004402         ORGANIZATION IS LINE SEQUENTIAL
004403         FILE STATUS IS APR-STATUS-RECALC.
004500 DATA DIVISION.
004600 FILE SECTION.
004700 FD  REGSTATE-FILE
006000 01  PH-RECORD.
006100     05 PH-NOMBRE                PIC X(05).
006200     05 PH-SENIORIDAD            PIC X(06).
006300     05 PH-SUELDO-MENSUAL        PIC S9(06)V99.
006400     05 PH-SUELDO-ANUAL          PIC S9(07)V99.
006500     05 PH-BONO                  PIC S9(06)V99.
006600     05 PH-PERIODO               PIC 9(06).
006700     05 PH-DEPARTAMENTO          PIC X(10).
006800     05 PH-EXPERIENCIA           PIC 9(02).
006900     05 PH-ID                    PIC 9(05).
007000     05 PH-IMPORTE-EXTRA         PIC S9(06)V99.
007100     05 PH-TIPO-LINEA            PIC X(01).
007200     05 PH-PERIODO-REF           PIC 9(06).
007300     05 PH-COMPANIA              PIC X(03).
008500     05 OP-INTENTOS              PIC 9(01).
008600     05 OP-BLOQUEADO             PIC X(01).
008700     05 OP-CAMBIO-FORZADO        PIC X(01).
008701 FD  RECALCDIF-FILE
008702     LABEL RECORDS ARE STANDARD.
008703 01  DR-RECORD.
008704     COPY DIFRECAL.
008800 WORKING-STORAGE SECTION.
008900*
009000 01  APR-STATUS-REGSTATE         PIC XX.
009200 01  APR-STATUS-PAYHIST          PIC XX.
009300 01  APR-STATUS-EXC              PIC XX.
009400 01  APR-STATUS-OPER             PIC XX.
009401 01  APR-STATUS-RECALC           PIC XX.
009500*
009600 01  APR-FECHA-HOY               PIC 9(08).
009700 01  APR-PERIODO                 PIC 9(06) VALUE ZERO.
010400 01  APR-CLAVE-ENT               PIC X(08).
010500 01  APR-CLAVE-CIFRADA           PIC X(08).
010600 01  APR-RESPUESTA               PIC X(01).
010601 01  APR-SOD-PASO                PIC X(10) VALUE 'APRUEBA'.
010602 01  APR-SOD-PERMITIDO           PIC X(01).
010603     88  APR-ES-SOD-PERMITIDO    VALUE 'S'.
010604 01  APR-NTF-TIPO                PIC X(04) VALUE 'APRU'.
010605 01  APR-NTF-DESTINO             PIC X(08) VALUE SPACES.
010606 01  APR-NTF-CLAVE               PIC X(20).
010607 01  APR-NTF-VENCE               PIC 9(08).
010608 01  APR-NTF-TEXTO               PIC X(30)
010609         VALUE 'NOMINA PENDIENTE DE LIBERACION'.
01060A 01  APR-CHK-PASO                PIC X(10) VALUE 'APRUEBA'.
01060B 01  APR-RC-GUARDADO             PIC 9(02).
010700 01  APR-IMPORTE-ED              PIC $Z,ZZZ,ZZZ,ZZ9.99-.
010800*
010900 01  APR-INDICADORES.
011100         88  APR-ES-FIN-ARCHIVO  VALUE 'Y'.
011200     05  APR-FIRMADO             PIC X VALUE 'N'.
011300         88  APR-ES-FIRMADO      VALUE 'Y'.
011301     05  APR-RCL-CORRIDO         PIC X VALUE 'N'.
011302         88  APR-ES-RCL-CORRIDO  VALUE 'Y'.
011400*
011500 01  APR-TOTALES.
011600     05  APR-CANT-LINEAS         PIC 9(05) VALUE ZERO.
011900     05  APR-TOTAL-ANTERIOR      PIC 9(11)V99 VALUE ZERO.
012000     05  APR-VARIACION           PIC S9(11)V99 VALUE ZERO.
012100     05  APR-SIN-RESOLVER        PIC 9(05) VALUE ZERO.
012101     05  APR-RCL-REVISADOS       PIC 9(05) VALUE ZERO.
012102     05  APR-RCL-EMPLEADOS       PIC 9(05) VALUE ZERO.
012103     05  APR-RCL-COMPONENTES     PIC 9(05) VALUE ZERO.
012200*
012300 PROCEDURE DIVISION.
012400******************************************************************
013800     ACCEPT APR-RESPUESTA.
013900     IF APR-RESPUESTA NOT = 'S' AND APR-RESPUESTA NOT = 's'
014000         DISPLAY 'APRUEBA: EL PERIODO SIGUE PENDIENTE'
014001         PERFORM 5000-AVISAR-PENDIENTE
014002             THRU 5000-AVISAR-PENDIENTE-EXIT
014100         GOBACK
014200     END-IF.
014300     PERFORM 3000-SEGUNDA-FIRMA THRU 3000-SEGUNDA-FIRMA-EXIT.
014400     IF NOT APR-ES-FIRMADO
014500         DISPLAY 'APRUEBA: SIN SEGUNDA FIRMA VALIDA, EL '
014600             'PERIODO SIGUE PENDIENTE'
014601         PERFORM 5000-AVISAR-PENDIENTE
014602             THRU 5000-AVISAR-PENDIENTE-EXIT
014700         MOVE 8 TO RETURN-CODE
014800         GOBACK
014900     END-IF.
014901     CALL 'VERIFSOD' USING APR-SOD-PASO APR-USUARIO-ENT
014902         APR-PERIODO APR-SOD-PERMITIDO.
014903     IF NOT APR-ES-SOD-PERMITIDO
014904         DISPLAY 'APRUEBA: EL PERIODO SIGUE PENDIENTE'
014905         PERFORM 5000-AVISAR-PENDIENTE
014906             THRU 5000-AVISAR-PENDIENTE-EXIT
014907         MOVE 8 TO RETURN-CODE
014908         GOBACK
014909     END-IF.
015000     PERFORM 4000-LIBERAR THRU 4000-LIBERAR-EXIT.
015100     DISPLAY 'APRUEBA: PERIODO ' APR-PERIODO ' LIBERADO POR '
015200         APR-USUARIO-ENT.
021000             UNTIL APR-ES-FIN-ARCHIVO
021100     END-IF.
021200     CLOSE EXCEPTIONS2-FILE.
021201     MOVE 'N' TO APR-FIN-ARCHIVO.
021202     OPEN INPUT RECALCDIF-FILE.
021203     IF APR-STATUS-RECALC = '00'
021204         PERFORM 2400-CONTAR-RECALCULO
021205             THRU 2400-CONTAR-RECALCULO-EXIT
021206             UNTIL APR-ES-FIN-ARCHIVO
021207     END-IF.
021208     CLOSE RECALCDIF-FILE.
021300     MOVE 'N' TO APR-FIN-ARCHIVO.
021400     DISPLAY '=== PAQUETE DE REVISION DEL PERIODO '
021500         APR-PERIODO ' ==='.
021800     MOVE APR-TOTAL-NETO TO APR-IMPORTE-ED.
021900     DISPLAY 'NETO TOTAL:          ' APR-IMPORTE-ED.
022000     DISPLAY 'EXCEPCIONES SIN RESOLVER: ' APR-SIN-RESOLVER.
022001     IF APR-ES-RCL-CORRIDO
022002         DISPLAY 'RECALCULO INDEPENDIENTE: ' APR-RCL-REVISADOS
022003             ' EMPLEADOS, ' APR-RCL-EMPLEADOS ' CON DIFERENCIAS ('
022004             APR-RCL-COMPONENTES ' COMPONENTES)'
022005     ELSE
022006         DISPLAY 'RECALCULO INDEPENDIENTE NO CORRIDO PARA EL '
022007             'PERIODO'
022008     END-IF.
022100     COMPUTE APR-VARIACION =
022200         APR-TOTAL-ACTUAL - APR-TOTAL-ANTERIOR.
022300     MOVE APR-VARIACION TO APR-IMPORTE-ED.
028500     END-READ.
028600 2300-CONTAR-EXCEPCIONES-EXIT.
028700     EXIT.
028701*
028702******************************************************************
028703* 2400-CONTAR-RECALCULO - RECALCREG DISAGREEMENTS OF THE PERIOD;
028704*                         ITS CONTROL ROW PROVES THE STEP RAN
028705******************************************************************
028706 2400-CONTAR-RECALCULO.
028707     READ RECALCDIF-FILE
028708         AT END
028709             SET APR-ES-FIN-ARCHIVO TO TRUE
02870A         NOT AT END
02870B             IF DR-PERIODO = APR-PERIODO
02870C                 IF DR-ES-CONTROL
02870D                     SET APR-ES-RCL-CORRIDO TO TRUE
02870E                     MOVE DR-CANT-REVISADOS TO APR-RCL-REVISADOS
02870F                     MOVE DR-CANT-DIFERENCIAS TO APR-RCL-EMPLEADOS
02870G                 ELSE
02870H                     ADD 1 TO APR-RCL-COMPONENTES
02870I                 END-IF
02870J             END-IF
02870K     END-READ.
02870L 2400-CONTAR-RECALCULO-EXIT.
02870M     EXIT.
028800*
028900******************************************************************
029000* 3000-SEGUNDA-FIRMA - A DIFFERENT OPERATOR SIGNS THE RELEASE
034300     MOVE APR-FECHA-HOY TO RG-FECHA.
034400     WRITE RG-RECORD.
034500     CLOSE REGSTATE-FILE.
034501     PERFORM 8000-MARCAR-CIERRE THRU 8000-MARCAR-CIERRE-EXIT.
034600 4000-LIBERAR-EXIT.
034700     EXIT.
034701*
034702******************************************************************
034703* 5000-AVISAR-PENDIENTE - THE PERIOD STAYS PENDING, SO IT GOES
034704*                         TO THE NOTIFICATION OUTBOX
034705******************************************************************
034706 5000-AVISAR-PENDIENTE.
034707     MOVE SPACES TO APR-NTF-CLAVE.
034708     MOVE APR-PERIODO TO APR-NTF-CLAVE(1:6).
034709     MOVE APR-FECHA-HOY TO APR-NTF-VENCE.
03470A     CALL 'NOTIFICA' USING APR-NTF-TIPO
03470B         APR-NTF-DESTINO APR-NTF-CLAVE
03470C         APR-NTF-VENCE APR-NTF-TEXTO.
03470D 5000-AVISAR-PENDIENTE-EXIT.
03470E     EXIT.
03470F*
03470G******************************************************************
03470H* 8000-MARCAR-CIERRE - THE STEP IS DONE ON THE PERIOD-CLOSE
03470I*                      CHECKLIST (THE RETURN CODE IS KEPT)
03470J******************************************************************
03470K 8000-MARCAR-CIERRE.
03470L     MOVE RETURN-CODE TO APR-RC-GUARDADO.
03470M     CALL 'MARCACIER' USING APR-CHK-PASO APR-PERIODO.
03470N     MOVE APR-RC-GUARDADO TO RETURN-CODE.
03470O 8000-MARCAR-CIERRE-EXIT.
03470P     EXIT.
034800 END PROGRAM APRUEBA.
