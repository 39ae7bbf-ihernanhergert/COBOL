000100******************************************************************
000200* AUTHOR:      HERNAN HERGERT
000300* INSTALLATION: DATA PROCESSING
000400* DATE-WRITTEN:
000500* DATE-COMPILED:
000600* PURPOSE:     FULL REVERSAL OF A POSTED PAY PERIOD OF ONE
000700*              COMPANY. A PERIOD POSTED WITH A SYSTEMIC ERROR
000800*              CANNOT BE PUT RIGHT LINE BY LINE WITH BONOADJ, AND
000900*              A PAYBKUP RESTORE WOULD LOSE EVERYTHING POSTED
001000*              SINCE, SO THIS STEP BACKS THE PERIOD OUT INSTEAD.
001100*              UNDER PAYLOCK, AND AFTER A PAYBKUP BACKUP, IT
001200*              APPENDS TO PAYHIST ONE '*H'/'*T' BRACKET WITH AN
001300*              EXACT NEGATING COPY OF EVERY LINE OF THE PERIOD AND
001400*              COMPANY STILL IN FORCE (THE SHARED ANULHIST ROUTINE
001500*              THEN LEAVES BOTH OUT OF EVERY READER), TAKES THE
001600*              AMOUNTS OFF YTDTOTALS, SETS THE REGISTER ROWS AND
001700*              THE CONTDET, NOVDET, DEDDET, EMBDET AND VACMOV ROWS
001800*              OF THE PERIOD ASIDE IN THE ...REV FILES, GIVES BACK
001900*              THE LOAN INSTALMENTS TO LOANS, THE WITHHOLDINGS TO
002000*              GARNISHMENT AND THE VACATION DAYS TO VACSALDO,
002100*              MARKS THE PERIOD REVERSED ('R') IN REGSTATE AND
002200*              PERIODCTL SO IT CAN BE RUN AGAIN, LOGS THE REVERSAL
002300*              IN REVERSOS, PRINTS REVERRPT AND CALLS ASIENTOGL,
002400*              WHICH POSTS THE REVERSING LEDGER ENTRY FROM THE
002500*              SET-ASIDE FILES. THE BONUS ACCRUAL IS TAKEN BACK
002600*              SEPARATELY WITH ACUMBONO MODE P. A PERIOD WHOSE
002700*              PAYMENTS PAGOBANCO HAS ALREADY SENT TO THE BANK IS
002800*              ONLY REVERSED AGAINST THE BANK RECALL REFERENCE,
002900*              WHICH IS KEPT IN THE LOG.
003000* TECTONICS:   COBC
003100*
003200* MODIFICATION HISTORY:
003300*   - NEW REVERSAL STEP, OFFERED FROM THE MENUUTIL MENU.
003400******************************************************************
003500 IDENTIFICATION DIVISION.
003600 PROGRAM-ID. REVERPER.
003700 ENVIRONMENT DIVISION.
003800 INPUT-OUTPUT SECTION.
003900 FILE-CONTROL.
004000     SELECT OPTIONAL PAYLOCK-FILE ASSIGN USING RVP-NOMBRE-LOCK
004100         ORGANIZATION IS LINE SEQUENTIAL
004200         FILE STATUS IS RVP-STATUS-LOCK.
004300     SELECT OPTIONAL COMPANIAS-FILE ASSIGN TO 'COMPANIAS'
004400         ORGANIZATION IS LINE SEQUENTIAL
004500         FILE STATUS IS RVP-STATUS-CIA.
004600     SELECT OPTIONAL PAYHIST-FILE ASSIGN TO 'PAYHIST'
004700         ORGANIZATION IS LINE SEQUENTIAL
004800         FILE STATUS IS RVP-STATUS-PAYHIST.
004900     SELECT OPTIONAL REGISTRO-FILE
005000         ASSIGN USING RVP-NOMBRE-REGISTRO
005100         ORGANIZATION IS LINE SEQUENTIAL
005200         FILE STATUS IS RVP-STATUS-REGISTRO.
005300     SELECT REGREV-FILE ASSIGN TO 'PAYROLLREV'
005400         ORGANIZATION IS LINE SEQUENTIAL
005500         FILE STATUS IS RVP-STATUS-REGREV.
005600     SELECT OPTIONAL YTD-FILE ASSIGN TO 'YTDTOTALS'
005700         ORGANIZATION IS SEQUENTIAL
005800         FILE STATUS IS RVP-STATUS-YTD.
005900     SELECT OPTIONAL DETALLE-FILE ASSIGN USING RVP-NOMBRE-DETALLE
006000         ORGANIZATION IS LINE SEQUENTIAL
006100         FILE STATUS IS RVP-STATUS-DETALLE.
006200     SELECT DETREV-FILE ASSIGN USING RVP-NOMBRE-DETREV
006300         ORGANIZATION IS LINE SEQUENTIAL
006400         FILE STATUS IS RVP-STATUS-DETREV.
006500     SELECT TRABAJO-FILE ASSIGN TO 'REVTRAB'
006600         ORGANIZATION IS LINE SEQUENTIAL
006700         FILE STATUS IS RVP-STATUS-TRABAJO.
006800     SELECT OPTIONAL CHKCIERRE-FILE ASSIGN TO 'CHKCIERRE'
006900         ORGANIZATION IS LINE SEQUENTIAL
007000         FILE STATUS IS RVP-STATUS-CHK.
007100     SELECT OPTIONAL REGSTATE-FILE ASSIGN TO 'REGSTATE'
007200         ORGANIZATION IS LINE SEQUENTIAL
007300         FILE STATUS IS RVP-STATUS-REGSTATE.
007400     SELECT OPTIONAL PERIODCTL-FILE ASSIGN TO 'PERIODCTL'
007500         ORGANIZATION IS LINE SEQUENTIAL
007600         FILE STATUS IS RVP-STATUS-PERIODO.
007700     SELECT OPTIONAL PAYCAL-FILE ASSIGN TO 'PAYCAL'
007800         ORGANIZATION IS LINE SEQUENTIAL
007900         FILE STATUS IS RVP-STATUS-PAYCAL.
008000     SELECT OPTIONAL REVERSOS-FILE ASSIGN TO 'REVERSOS'
008100         ORGANIZATION IS LINE SEQUENTIAL
008200         FILE STATUS IS RVP-STATUS-REVERSOS.
008300     SELECT REPORTE-FILE ASSIGN TO 'REVERRPT'
008400         ORGANIZATION IS LINE SEQUENTIAL.
008500 DATA DIVISION.
008600 FILE SECTION.
008700 FD  PAYLOCK-FILE
008800     LABEL RECORDS ARE STANDARD.
008900 01  LK-RECORD.
009000     05 LK-PROGRAMA              PIC X(11).
009100     05 LK-USUARIO               PIC X(08).
009200     05 LK-FECHA                 PIC 9(08).
009300     05 LK-HORA                  PIC X(08).
009400 FD  COMPANIAS-FILE
009500     LABEL RECORDS ARE STANDARD.
009600 01  CO-RECORD.
009700     05 CO-CODIGO                PIC X(03).
009800     05 CO-NOMBRE                PIC X(20).
009900     05 CO-MONEDA                PIC X(03).
010000     05 CO-FRECUENCIA            PIC X(01).
010100 FD  PAYHIST-FILE
010200     LABEL RECORDS ARE STANDARD.
010300 01  PH-RECORD.
010400     05 PH-NOMBRE                PIC X(05).
010500     05 PH-SENIORIDAD            PIC X(06).
010600     05 PH-SUELDO-MENSUAL        PIC S9(06)V99.
010700     05 PH-SUELDO-ANUAL          PIC S9(07)V99.
010800     05 PH-BONO                  PIC S9(06)V99.
010900     05 PH-PERIODO               PIC 9(06).
011000     05 PH-DEPARTAMENTO          PIC X(10).
011100     05 PH-EXPERIENCIA           PIC 9(02).
011200     05 PH-ID                    PIC 9(05).
011300     05 PH-IMPORTE-EXTRA         PIC S9(06)V99.
011400     05 PH-TIPO-LINEA            PIC X(01).
011500     05 PH-PERIODO-REF           PIC 9(06).
011600     05 PH-COMPANIA              PIC X(03).
011700 01  PH-REGISTRO                 PIC X(77).
011800 FD  REGISTRO-FILE
011900     LABEL RECORDS ARE STANDARD.
012000 01  PR-RECORD.
012100     COPY PAYROLLREG.
012200 FD  REGREV-FILE
012300     LABEL RECORDS ARE STANDARD.
012400 01  RR-REGISTRO                 PIC X(121).
012500 FD  YTD-FILE
012600     LABEL RECORDS ARE STANDARD.
012700 01  YTD-RECORD.
012800     05 YTD-SUELDO-ANUAL         PIC 9(11)V99.
012900     05 YTD-BONO                 PIC 9(11)V99.
013000     05 YTD-CANT-CORRIDAS        PIC 9(05).
013100*
013200* ONE FD FOR EVERY DETAIL AND BALANCE FILE THE REVERSAL TOUCHES,
013300* NAMED AT RUN TIME; EACH FILE HAS ITS OWN VIEW OF THE RECORD.
013400*
013500 FD  DETALLE-FILE
013600     LABEL RECORDS ARE STANDARD.
013700 01  DET-REGISTRO                PIC X(120).
013800 01  DT-RECORD.
013900     05 DT-ID                    PIC 9(05).
014000     05 DT-NOMBRE                PIC X(05).
014100     05 DT-CONCEPTO              PIC X(15).
014200     05 DT-IMPORTE               PIC S9(06)V99.
014300     05 DT-PERIODO               PIC 9(06).
014400     05 DT-COMPANIA              PIC X(03).
014500 01  CD-RECORD.
014600     COPY CONTDET.
014700 01  ND-RECORD.
014800     COPY NOVDET.
014900 01  ED-RECORD.
015000     COPY EMBDET.
015100 01  VM-RECORD.
015200     05 VM-ID                    PIC 9(05).
015300     05 VM-NOMBRE                PIC X(05).
015400     05 VM-PERIODO               PIC 9(06).
015500     05 VM-COMPANIA              PIC X(03).
015600     05 VM-DIAS                  PIC S9(03)V99.
015700 01  PL-RECORD.
015800     05 PL-ID                    PIC 9(05).
015900     05 PL-PRINCIPAL             PIC 9(07)V99.
016000     05 PL-CUOTA                 PIC 9(06)V99.
016100     05 PL-SALDO                 PIC 9(07)V99.
016200 01  GA-RECORD.
016300     COPY EMBARGO.
016400 01  VS-RECORD.
016500     05 VS-ID                    PIC 9(05).
016600     05 VS-NOMBRE                PIC X(05).
016700     05 VS-SALDO                 PIC S9(03)V99.
016800 FD  DETREV-FILE
016900     LABEL RECORDS ARE STANDARD.
017000 01  DR-REGISTRO                 PIC X(120).
017100 FD  TRABAJO-FILE
017200     LABEL RECORDS ARE STANDARD.
017300 01  TR-REGISTRO                 PIC X(120).
017400 FD  CHKCIERRE-FILE
017500     LABEL RECORDS ARE STANDARD.
017600 01  CK-RECORD.
017700     COPY CHKCIER.
017800 FD  REGSTATE-FILE
017900     LABEL RECORDS ARE STANDARD.
018000 01  RG-RECORD.
018100     05 RG-PERIODO               PIC 9(06).
018200     05 RG-ESTADO                PIC X(01).
018300     05 RG-USUARIO               PIC X(08).
018400     05 RG-FECHA                 PIC 9(08).
018500 FD  PERIODCTL-FILE
018600     LABEL RECORDS ARE STANDARD.
018700 01  PC-RECORD.
018800     05 PC-PERIODO               PIC 9(06).
018900     05 PC-ESTADO                PIC X(01).
019000     05 PC-FRECUENCIA            PIC X(01).
019100     05 PC-SECUENCIA             PIC 9(02).
019200 FD  PAYCAL-FILE
019300     LABEL RECORDS ARE STANDARD.
019400 01  CALP-RECORD.
019500     05 CALP-FRECUENCIA          PIC X(01).
019600     05 CALP-PERIODO             PIC 9(06).
019700     05 CALP-SECUENCIA           PIC 9(02).
019800     05 CALP-FECHA-DESDE         PIC 9(08).
019900     05 CALP-FECHA-HASTA         PIC 9(08).
020000 FD  REVERSOS-FILE
020100     LABEL RECORDS ARE STANDARD.
020200 01  RV-RECORD.
020300     05 RV-PERIODO               PIC 9(06).
020400     05 RV-COMPANIA              PIC X(03).
020500     05 RV-FECHA                 PIC 9(08).
020600     05 RV-HORA                  PIC X(08).
020700     05 RV-USUARIO               PIC X(08).
020800     05 RV-CANT-LINEAS           PIC 9(05).
020900     05 RV-HASH                  PIC S9(15)V99.
021000     05 RV-REFERENCIA            PIC X(20).
021100 FD  REPORTE-FILE
021200     LABEL RECORDS ARE STANDARD
021300     RECORD CONTAINS 80 CHARACTERS.
021400 01  RPT-LINEA                   PIC X(80).
021500 WORKING-STORAGE SECTION.
021600*
021700 01  RVP-STATUS-LOCK             PIC XX.
021800 01  RVP-STATUS-CIA              PIC XX.
021900 01  RVP-STATUS-PAYHIST          PIC XX.
022000 01  RVP-STATUS-REGISTRO         PIC XX.
022100 01  RVP-STATUS-REGREV           PIC XX.
022200 01  RVP-STATUS-YTD              PIC XX.
022300 01  RVP-STATUS-DETALLE          PIC XX.
022400 01  RVP-STATUS-DETREV           PIC XX.
022500 01  RVP-STATUS-TRABAJO          PIC XX.
022600 01  RVP-STATUS-CHK              PIC XX.
022700 01  RVP-STATUS-REGSTATE         PIC XX.
022800 01  RVP-STATUS-PERIODO          PIC XX.
022900 01  RVP-STATUS-PAYCAL           PIC XX.
023000 01  RVP-STATUS-REVERSOS         PIC XX.
023100*
023200 01  RVP-NOMBRE-PROGRAMA         PIC X(11) VALUE 'REVERPER'.
023300 01  RVP-NOMBRE-LOCK             PIC X(12) VALUE 'PAYLOCK'.
023400 01  RVP-NOMBRE-REGISTRO         PIC X(14) VALUE 'PAYROLLREG'.
023500 01  RVP-NOMBRE-DETALLE          PIC X(12).
023600 01  RVP-NOMBRE-DETREV           PIC X(12).
023700 01  RVP-NOMBRE-SEGMENTO.
023800     05 RVP-SEG-PREFIJO          PIC X(04) VALUE 'LOCK'.
023900     05 RVP-SEG-COMPANIA         PIC X(03).
024000     05 FILLER                   PIC X(05) VALUE SPACES.
024100 01  RVP-NOMBRE-GENERACION.
024200     05 FILLER                   PIC X(11) VALUE 'PAYROLLREGG'.
024300     05 RVP-GEN-DIGITO           PIC 9(01).
024400     05 FILLER                   PIC X(02) VALUE SPACES.
024500*
024600 01  RVP-INDICADORES.
024700     05  RVP-FIN-ARCHIVO         PIC X VALUE 'N'.
024800         88  RVP-ES-FIN-ARCHIVO  VALUE 'Y'.
024900     05  RVP-LOCK-OCUPADO        PIC X VALUE 'N'.
025000         88  RVP-ES-LOCK-OCUPADO VALUE 'Y'.
025100     05  RVP-ERROR               PIC X VALUE 'N'.
025200         88  RVP-ES-ERROR        VALUE 'Y'.
025300     05  RVP-CIA-HALLADA         PIC X VALUE 'N'.
025400         88  RVP-ES-CIA-HALLADA  VALUE 'Y'.
025500     05  RVP-TRANSMITIDO         PIC X VALUE 'N'.
025600         88  RVP-ES-TRANSMITIDO  VALUE 'Y'.
025700     05  RVP-COINCIDE            PIC X VALUE 'N'.
025800         88  RVP-ES-COINCIDE     VALUE 'Y'.
025900     05  RVP-TIPO-DETALLE        PIC X VALUE SPACE.
026000         88  RVP-ES-DEDDET       VALUE 'D'.
026100         88  RVP-ES-CONTDET      VALUE 'C'.
026200         88  RVP-ES-NOVDET       VALUE 'N'.
026300         88  RVP-ES-EMBDET       VALUE 'E'.
026400         88  RVP-ES-VACMOV       VALUE 'V'.
026500*
026600 01  RVP-REGISTRO-CONTROL.
026700     COPY REGCTL.
026800 01  RVP-VARIABLES.
026900     05  RVP-FECHA-HOY           PIC 9(08).
027000     05  RVP-HORA                PIC X(08).
027100     05  RVP-SES-ACCION          PIC X(01).
027200     05  RVP-USUARIO             PIC X(08).
027300     05  RVP-COMPANIA            PIC X(03).
027400     05  RVP-PERIODO             PIC 9(06).
027500     05  RVP-FRECUENCIA          PIC X(01).
027600     05  RVP-REFERENCIA          PIC X(20).
027700     05  RVP-CONFIRMA            PIC X(01).
027800     05  RVP-MODO-BACKUP         PIC X(01).
027900     05  RVP-EVENTO-RUNLOG       PIC X(01).
028000     05  RVP-CANT-RUNLOG         PIC 9(05).
028100     05  RVP-ANU-ACCION          PIC X(01).
028200     05  RVP-ANU-RESULTADO       PIC X(01).
028300     05  RVP-PERIODO-POSTERIOR   PIC 9(06).
028400     05  RVP-SECUENCIA           PIC 9(02).
028500     05  RVP-GEN                 PIC 9(02).
028600     05  RVP-FALTANTE            PIC S9(07)V99.
028700*
028800 01  RVP-CONTADORES.
028900     05  RVP-CANT-CERO           PIC 9(05).
029000     05  RVP-CANT-REGISTRO       PIC 9(07).
029100     05  RVP-HASH-REGISTRO       PIC 9(15)V99.
029200     05  RVP-CANT-HISTORIAL      PIC 9(07).
029300     05  RVP-HASH-HISTORIAL      PIC S9(15)V99.
029400     05  RVP-TOTAL-ANUAL         PIC 9(11)V99.
029500     05  RVP-TOTAL-BONO          PIC 9(11)V99.
029600     05  RVP-CANT-APARTADOS      PIC 9(07).
029700     05  RVP-CANT-CONSERVADOS    PIC 9(07).
029800     05  RVP-CANT-DEVUELTOS      PIC 9(05).
029900*
030000 01  RVP-CANT-LINEAS             PIC 9(04) VALUE ZERO.
030100 01  RVP-TABLA-LINEAS.
030200     05  RVP-LINEA OCCURS 3000 TIMES
030300                   INDEXED BY RVP-X-LIN
030400                                 PIC X(77).
030500*
030600 01  RVP-CANT-PRES               PIC 9(03) VALUE ZERO.
030700 01  RVP-TABLA-PRESTAMOS.
030800     05  RVP-FILA-PRES OCCURS 500 TIMES
030900                       INDEXED BY RVP-X-PRE.
031000         10 RVP-PRE-ID           PIC 9(05).
031100         10 RVP-PRE-IMPORTE      PIC 9(07)V99.
031200 01  RVP-CANT-EMB                PIC 9(03) VALUE ZERO.
031300 01  RVP-TABLA-EMBARGOS.
031400     05  RVP-FILA-EMB OCCURS 500 TIMES
031500                      INDEXED BY RVP-X-EMB.
031600         10 RVP-EMB-ID           PIC 9(05).
031700         10 RVP-EMB-EXPEDIENTE   PIC X(15).
031800         10 RVP-EMB-IMPORTE      PIC 9(07)V99.
031900         10 RVP-EMB-CERRADO      PIC X(01).
032000 01  RVP-CANT-VAC                PIC 9(03) VALUE ZERO.
032100 01  RVP-TABLA-VACACIONES.
032200     05  RVP-FILA-VAC OCCURS 500 TIMES
032300                      INDEXED BY RVP-X-VAC.
032400         10 RVP-VAC-ID           PIC 9(05).
032500         10 RVP-VAC-DIAS         PIC S9(05)V99.
032600 01  RVP-CANT-PC                 PIC 9(02) VALUE ZERO.
032700 01  RVP-TABLA-PERIODOS.
032800     05  RVP-FILA-PC OCCURS 10 TIMES
032900                     INDEXED BY RVP-X-PC.
033000         10 RVP-PC-PERIODO       PIC 9(06).
033100         10 RVP-PC-ESTADO        PIC X(01).
033200         10 RVP-PC-FRECUENCIA    PIC X(01).
033300         10 RVP-PC-SECUENCIA     PIC 9(02).
033400*
033500 01  RVP-LINEA-TITULO.
033600     05  FILLER                  PIC X(30)
033700                     VALUE 'REVERSO DE PERIODO - COMPANIA '.
033800     05  RVP-TIT-COMPANIA        PIC X(03).
033900     05  FILLER                  PIC X(10) VALUE ' PERIODO '.
034000     05  RVP-TIT-PERIODO         PIC 9(06).
034100     05  FILLER                  PIC X(31) VALUE SPACES.
034200 01  RVP-LINEA-DATO.
034300     05  RVP-DAT-TEXTO           PIC X(40).
034400     05  RVP-DAT-CANT            PIC ZZZZZZ9.
034500     05  FILLER                  PIC X(02) VALUE SPACES.
034600     05  RVP-DAT-IMPORTE         PIC ---,---,---,--9.99.
034700     05  FILLER                  PIC X(13) VALUE SPACES.
034800*
034900 PROCEDURE DIVISION.
035000******************************************************************
035100* 0000-MAINLINE - ASK FOR THE COMPANY AND PERIOD, LOCK, CHECK,
035200*                 BACK UP AND BACK THE PERIOD OUT
035300******************************************************************
035400 0000-MAINLINE.
035500     ACCEPT RVP-FECHA-HOY FROM DATE YYYYMMDD.
035600     ACCEPT RVP-HORA FROM TIME.
035700     INITIALIZE RVP-CONTADORES.
035800     MOVE 'N' TO RVP-ERROR.
035900     MOVE SPACES TO RVP-REFERENCIA.
036000     MOVE 'G' TO RVP-SES-ACCION.
036100     CALL 'SESUSER' USING RVP-SES-ACCION RVP-USUARIO.
036200     DISPLAY 'COMPANIA A REVERTIR: ' WITH NO ADVANCING.
036300     ACCEPT RVP-COMPANIA.
036400     DISPLAY 'PERIODO A REVERTIR (AAAAMM): ' WITH NO ADVANCING.
036500     ACCEPT RVP-PERIODO.
036600     PERFORM 1300-BUSCAR-COMPANIA THRU 1300-BUSCAR-COMPANIA-EXIT.
036700     IF NOT RVP-ES-CIA-HALLADA
036800         DISPLAY 'REVERPER: COMPANIA ' RVP-COMPANIA
036900             ' INEXISTENTE'
037000         MOVE 8 TO RETURN-CODE
037100         GOBACK
037200     END-IF.
037300     PERFORM 1000-TOMAR-LOCK THRU 1000-TOMAR-LOCK-EXIT.
037400     IF RVP-ES-LOCK-OCUPADO
037500         MOVE 8 TO RETURN-CODE
037600         GOBACK
037700     END-IF.
037800     MOVE 'I' TO RVP-EVENTO-RUNLOG.
037900     MOVE ZERO TO RVP-CANT-RUNLOG.
038000     CALL 'RUNLOG' USING RVP-NOMBRE-PROGRAMA
038100         RVP-EVENTO-RUNLOG RVP-CANT-RUNLOG.
038200     PERFORM 2000-LEER-HISTORIAL THRU 2000-LEER-HISTORIAL-EXIT.
038300     IF NOT RVP-ES-ERROR
038400         PERFORM 2500-VERIFICAR-PAGO THRU 2500-VERIFICAR-PAGO-EXIT
038500     END-IF.
038600     IF NOT RVP-ES-ERROR
038700         PERFORM 3000-BUSCAR-REGISTRO
038800             THRU 3000-BUSCAR-REGISTRO-EXIT
038900     END-IF.
039000     IF NOT RVP-ES-ERROR
039100         PERFORM 2800-CONFIRMAR THRU 2800-CONFIRMAR-EXIT
039200     END-IF.
039300     IF RVP-ES-ERROR
039400         PERFORM 9000-TERMINAR THRU 9000-TERMINAR-EXIT
039500         GOBACK
039600     END-IF.
039700     PERFORM 3200-APARTAR-REGISTRO
039800         THRU 3200-APARTAR-REGISTRO-EXIT.
039900     MOVE 'B' TO RVP-MODO-BACKUP.
040000     CALL 'PAYBKUP' USING RVP-MODO-BACKUP.
040100     PERFORM 4000-ANEXAR-REVERSO THRU 4000-ANEXAR-REVERSO-EXIT.
040200     PERFORM 4500-DESCONTAR-YTD THRU 4500-DESCONTAR-YTD-EXIT.
040300     PERFORM 5000-APARTAR-DETALLES
040400         THRU 5000-APARTAR-DETALLES-EXIT.
040500     PERFORM 6000-DEVOLVER-SALDOS THRU 6000-DEVOLVER-SALDOS-EXIT.
040600     PERFORM 7000-MARCAR-REVERTIDO
040700         THRU 7000-MARCAR-REVERTIDO-EXIT.
040800     PERFORM 7500-REGISTRAR-REVERSO
040900         THRU 7500-REGISTRAR-REVERSO-EXIT.
041000     PERFORM 8500-IMPRIMIR-REPORTE
041100         THRU 8500-IMPRIMIR-REPORTE-EXIT.
041200     CALL 'ASIENTOGL'.
041300     DISPLAY 'REVERPER: REVERTIR EL DEVENGAMIENTO DEL BONO CON '
041400         'ACUMBONO OPCION P'.
041500     PERFORM 9000-TERMINAR THRU 9000-TERMINAR-EXIT.
041600     GOBACK.
041700 0000-MAINLINE-EXIT.
041800     EXIT.
041900*
042000******************************************************************
042100* 1000-TOMAR-LOCK - TAKE PAYLOCK, THEN REFUSE WHILE THE COMPANY
042200*                   STILL HOLDS ITS PARTITION LOCK
042300******************************************************************
042400 1000-TOMAR-LOCK.
042500     MOVE 'N' TO RVP-LOCK-OCUPADO.
042600     MOVE 'PAYLOCK' TO RVP-NOMBRE-LOCK.
042700     PERFORM 1200-LEER-LOCK THRU 1200-LEER-LOCK-EXIT.
042800     IF RVP-ES-LOCK-OCUPADO
042900         GO TO 1000-TOMAR-LOCK-EXIT
043000     END-IF.
043100     OPEN OUTPUT PAYLOCK-FILE.
043200     MOVE RVP-NOMBRE-PROGRAMA TO LK-PROGRAMA.
043300     MOVE RVP-USUARIO TO LK-USUARIO.
043400     MOVE RVP-FECHA-HOY TO LK-FECHA.
043500     MOVE RVP-HORA TO LK-HORA.
043600     WRITE LK-RECORD.
043700     CLOSE PAYLOCK-FILE.
043800     MOVE 'LOCK' TO RVP-SEG-PREFIJO.
043900     MOVE RVP-COMPANIA TO RVP-SEG-COMPANIA.
044000     MOVE RVP-NOMBRE-SEGMENTO TO RVP-NOMBRE-LOCK.
044100     PERFORM 1200-LEER-LOCK THRU 1200-LEER-LOCK-EXIT.
044200     MOVE 'PAYLOCK' TO RVP-NOMBRE-LOCK.
044300     IF RVP-ES-LOCK-OCUPADO
044400         DISPLAY 'REVERPER: LA PARTICION DE LA COMPANIA '
044500             RVP-COMPANIA ' ESTA EN CURSO, NO SE REVIERTE'
044600         PERFORM 1500-LIBERAR-LOCK THRU 1500-LIBERAR-LOCK-EXIT
044700     END-IF.
044800 1000-TOMAR-LOCK-EXIT.
044900     EXIT.
045000*
045100******************************************************************
045200* 1200-LEER-LOCK - IS THE LOCK NAMED IN RVP-NOMBRE-LOCK HELD
045300******************************************************************
045400 1200-LEER-LOCK.
045500     OPEN INPUT PAYLOCK-FILE.
045600     IF RVP-STATUS-LOCK = '00'
045700         READ PAYLOCK-FILE
045800             NOT AT END
045900                 SET RVP-ES-LOCK-OCUPADO TO TRUE
046000                 DISPLAY 'REVERPER: ' RVP-NOMBRE-LOCK
046100                     ' TOMADO POR ' LK-USUARIO ' ('
046200                     LK-PROGRAMA ') DESDE ' LK-FECHA ' ' LK-HORA
046300         END-READ
046400     END-IF.
046500     CLOSE PAYLOCK-FILE.
046600 1200-LEER-LOCK-EXIT.
046700     EXIT.
046800*
046900******************************************************************
047000* 1300-BUSCAR-COMPANIA - THE COMPANY MUST BE ON COMPANIAS; ITS
047100*                        PAY FREQUENCY NAMES THE PERIODCTL ROW
047200******************************************************************
047300 1300-BUSCAR-COMPANIA.
047400     MOVE 'N' TO RVP-CIA-HALLADA.
047500     MOVE 'M' TO RVP-FRECUENCIA.
047600     MOVE 'N' TO RVP-FIN-ARCHIVO.
047700     OPEN INPUT COMPANIAS-FILE.
047800     IF RVP-STATUS-CIA = '00'
047900         PERFORM 1310-LEER-COMPANIA THRU 1310-LEER-COMPANIA-EXIT
048000             UNTIL RVP-ES-FIN-ARCHIVO OR RVP-ES-CIA-HALLADA
048100     END-IF.
048200     CLOSE COMPANIAS-FILE.
048300 1300-BUSCAR-COMPANIA-EXIT.
048400     EXIT.
048500*
048600 1310-LEER-COMPANIA.
048700     READ COMPANIAS-FILE
048800         AT END
048900             SET RVP-ES-FIN-ARCHIVO TO TRUE
049000             GO TO 1310-LEER-COMPANIA-EXIT
049100     END-READ.
049200     IF CO-CODIGO = RVP-COMPANIA
049300         SET RVP-ES-CIA-HALLADA TO TRUE
049400         IF CO-FRECUENCIA NOT = SPACE
049500             MOVE CO-FRECUENCIA TO RVP-FRECUENCIA
049600         END-IF
049700     END-IF.
049800 1310-LEER-COMPANIA-EXIT.
049900     EXIT.
050000*
050100******************************************************************
050200* 1500-LIBERAR-LOCK - EMPTY PAYLOCK
050300******************************************************************
050400 1500-LIBERAR-LOCK.
050500     MOVE 'PAYLOCK' TO RVP-NOMBRE-LOCK.
050600     OPEN OUTPUT PAYLOCK-FILE.
050700     CLOSE PAYLOCK-FILE.
050800 1500-LIBERAR-LOCK-EXIT.
050900     EXIT.
051000*
051100******************************************************************
051200* 2000-LEER-HISTORIAL - THE PERIOD'S LINES STILL IN FORCE FOR THE
051300*                       COMPANY. A LATER PERIOD ALREADY POSTED FOR
051400*                       THE COMPANY STOPS THE REVERSAL: IT WOULD
051500*                       HAVE BEEN CALCULATED ON TOP OF THIS ONE
051600******************************************************************
051700 2000-LEER-HISTORIAL.
051800     MOVE ZERO TO RVP-CANT-LINEAS RVP-CANT-CERO
051900         RVP-PERIODO-POSTERIOR.
052000     MOVE 'C' TO RVP-ANU-ACCION.
052100     CALL 'ANULHIST' USING RVP-ANU-ACCION PH-RECORD
052200         RVP-ANU-RESULTADO.
052300     MOVE 'V' TO RVP-ANU-ACCION.
052400     MOVE 'N' TO RVP-FIN-ARCHIVO.
052500     OPEN INPUT PAYHIST-FILE.
052600     IF RVP-STATUS-PAYHIST = '00'
052700         PERFORM 2100-LEER-LINEA THRU 2100-LEER-LINEA-EXIT
052800             UNTIL RVP-ES-FIN-ARCHIVO
052900     END-IF.
053000     CLOSE PAYHIST-FILE.
053100     IF RVP-ES-ERROR
053200         GO TO 2000-LEER-HISTORIAL-EXIT
053300     END-IF.
053400     IF RVP-PERIODO-POSTERIOR NOT = ZERO
053500         SET RVP-ES-ERROR TO TRUE
053600         DISPLAY 'REVERPER: LA COMPANIA YA TIENE POSTEADO EL '
053700             'PERIODO ' RVP-PERIODO-POSTERIOR ', REVERTIR ESE '
053800             'PRIMERO'
053900         GO TO 2000-LEER-HISTORIAL-EXIT
054000     END-IF.
054100     IF RVP-CANT-LINEAS = ZERO
054200         SET RVP-ES-ERROR TO TRUE
054300         DISPLAY 'REVERPER: NO HAY LINEAS VIGENTES DEL PERIODO '
054400             RVP-PERIODO ' PARA LA COMPANIA ' RVP-COMPANIA
054500         GO TO 2000-LEER-HISTORIAL-EXIT
054600     END-IF.
054700     IF RVP-CANT-CERO > ZERO
054800         DISPLAY 'REVERPER: ' RVP-CANT-CERO ' LINEAS EN CERO '
054900             'NO SE REVIERTEN'
055000     END-IF.
055100 2000-LEER-HISTORIAL-EXIT.
055200     EXIT.
055300*
055400 2100-LEER-LINEA.
055500     READ PAYHIST-FILE
055600         AT END
055700             SET RVP-ES-FIN-ARCHIVO TO TRUE
055800             GO TO 2100-LEER-LINEA-EXIT
055900     END-READ.
056000     IF PH-REGISTRO(1:1) = '*'
056100         GO TO 2100-LEER-LINEA-EXIT
056200     END-IF.
056300     CALL 'ANULHIST' USING RVP-ANU-ACCION PH-RECORD
056400         RVP-ANU-RESULTADO.
056500     IF RVP-ANU-RESULTADO NOT = 'N'
056600         OR PH-COMPANIA NOT = RVP-COMPANIA
056700         GO TO 2100-LEER-LINEA-EXIT
056800     END-IF.
056900     IF PH-PERIODO > RVP-PERIODO
057000         IF PH-PERIODO > RVP-PERIODO-POSTERIOR
057100             MOVE PH-PERIODO TO RVP-PERIODO-POSTERIOR
057200         END-IF
057300         GO TO 2100-LEER-LINEA-EXIT
057400     END-IF.
057500     IF PH-PERIODO NOT = RVP-PERIODO
057600         OR PH-TIPO-LINEA = 'G'
057700         GO TO 2100-LEER-LINEA-EXIT
057800     END-IF.
057900     IF PH-SUELDO-MENSUAL = ZERO AND PH-SUELDO-ANUAL = ZERO
058000         AND PH-BONO = ZERO AND PH-IMPORTE-EXTRA = ZERO
058100         ADD 1 TO RVP-CANT-CERO
058200         GO TO 2100-LEER-LINEA-EXIT
058300     END-IF.
058400     IF RVP-CANT-LINEAS NOT < 3000
058500         SET RVP-ES-ERROR TO TRUE
058600         SET RVP-ES-FIN-ARCHIVO TO TRUE
058700         DISPLAY 'REVERPER: MAS DE 3000 LINEAS EN EL PERIODO, NO '
058800             'SE REVIERTE'
058900         GO TO 2100-LEER-LINEA-EXIT
059000     END-IF.
059100     ADD 1 TO RVP-CANT-LINEAS.
059200     SET RVP-X-LIN TO RVP-CANT-LINEAS.
059300     MOVE PH-REGISTRO TO RVP-LINEA(RVP-X-LIN).
059400 2100-LEER-LINEA-EXIT.
059500     EXIT.
059600*
059700******************************************************************
059800* 2500-VERIFICAR-PAGO - ONCE PAGOBANCO HAS SENT THE PERIOD'S
059900*                       PAYMENTS, THE BANK MUST RECALL THEM FIRST:
060000*                       THE RECALL REFERENCE IS REQUIRED
060100******************************************************************
060200 2500-VERIFICAR-PAGO.
060300     MOVE 'N' TO RVP-TRANSMITIDO.
060400     MOVE 'N' TO RVP-FIN-ARCHIVO.
060500     OPEN INPUT CHKCIERRE-FILE.
060600     IF RVP-STATUS-CHK = '00'
060700         PERFORM 2510-LEER-CHECKLIST THRU 2510-LEER-CHECKLIST-EXIT
060800             UNTIL RVP-ES-FIN-ARCHIVO OR RVP-ES-TRANSMITIDO
060900     END-IF.
061000     CLOSE CHKCIERRE-FILE.
061100     IF NOT RVP-ES-TRANSMITIDO
061200         GO TO 2500-VERIFICAR-PAGO-EXIT
061300     END-IF.
061400     DISPLAY 'REVERPER: LOS PAGOS DEL PERIODO YA SE ENVIARON AL '
061500         'BANCO'.
061600     DISPLAY 'REFERENCIA DEL RECUPERO BANCARIO: '
061700         WITH NO ADVANCING.
061800     ACCEPT RVP-REFERENCIA.
061900     IF RVP-REFERENCIA = SPACES
062000         SET RVP-ES-ERROR TO TRUE
062100         DISPLAY 'REVERPER: SIN REFERENCIA DEL BANCO NO SE '
062200             'REVIERTE UN PERIODO PAGADO'
062300     END-IF.
062400 2500-VERIFICAR-PAGO-EXIT.
062500     EXIT.
062600*
062700 2510-LEER-CHECKLIST.
062800     READ CHKCIERRE-FILE
062900         AT END
063000             SET RVP-ES-FIN-ARCHIVO TO TRUE
063100             GO TO 2510-LEER-CHECKLIST-EXIT
063200     END-READ.
063300     IF CK-PASO = 'PAGOBANCO'
063400         AND CK-PERIODO = RVP-PERIODO
063500         AND (CK-COMPANIA = RVP-COMPANIA OR CK-COMPANIA = SPACES)
063600         SET RVP-ES-TRANSMITIDO TO TRUE
063700     END-IF.
063800 2510-LEER-CHECKLIST-EXIT.
063900     EXIT.
064000*
064100******************************************************************
064200* 2800-CONFIRMAR - LAST WORD FROM THE OPERATOR
064300******************************************************************
064400 2800-CONFIRMAR.
064500     DISPLAY 'REVERPER: SE REVIERTEN ' RVP-CANT-LINEAS
064600         ' LINEAS Y ' RVP-CANT-REGISTRO ' FILAS DE REGISTRO DEL '
064700         'PERIODO ' RVP-PERIODO ' COMPANIA ' RVP-COMPANIA.
064800     DISPLAY 'CONFIRMA EL REVERSO (S/N): ' WITH NO ADVANCING.
064900     ACCEPT RVP-CONFIRMA.
065000     IF RVP-CONFIRMA NOT = 'S' AND RVP-CONFIRMA NOT = 's'
065100         SET RVP-ES-ERROR TO TRUE
065200         DISPLAY 'REVERPER: REVERSO CANCELADO POR EL OPERADOR'
065300     END-IF.
065400 2800-CONFIRMAR-EXIT.
065500     EXIT.
065600*
065700******************************************************************
065800* 3000-BUSCAR-REGISTRO - THE PERIOD'S REGISTER ROWS, IN THE LIVE
065900*                        PAYROLLREG OR IN A PAYBKUP GENERATION OF
066000*                        IT WHEN A LATER RUN HAS REPLACED IT
066100******************************************************************
066200 3000-BUSCAR-REGISTRO.
066300     MOVE 'PAYROLLREG' TO RVP-NOMBRE-REGISTRO.
066400     PERFORM 3100-CONTAR-REGISTRO THRU 3100-CONTAR-REGISTRO-EXIT.
066500     IF RVP-CANT-REGISTRO = ZERO
066600         PERFORM 3050-PROBAR-GENERACION
066700             THRU 3050-PROBAR-GENERACION-EXIT
066800             VARYING RVP-GEN FROM 1 BY 1
066900             UNTIL RVP-GEN > 9 OR RVP-CANT-REGISTRO > ZERO
067000     END-IF.
067100     IF RVP-CANT-REGISTRO = ZERO
067200         SET RVP-ES-ERROR TO TRUE
067300         DISPLAY 'REVERPER: NO SE ENCUENTRA EL REGISTRO DEL '
067400             'PERIODO EN PAYROLLREG NI EN SUS RESPALDOS'
067500     END-IF.
067600 3000-BUSCAR-REGISTRO-EXIT.
067700     EXIT.
067800*
067900 3050-PROBAR-GENERACION.
068000     MOVE RVP-GEN TO RVP-GEN-DIGITO.
068100     MOVE RVP-NOMBRE-GENERACION TO RVP-NOMBRE-REGISTRO.
068200     PERFORM 3100-CONTAR-REGISTRO THRU 3100-CONTAR-REGISTRO-EXIT.
068300 3050-PROBAR-GENERACION-EXIT.
068400     EXIT.
068500*
068600 3100-CONTAR-REGISTRO.
068700     MOVE ZERO TO RVP-CANT-REGISTRO RVP-HASH-REGISTRO.
068800     MOVE 'N' TO RVP-FIN-ARCHIVO.
068900     OPEN INPUT REGISTRO-FILE.
069000     IF RVP-STATUS-REGISTRO = '00'
069100         PERFORM 3110-LEER-REGISTRO THRU 3110-LEER-REGISTRO-EXIT
069200             UNTIL RVP-ES-FIN-ARCHIVO
069300     END-IF.
069400     CLOSE REGISTRO-FILE.
069500 3100-CONTAR-REGISTRO-EXIT.
069600     EXIT.
069700*
069800 3110-LEER-REGISTRO.
069900     READ REGISTRO-FILE
070000         AT END
070100             SET RVP-ES-FIN-ARCHIVO TO TRUE
070200             GO TO 3110-LEER-REGISTRO-EXIT
070300     END-READ.
070400     IF PR-RECORD(1:1) NOT = '*'
070500         AND PR-PERIODO = RVP-PERIODO
070600         AND PR-COMPANIA = RVP-COMPANIA
070700         ADD 1 TO RVP-CANT-REGISTRO
070800         COMPUTE RVP-HASH-REGISTRO = RVP-HASH-REGISTRO
070900             + PR-SUELDO-ANUAL + PR-BONO
071000     END-IF.
071100 3110-LEER-REGISTRO-EXIT.
071200     EXIT.
071300*
071400******************************************************************
071500* 3200-APARTAR-REGISTRO - THE PERIOD'S REGISTER ROWS TO PAYROLLREV
071600*                         IN THEIR OWN BRACKET, FOR ASIENTOGL
071700******************************************************************
071800 3200-APARTAR-REGISTRO.
071900     OPEN OUTPUT REGREV-FILE.
072000     INITIALIZE RVP-REGISTRO-CONTROL.
072100     MOVE '*H' TO CTL-MARCA.
072200     MOVE RVP-NOMBRE-PROGRAMA TO CTL-PROGRAMA.
072300     MOVE RVP-FECHA-HOY TO CTL-FECHA.
072400     MOVE RVP-PERIODO TO CTL-PERIODO.
072500     WRITE RR-REGISTRO FROM RVP-REGISTRO-CONTROL.
072600     MOVE 'N' TO RVP-FIN-ARCHIVO.
072700     OPEN INPUT REGISTRO-FILE.
072800     IF RVP-STATUS-REGISTRO = '00'
072900         PERFORM 3210-COPIAR-REGISTRO
073000             THRU 3210-COPIAR-REGISTRO-EXIT
073100             UNTIL RVP-ES-FIN-ARCHIVO
073200     END-IF.
073300     CLOSE REGISTRO-FILE.
073400     INITIALIZE RVP-REGISTRO-CONTROL.
073500     MOVE '*T' TO CTL-MARCA.
073600     MOVE RVP-NOMBRE-PROGRAMA TO CTL-PROGRAMA.
073700     MOVE RVP-FECHA-HOY TO CTL-FECHA.
073800     MOVE RVP-PERIODO TO CTL-PERIODO.
073900     MOVE RVP-CANT-REGISTRO TO CTL-CANT.
074000     MOVE RVP-HASH-REGISTRO TO CTL-HASH.
074100     WRITE RR-REGISTRO FROM RVP-REGISTRO-CONTROL.
074200     CLOSE REGREV-FILE.
074300 3200-APARTAR-REGISTRO-EXIT.
074400     EXIT.
074500*
074600 3210-COPIAR-REGISTRO.
074700     READ REGISTRO-FILE
074800         AT END
074900             SET RVP-ES-FIN-ARCHIVO TO TRUE
075000             GO TO 3210-COPIAR-REGISTRO-EXIT
075100     END-READ.
075200     IF PR-RECORD(1:1) NOT = '*'
075300         AND PR-PERIODO = RVP-PERIODO
075400         AND PR-COMPANIA = RVP-COMPANIA
075500         WRITE RR-REGISTRO FROM PR-RECORD
075600     END-IF.
075700 3210-COPIAR-REGISTRO-EXIT.
075800     EXIT.
075900*
076000******************************************************************
076100* 4000-ANEXAR-REVERSO - ONE BRACKET ON PAYHIST WITH THE NEGATING
076200*                       COPY OF EVERY LINE KEPT IN 2000
076300******************************************************************
076400 4000-ANEXAR-REVERSO.
076500     MOVE ZERO TO RVP-CANT-HISTORIAL RVP-HASH-HISTORIAL
076600         RVP-TOTAL-ANUAL RVP-TOTAL-BONO.
076700     OPEN EXTEND PAYHIST-FILE.
076800     IF RVP-STATUS-PAYHIST = '35'
076900         OPEN OUTPUT PAYHIST-FILE
077000     END-IF.
077100     INITIALIZE RVP-REGISTRO-CONTROL.
077200     MOVE '*H' TO CTL-MARCA.
077300     MOVE RVP-NOMBRE-PROGRAMA TO CTL-PROGRAMA.
077400     MOVE RVP-FECHA-HOY TO CTL-FECHA.
077500     MOVE RVP-PERIODO TO CTL-PERIODO.
077600     WRITE PH-REGISTRO FROM RVP-REGISTRO-CONTROL.
077700     PERFORM 4100-NEGAR-LINEA THRU 4100-NEGAR-LINEA-EXIT
077800         VARYING RVP-X-LIN FROM 1 BY 1
077900         UNTIL RVP-X-LIN > RVP-CANT-LINEAS.
078000     INITIALIZE RVP-REGISTRO-CONTROL.
078100     MOVE '*T' TO CTL-MARCA.
078200     MOVE RVP-NOMBRE-PROGRAMA TO CTL-PROGRAMA.
078300     MOVE RVP-FECHA-HOY TO CTL-FECHA.
078400     MOVE RVP-PERIODO TO CTL-PERIODO.
078500     MOVE RVP-CANT-HISTORIAL TO CTL-CANT.
078600     MOVE RVP-HASH-HISTORIAL TO CTL-HASH.
078700     WRITE PH-REGISTRO FROM RVP-REGISTRO-CONTROL.
078800     CLOSE PAYHIST-FILE.
078900 4000-ANEXAR-REVERSO-EXIT.
079000     EXIT.
079100*
079200 4100-NEGAR-LINEA.
079300     MOVE RVP-LINEA(RVP-X-LIN) TO PH-REGISTRO.
079400     IF PH-TIPO-LINEA NOT = 'A' AND PH-TIPO-LINEA NOT = 'D'
079500         IF PH-SUELDO-ANUAL > ZERO
079600             ADD PH-SUELDO-ANUAL TO RVP-TOTAL-ANUAL
079700         END-IF
079800         IF PH-BONO > ZERO
079900             ADD PH-BONO TO RVP-TOTAL-BONO
080000         END-IF
080100     END-IF.
080200     COMPUTE PH-SUELDO-MENSUAL = ZERO - PH-SUELDO-MENSUAL.
080300     COMPUTE PH-SUELDO-ANUAL = ZERO - PH-SUELDO-ANUAL.
080400     COMPUTE PH-BONO = ZERO - PH-BONO.
080500     COMPUTE PH-IMPORTE-EXTRA = ZERO - PH-IMPORTE-EXTRA.
080600     ADD 1 TO RVP-CANT-HISTORIAL.
080700     COMPUTE RVP-HASH-HISTORIAL = RVP-HASH-HISTORIAL
080800         + PH-SUELDO-ANUAL + PH-BONO.
080900     WRITE PH-RECORD.
081000 4100-NEGAR-LINEA-EXIT.
081100     EXIT.
081200*
081300******************************************************************
081400* 4500-DESCONTAR-YTD - THE REVERSED PAY COMES OFF YTDTOTALS
081500******************************************************************
081600 4500-DESCONTAR-YTD.
081700     MOVE ZERO TO YTD-SUELDO-ANUAL YTD-BONO YTD-CANT-CORRIDAS.
081800     OPEN INPUT YTD-FILE.
081900     IF RVP-STATUS-YTD = '00'
082000         READ YTD-FILE
082100             AT END
082200                 MOVE ZERO TO YTD-SUELDO-ANUAL YTD-BONO
082300                     YTD-CANT-CORRIDAS
082400         END-READ
082500     END-IF.
082600     CLOSE YTD-FILE.
082700     IF YTD-SUELDO-ANUAL > RVP-TOTAL-ANUAL
082800         SUBTRACT RVP-TOTAL-ANUAL FROM YTD-SUELDO-ANUAL
082900     ELSE
083000         MOVE ZERO TO YTD-SUELDO-ANUAL
083100     END-IF.
083200     IF YTD-BONO > RVP-TOTAL-BONO
083300         SUBTRACT RVP-TOTAL-BONO FROM YTD-BONO
083400     ELSE
083500         MOVE ZERO TO YTD-BONO
083600     END-IF.
083700     IF YTD-CANT-CORRIDAS > ZERO
083800         SUBTRACT 1 FROM YTD-CANT-CORRIDAS
083900     END-IF.
084000     OPEN OUTPUT YTD-FILE.
084100     WRITE YTD-RECORD.
084200     CLOSE YTD-FILE.
084300 4500-DESCONTAR-YTD-EXIT.
084400     EXIT.
084500*
084600******************************************************************
084700* 5000-APARTAR-DETALLES - EACH DETAIL FILE IS SPLIT: THE PERIOD'S
084800*                         ROWS OF THE COMPANY GO TO ITS ...REV
084900*                         FILE, THE REST STAY IN THE LIVE FILE
085000******************************************************************
085100 5000-APARTAR-DETALLES.
085200     MOVE ZERO TO RVP-CANT-PRES RVP-CANT-EMB RVP-CANT-VAC.
085300     MOVE 'D' TO RVP-TIPO-DETALLE.
085400     MOVE 'DEDDET' TO RVP-NOMBRE-DETALLE.
085500     MOVE 'DEDDETREV' TO RVP-NOMBRE-DETREV.
085600     PERFORM 5100-PARTIR-DETALLE THRU 5100-PARTIR-DETALLE-EXIT.
085700     MOVE 'C' TO RVP-TIPO-DETALLE.
085800     MOVE 'CONTDET' TO RVP-NOMBRE-DETALLE.
085900     MOVE 'CONTDETREV' TO RVP-NOMBRE-DETREV.
086000     PERFORM 5100-PARTIR-DETALLE THRU 5100-PARTIR-DETALLE-EXIT.
086100     MOVE 'N' TO RVP-TIPO-DETALLE.
086200     MOVE 'NOVDET' TO RVP-NOMBRE-DETALLE.
086300     MOVE 'NOVDETREV' TO RVP-NOMBRE-DETREV.
086400     PERFORM 5100-PARTIR-DETALLE THRU 5100-PARTIR-DETALLE-EXIT.
086500     MOVE 'E' TO RVP-TIPO-DETALLE.
086600     MOVE 'EMBDET' TO RVP-NOMBRE-DETALLE.
086700     MOVE 'EMBDETREV' TO RVP-NOMBRE-DETREV.
086800     PERFORM 5100-PARTIR-DETALLE THRU 5100-PARTIR-DETALLE-EXIT.
086900     MOVE 'V' TO RVP-TIPO-DETALLE.
087000     MOVE 'VACMOV' TO RVP-NOMBRE-DETALLE.
087100     MOVE 'VACMOVREV' TO RVP-NOMBRE-DETREV.
087200     PERFORM 5100-PARTIR-DETALLE THRU 5100-PARTIR-DETALLE-EXIT.
087300 5000-APARTAR-DETALLES-EXIT.
087400     EXIT.
087500*
087600 5100-PARTIR-DETALLE.
087700     MOVE ZERO TO RVP-CANT-APARTADOS RVP-CANT-CONSERVADOS.
087800     OPEN OUTPUT DETREV-FILE.
087900     OPEN INPUT DETALLE-FILE.
088000     IF RVP-STATUS-DETALLE NOT = '00'
088100         CLOSE DETALLE-FILE
088200         CLOSE DETREV-FILE
088300         GO TO 5100-PARTIR-DETALLE-EXIT
088400     END-IF.
088500     OPEN OUTPUT TRABAJO-FILE.
088600     MOVE 'N' TO RVP-FIN-ARCHIVO.
088700     PERFORM 5110-CLASIFICAR-FILA THRU 5110-CLASIFICAR-FILA-EXIT
088800         UNTIL RVP-ES-FIN-ARCHIVO.
088900     CLOSE DETALLE-FILE.
089000     CLOSE DETREV-FILE.
089100     CLOSE TRABAJO-FILE.
089200     PERFORM 8000-DEVOLVER-TRABAJO
089300         THRU 8000-DEVOLVER-TRABAJO-EXIT.
089400     DISPLAY 'REVERPER: ' RVP-NOMBRE-DETALLE ' '
089500         RVP-CANT-APARTADOS ' FILAS A ' RVP-NOMBRE-DETREV.
089600 5100-PARTIR-DETALLE-EXIT.
089700     EXIT.
089800*
089900 5110-CLASIFICAR-FILA.
090000     READ DETALLE-FILE
090100         AT END
090200             SET RVP-ES-FIN-ARCHIVO TO TRUE
090300             GO TO 5110-CLASIFICAR-FILA-EXIT
090400     END-READ.
090500     MOVE 'N' TO RVP-COINCIDE.
090600     EVALUATE TRUE
090700         WHEN RVP-ES-DEDDET
090800             IF DT-PERIODO = RVP-PERIODO
090900                 AND DT-COMPANIA = RVP-COMPANIA
091000                 SET RVP-ES-COINCIDE TO TRUE
091100             END-IF
091200         WHEN RVP-ES-CONTDET
091300             IF CD-PERIODO = RVP-PERIODO
091400                 AND CD-COMPANIA = RVP-COMPANIA
091500                 SET RVP-ES-COINCIDE TO TRUE
091600             END-IF
091700         WHEN RVP-ES-NOVDET
091800             IF ND-PERIODO = RVP-PERIODO
091900                 AND ND-COMPANIA = RVP-COMPANIA
092000                 SET RVP-ES-COINCIDE TO TRUE
092100             END-IF
092200         WHEN RVP-ES-EMBDET
092300             IF ED-PERIODO = RVP-PERIODO
092400                 AND ED-COMPANIA = RVP-COMPANIA
092500                 SET RVP-ES-COINCIDE TO TRUE
092600             END-IF
092700         WHEN RVP-ES-VACMOV
092800             IF VM-PERIODO = RVP-PERIODO
092900                 AND VM-COMPANIA = RVP-COMPANIA
093000                 SET RVP-ES-COINCIDE TO TRUE
093100             END-IF
093200     END-EVALUATE.
093300     IF NOT RVP-ES-COINCIDE
093400         ADD 1 TO RVP-CANT-CONSERVADOS
093500         WRITE TR-REGISTRO FROM DET-REGISTRO
093600         GO TO 5110-CLASIFICAR-FILA-EXIT
093700     END-IF.
093800     ADD 1 TO RVP-CANT-APARTADOS.
093900     WRITE DR-REGISTRO FROM DET-REGISTRO.
094000     EVALUATE TRUE
094100         WHEN RVP-ES-DEDDET
094200             IF DT-CONCEPTO = 'PRESTAMO'
094300                 PERFORM 5200-ANOTAR-PRESTAMO
094400                     THRU 5200-ANOTAR-PRESTAMO-EXIT
094500             END-IF
094600         WHEN RVP-ES-EMBDET
094700             PERFORM 5300-ANOTAR-EMBARGO
094800                 THRU 5300-ANOTAR-EMBARGO-EXIT
094900         WHEN RVP-ES-VACMOV
095000             PERFORM 5400-ANOTAR-VACACION
095100                 THRU 5400-ANOTAR-VACACION-EXIT
095200     END-EVALUATE.
095300 5110-CLASIFICAR-FILA-EXIT.
095400     EXIT.
095500*
095600******************************************************************
095700* 5200-ANOTAR-PRESTAMO - LOAN INSTALMENT TAKEN, BY EMPLOYEE
095800******************************************************************
095900 5200-ANOTAR-PRESTAMO.
096000     SET RVP-X-PRE TO 1.
096100     SEARCH RVP-FILA-PRES
096200         AT END
096300             IF RVP-CANT-PRES < 500
096400                 ADD 1 TO RVP-CANT-PRES
096500                 SET RVP-X-PRE TO RVP-CANT-PRES
096600                 MOVE DT-ID TO RVP-PRE-ID(RVP-X-PRE)
096700                 MOVE ZERO TO RVP-PRE-IMPORTE(RVP-X-PRE)
096800             ELSE
096900                 DISPLAY 'REVERPER: MAS DE 500 PRESTAMOS, '
097000                     'DEVOLVER A MANO LA CUOTA DE ' DT-ID
097100                 GO TO 5200-ANOTAR-PRESTAMO-EXIT
097200             END-IF
097300         WHEN RVP-X-PRE > RVP-CANT-PRES
097400             ADD 1 TO RVP-CANT-PRES
097500             MOVE DT-ID TO RVP-PRE-ID(RVP-X-PRE)
097600             MOVE ZERO TO RVP-PRE-IMPORTE(RVP-X-PRE)
097700         WHEN RVP-PRE-ID(RVP-X-PRE) = DT-ID
097800             CONTINUE
097900     END-SEARCH.
098000     IF DT-IMPORTE < ZERO
098100         SUBTRACT DT-IMPORTE FROM RVP-PRE-IMPORTE(RVP-X-PRE)
098200     ELSE
098300         ADD DT-IMPORTE TO RVP-PRE-IMPORTE(RVP-X-PRE)
098400     END-IF.
098500 5200-ANOTAR-PRESTAMO-EXIT.
098600     EXIT.
098700*
098800******************************************************************
098900* 5300-ANOTAR-EMBARGO - AMOUNT WITHHELD, BY COURT ORDER
099000******************************************************************
099100 5300-ANOTAR-EMBARGO.
099200     SET RVP-X-EMB TO 1.
099300     SEARCH RVP-FILA-EMB
099400         AT END
099500             IF RVP-CANT-EMB < 500
099600                 ADD 1 TO RVP-CANT-EMB
099700                 SET RVP-X-EMB TO RVP-CANT-EMB
099800                 MOVE ED-ID TO RVP-EMB-ID(RVP-X-EMB)
099900                 MOVE ED-EXPEDIENTE
100000                     TO RVP-EMB-EXPEDIENTE(RVP-X-EMB)
100100                 MOVE ZERO TO RVP-EMB-IMPORTE(RVP-X-EMB)
100200             ELSE
100300                 DISPLAY 'REVERPER: MAS DE 500 EMBARGOS, '
100400                     'DEVOLVER A MANO EL EXPEDIENTE '
100500                     ED-EXPEDIENTE
100600                 GO TO 5300-ANOTAR-EMBARGO-EXIT
100700             END-IF
100800         WHEN RVP-X-EMB > RVP-CANT-EMB
100900             ADD 1 TO RVP-CANT-EMB
101000             MOVE ED-ID TO RVP-EMB-ID(RVP-X-EMB)
101100             MOVE ED-EXPEDIENTE
101200                 TO RVP-EMB-EXPEDIENTE(RVP-X-EMB)
101300             MOVE ZERO TO RVP-EMB-IMPORTE(RVP-X-EMB)
101400         WHEN RVP-EMB-ID(RVP-X-EMB) = ED-ID
101500             AND RVP-EMB-EXPEDIENTE(RVP-X-EMB) = ED-EXPEDIENTE
101600             CONTINUE
101700     END-SEARCH.
101800     ADD ED-IMPORTE TO RVP-EMB-IMPORTE(RVP-X-EMB).
101900 5300-ANOTAR-EMBARGO-EXIT.
102000     EXIT.
102100*
102200******************************************************************
102300* 5400-ANOTAR-VACACION - VACATION DAYS MOVED, BY EMPLOYEE
102400******************************************************************
102500 5400-ANOTAR-VACACION.
102600     SET RVP-X-VAC TO 1.
102700     SEARCH RVP-FILA-VAC
102800         AT END
102900             IF RVP-CANT-VAC < 500
103000                 ADD 1 TO RVP-CANT-VAC
103100                 SET RVP-X-VAC TO RVP-CANT-VAC
103200                 MOVE VM-ID TO RVP-VAC-ID(RVP-X-VAC)
103300                 MOVE ZERO TO RVP-VAC-DIAS(RVP-X-VAC)
103400             ELSE
103500                 DISPLAY 'REVERPER: MAS DE 500 SALDOS, AJUSTAR A '
103600                     'MANO LAS VACACIONES DE ' VM-ID
103700                 GO TO 5400-ANOTAR-VACACION-EXIT
103800             END-IF
103900         WHEN RVP-X-VAC > RVP-CANT-VAC
104000             ADD 1 TO RVP-CANT-VAC
104100             MOVE VM-ID TO RVP-VAC-ID(RVP-X-VAC)
104200             MOVE ZERO TO RVP-VAC-DIAS(RVP-X-VAC)
104300         WHEN RVP-VAC-ID(RVP-X-VAC) = VM-ID
104400             CONTINUE
104500     END-SEARCH.
104600     ADD VM-DIAS TO RVP-VAC-DIAS(RVP-X-VAC).
104700 5400-ANOTAR-VACACION-EXIT.
104800     EXIT.
104900*
105000******************************************************************
105100* 6000-DEVOLVER-SALDOS - PUT BACK WHAT THE PERIOD TOOK FROM THE
105200*                        LOAN, GARNISHMENT AND VACATION BALANCES
105300******************************************************************
105400 6000-DEVOLVER-SALDOS.
105500     IF RVP-CANT-PRES > ZERO
105600         MOVE 'LOANS' TO RVP-NOMBRE-DETALLE
105700         PERFORM 6100-PASAR-SALDOS THRU 6100-PASAR-SALDOS-EXIT
105800     END-IF.
105900     IF RVP-CANT-EMB > ZERO
106000         MOVE 'GARNISHMENT' TO RVP-NOMBRE-DETALLE
106100         PERFORM 6100-PASAR-SALDOS THRU 6100-PASAR-SALDOS-EXIT
106200     END-IF.
106300     IF RVP-CANT-VAC > ZERO
106400         MOVE 'VACSALDO' TO RVP-NOMBRE-DETALLE
106500         PERFORM 6100-PASAR-SALDOS THRU 6100-PASAR-SALDOS-EXIT
106600     END-IF.
106700 6000-DEVOLVER-SALDOS-EXIT.
106800     EXIT.
106900*
107000 6100-PASAR-SALDOS.
107100     MOVE ZERO TO RVP-CANT-DEVUELTOS.
107200     OPEN INPUT DETALLE-FILE.
107300     IF RVP-STATUS-DETALLE NOT = '00'
107400         CLOSE DETALLE-FILE
107500         DISPLAY 'REVERPER: NO SE PUEDE ABRIR ' RVP-NOMBRE-DETALLE
107600             ', AJUSTAR LOS SALDOS A MANO'
107700         GO TO 6100-PASAR-SALDOS-EXIT
107800     END-IF.
107900     OPEN OUTPUT TRABAJO-FILE.
108000     MOVE 'N' TO RVP-FIN-ARCHIVO.
108100     PERFORM 6110-AJUSTAR-FILA THRU 6110-AJUSTAR-FILA-EXIT
108200         UNTIL RVP-ES-FIN-ARCHIVO.
108300     CLOSE DETALLE-FILE.
108400     CLOSE TRABAJO-FILE.
108500     PERFORM 8000-DEVOLVER-TRABAJO
108600         THRU 8000-DEVOLVER-TRABAJO-EXIT.
108700     DISPLAY 'REVERPER: ' RVP-NOMBRE-DETALLE ' '
108800         RVP-CANT-DEVUELTOS ' SALDOS AJUSTADOS'.
108900 6100-PASAR-SALDOS-EXIT.
109000     EXIT.
109100*
109200 6110-AJUSTAR-FILA.
109300     READ DETALLE-FILE
109400         AT END
109500             SET RVP-ES-FIN-ARCHIVO TO TRUE
109600             GO TO 6110-AJUSTAR-FILA-EXIT
109700     END-READ.
109800     EVALUATE RVP-NOMBRE-DETALLE
109900         WHEN 'LOANS'
110000             PERFORM 6200-DEVOLVER-CUOTA
110100                 THRU 6200-DEVOLVER-CUOTA-EXIT
110200         WHEN 'GARNISHMENT'
110300             PERFORM 6300-DEVOLVER-RETENCION
110400                 THRU 6300-DEVOLVER-RETENCION-EXIT
110500         WHEN OTHER
110600             PERFORM 6400-DEVOLVER-DIAS
110700                 THRU 6400-DEVOLVER-DIAS-EXIT
110800     END-EVALUATE.
110900     WRITE TR-REGISTRO FROM DET-REGISTRO.
111000 6110-AJUSTAR-FILA-EXIT.
111100     EXIT.
111200*
111300******************************************************************
111400* 6200-DEVOLVER-CUOTA - THE INSTALMENT GOES BACK ON THE FIRST LOAN
111500*                       OF THE EMPLOYEE WITH ROOM FOR IT, NEVER
111600*                       ABOVE THE PRINCIPAL
111700******************************************************************
111800 6200-DEVOLVER-CUOTA.
111900     SET RVP-X-PRE TO 1.
112000     SEARCH RVP-FILA-PRES
112100         AT END
112200             GO TO 6200-DEVOLVER-CUOTA-EXIT
112300         WHEN RVP-X-PRE > RVP-CANT-PRES
112400             GO TO 6200-DEVOLVER-CUOTA-EXIT
112500         WHEN RVP-PRE-ID(RVP-X-PRE) = PL-ID
112600             CONTINUE
112700     END-SEARCH.
112800     IF RVP-PRE-IMPORTE(RVP-X-PRE) = ZERO
112900         OR PL-SALDO NOT < PL-PRINCIPAL
113000         GO TO 6200-DEVOLVER-CUOTA-EXIT
113100     END-IF.
113200     COMPUTE RVP-FALTANTE = PL-PRINCIPAL - PL-SALDO.
113300     IF RVP-FALTANTE > RVP-PRE-IMPORTE(RVP-X-PRE)
113400         MOVE RVP-PRE-IMPORTE(RVP-X-PRE) TO RVP-FALTANTE
113500     END-IF.
113600     ADD RVP-FALTANTE TO PL-SALDO.
113700     SUBTRACT RVP-FALTANTE FROM RVP-PRE-IMPORTE(RVP-X-PRE).
113800     ADD 1 TO RVP-CANT-DEVUELTOS.
113900 6200-DEVOLVER-CUOTA-EXIT.
114000     EXIT.
114100*
114200******************************************************************
114300* 6300-DEVOLVER-RETENCION - THE WITHHOLDING COMES OFF WHAT THE
114400*                           ORDER HAS COLLECTED; AN ORDER
114500*                           CLOSED BY THIS PERIOD IS OPENED
114600*                           AGAIN
114700******************************************************************
114800 6300-DEVOLVER-RETENCION.
114900     SET RVP-X-EMB TO 1.
115000     SEARCH RVP-FILA-EMB
115100         AT END
115200             GO TO 6300-DEVOLVER-RETENCION-EXIT
115300         WHEN RVP-X-EMB > RVP-CANT-EMB
115400             GO TO 6300-DEVOLVER-RETENCION-EXIT
115500         WHEN RVP-EMB-ID(RVP-X-EMB) = GA-ID
115600             AND RVP-EMB-EXPEDIENTE(RVP-X-EMB) = GA-EXPEDIENTE
115700             CONTINUE
115800     END-SEARCH.
115900     IF GA-RETENIDO > RVP-EMB-IMPORTE(RVP-X-EMB)
116000         SUBTRACT RVP-EMB-IMPORTE(RVP-X-EMB) FROM GA-RETENIDO
116100     ELSE
116200         MOVE ZERO TO GA-RETENIDO
116300     END-IF.
116400     IF GA-CERRADO AND GA-PERIODO-CIERRE = RVP-PERIODO
116500         MOVE 'A' TO GA-ESTADO
116600         MOVE ZERO TO GA-PERIODO-CIERRE
116700     END-IF.
116800     ADD 1 TO RVP-CANT-DEVUELTOS.
116900 6300-DEVOLVER-RETENCION-EXIT.
117000     EXIT.
117100*
117200******************************************************************
117300* 6400-DEVOLVER-DIAS - THE PERIOD'S VACATION MOVEMENT IS UNDONE
117400******************************************************************
117500 6400-DEVOLVER-DIAS.
117600     SET RVP-X-VAC TO 1.
117700     SEARCH RVP-FILA-VAC
117800         AT END
117900             GO TO 6400-DEVOLVER-DIAS-EXIT
118000         WHEN RVP-X-VAC > RVP-CANT-VAC
118100             GO TO 6400-DEVOLVER-DIAS-EXIT
118200         WHEN RVP-VAC-ID(RVP-X-VAC) = VS-ID
118300             CONTINUE
118400     END-SEARCH.
118500     SUBTRACT RVP-VAC-DIAS(RVP-X-VAC) FROM VS-SALDO.
118600     MOVE ZERO TO RVP-VAC-DIAS(RVP-X-VAC).
118700     ADD 1 TO RVP-CANT-DEVUELTOS.
118800 6400-DEVOLVER-DIAS-EXIT.
118900     EXIT.
119000*
119100******************************************************************
119200* 7000-MARCAR-REVERTIDO - REGSTATE AND THE PERIODCTL ROW OF THE
119300*                         COMPANY'S FREQUENCY BACK ON THE PERIOD,
119400*                         STATE 'R', SO THE PERIOD CAN BE RERUN
119500******************************************************************
119600 7000-MARCAR-REVERTIDO.
119700     OPEN OUTPUT REGSTATE-FILE.
119800     MOVE RVP-PERIODO TO RG-PERIODO.
119900     MOVE 'R' TO RG-ESTADO.
120000     MOVE RVP-USUARIO TO RG-USUARIO.
120100     MOVE RVP-FECHA-HOY TO RG-FECHA.
120200     WRITE RG-RECORD.
120300     CLOSE REGSTATE-FILE.
120400     MOVE ZERO TO RVP-SECUENCIA.
120500     MOVE 'N' TO RVP-FIN-ARCHIVO.
120600     OPEN INPUT PAYCAL-FILE.
120700     IF RVP-STATUS-PAYCAL = '00'
120800         PERFORM 7010-LEER-CALENDARIO
120900             THRU 7010-LEER-CALENDARIO-EXIT
121000             UNTIL RVP-ES-FIN-ARCHIVO
121100     END-IF.
121200     CLOSE PAYCAL-FILE.
121300     MOVE ZERO TO RVP-CANT-PC.
121400     MOVE 'N' TO RVP-FIN-ARCHIVO.
121500     OPEN INPUT PERIODCTL-FILE.
121600     IF RVP-STATUS-PERIODO = '00'
121700         PERFORM 7020-CARGAR-PERIODO THRU 7020-CARGAR-PERIODO-EXIT
121800             UNTIL RVP-ES-FIN-ARCHIVO
121900     END-IF.
122000     CLOSE PERIODCTL-FILE.
122100     SET RVP-X-PC TO 1.
122200     SEARCH RVP-FILA-PC
122300         AT END
122400             PERFORM 7030-AGREGAR-PERIODO
122500                 THRU 7030-AGREGAR-PERIODO-EXIT
122600         WHEN RVP-X-PC > RVP-CANT-PC
122700             PERFORM 7030-AGREGAR-PERIODO
122800                 THRU 7030-AGREGAR-PERIODO-EXIT
122900         WHEN RVP-PC-FRECUENCIA(RVP-X-PC) = RVP-FRECUENCIA
123000             CONTINUE
123100     END-SEARCH.
123200     MOVE RVP-PERIODO TO RVP-PC-PERIODO(RVP-X-PC).
123300     MOVE 'R' TO RVP-PC-ESTADO(RVP-X-PC).
123400     IF RVP-SECUENCIA NOT = ZERO
123500         MOVE RVP-SECUENCIA TO RVP-PC-SECUENCIA(RVP-X-PC)
123600     END-IF.
123700     OPEN OUTPUT PERIODCTL-FILE.
123800     PERFORM 7040-GRABAR-PERIODO THRU 7040-GRABAR-PERIODO-EXIT
123900         VARYING RVP-X-PC FROM 1 BY 1
124000         UNTIL RVP-X-PC > RVP-CANT-PC.
124100     CLOSE PERIODCTL-FILE.
124200 7000-MARCAR-REVERTIDO-EXIT.
124300     EXIT.
124400*
124500* THE RERUN STARTS AT THE FIRST CYCLE OF THE PERIOD, SINCE EVERY
124600* CYCLE OF IT HAS JUST BEEN REVERSED.
124700 7010-LEER-CALENDARIO.
124800     READ PAYCAL-FILE
124900         AT END
125000             SET RVP-ES-FIN-ARCHIVO TO TRUE
125100             GO TO 7010-LEER-CALENDARIO-EXIT
125200     END-READ.
125300     IF CALP-FRECUENCIA = RVP-FRECUENCIA
125400         AND CALP-PERIODO = RVP-PERIODO
125500         AND (RVP-SECUENCIA = ZERO
125600              OR CALP-SECUENCIA < RVP-SECUENCIA)
125700         MOVE CALP-SECUENCIA TO RVP-SECUENCIA
125800     END-IF.
125900 7010-LEER-CALENDARIO-EXIT.
126000     EXIT.
126100*
126200 7020-CARGAR-PERIODO.
126300     READ PERIODCTL-FILE
126400         AT END
126500             SET RVP-ES-FIN-ARCHIVO TO TRUE
126600             GO TO 7020-CARGAR-PERIODO-EXIT
126700     END-READ.
126800     IF RVP-CANT-PC NOT < 10
126900         GO TO 7020-CARGAR-PERIODO-EXIT
127000     END-IF.
127100     ADD 1 TO RVP-CANT-PC.
127200     SET RVP-X-PC TO RVP-CANT-PC.
127300     MOVE PC-PERIODO TO RVP-PC-PERIODO(RVP-X-PC).
127400     MOVE PC-ESTADO TO RVP-PC-ESTADO(RVP-X-PC).
127500     MOVE PC-FRECUENCIA TO RVP-PC-FRECUENCIA(RVP-X-PC).
127600     IF PC-FRECUENCIA = SPACE
127700         MOVE 'M' TO RVP-PC-FRECUENCIA(RVP-X-PC)
127800     END-IF.
127900     MOVE PC-SECUENCIA TO RVP-PC-SECUENCIA(RVP-X-PC).
128000 7020-CARGAR-PERIODO-EXIT.
128100     EXIT.
128200*
128300 7030-AGREGAR-PERIODO.
128400     IF RVP-CANT-PC < 10
128500         ADD 1 TO RVP-CANT-PC
128600     END-IF.
128700     SET RVP-X-PC TO RVP-CANT-PC.
128800     MOVE RVP-FRECUENCIA TO RVP-PC-FRECUENCIA(RVP-X-PC).
128900     MOVE 1 TO RVP-PC-SECUENCIA(RVP-X-PC).
129000 7030-AGREGAR-PERIODO-EXIT.
129100     EXIT.
129200*
129300 7040-GRABAR-PERIODO.
129400     MOVE RVP-PC-PERIODO(RVP-X-PC) TO PC-PERIODO.
129500     MOVE RVP-PC-ESTADO(RVP-X-PC) TO PC-ESTADO.
129600     MOVE RVP-PC-FRECUENCIA(RVP-X-PC) TO PC-FRECUENCIA.
129700     MOVE RVP-PC-SECUENCIA(RVP-X-PC) TO PC-SECUENCIA.
129800     WRITE PC-RECORD.
129900 7040-GRABAR-PERIODO-EXIT.
130000     EXIT.
130100*
130200******************************************************************
130300* 7500-REGISTRAR-REVERSO - ONE ROW ON THE REVERSOS LOG
130400******************************************************************
130500 7500-REGISTRAR-REVERSO.
130600     OPEN EXTEND REVERSOS-FILE.
130700     IF RVP-STATUS-REVERSOS = '35'
130800         OPEN OUTPUT REVERSOS-FILE
130900     END-IF.
131000     MOVE RVP-PERIODO TO RV-PERIODO.
131100     MOVE RVP-COMPANIA TO RV-COMPANIA.
131200     MOVE RVP-FECHA-HOY TO RV-FECHA.
131300     MOVE RVP-HORA TO RV-HORA.
131400     MOVE RVP-USUARIO TO RV-USUARIO.
131500     MOVE RVP-CANT-HISTORIAL TO RV-CANT-LINEAS.
131600     MOVE RVP-HASH-HISTORIAL TO RV-HASH.
131700     MOVE RVP-REFERENCIA TO RV-REFERENCIA.
131800     WRITE RV-RECORD.
131900     CLOSE REVERSOS-FILE.
132000 7500-REGISTRAR-REVERSO-EXIT.
132100     EXIT.
132200*
132300******************************************************************
132400* 8000-DEVOLVER-TRABAJO - REVTRAB BECOMES THE LIVE FILE NAMED IN
132500*                         RVP-NOMBRE-DETALLE
132600******************************************************************
132700 8000-DEVOLVER-TRABAJO.
132800     OPEN INPUT TRABAJO-FILE.
132900     OPEN OUTPUT DETALLE-FILE.
133000     MOVE 'N' TO RVP-FIN-ARCHIVO.
133100     PERFORM 8010-COPIAR-TRABAJO THRU 8010-COPIAR-TRABAJO-EXIT
133200         UNTIL RVP-ES-FIN-ARCHIVO.
133300     CLOSE TRABAJO-FILE.
133400     CLOSE DETALLE-FILE.
133500 8000-DEVOLVER-TRABAJO-EXIT.
133600     EXIT.
133700*
133800 8010-COPIAR-TRABAJO.
133900     READ TRABAJO-FILE
134000         AT END
134100             SET RVP-ES-FIN-ARCHIVO TO TRUE
134200             GO TO 8010-COPIAR-TRABAJO-EXIT
134300     END-READ.
134400     WRITE DET-REGISTRO FROM TR-REGISTRO.
134500 8010-COPIAR-TRABAJO-EXIT.
134600     EXIT.
134700*
134800******************************************************************
134900* 8500-IMPRIMIR-REPORTE - REVERRPT, WHAT WAS BACKED OUT
135000******************************************************************
135100 8500-IMPRIMIR-REPORTE.
135200     OPEN OUTPUT REPORTE-FILE.
135300     MOVE RVP-COMPANIA TO RVP-TIT-COMPANIA.
135400     MOVE RVP-PERIODO TO RVP-TIT-PERIODO.
135500     WRITE RPT-LINEA FROM RVP-LINEA-TITULO.
135600     MOVE SPACES TO RPT-LINEA.
135700     STRING 'FECHA ' RVP-FECHA-HOY ' ' RVP-HORA
135800         ' USUARIO ' RVP-USUARIO
135900         DELIMITED BY SIZE INTO RPT-LINEA.
136000     WRITE RPT-LINEA.
136100     IF RVP-REFERENCIA NOT = SPACES
136200         MOVE SPACES TO RPT-LINEA
136300         STRING 'REFERENCIA DEL RECUPERO BANCARIO ' RVP-REFERENCIA
136400             DELIMITED BY SIZE INTO RPT-LINEA
136500         WRITE RPT-LINEA
136600     END-IF.
136700     MOVE SPACES TO RPT-LINEA.
136800     WRITE RPT-LINEA.
136900     MOVE 'LINEAS DE HISTORIAL NEGADAS' TO RVP-DAT-TEXTO.
137000     MOVE RVP-CANT-HISTORIAL TO RVP-DAT-CANT.
137100     MOVE RVP-HASH-HISTORIAL TO RVP-DAT-IMPORTE.
137200     WRITE RPT-LINEA FROM RVP-LINEA-DATO.
137300     MOVE 'LINEAS EN CERO NO REVERTIDAS' TO RVP-DAT-TEXTO.
137400     MOVE RVP-CANT-CERO TO RVP-DAT-CANT.
137500     MOVE ZERO TO RVP-DAT-IMPORTE.
137600     WRITE RPT-LINEA FROM RVP-LINEA-DATO.
137700     MOVE 'FILAS DE REGISTRO A PAYROLLREV' TO RVP-DAT-TEXTO.
137800     MOVE RVP-CANT-REGISTRO TO RVP-DAT-CANT.
137900     MOVE RVP-HASH-REGISTRO TO RVP-DAT-IMPORTE.
138000     WRITE RPT-LINEA FROM RVP-LINEA-DATO.
138100     MOVE 'SUELDO ANUAL DESCONTADO DE YTDTOTALS' TO RVP-DAT-TEXTO.
138200     MOVE ZERO TO RVP-DAT-CANT.
138300     MOVE RVP-TOTAL-ANUAL TO RVP-DAT-IMPORTE.
138400     WRITE RPT-LINEA FROM RVP-LINEA-DATO.
138500     MOVE 'BONO DESCONTADO DE YTDTOTALS' TO RVP-DAT-TEXTO.
138600     MOVE RVP-TOTAL-BONO TO RVP-DAT-IMPORTE.
138700     WRITE RPT-LINEA FROM RVP-LINEA-DATO.
138800     MOVE 'PRESTAMOS CON CUOTA DEVUELTA' TO RVP-DAT-TEXTO.
138900     MOVE RVP-CANT-PRES TO RVP-DAT-CANT.
139000     MOVE ZERO TO RVP-DAT-IMPORTE.
139100     WRITE RPT-LINEA FROM RVP-LINEA-DATO.
139200     MOVE 'EMBARGOS CON RETENCION DEVUELTA' TO RVP-DAT-TEXTO.
139300     MOVE RVP-CANT-EMB TO RVP-DAT-CANT.
139400     WRITE RPT-LINEA FROM RVP-LINEA-DATO.
139500     MOVE 'SALDOS DE VACACIONES AJUSTADOS' TO RVP-DAT-TEXTO.
139600     MOVE RVP-CANT-VAC TO RVP-DAT-CANT.
139700     WRITE RPT-LINEA FROM RVP-LINEA-DATO.
139800     CLOSE REPORTE-FILE.
139900 8500-IMPRIMIR-REPORTE-EXIT.
140000     EXIT.
140100*
140200******************************************************************
140300* 9000-TERMINAR - RUN LOG, RELEASE PAYLOCK, RETURN CODE
140400******************************************************************
140500 9000-TERMINAR.
140600     MOVE 'F' TO RVP-EVENTO-RUNLOG.
140700     MOVE RVP-CANT-HISTORIAL TO RVP-CANT-RUNLOG.
140800     CALL 'RUNLOG' USING RVP-NOMBRE-PROGRAMA
140900         RVP-EVENTO-RUNLOG RVP-CANT-RUNLOG.
141000     PERFORM 1500-LIBERAR-LOCK THRU 1500-LIBERAR-LOCK-EXIT.
141100     IF RVP-ES-ERROR
141200         DISPLAY 'REVERPER: REVERSO NO REALIZADO'
141300         MOVE 8 TO RETURN-CODE
141400     ELSE
141500         DISPLAY 'REVERPER: PERIODO ' RVP-PERIODO ' COMPANIA '
141600             RVP-COMPANIA ' REVERTIDO, ' RVP-CANT-HISTORIAL
141700             ' LINEAS NEGADAS'
141800         MOVE ZERO TO RETURN-CODE
141900     END-IF.
142000 9000-TERMINAR-EXIT.
142100     EXIT.
142200 END PROGRAM REVERPER.
