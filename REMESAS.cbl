002580*   - PERIODCTL CARRIES ONE OPEN ROW PER FREQUENCY NOW, SO THE
002590*     PERIOD COMES FROM THE MONTHLY ('M' OR BLANK) ROW INSTEAD
002591*     OF WHATEVER ROW HAPPENED TO BE FIRST.
002592*   - EMPLOYER SOCIAL-SECURITY CONTRIBUTIONS (THE CONTDET
002593*     DETAIL EJERCICIO02 WRITES NEXT TO DEDDET) ARE NOW PART OF
002594*     EACH AGENCY'S REMITTANCE AS TYPE '2' ROWS, WITH THE
002595*     AGENCY TAKEN FROM THE ROW ITSELF. THEY ARE TOTALLED ON
002596*     THEIR OWN REPORT LINE AND KEPT OUT OF THE RECONCILIATION
002597*     AGAINST PR-DEDUCCIONES, WHICH ONLY HOLDS WITHHOLDINGS.
002598*   - A RUN THAT RECONCILES IS MARKED DONE ON THE CHKCIERRE
002599*     PERIOD-CLOSE CHECKLIST (THROUGH MARCACIER) THAT CIERREPER
00259A*     CHECKS BEFORE CLOSING.
00259B*   - OPTIONAL BENEFIT WITHHOLDINGS (DEDDET CONCEPT BEN- PLUS
00259C*     PLAN AND OPTION) ARE REMITTED TO THE PROVIDER NAMED ON THE
00259D*     PLANBENEF CATALOG VERSION IN FORCE FOR THE PERIOD; THE
00259E*     CONCEPT MAP HOLDS 60 ROWS TO MAKE ROOM FOR THEM.
00259F*   - PERIODCTL RECORD WIDENED FOR PC-SECUENCIA.
002600******************************************************************
002700 IDENTIFICATION DIVISION.
002800 PROGRAM-ID. REMESAS.
004310     SELECT OPTIONAL REGSTATE-FILE ASSIGN TO 'REGSTATE'
004320         ORGANIZATION IS LINE SEQUENTIAL
004330         FILE STATUS IS RMS-STATUS-REGSTATE.
004340     SELECT OPTIONAL CONTDET-FILE ASSIGN TO 'CONTDET'
004350         ORGANIZATION IS LINE SEQUENTIAL
004360         FILE STATUS IS RMS-STATUS-CONTDET.
004370     SELECT OPTIONAL PLANBENEF-FILE ASSIGN TO 'PLANBENEF'
004380         ORGANIZATION IS LINE SEQUENTIAL
004390         FILE STATUS IS RMS-STATUS-PLANES.
004400     SELECT REMESA-FILE ASSIGN USING RMS-NOMBRE-ARCHIVO
004500         ORGANIZATION IS LINE SEQUENTIAL.
004600     SELECT REPORTE-FILE ASSIGN TO 'REMESARPT'
007510*    LA FRECUENCIA VA AL FINAL PARA NO CORRER LAS COLUMNAS:
007520*    UN PERIODCTL VIEJO DE UNA SOLA FILA SE LEE COMO MENSUAL.
007530     05 PC-FRECUENCIA            PIC X(01).
007531     05 PC-SECUENCIA             PIC 9(02).
007540 FD  REGSTATE-FILE
007550     LABEL RECORDS ARE STANDARD.
007560 01  RG-RECORD.
007580     05 RG-ESTADO                PIC X(01).
007590     05 RG-USUARIO               PIC X(08).
007591     05 RG-FECHA                 PIC 9(08).
007592 FD  CONTDET-FILE
007593     LABEL RECORDS ARE STANDARD.
007594 01  CD-RECORD.
007595     COPY CONTDET.
007596 FD  PLANBENEF-FILE
007597     LABEL RECORDS ARE STANDARD.
007598 01  BP-RECORD.
007599     COPY PLANBEN.
007600 FD  REMESA-FILE
007700     LABEL RECORDS ARE STANDARD.
007800 01  RM-RECORD.
010100 01  RMS-STATUS-PAYROLL          PIC XX.
010200 01  RMS-STATUS-PERIODO          PIC XX.
010210 01  RMS-STATUS-REGSTATE         PIC XX.
010220 01  RMS-STATUS-CONTDET          PIC XX.
010230 01  RMS-STATUS-PLANES           PIC XX.
010300 01  RMS-NOMBRE-ARCHIVO          PIC X(12).
010400*
010500 01  RMS-INDICADORES.
010920         88  RMS-ES-SIN-LIBERAR  VALUE 'Y'.
011000*
011100 01  RMS-PERIODO                 PIC 9(06) VALUE ZERO.
011101 01  RMS-CHK-PASO                PIC X(10) VALUE 'REMESAS'.
011102 01  RMS-RC-GUARDADO             PIC 9(02).
011200 01  RMS-AGENCIA-AUX             PIC X(03).
011210 01  RMS-CONCEPTO-AUX            PIC X(15).
011300 01  RMS-IMPORTE-ED              PIC $Z,ZZZ,ZZZ,ZZ9.99-.
011400*
011500 01  RMS-CONTADORES.
011800     05  RMS-CANT-AGENCIA        PIC 9(06) VALUE ZERO.
011900     05  RMS-TOTAL-AGENCIA       PIC S9(11)V99 VALUE ZERO.
012000     05  RMS-CANT-SIN-AGENCIA    PIC 9(04) VALUE ZERO.
012010     05  RMS-TOTAL-APORTES       PIC S9(11)V99 VALUE ZERO.
012020     05  RMS-CANT-APORTES        PIC 9(04) VALUE ZERO.
012100*
012200 01  RMS-CANT-CONCEPTOS          PIC 9(02) VALUE ZERO.
012300 01  RMS-TABLA-CONCEPTOS.
012400     05  RMS-CONCEPTO-FILA OCCURS 60 TIMES
012500                           INDEXED BY RMS-X-CON.
012600         10 RMS-CON-CONCEPTO     PIC X(15).
012700         10 RMS-CON-AGENCIA      PIC X(03).
012710         10 RMS-CON-VIGENCIA     PIC 9(06).
012800*
012900 01  RMS-CANT-AGENCIAS           PIC 9(02) VALUE ZERO.
013000 01  RMS-TABLA-AGENCIAS.
014100         10 RMS-DET-CONCEPTO     PIC X(15).
014200         10 RMS-DET-IMPORTE      PIC S9(06)V99.
014300         10 RMS-DET-AGENCIA      PIC X(03).
014310         10 RMS-DET-TIPO         PIC X(01).
014400*
014500 PROCEDURE DIVISION.
014600******************************************************************
015200         THRU 1000-PERIODO-ABIERTO-EXIT.
015300     PERFORM 1100-CARGAR-CONCEPTOS
015400         THRU 1100-CARGAR-CONCEPTOS-EXIT.
015410     PERFORM 1150-CARGAR-PLANES THRU 1150-CARGAR-PLANES-EXIT.
015500     PERFORM 1200-CARGAR-DETALLE THRU 1200-CARGAR-DETALLE-EXIT.
015510     PERFORM 1300-CARGAR-APORTES THRU 1300-CARGAR-APORTES-EXIT.
015600     OPEN OUTPUT REPORTE-FILE.
015700     MOVE SPACES TO RPT-LINEA.
015800     STRING 'REMESAS - PERIODO ' RMS-PERIODO
016300         UNTIL RMS-X-AGE > RMS-CANT-AGENCIAS.
016400     PERFORM 3000-CONCILIAR THRU 3000-CONCILIAR-EXIT.
016500     CLOSE REPORTE-FILE.
016501     IF RETURN-CODE < 8
016502         PERFORM 8000-MARCAR-CIERRE
016503             THRU 8000-MARCAR-CIERRE-EXIT
016504     END-IF.
016600     GOBACK.
016700 0000-MAINLINE-EXIT.
016800     EXIT.
021200         AT END
021300             SET RMS-ES-FIN-ARCHIVO TO TRUE
021400         NOT AT END
021500             IF RMS-CANT-CONCEPTOS < 60
021600                 ADD 1 TO RMS-CANT-CONCEPTOS
021700                 SET RMS-X-CON TO RMS-CANT-CONCEPTOS
021800                 MOVE DD-CONCEPTO
021900                     TO RMS-CON-CONCEPTO(RMS-X-CON)
021910                 MOVE ZERO TO RMS-CON-VIGENCIA(RMS-X-CON)
022000                 MOVE DD-AGENCIA
022100                     TO RMS-CON-AGENCIA(RMS-X-CON)
022200                 IF DD-AGENCIA NOT = SPACES
022210                     MOVE DD-AGENCIA TO RMS-AGENCIA-AUX
022300                     PERFORM 1120-ANOTAR-AGENCIA
022400                         THRU 1120-ANOTAR-AGENCIA-EXIT
022500                 END-IF
024200         AND RMS-CANT-AGENCIAS < 20
024300         ADD 1 TO RMS-CANT-AGENCIAS
024400         SET RMS-X-AGE TO RMS-CANT-AGENCIAS
024500         MOVE RMS-AGENCIA-AUX TO RMS-AGE-CODIGO(RMS-X-AGE)
024600     END-IF.
024700 1120-ANOTAR-AGENCIA-EXIT.
024800     EXIT.
025100* 1130-COMPARAR-AGENCIA - CHECK ONE DISTINCT-AGENCY ENTRY
025200******************************************************************
025300 1130-COMPARAR-AGENCIA.
025400     IF RMS-AGE-CODIGO(RMS-X-AGE) = RMS-AGENCIA-AUX
025500         SET RMS-ES-HALLADO TO TRUE
025600     END-IF.
025700 1130-COMPARAR-AGENCIA-EXIT.
025800     EXIT.
025801*
025802******************************************************************
025803* 1150-CARGAR-PLANES - BENEFIT CONCEPTS (BEN- PLUS PLAN AND
025804*                      OPTION) MAPPED TO THE PROVIDER OF THE
025805*                      CATALOG VERSION IN FORCE FOR THE PERIOD
025806******************************************************************
025807 1150-CARGAR-PLANES.
025808     MOVE 'N' TO RMS-FIN-ARCHIVO.
025809     OPEN INPUT PLANBENEF-FILE.
025810     IF RMS-STATUS-PLANES = '00'
025811         PERFORM 1160-LEER-PLAN THRU 1160-LEER-PLAN-EXIT
025812             UNTIL RMS-ES-FIN-ARCHIVO
025813     END-IF.
025814     CLOSE PLANBENEF-FILE.
025815     MOVE 'N' TO RMS-FIN-ARCHIVO.
025816 1150-CARGAR-PLANES-EXIT.
025817     EXIT.
025818*
025819******************************************************************
025820* 1160-LEER-PLAN - ONE CATALOG VERSION: A LATER ONE NOT AFTER
025821*                  THE PERIOD REPLACES THE PROVIDER ON THE MAP
025822******************************************************************
025823 1160-LEER-PLAN.
025824     READ PLANBENEF-FILE
025825         AT END
025826             SET RMS-ES-FIN-ARCHIVO TO TRUE
025827             GO TO 1160-LEER-PLAN-EXIT
025828     END-READ.
025829     IF BP-VIGENCIA-DESDE IS NOT NUMERIC
025830         OR BP-VIGENCIA-DESDE > RMS-PERIODO
025831         GO TO 1160-LEER-PLAN-EXIT
025832     END-IF.
025833     MOVE SPACES TO RMS-CONCEPTO-AUX.
025834     STRING 'BEN-' BP-PLAN BP-OPCION
025835         DELIMITED BY SIZE INTO RMS-CONCEPTO-AUX.
025836     MOVE 'N' TO RMS-HALLADO.
025837     PERFORM 1170-COMPARAR-PLAN THRU 1170-COMPARAR-PLAN-EXIT
025838         VARYING RMS-X-CON FROM 1 BY 1
025839         UNTIL RMS-X-CON > RMS-CANT-CONCEPTOS
025840         OR RMS-ES-HALLADO.
025841     IF RMS-ES-HALLADO
025842         SET RMS-X-CON DOWN BY 1
025843         IF BP-VIGENCIA-DESDE < RMS-CON-VIGENCIA(RMS-X-CON)
025844             GO TO 1160-LEER-PLAN-EXIT
025845         END-IF
025846     ELSE
025847         IF RMS-CANT-CONCEPTOS NOT < 60
025848             DISPLAY 'REMESAS: MAS DE 60 CONCEPTOS, '
025849                 RMS-CONCEPTO-AUX ' QUEDA SIN AGENCIA'
025850             GO TO 1160-LEER-PLAN-EXIT
025851         END-IF
025852         ADD 1 TO RMS-CANT-CONCEPTOS
025853         SET RMS-X-CON TO RMS-CANT-CONCEPTOS
025854         MOVE RMS-CONCEPTO-AUX TO RMS-CON-CONCEPTO(RMS-X-CON)
025855     END-IF.
025856     MOVE BP-AGENCIA TO RMS-CON-AGENCIA(RMS-X-CON).
025857     MOVE BP-VIGENCIA-DESDE TO RMS-CON-VIGENCIA(RMS-X-CON).
025858     IF BP-AGENCIA NOT = SPACES
025859         MOVE BP-AGENCIA TO RMS-AGENCIA-AUX
025860         PERFORM 1120-ANOTAR-AGENCIA
025861             THRU 1120-ANOTAR-AGENCIA-EXIT
025862     END-IF.
025863 1160-LEER-PLAN-EXIT.
025864     EXIT.
025865*
025866******************************************************************
025867* 1170-COMPARAR-PLAN - CHECK ONE CONCEPT MAP ROW
025868******************************************************************
025869 1170-COMPARAR-PLAN.
025870     IF RMS-CON-CONCEPTO(RMS-X-CON) = RMS-CONCEPTO-AUX
025871         SET RMS-ES-HALLADO TO TRUE
025872     END-IF.
025873 1170-COMPARAR-PLAN-EXIT.
025874     EXIT.
025900*
026000******************************************************************
026100* 1200-CARGAR-DETALLE - DEDDET ROWS OF THE PERIOD, EACH MAPPED
029100                 MOVE DT-NOMBRE TO RMS-DET-NOMBRE(RMS-X-DET)
029200                 MOVE DT-CONCEPTO
029300                     TO RMS-DET-CONCEPTO(RMS-X-DET)
029310                 MOVE '1' TO RMS-DET-TIPO(RMS-X-DET)
029400                 MOVE DT-IMPORTE
029500                     TO RMS-DET-IMPORTE(RMS-X-DET)
029600                 ADD DT-IMPORTE TO RMS-TOTAL-DETALLE
036800******************************************************************
036900 2100-GRABAR-DETALLE.
037000     IF RMS-DET-AGENCIA(RMS-X-DET) = RMS-AGENCIA-AUX
037100         MOVE RMS-DET-TIPO(RMS-X-DET) TO RM-TIPO
037200         MOVE SPACES TO RM-DETALLE
037300         MOVE RMS-AGENCIA-AUX TO RM-AGENCIA
037400         MOVE RMS-DET-ID(RMS-X-DET) TO RM-ID
040800     STRING 'TOTAL PR-DEDUCCIONES:      ' RMS-IMPORTE-ED
040900         DELIMITED BY SIZE INTO RPT-LINEA.
041000     WRITE RPT-LINEA.
041010     IF RMS-CANT-APORTES > ZERO
041020         MOVE RMS-TOTAL-APORTES TO RMS-IMPORTE-ED
041030         MOVE SPACES TO RPT-LINEA
041040         STRING 'CONTRIBUCIONES PATRONALES: ' RMS-IMPORTE-ED
041050             ' (FUERA DE LA CONCILIACION)'
041060             DELIMITED BY SIZE INTO RPT-LINEA
041070         WRITE RPT-LINEA
041080     END-IF.
041100     IF RMS-CANT-SIN-AGENCIA > ZERO
041200         MOVE SPACES TO RPT-LINEA
041300         STRING 'CONCEPTOS SIN AGENCIA (NO REMESADOS): '
044700     END-READ.
044800 3100-SUMAR-REGISTRO-EXIT.
044900     EXIT.
044910*
044920******************************************************************
044930* 1300-CARGAR-APORTES - EMPLOYER CONTRIBUTION ROWS OF THE
044940*                       PERIOD, EACH WITH ITS OWN AGENCY
044950******************************************************************
044960 1300-CARGAR-APORTES.
044970     MOVE 'N' TO RMS-FIN-ARCHIVO.
044980     OPEN INPUT CONTDET-FILE.
044990     IF RMS-STATUS-CONTDET = '00'
0449A0         PERFORM 1310-LEER-APORTE THRU 1310-LEER-APORTE-EXIT
0449A1             UNTIL RMS-ES-FIN-ARCHIVO
0449A2     END-IF.
0449A3     CLOSE CONTDET-FILE.
0449A4     MOVE 'N' TO RMS-FIN-ARCHIVO.
0449A5 1300-CARGAR-APORTES-EXIT.
0449A6     EXIT.
0449A7*
0449A8******************************************************************
0449A9* 1310-LEER-APORTE - KEEP ONE CONTRIBUTION ROW OF THE PERIOD
0449B0******************************************************************
0449B1 1310-LEER-APORTE.
0449B2     READ CONTDET-FILE
0449B3         AT END
0449B4             SET RMS-ES-FIN-ARCHIVO TO TRUE
0449B5         NOT AT END
0449B6             IF CD-PERIODO = RMS-PERIODO
0449B7                 AND RMS-CANT-DETALLES < 500
0449B8                 ADD 1 TO RMS-CANT-DETALLES
0449B9                 SET RMS-X-DET TO RMS-CANT-DETALLES
0449C0                 MOVE CD-ID TO RMS-DET-ID(RMS-X-DET)
0449C1                 MOVE CD-NOMBRE TO RMS-DET-NOMBRE(RMS-X-DET)
0449C2                 MOVE CD-CONCEPTO
0449C3                     TO RMS-DET-CONCEPTO(RMS-X-DET)
0449C4                 MOVE CD-IMPORTE
0449C5                     TO RMS-DET-IMPORTE(RMS-X-DET)
0449C6                 MOVE '2' TO RMS-DET-TIPO(RMS-X-DET)
0449C7                 MOVE CD-AGENCIA
0449C8                     TO RMS-DET-AGENCIA(RMS-X-DET)
0449C9                 ADD CD-IMPORTE TO RMS-TOTAL-APORTES
0449D0                 ADD 1 TO RMS-CANT-APORTES
0449D1                 IF CD-AGENCIA = SPACES
0449D2                     ADD 1 TO RMS-CANT-SIN-AGENCIA
0449D3                 ELSE
0449D4                     MOVE CD-AGENCIA TO RMS-AGENCIA-AUX
0449D5                     PERFORM 1120-ANOTAR-AGENCIA
0449D6                         THRU 1120-ANOTAR-AGENCIA-EXIT
0449D7                 END-IF
0449D8             END-IF
0449D9     END-READ.
0449E0 1310-LEER-APORTE-EXIT.
0449E1     EXIT.
0449E2*
0449E3******************************************************************
0449E4* 8000-MARCAR-CIERRE - THE STEP IS DONE ON THE PERIOD-CLOSE
0449E5*                      CHECKLIST (THE RETURN CODE IS KEPT)
0449E6******************************************************************
0449E7 8000-MARCAR-CIERRE.
0449E8     MOVE RETURN-CODE TO RMS-RC-GUARDADO.
0449E9     CALL 'MARCACIER' USING RMS-CHK-PASO RMS-PERIODO.
0449EA     MOVE RMS-RC-GUARDADO TO RETURN-CODE.
0449EB 8000-MARCAR-CIERRE-EXIT.
0449EC     EXIT.
045000 END PROGRAM REMESAS.
