002130*     IN PH-IMPORTE-EXTRA, SO THE CERTIFICATE SHOWS THEM ON
002140*     THEIR OWN LINES INSTEAD OF OMITTING THEM, AND 'G'/'F'
002150*     ROWS NO LONGER COUNT AS A SETTLED PERIOD.
002151*   - FAMILY ALLOWANCE 'H' HISTORY LINES ARE SHOWN ON THEIR OWN
002152*     LINE AND DO NOT COUNT AS A SETTLED PERIOD.
002153*   - EXPENSE REIMBURSEMENT 'V' HISTORY LINES LIKEWISE, ON A
002154*     LINE OF THEIR OWN.
002155*   - THE PERSONAL INCOME TAX DEDUCTIONS DECLARED FOR THE YEAR
002156*     IN DEDPERS (CONCEPT FROM THE TOPEDED TABLE, VALID-FROM
002157*     MONTH, SUPPORTING DOCUMENT) ARE LISTED UNDER THE NET, EACH
002158*     WITH THE AMOUNT COMPUTED IN THE YEAR PRO RATA FROM ITS
002159*     MONTH, AS THE IMP GANANCIAS WITHHOLDING TOOK THEM.
00215A*   - MINIMUM WAGE TOP-UP 'M' HISTORY LINES ADD TO THE SALARY
00215B*     TOTAL AND DO NOT COUNT AS A SETTLED PERIOD.
00215C*   - ONE-OFF EARNINGS: TAXABLE 'N' HISTORY LINES ADD TO THE
00215D*     SALARY TOTAL LIKE 'M'; NON-TAXABLE 'X' LINES ARE SHOWN ON A
00215E*     LINE OF THEIR OWN. NEITHER COUNTS AS A SETTLED PERIOD.
00215F*   - PAYHIST AMOUNTS ARE SIGNED NOW. A REVERPER REVERSAL LINE
00215G*     (NEGATIVE SALARY) SUBTRACTS ITSELF FROM THE TOTALS AND TAKES
00215H*     THE CANCELLED PERIOD BACK OFF THE PERIOD COUNT.
002200******************************************************************
002300 IDENTIFICATION DIVISION.
002400 PROGRAM-ID. CERTANUAL.
003100     SELECT OPTIONAL DEDDET-FILE ASSIGN TO 'DEDDET'
003200         ORGANIZATION IS LINE SEQUENTIAL
003300         FILE STATUS IS CRT-STATUS-DETALLE.
003301     SELECT OPTIONAL DEDPERS-FILE ASSIGN TO 'DEDPERS'
003302         ORGANIZATION IS LINE SEQUENTIAL
003303         FILE STATUS IS CRT-STATUS-DEDPERS.
003304     SELECT OPTIONAL TOPEDED-FILE ASSIGN TO 'TOPEDED'
003305         ORGANIZATION IS LINE SEQUENTIAL
003306         FILE STATUS IS CRT-STATUS-TOPES.
003400     SELECT OPTIONAL YTD-FILE ASSIGN TO 'YTDTOTALS'
003500         ORGANIZATION IS SEQUENTIAL
003600         FILE STATUS IS CRT-STATUS-YTD.
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
005300     05 PH-IMPORTE-EXTRA         PIC S9(06)V99.
005400     05 PH-TIPO-LINEA            PIC X(01).
005500     05 PH-PERIODO-REF           PIC 9(06).
005600     05 PH-COMPANIA              PIC X(03).
006300     05 DT-IMPORTE               PIC S9(06)V99.
006400     05 DT-PERIODO               PIC 9(06).
006500     05 DT-COMPANIA              PIC X(03).
006501 FD  DEDPERS-FILE
006502     LABEL RECORDS ARE STANDARD.
006503 01  DJ-RECORD.
006504     COPY DEDPER.
006505 FD  TOPEDED-FILE
006506     LABEL RECORDS ARE STANDARD.
006507 01  TD-RECORD.
006508     05 TD-ANIO                  PIC 9(04).
006509     05 TD-CONCEPTO              PIC X(04).
00650A     05 TD-DESCRIPCION           PIC X(25).
00650B     05 TD-TOPE-ANUAL            PIC 9(07)V99.
00650C     05 TD-APLICA                PIC X(01).
006600 FD  YTD-FILE
006700     LABEL RECORDS ARE STANDARD.
006800 01  YTD-RECORD.
007800 01  CRT-STATUS-PAYHIST          PIC XX.
007900 01  CRT-STATUS-DETALLE          PIC XX.
008000 01  CRT-STATUS-YTD              PIC XX.
008001 01  CRT-STATUS-DEDPERS          PIC XX.
008002 01  CRT-STATUS-TOPES            PIC XX.
008100*
008200 01  CRT-ANIO                    PIC 9(04).
008300 01  CRT-ANIO-X REDEFINES CRT-ANIO PIC X(04).
010210     05  CRT-TOT-AGUIN           PIC 9(11)V99 VALUE ZERO.
010220     05  CRT-TOT-FINAL           PIC 9(11)V99 VALUE ZERO.
010230     05  CRT-TOT-AJUSTE          PIC S9(11)V99 VALUE ZERO.
010231     05  CRT-TOT-ASIGFAM         PIC 9(11)V99 VALUE ZERO.
010232     05  CRT-TOT-REINTEG         PIC 9(11)V99 VALUE ZERO.
010233     05  CRT-TOT-NOREMUN         PIC 9(11)V99 VALUE ZERO.
010300     05  CRT-TOT-DEDUC           PIC S9(11)V99 VALUE ZERO.
010400     05  CRT-TOT-NETO            PIC S9(11)V99 VALUE ZERO.
010500*
011610         10 CRT-EMP-AGUIN        PIC 9(09)V99.
011620         10 CRT-EMP-FINAL        PIC 9(09)V99.
011630         10 CRT-EMP-AJUSTE       PIC S9(09)V99.
011631         10 CRT-EMP-ASIGFAM      PIC 9(09)V99.
011632         10 CRT-EMP-REINTEG      PIC 9(09)V99.
011633        10 CRT-EMP-NOREMUN      PIC 9(09)V99.
011700 01  CRT-CANT-CONC               PIC 9(02) VALUE ZERO.
011800 01  CRT-TABLA-CONC.
011900     05  CRT-CONC-FILA OCCURS 20 TIMES
012100         10 CRT-CON-NOMBRE       PIC X(15).
012200         10 CRT-CON-IMPORTE      PIC S9(09)V99.
012300 01  CRT-DEDUC-EMPLEADO          PIC S9(09)V99.
012301 01  CRT-DEDPERS-EMPLEADO        PIC 9(09)V99.
012302 01  CRT-DEDPERS-UNA             PIC 9(09)V99.
012303 01  CRT-MESES-DEDPERS           PIC 9(02).
012304 01  CRT-CANT-DEDPERS            PIC 9(03).
012305 01  CRT-DESCRIPCION-AUX         PIC X(25).
012306 01  CRT-LINEA-DEDPERS.
012307     05  FILLER                  PIC X(02) VALUE SPACES.
012308     05  CRT-DDP-CONCEPTO        PIC X(04).
012309     05  FILLER                  PIC X(01) VALUE SPACES.
01230A     05  CRT-DDP-DESCRIPCION     PIC X(25).
01230B     05  FILLER                  PIC X(07) VALUE ' DESDE '.
01230C     05  CRT-DDP-MES             PIC 9(02).
01230D     05  FILLER                  PIC X(01) VALUE SPACES.
01230E     05  CRT-DDP-COMPROBANTE     PIC X(15).
01230F     05  FILLER                  PIC X(01) VALUE SPACES.
01230G     05  CRT-DDP-IMPORTE         PIC $Z,ZZZ,ZZZ,ZZ9.99-.
01230H     05  FILLER                  PIC X(04) VALUE SPACES.
01230I 01  CRT-CANT-TOPES              PIC 9(03) VALUE ZERO.
01230J 01  CRT-TABLA-TOPES.
01230K     05  CRT-TOPE-FILA OCCURS 50 TIMES
01230L                       INDEXED BY CRT-X-TOP.
01230M         10 CRT-TOP-CONCEPTO     PIC X(04).
01230N         10 CRT-TOP-DESCRIPCION  PIC X(25).
012400*
012500 PROCEDURE DIVISION.
012600******************************************************************
013100     ACCEPT CRT-ANIO.
013200     PERFORM 1000-BARRER-HISTORIAL
013300         THRU 1000-BARRER-HISTORIAL-EXIT.
013301     PERFORM 1500-CARGAR-TOPES THRU 1500-CARGAR-TOPES-EXIT.
013400     IF CRT-CANT-EMPL = ZERO
013500         DISPLAY 'CERTANUAL: SIN HISTORIAL PARA ' CRT-ANIO
013600         GOBACK
020210             MOVE ZERO TO CRT-EMP-AGUIN(CRT-X-EMP)
020220             MOVE ZERO TO CRT-EMP-FINAL(CRT-X-EMP)
020230             MOVE ZERO TO CRT-EMP-AJUSTE(CRT-X-EMP)
020231             MOVE ZERO TO CRT-EMP-ASIGFAM(CRT-X-EMP)
020232             MOVE ZERO TO CRT-EMP-REINTEG(CRT-X-EMP)
020233             MOVE ZERO TO CRT-EMP-NOREMUN(CRT-X-EMP)
020300             PERFORM 1220-SUMAR-FILA
020400                 THRU 1220-SUMAR-FILA-EXIT
020500         END-IF
022710*    LAS LINEAS 'A'/'D' TRAEN EL RETRO EN PH-BONO Y EL AJUSTE
022720*    ANUAL DE GANANCIAS EN PH-IMPORTE-EXTRA; EL AGUINALDO 'G'
022730*    Y LA LIQUIDACION FINAL 'F' TRAEN SU IMPORTE EN
022740*    PH-IMPORTE-EXTRA Y NO CUENTAN COMO PERIODO LIQUIDADO;
022741*    LO MISMO LA ASIGNACION FAMILIAR 'H' Y EL REINTEGRO DE
022742*    GASTOS 'V'.
022743*    EL COMPLEMENTO AL SALARIO MINIMO 'M' SUMA A LOS SUELDOS.
022744*    LA NOVEDAD GRAVADA 'N' TAMBIEN; LA NO GRAVADA 'X' VA APARTE.
022800     EVALUATE PH-TIPO-LINEA
022900         WHEN 'A'
023000             ADD PH-BONO TO CRT-EMP-BONO(CRT-X-EMP)
023260         WHEN 'F'
023270             ADD PH-IMPORTE-EXTRA
023280                 TO CRT-EMP-FINAL(CRT-X-EMP)
023281         WHEN 'H'
023282             ADD PH-IMPORTE-EXTRA
023283                 TO CRT-EMP-ASIGFAM(CRT-X-EMP)
023284         WHEN 'V'
023285             ADD PH-IMPORTE-EXTRA
023286                 TO CRT-EMP-REINTEG(CRT-X-EMP)
023287         WHEN 'M'
023288         WHEN 'N'
023289             ADD PH-IMPORTE-EXTRA
02328A                 TO CRT-EMP-SUELDOS(CRT-X-EMP)
02328B         WHEN 'X'
02328C             ADD PH-IMPORTE-EXTRA
02328D                 TO CRT-EMP-NOREMUN(CRT-X-EMP)
023300         WHEN OTHER
023310             IF PH-SUELDO-MENSUAL < ZERO
023320                 OR PH-SUELDO-ANUAL < ZERO
023330                 SUBTRACT 1 FROM CRT-EMP-PERIODOS(CRT-X-EMP)
023340             ELSE
023400                 ADD 1 TO CRT-EMP-PERIODOS(CRT-X-EMP)
023410             END-IF
023500             ADD PH-SUELDO-MENSUAL
023600                 TO CRT-EMP-SUELDOS(CRT-X-EMP)
023700             ADD PH-IMPORTE-EXTRA
024000     END-EVALUATE.
024100 1220-SUMAR-FILA-EXIT.
024200     EXIT.
024201*
024202******************************************************************
024203* 1500-CARGAR-TOPES - CONCEPT DESCRIPTIONS OF THE YEAR FROM THE
024204*                     TOPEDED CAP TABLE
024205******************************************************************
024206 1500-CARGAR-TOPES.
024207     MOVE 'N' TO CRT-FIN-ARCHIVO.
024208     OPEN INPUT TOPEDED-FILE.
024209     IF CRT-STATUS-TOPES = '00'
02420A         PERFORM 1510-LEER-TOPE THRU 1510-LEER-TOPE-EXIT
02420B             UNTIL CRT-ES-FIN-ARCHIVO
02420C     END-IF.
02420D     CLOSE TOPEDED-FILE.
02420E 1500-CARGAR-TOPES-EXIT.
02420F     EXIT.
02420G*
02420H******************************************************************
02420I* 1510-LEER-TOPE - ONE CONCEPT OF THE YEAR INTO THE TABLE
02420J******************************************************************
02420K 1510-LEER-TOPE.
02420L     READ TOPEDED-FILE
02420M         AT END
02420N             SET CRT-ES-FIN-ARCHIVO TO TRUE
02420O         NOT AT END
02420P             IF TD-ANIO = CRT-ANIO
02420Q                 AND CRT-CANT-TOPES < 50
02420R                 ADD 1 TO CRT-CANT-TOPES
02420S                 SET CRT-X-TOP TO CRT-CANT-TOPES
02420T                 MOVE TD-CONCEPTO TO CRT-TOP-CONCEPTO(CRT-X-TOP)
02420U                 MOVE TD-DESCRIPCION
02420V                     TO CRT-TOP-DESCRIPCION(CRT-X-TOP)
02420W             END-IF
02420X     END-READ.
02420Y 1510-LEER-TOPE-EXIT.
02420Z     EXIT.
024300*
024400******************************************************************
024500* 2000-IMPRIMIR-CERT - ONE CERTIFICATE PAGE
027697         PERFORM 2100-LINEA-IMPORTE
027698             THRU 2100-LINEA-IMPORTE-EXIT
027699     END-IF.
02769A     IF CRT-EMP-ASIGFAM(CRT-X-EMP) NOT = ZERO
02769B         MOVE 'ASIGNACIONES FAM.:' TO CRT-DET-ETIQUETA
02769C         MOVE CRT-EMP-ASIGFAM(CRT-X-EMP) TO CRT-IMPORTE-ED
02769D         PERFORM 2100-LINEA-IMPORTE
02769E             THRU 2100-LINEA-IMPORTE-EXIT
02769F     END-IF.
02769G     IF CRT-EMP-REINTEG(CRT-X-EMP) NOT = ZERO
02769H         MOVE 'REINTEGRO GASTOS:' TO CRT-DET-ETIQUETA
02769I         MOVE CRT-EMP-REINTEG(CRT-X-EMP) TO CRT-IMPORTE-ED
02769J         PERFORM 2100-LINEA-IMPORTE
02769K             THRU 2100-LINEA-IMPORTE-EXIT
02769L     END-IF.
02769M     IF CRT-EMP-NOREMUN(CRT-X-EMP) NOT = ZERO
02769N         MOVE 'OTROS NO REMUNERAT.:' TO CRT-DET-ETIQUETA
02769O         MOVE CRT-EMP-NOREMUN(CRT-X-EMP) TO CRT-IMPORTE-ED
02769P         PERFORM 2100-LINEA-IMPORTE
02769Q             THRU 2100-LINEA-IMPORTE-EXIT
02769R     END-IF.
027700     PERFORM 2200-LINEAS-DEDUCCION
027800         THRU 2200-LINEAS-DEDUCCION-EXIT
027900         VARYING CRT-X-CON FROM 1 BY 1
028710         + CRT-EMP-AGUIN(CRT-X-EMP)
028720         + CRT-EMP-FINAL(CRT-X-EMP)
028730         + CRT-EMP-AJUSTE(CRT-X-EMP)
028731         + CRT-EMP-ASIGFAM(CRT-X-EMP)
028732         + CRT-EMP-REINTEG(CRT-X-EMP)
028733         + CRT-EMP-NOREMUN(CRT-X-EMP)
028800         - CRT-DEDUC-EMPLEADO.
028900     MOVE 'NETO DEL ANIO:' TO CRT-DET-ETIQUETA.
029000     MOVE CRT-NETO-UNO TO CRT-IMPORTE-ED.
029100     PERFORM 2100-LINEA-IMPORTE THRU 2100-LINEA-IMPORTE-EXIT.
029101     PERFORM 5000-DEDUCC-PERSONALES
029102         THRU 5000-DEDUCC-PERSONALES-EXIT.
029200     MOVE SPACES TO RPT-LINEA.
029300     WRITE RPT-LINEA BEFORE ADVANCING PAGE.
029400     ADD CRT-EMP-SUELDOS(CRT-X-EMP) TO CRT-TOT-SUELDO.
029610     ADD CRT-EMP-AGUIN(CRT-X-EMP) TO CRT-TOT-AGUIN.
029620     ADD CRT-EMP-FINAL(CRT-X-EMP) TO CRT-TOT-FINAL.
029630     ADD CRT-EMP-AJUSTE(CRT-X-EMP) TO CRT-TOT-AJUSTE.
029631     ADD CRT-EMP-ASIGFAM(CRT-X-EMP) TO CRT-TOT-ASIGFAM.
029632     ADD CRT-EMP-REINTEG(CRT-X-EMP) TO CRT-TOT-REINTEG.
029633     ADD CRT-EMP-NOREMUN(CRT-X-EMP) TO CRT-TOT-NOREMUN.
029700     ADD CRT-DEDUC-EMPLEADO TO CRT-TOT-DEDUC.
029800     ADD CRT-NETO-UNO TO CRT-TOT-NETO.
029900 2000-IMPRIMIR-CERT-EXIT.
041270     MOVE 'AJUSTE GANANCIAS:' TO CRT-DET-ETIQUETA.
041280     MOVE CRT-TOT-AJUSTE TO CRT-IMPORTE-ED.
041290     PERFORM 2100-LINEA-IMPORTE THRU 2100-LINEA-IMPORTE-EXIT.
041291     MOVE 'ASIGNACIONES FAM.:' TO CRT-DET-ETIQUETA.
041292     MOVE CRT-TOT-ASIGFAM TO CRT-IMPORTE-ED.
041293     PERFORM 2100-LINEA-IMPORTE THRU 2100-LINEA-IMPORTE-EXIT.
041294     MOVE 'REINTEGRO GASTOS:' TO CRT-DET-ETIQUETA.
041295     MOVE CRT-TOT-REINTEG TO CRT-IMPORTE-ED.
041296     PERFORM 2100-LINEA-IMPORTE THRU 2100-LINEA-IMPORTE-EXIT.
041297     MOVE 'OTROS NO REMUNERAT.:' TO CRT-DET-ETIQUETA.
041298     MOVE CRT-TOT-NOREMUN TO CRT-IMPORTE-ED.
041299     PERFORM 2100-LINEA-IMPORTE THRU 2100-LINEA-IMPORTE-EXIT.
041300     MOVE 'DEDUCCIONES:' TO CRT-DET-ETIQUETA.
041400     MOVE CRT-TOT-DEDUC TO CRT-IMPORTE-ED.
041500     PERFORM 2100-LINEA-IMPORTE THRU 2100-LINEA-IMPORTE-EXIT.
043100     CLOSE YTD-FILE.
043200 4000-TOTALES-EXIT.
043300     EXIT.
043301*
043302******************************************************************
043303* 5000-DEDUCC-PERSONALES - THE EMPLOYEE'S ACTIVE DEDPERS
043304*                          DECLARATIONS OF THE YEAR AND THEIR
043305*                          TOTAL; NOTHING WHEN THERE ARE NONE
043306******************************************************************
043307 5000-DEDUCC-PERSONALES.
043308     MOVE ZERO TO CRT-CANT-DEDPERS.
043309     MOVE ZERO TO CRT-DEDPERS-EMPLEADO.
04330A     MOVE 'N' TO CRT-FIN-ARCHIVO.
04330B     OPEN INPUT DEDPERS-FILE.
04330C     IF CRT-STATUS-DEDPERS = '00'
04330D         PERFORM 5100-LEER-DEDPERS THRU 5100-LEER-DEDPERS-EXIT
04330E             UNTIL CRT-ES-FIN-ARCHIVO
04330F     END-IF.
04330G     CLOSE DEDPERS-FILE.
04330H     IF CRT-CANT-DEDPERS > ZERO
04330I         MOVE 'TOTAL DEDUCC. PERS.:' TO CRT-DET-ETIQUETA
04330J         MOVE CRT-DEDPERS-EMPLEADO TO CRT-IMPORTE-ED
04330K         PERFORM 2100-LINEA-IMPORTE
04330L             THRU 2100-LINEA-IMPORTE-EXIT
04330M     END-IF.
04330N 5000-DEDUCC-PERSONALES-EXIT.
04330O     EXIT.
04330P*
04330Q******************************************************************
04330R* 5100-LEER-DEDPERS - ONE DECLARATION OF THE EMPLOYEE AND YEAR,
04330S*                     WITH THE HEADING BEFORE THE FIRST ONE
04330T******************************************************************
04330U 5100-LEER-DEDPERS.
04330V     READ DEDPERS-FILE
04330W         AT END
04330X             SET CRT-ES-FIN-ARCHIVO TO TRUE
04330Y             GO TO 5100-LEER-DEDPERS-EXIT
04330Z     END-READ.
043310     IF NOT DJ-ACTIVA
043311         OR DJ-ANIO NOT = CRT-ANIO
043312         OR DJ-ID NOT = CRT-EMP-ID(CRT-X-EMP)
043313         OR CRT-EMP-ID(CRT-X-EMP) = ZERO
043314         GO TO 5100-LEER-DEDPERS-EXIT
043315     END-IF.
043316     IF CRT-CANT-DEDPERS = ZERO
043317         MOVE SPACES TO RPT-LINEA
043318         WRITE RPT-LINEA
043319         MOVE 'DEDUCCIONES PERSONALES DECLARADAS (GANANCIAS):'
04331A             TO RPT-LINEA
04331B         WRITE RPT-LINEA
04331C         MOVE '  (IMPORTE DEL ANIO DESDE EL MES DE VIGENCIA)'
04331D             TO RPT-LINEA
04331E         WRITE RPT-LINEA
04331F     END-IF.
04331G     ADD 1 TO CRT-CANT-DEDPERS.
04331H*    UN DOCEAVO DEL IMPORTE ANUAL POR MES, DESDE EL MES DE
04331I*    VIGENCIA HASTA DICIEMBRE, COMO LO TOMA LA RETENCION.
04331J     MOVE ZERO TO CRT-DEDPERS-UNA.
04331K     IF DJ-MES-DESDE >= 1 AND DJ-MES-DESDE <= 12
04331L         COMPUTE CRT-MESES-DEDPERS = 13 - DJ-MES-DESDE
04331M         COMPUTE CRT-DEDPERS-UNA ROUNDED =
04331N             DJ-IMPORTE * CRT-MESES-DEDPERS / 12
04331O     END-IF.
04331P     ADD CRT-DEDPERS-UNA TO CRT-DEDPERS-EMPLEADO.
04331Q     MOVE SPACES TO CRT-DESCRIPCION-AUX.
04331R     SET CRT-X-TOP TO 1.
04331S     SEARCH CRT-TOPE-FILA
04331T         AT END
04331U             CONTINUE
04331V         WHEN CRT-X-TOP > CRT-CANT-TOPES
04331W             CONTINUE
04331X         WHEN CRT-TOP-CONCEPTO(CRT-X-TOP) = DJ-CONCEPTO
04331Y             MOVE CRT-TOP-DESCRIPCION(CRT-X-TOP)
04331Z                 TO CRT-DESCRIPCION-AUX
043320     END-SEARCH.
043321     MOVE DJ-CONCEPTO TO CRT-DDP-CONCEPTO.
043322     MOVE CRT-DESCRIPCION-AUX TO CRT-DDP-DESCRIPCION.
043323     MOVE DJ-MES-DESDE TO CRT-DDP-MES.
043324     MOVE DJ-COMPROBANTE TO CRT-DDP-COMPROBANTE.
043325     MOVE CRT-DEDPERS-UNA TO CRT-DDP-IMPORTE.
043326     WRITE RPT-LINEA FROM CRT-LINEA-DEDPERS.
043327 5100-LEER-DEDPERS-EXIT.
043328     EXIT.
043400 END PROGRAM CERTANUAL.
