001200*                    THAT HAVE NO RESULT YET AND RECORDS
001300*                    COMPLETED OR DROPPED WITH THE DATE, INTO
001400*                    THE CURSORES RESULTS FILE;
001500*                I - COMPLETION REPORT PER COURSE AND CAREER
001510*                    (GRADRPT);
001600*                F - EVERY COMPLETED GRADUATE NOT YET FED IS
001700*                    APPENDED TO APPLICANTS WITH ENTRY-LEVEL
001800*                    EXPERIENCE AND THEIR EXISTING CANDIDATE
002410*   - WITH MORE CURSORES ROWS THAN THE TABLE HOLDS THE RUN
002420*     REFUSES TO PROCESS, BECAUSE THE REWRITE WOULD SILENTLY
002430*     DROP THE ROWS LEFT OUT.
002431*   - GRADUATES FED TO APPLICANTS ARE STAMPED WITH THE
002432*     UNIVERSITY RECRUITMENT SOURCE (UN) AND THE FEED DATE.
002433*   - APPLICANTS CARRIES THE REFERRING EMPLOYEE; GRADUATES
002434*     ARE FED WITH NONE.
002435*   - COURSE CATALOG: ENROLL3 AND CURSORES CARRY THE COURSE, SO A
002436*     CANDIDATE ENROLLED IN TWO COURSES GETS ONE RESULT PER COURSE
002437*     (A BLANK COURSE IS THE ORIGINAL COBOL COURSE). THE REPORT IS
002438*     PER COURSE AND CAREER, AND A CANDIDATE WHO COMPLETED MORE
002439*     THAN ONE COURSE IS FED TO APPLICANTS ONLY ONCE.
00243A*   - COMPLETION CERTIFICATE: CURSORES CARRIES WHETHER IT WAS
00243B*     ISSUED (S) OR WITHHELD (R). A STUDENT LISTED ON MOROSOS
00243C*     (OVERDUE TUITION, WRITTEN BY FACTCURS) HAS THE CERTIFICATE
00243D*     WITHHELD AND IS NOT FED UNTIL THE BALANCE IS SETTLED; THE
00243E*     REPORT COUNTS THE WITHHELD CERTIFICATES.
00243F*   - SKILLS INVENTORY: RECORDING A COMPLETED COURSE APPENDS THE
00243G*     SKILLS THE COURSE TEACHES (CURSOHAB, WITH THE LEVEL IT
00243H*     GIVES) TO THE CANDIDATE'S HABCAND ROWS, ORIGIN C, DATED ON
00243I*     THE COMPLETION DATE. EMPLOYEES KEEP THEIR CANDIDATE NUMBER,
00243J*     SO THEIR INVENTORY GROWS WITH EVERY COURSE THEY FINISH.
002500******************************************************************
002600 IDENTIFICATION DIVISION.
002700 PROGRAM-ID. GRADFEED.
003700     SELECT OPTIONAL APPLICANTS-FILE ASSIGN TO 'APPLICANTS'
003800         ORGANIZATION IS LINE SEQUENTIAL
003900         FILE STATUS IS GRD-STATUS-APPL.
003901     SELECT OPTIONAL MOROSOS-FILE ASSIGN TO 'MOROSOS'
003902         ORGANIZATION IS LINE SEQUENTIAL
003903         FILE STATUS IS GRD-STATUS-MOROSOS.
003904     SELECT OPTIONAL CURSOHAB-FILE ASSIGN TO 'CURSOHAB'
003905         ORGANIZATION IS LINE SEQUENTIAL
003906         FILE STATUS IS GRD-STATUS-CURHAB.
003907     SELECT OPTIONAL HABCAND-FILE ASSIGN TO 'HABCAND'
003908         ORGANIZATION IS LINE SEQUENTIAL
003909         FILE STATUS IS GRD-STATUS-HABCAND.
004000     SELECT REPORTE-FILE ASSIGN TO 'GRADRPT'
004100         ORGANIZATION IS LINE SEQUENTIAL.
004200 DATA DIVISION.
004800     05 EN3-CARRERA-NOMBRE       PIC X(20).
004900     05 EN3-FECHA-APROBACION     PIC 9(08).
005000     05 EN3-ID                   PIC 9(05).
005001     05 EN3-COHORTE              PIC 9(08).
005002     05 EN3-CURSO                PIC X(06).
005100 FD  CURSORES-FILE
005200     LABEL RECORDS ARE STANDARD.
005300 01  CU-RECORD.
005900        88 CU-ABANDONADO         VALUE 'D'.
006000     05 CU-FECHA                 PIC 9(08).
006100     05 CU-ALIMENTADO            PIC X(01).
006101     05 CU-CURSO                 PIC X(06).
006102     05 CU-CERTIFICADO           PIC X(01).
006103        88 CU-CERT-EMITIDO       VALUE 'S'.
006104        88 CU-CERT-RETENIDO      VALUE 'R'.
006200 FD  APPLICANTS-FILE
006300     LABEL RECORDS ARE STANDARD.
006400 01  AP-RECORD.
006500     05 AP-NOMBRE                PIC X(05).
006600     05 AP-EXPERIENCIA           PIC 9(02).
006700     05 AP-ID                    PIC 9(05).
006701     05 AP-FUENTE                PIC X(02).
006702     05 AP-FECHA-INGRESO         PIC 9(08).
006703     05 AP-REFERENTE             PIC 9(05).
006704 FD  MOROSOS-FILE
006705     LABEL RECORDS ARE STANDARD.
006706 01  MO-RECORD.
006707     05 MO-ID                    PIC 9(05).
006708     05 MO-CURSO                 PIC X(06).
006709     05 MO-DIAS                  PIC 9(04).
00670A     05 MO-SALDO                 PIC 9(07)V99.
00670B FD  CURSOHAB-FILE
00670C     LABEL RECORDS ARE STANDARD.
00670D 01  CHB-RECORD.
00670E     05 CHB-CURSO                PIC X(06).
00670F     05 CHB-HABILIDAD            PIC X(06).
00670G     05 CHB-NIVEL                PIC 9(01).
00670H FD  HABCAND-FILE
00670I     LABEL RECORDS ARE STANDARD.
00670J 01  HC-RECORD.
00670K     COPY HABCAND.
006800 FD  REPORTE-FILE
006900     LABEL RECORDS ARE STANDARD
007000     RECORD CONTAINS 80 CHARACTERS.
007400 01  GRD-STATUS-ENROLL           PIC XX.
007500 01  GRD-STATUS-CURSOS           PIC XX.
007600 01  GRD-STATUS-APPL             PIC XX.
007601 01  GRD-STATUS-MOROSOS          PIC XX.
007602 01  GRD-STATUS-CURHAB           PIC XX.
007603 01  GRD-STATUS-HABCAND          PIC XX.
007700*
007800 01  GRD-INDICADORES.
007900     05  GRD-FIN-ARCHIVO         PIC X VALUE 'N'.
008700     05  GRD-MODO                PIC X(01).
008800     05  GRD-RESPUESTA           PIC X(01).
008900     05  GRD-FECHA-ENT           PIC 9(08).
008901     05  GRD-FECHA-HOY           PIC 9(08).
009000     05  GRD-CANT-REGISTRADOS    PIC 9(04) VALUE ZERO.
009100     05  GRD-CANT-ALIMENTADOS    PIC 9(04) VALUE ZERO.
009200*
009310 01  GRD-CANT-DEMAS              PIC 9(05) VALUE ZERO.
009400 01  GRD-TABLA-CURSOS.
009500     05  GRD-CURSO-FILA OCCURS 200 TIMES
009600                        INDEXED BY GRD-X-CUR GRD-X-OTR
009601                        PIC X(47).
009700 01  GRD-CURSO-ACTUAL.
009800     05 GRC-NOMBRE               PIC X(05).
009900     05 GRC-ID                   PIC 9(05).
010100     05 GRC-RESULTADO            PIC X(01).
010200     05 GRC-FECHA                PIC 9(08).
010300     05 GRC-ALIMENTADO           PIC X(01).
010301     05 GRC-CURSO                PIC X(06).
010302     05 GRC-CERTIFICADO          PIC X(01).
010303 01  GRD-CURSO-OTRO.
010304     05 FILLER                   PIC X(05).
010305     05 GRO-ID                   PIC 9(05).
010306     05 FILLER                   PIC X(29).
010307     05 GRO-ALIMENTADO           PIC X(01).
010308     05 FILLER                   PIC X(07).
010400*
010500 01  GRD-CANT-CARRERAS           PIC 9(02) VALUE ZERO.
010600 01  GRD-TABLA-CARRERAS.
010700     05  GRD-CARRERA-FILA OCCURS 20 TIMES
010800                          INDEXED BY GRD-X-CAR.
010900         10 GRD-CAR-NOMBRE       PIC X(20).
010901         10 GRD-CAR-CURSO        PIC X(06).
011000         10 GRD-CAR-COMPLETOS    PIC 9(04).
011100         10 GRD-CAR-BAJAS        PIC 9(04).
011101*
011102* ALUMNOS CON CUOTAS VENCIDAS MAS ALLA DE LA MORA TOLERADA
011103 01  GRD-CANT-MOROSOS            PIC 9(03) VALUE ZERO.
011104 01  GRD-TABLA-MOROSOS.
011105     05  GRD-MOROSO-FILA OCCURS 500 TIMES
011106                         INDEXED BY GRD-X-MOR.
011107         10 GRD-MOR-ID           PIC 9(05).
011108         10 GRD-MOR-CURSO        PIC X(06).
011109 01  GRD-ID-EVAL                 PIC 9(05).
01110A 01  GRD-CURSO-EVAL              PIC X(06).
01110B 01  GRD-MOROSO                  PIC X VALUE 'N'.
01110C     88  GRD-ES-MOROSO           VALUE 'Y'.
01110D 01  GRD-CANT-RETENIDOS          PIC 9(04) VALUE ZERO.
01110E*
01110F* HABILIDADES QUE DA CADA CURSO AL COMPLETARLO
01110G 01  GRD-CANT-CURHAB             PIC 9(03) VALUE ZERO.
01110H 01  GRD-TABLA-CURHAB.
01110I     05  GRD-CURHAB-FILA OCCURS 100 TIMES
01110J                         INDEXED BY GRD-X-CHB.
01110K         10 GRD-CHB-CURSO        PIC X(06).
01110L         10 GRD-CHB-HABILIDAD    PIC X(06).
01110M         10 GRD-CHB-NIVEL        PIC 9(01).
01110N 01  GRD-CANT-HABIL-ALTA         PIC 9(03) VALUE ZERO.
01110O 01  GRD-HABCAND-ABIERTO         PIC X VALUE 'N'.
01110P     88  GRD-ES-HABCAND-ABIERTO  VALUE 'Y'.
011200*
011300 PROCEDURE DIVISION.
011400******************************************************************
011900         WITH NO ADVANCING.
012000     ACCEPT GRD-MODO.
012100     PERFORM 1000-CARGAR-CURSOS THRU 1000-CARGAR-CURSOS-EXIT.
012101     PERFORM 1200-CARGAR-MOROSOS THRU 1200-CARGAR-MOROSOS-EXIT.
012102     PERFORM 1300-CARGAR-CURSOHAB THRU 1300-CARGAR-CURSOHAB-EXIT.
012110* THE REWRITE IN 5000-REGRABAR-CURSOS PERSISTS ONLY WHAT THE
012120* TABLE HOLDS: WITH ROWS LEFT OUT, RUNNING ANY MODE WOULD
012130* SILENTLY DELETE THEM, SO THE RUN REFUSES TO TOUCH THE FILE.
017000     END-READ.
017100 1100-LEER-CURSO-EXIT.
017200     EXIT.
017201*
017202******************************************************************
017203* 1200-CARGAR-MOROSOS - STUDENTS WHOSE CERTIFICATE IS WITHHELD
017204******************************************************************
017205 1200-CARGAR-MOROSOS.
017206     MOVE 'N' TO GRD-FIN-ARCHIVO.
017207     OPEN INPUT MOROSOS-FILE.
017208     IF GRD-STATUS-MOROSOS = '00'
017209         PERFORM 1210-LEER-MOROSO THRU 1210-LEER-MOROSO-EXIT
01720A             UNTIL GRD-ES-FIN-ARCHIVO
01720B     END-IF.
01720C     CLOSE MOROSOS-FILE.
01720D     MOVE 'N' TO GRD-FIN-ARCHIVO.
01720E 1200-CARGAR-MOROSOS-EXIT.
01720F     EXIT.
01720G*
01720H 1210-LEER-MOROSO.
01720I     READ MOROSOS-FILE
01720J         AT END
01720K             SET GRD-ES-FIN-ARCHIVO TO TRUE
01720L         NOT AT END
01720M             IF GRD-CANT-MOROSOS < 500 AND MO-ID IS NUMERIC
01720N                 ADD 1 TO GRD-CANT-MOROSOS
01720O                 SET GRD-X-MOR TO GRD-CANT-MOROSOS
01720P                 MOVE MO-ID TO GRD-MOR-ID(GRD-X-MOR)
01720Q                 MOVE MO-CURSO TO GRD-MOR-CURSO(GRD-X-MOR)
01720R             END-IF
01720S     END-READ.
01720T 1210-LEER-MOROSO-EXIT.
01720U     EXIT.
01720V*
01720W******************************************************************
01720X* 1300-CARGAR-CURSOHAB - THE SKILLS EACH COURSE TEACHES
01720Y******************************************************************
01720Z 1300-CARGAR-CURSOHAB.
017210     MOVE 'N' TO GRD-FIN-ARCHIVO.
017211     OPEN INPUT CURSOHAB-FILE.
017212     IF GRD-STATUS-CURHAB = '00'
017213         PERFORM 1310-LEER-CURSOHAB THRU 1310-LEER-CURSOHAB-EXIT
017214             UNTIL GRD-ES-FIN-ARCHIVO
017215     END-IF.
017216     CLOSE CURSOHAB-FILE.
017217     MOVE 'N' TO GRD-FIN-ARCHIVO.
017218 1300-CARGAR-CURSOHAB-EXIT.
017219     EXIT.
01721A*
01721B 1310-LEER-CURSOHAB.
01721C     READ CURSOHAB-FILE
01721D         AT END
01721E             SET GRD-ES-FIN-ARCHIVO TO TRUE
01721F         NOT AT END
01721G             IF GRD-CANT-CURHAB < 100 AND CHB-NIVEL IS NUMERIC
01721H                 ADD 1 TO GRD-CANT-CURHAB
01721I                 SET GRD-X-CHB TO GRD-CANT-CURHAB
01721J                 MOVE CHB-CURSO TO GRD-CHB-CURSO(GRD-X-CHB)
01721K                 MOVE CHB-HABILIDAD
01721L                     TO GRD-CHB-HABILIDAD(GRD-X-CHB)
01721M                 MOVE CHB-NIVEL TO GRD-CHB-NIVEL(GRD-X-CHB)
01721N             END-IF
01721O     END-READ.
01721P 1310-LEER-CURSOHAB-EXIT.
01721Q     EXIT.
017300*
017400******************************************************************
017500* 2000-REGISTRAR - WALK ENROLL3 AND RECORD MISSING RESULTS
022200     EXIT.
022300*
022400******************************************************************
022500* 2210-COMPARAR-CURSO - MATCH BY CANDIDATE NUMBER AND COURSE
022510*                       (A BLANK COURSE ON EITHER SIDE IS THE
022520*                       ORIGINAL COBOL COURSE AND MATCHES)
022600******************************************************************
022700 2210-COMPARAR-CURSO.
022800     MOVE GRD-CURSO-FILA(GRD-X-CUR) TO GRD-CURSO-ACTUAL.
022900     IF GRC-ID = EN3-ID
022901         AND (GRC-CURSO = EN3-CURSO
022902              OR GRC-CURSO = SPACES
022903              OR EN3-CURSO = SPACES)
023000         SET GRD-ES-HALLADO TO TRUE
023100     END-IF.
023200 2210-COMPARAR-CURSO-EXIT.
023700******************************************************************
023800 2300-PEDIR-RESULTADO.
023900     DISPLAY EN3-NOMBRE ' (' EN3-ID ') '
024000         EN3-CARRERA-NOMBRE ' ' EN3-CURSO.
024100     DISPLAY 'RESULTADO (C=COMPLETO / D=ABANDONO / '
024200         'S=SALTEAR): ' WITH NO ADVANCING.
024300     ACCEPT GRD-RESPUESTA.
025100             MOVE EN3-NOMBRE TO GRC-NOMBRE
025200             MOVE EN3-ID TO GRC-ID
025300             MOVE EN3-CARRERA-NOMBRE TO GRC-CARRERA-NOMBRE
025301             MOVE EN3-CURSO TO GRC-CURSO
025400             IF GRD-RESPUESTA = 'D' OR GRD-RESPUESTA = 'd'
025500                 MOVE 'D' TO GRC-RESULTADO
025600             ELSE
025700                 MOVE 'C' TO GRC-RESULTADO
025800             END-IF
025801             MOVE SPACE TO GRC-CERTIFICADO
025802             IF GRC-RESULTADO = 'C'
025803                 MOVE EN3-ID TO GRD-ID-EVAL
025804                 MOVE EN3-CURSO TO GRD-CURSO-EVAL
025805                 PERFORM 6000-VERIFICAR-MOROSO
025806                     THRU 6000-VERIFICAR-MOROSO-EXIT
025807                 IF GRD-ES-MOROSO
025808                     MOVE 'R' TO GRC-CERTIFICADO
025809                     DISPLAY 'CERTIFICADO RETENIDO POR SALDO '
02580A                         'VENCIDO: ' EN3-NOMBRE ' (' EN3-ID ')'
02580B                 ELSE
02580C                     MOVE 'S' TO GRC-CERTIFICADO
02580D                 END-IF
02580E             END-IF
025900             MOVE GRD-FECHA-ENT TO GRC-FECHA
026000             MOVE 'N' TO GRC-ALIMENTADO
026100             MOVE GRD-CURSO-ACTUAL TO GRD-CURSO-FILA(GRD-X-CUR)
026200             MOVE 'Y' TO GRD-HUBO-CAMBIOS
026300             ADD 1 TO GRD-CANT-REGISTRADOS
026301             IF GRC-RESULTADO = 'C'
026302                 PERFORM 7000-AGREGAR-HABILIDADES
026303                     THRU 7000-AGREGAR-HABILIDADES-EXIT
026304             END-IF
026400         END-IF
026500     END-IF.
026600 2300-PEDIR-RESULTADO-EXIT.
026700     EXIT.
026800*
026900******************************************************************
027000* 3000-INFORME - COMPLETION REPORT PER COURSE AND CAREER
027100******************************************************************
027200 3000-INFORME.
027300     OPEN OUTPUT REPORTE-FILE.
027400     MOVE 'GRADFEED - TERMINACION POR CURSO Y CARRERA'
027500         TO RPT-LINEA.
027600     WRITE RPT-LINEA.
027700     PERFORM 3100-ACUMULAR-CURSO THRU 3100-ACUMULAR-CURSO-EXIT
028000     PERFORM 3300-LINEA-CARRERA THRU 3300-LINEA-CARRERA-EXIT
028100         VARYING GRD-X-CAR FROM 1 BY 1
028200         UNTIL GRD-X-CAR > GRD-CANT-CARRERAS.
028201     MOVE SPACES TO RPT-LINEA.
028202     STRING 'CERTIFICADOS RETENIDOS POR SALDO VENCIDO: '
028203         GRD-CANT-RETENIDOS
028204         DELIMITED BY SIZE INTO RPT-LINEA.
028205     WRITE RPT-LINEA.
028300     CLOSE REPORTE-FILE.
028400     DISPLAY 'GRADFEED: INFORME EN GRADRPT'.
028500 3000-INFORME-EXIT.
028600     EXIT.
028700*
028800******************************************************************
028900* 3100-ACUMULAR-CURSO - BUMP THE COURSE AND CAREER BUCKET
029000******************************************************************
029100 3100-ACUMULAR-CURSO.
029200     MOVE GRD-CURSO-FILA(GRD-X-CUR) TO GRD-CURSO-ACTUAL.
029201     IF GRC-CERTIFICADO = 'R'
029202         ADD 1 TO GRD-CANT-RETENIDOS
029203     END-IF.
029300     MOVE 'N' TO GRD-HALLADO.
029400     PERFORM 3200-BUSCAR-CARRERA THRU 3200-BUSCAR-CARRERA-EXIT
029500         VARYING GRD-X-CAR FROM 1 BY 1
030000         ADD 1 TO GRD-CANT-CARRERAS
030100         SET GRD-X-CAR TO GRD-CANT-CARRERAS
030200         MOVE GRC-CARRERA-NOMBRE TO GRD-CAR-NOMBRE(GRD-X-CAR)
030201         MOVE GRC-CURSO TO GRD-CAR-CURSO(GRD-X-CAR)
030300         MOVE ZERO TO GRD-CAR-COMPLETOS(GRD-X-CAR)
030400         MOVE ZERO TO GRD-CAR-BAJAS(GRD-X-CAR)
030500         PERFORM 3210-SUMAR-RESULTADO
030900     EXIT.
031000*
031100******************************************************************
031200* 3200-BUSCAR-CARRERA - BUMP AN EXISTING BUCKET
031300******************************************************************
031400 3200-BUSCAR-CARRERA.
031500     IF GRD-CAR-NOMBRE(GRD-X-CAR) = GRC-CARRERA-NOMBRE
031501         AND GRD-CAR-CURSO(GRD-X-CAR) = GRC-CURSO
031600         PERFORM 3210-SUMAR-RESULTADO
031700             THRU 3210-SUMAR-RESULTADO-EXIT
031800         SET GRD-ES-HALLADO TO TRUE
033300     EXIT.
033400*
033500******************************************************************
033600* 3300-LINEA-CARRERA - ONE COURSE AND CAREER COMPLETION LINE
033700******************************************************************
033800 3300-LINEA-CARRERA.
033900     MOVE SPACES TO RPT-LINEA.
034000     STRING GRD-CAR-CURSO(GRD-X-CAR) ' '
034010         GRD-CAR-NOMBRE(GRD-X-CAR)
034100         ' COMPLETOS ' GRD-CAR-COMPLETOS(GRD-X-CAR)
034200         ' ABANDONOS ' GRD-CAR-BAJAS(GRD-X-CAR)
034300         DELIMITED BY SIZE INTO RPT-LINEA.
034900* 4000-ALIMENTAR - GRADUATES INTO THE HIRING PIPELINE
035000******************************************************************
035100 4000-ALIMENTAR.
035101     ACCEPT GRD-FECHA-HOY FROM DATE YYYYMMDD.
035200     OPEN EXTEND APPLICANTS-FILE.
035300     IF GRD-STATUS-APPL = '35'
035400         OPEN OUTPUT APPLICANTS-FILE
036300     EXIT.
036400*
036500******************************************************************
036600* 4100-ALIMENTAR-UNO - ONE GRADUATE, ONCE (A SECOND COMPLETED
036610*                      COURSE IS MARKED FED WITHOUT A NEW
036620*                      APPLICANTS ROW)
036700******************************************************************
036800 4100-ALIMENTAR-UNO.
036900     MOVE GRD-CURSO-FILA(GRD-X-CUR) TO GRD-CURSO-ACTUAL.
037000     IF GRC-RESULTADO NOT = 'C' OR GRC-ALIMENTADO = 'S'
037010         GO TO 4100-ALIMENTAR-UNO-EXIT
037020     END-IF.
037021     MOVE GRC-ID TO GRD-ID-EVAL.
037022     MOVE GRC-CURSO TO GRD-CURSO-EVAL.
037023     PERFORM 6000-VERIFICAR-MOROSO
037024         THRU 6000-VERIFICAR-MOROSO-EXIT.
037025     IF GRD-ES-MOROSO
037026         IF GRC-CERTIFICADO NOT = 'R'
037027             MOVE 'R' TO GRC-CERTIFICADO
037028             MOVE GRD-CURSO-ACTUAL TO GRD-CURSO-FILA(GRD-X-CUR)
037029             MOVE 'Y' TO GRD-HUBO-CAMBIOS
03702A         END-IF
03702B         DISPLAY 'CERTIFICADO RETENIDO POR SALDO VENCIDO: '
03702C             GRC-NOMBRE ' (' GRC-ID ') ' GRC-CURSO
03702D         GO TO 4100-ALIMENTAR-UNO-EXIT
03702E     END-IF.
03702F     MOVE 'S' TO GRC-CERTIFICADO.
037030     MOVE 'N' TO GRD-HALLADO.
037040     PERFORM 4110-BUSCAR-ALIMENTADO
037050         THRU 4110-BUSCAR-ALIMENTADO-EXIT
037060         VARYING GRD-X-OTR FROM 1 BY 1
037070         UNTIL GRD-X-OTR > GRD-CANT-CURSOS
037080         OR GRD-ES-HALLADO.
037090     IF GRD-ES-HALLADO
037091         MOVE 'S' TO GRC-ALIMENTADO
037092         MOVE GRD-CURSO-ACTUAL TO GRD-CURSO-FILA(GRD-X-CUR)
037093         MOVE 'Y' TO GRD-HUBO-CAMBIOS
037094         DISPLAY 'YA ALIMENTADO: ' GRC-NOMBRE ' (' GRC-ID ') '
037095             GRC-CURSO
037096     ELSE
037100         MOVE GRC-NOMBRE TO AP-NOMBRE
037200         MOVE ZERO TO AP-EXPERIENCIA
037300         MOVE GRC-ID TO AP-ID
037301         MOVE 'UN' TO AP-FUENTE
037302         MOVE GRD-FECHA-HOY TO AP-FECHA-INGRESO
037303         MOVE ZERO TO AP-REFERENTE
037400         WRITE AP-RECORD
037500         MOVE 'S' TO GRC-ALIMENTADO
037600         MOVE GRD-CURSO-ACTUAL TO GRD-CURSO-FILA(GRD-X-CUR)
038000     END-IF.
038100 4100-ALIMENTAR-UNO-EXIT.
038200     EXIT.
038210*
038220******************************************************************
038230* 4110-BUSCAR-ALIMENTADO - SAME CANDIDATE ALREADY FED FROM
038240*                          ANOTHER COURSE
038250******************************************************************
038260 4110-BUSCAR-ALIMENTADO.
038270     MOVE GRD-CURSO-FILA(GRD-X-OTR) TO GRD-CURSO-OTRO.
038280     IF GRO-ID = GRC-ID AND GRO-ALIMENTADO = 'S'
038290         SET GRD-ES-HALLADO TO TRUE
038291     END-IF.
038292 4110-BUSCAR-ALIMENTADO-EXIT.
038293     EXIT.
038300*
038400******************************************************************
038500* 5000-REGRABAR-CURSOS - PERSIST THE RESULTS FILE
040100     WRITE CU-RECORD.
040200 5100-GRABAR-CURSO-EXIT.
040300     EXIT.
040301*
040302******************************************************************
040303* 6000-VERIFICAR-MOROSO - IS THE STUDENT ON MOROSOS FOR THE
040304*                         COURSE (A BLANK COURSE MATCHES ANY)
040305******************************************************************
040306 6000-VERIFICAR-MOROSO.
040307     MOVE 'N' TO GRD-MOROSO.
040308     PERFORM 6100-COMPARAR-MOROSO THRU 6100-COMPARAR-MOROSO-EXIT
040309         VARYING GRD-X-MOR FROM 1 BY 1
04030A         UNTIL GRD-X-MOR > GRD-CANT-MOROSOS
04030B         OR GRD-ES-MOROSO.
04030C 6000-VERIFICAR-MOROSO-EXIT.
04030D     EXIT.
04030E*
04030F 6100-COMPARAR-MOROSO.
04030G     IF GRD-MOR-ID(GRD-X-MOR) = GRD-ID-EVAL
04030H         AND (GRD-MOR-CURSO(GRD-X-MOR) = GRD-CURSO-EVAL
04030I              OR GRD-MOR-CURSO(GRD-X-MOR) = SPACES
04030J              OR GRD-CURSO-EVAL = SPACES)
04030K         SET GRD-ES-MOROSO TO TRUE
04030L     END-IF.
04030M 6100-COMPARAR-MOROSO-EXIT.
04030N     EXIT.
04030O*
04030P******************************************************************
04030Q* 7000-AGREGAR-HABILIDADES - THE COURSE JUST COMPLETED ADDS ITS
04030R*                            SKILLS TO THE CANDIDATE'S INVENTORY
04030S*                            (A BLANK COURSE IS THE COBOL COURSE)
04030T******************************************************************
04030U 7000-AGREGAR-HABILIDADES.
04030V     MOVE EN3-CURSO TO GRD-CURSO-EVAL.
04030W     IF GRD-CURSO-EVAL = SPACES
04030X         MOVE 'COBOL' TO GRD-CURSO-EVAL
04030Y     END-IF.
04030Z     MOVE 'N' TO GRD-HABCAND-ABIERTO.
040310     MOVE ZERO TO GRD-CANT-HABIL-ALTA.
040311     PERFORM 7100-AGREGAR-UNA THRU 7100-AGREGAR-UNA-EXIT
040312         VARYING GRD-X-CHB FROM 1 BY 1
040313         UNTIL GRD-X-CHB > GRD-CANT-CURHAB.
040314     IF GRD-ES-HABCAND-ABIERTO
040315         CLOSE HABCAND-FILE
040316         DISPLAY 'HABILIDADES AGREGADAS AL INVENTARIO: '
040317             GRD-CANT-HABIL-ALTA
040318     END-IF.
040319 7000-AGREGAR-HABILIDADES-EXIT.
04031A     EXIT.
04031B*
04031C 7100-AGREGAR-UNA.
04031D     IF GRD-CHB-CURSO(GRD-X-CHB) NOT = GRD-CURSO-EVAL
04031E         GO TO 7100-AGREGAR-UNA-EXIT
04031F     END-IF.
04031G     IF NOT GRD-ES-HABCAND-ABIERTO
04031H         OPEN EXTEND HABCAND-FILE
04031I         IF GRD-STATUS-HABCAND = '35'
04031J             OPEN OUTPUT HABCAND-FILE
04031K         END-IF
04031L         SET GRD-ES-HABCAND-ABIERTO TO TRUE
04031M     END-IF.
04031N     MOVE EN3-ID TO HC-ID.
04031O     MOVE GRD-CHB-HABILIDAD(GRD-X-CHB) TO HC-HABILIDAD.
04031P     MOVE GRD-CHB-NIVEL(GRD-X-CHB) TO HC-NIVEL.
04031Q     SET HC-DE-CURSO TO TRUE.
04031R     MOVE GRD-FECHA-ENT TO HC-FECHA.
04031S     WRITE HC-RECORD.
04031T     ADD 1 TO GRD-CANT-HABIL-ALTA.
04031U 7100-AGREGAR-UNA-EXIT.
04031V     EXIT.
040400 END PROGRAM GRADFEED.
