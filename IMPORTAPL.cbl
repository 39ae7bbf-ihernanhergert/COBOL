002430*     DELIVERY; A FILE THAT FAILED ITS MANIFEST CHECK IS
002440*     REFUSED WHOLE. WITH NO RECEIPT ON RECORD THE IMPORT
002450*     BEHAVES AS BEFORE.
002451*   - HIRING ROWS TAKE AN OPTIONAL FOURTH FIELD, THE
002452*     RECRUITMENT SOURCE ('1;NOMBRE;EXPERIENCIA;FUENTE'),
002453*     CHECKED AGAINST THE FUENTE CODES; AN UNKNOWN CODE IS
002454*     REJECTED, A BLANK ONE IS ACCEPTED AS NOT RECORDED. THE
002455*     SOURCE AND THE IMPORT DATE GO TO APPLICANTS WITH THE ROW.
002456*   - HIRING ROWS TAKE AN OPTIONAL FIFTH FIELD, THE CANDIDATE
002457*     NUMBER OF THE EMPLOYEE WHO REFERRED THE CANDIDATE
002458*     ('1;NOMBRE;EXPERIENCIA;FUENTE;REFERENTE'). IT MUST BE AN
002459*     ACTIVE EMPLOYEE ON EMPLOYEES; A REFERRED ROW WITH NO
002460*     SOURCE IS TAKEN AS RE, ONE WITH ANOTHER SOURCE IS
002461*     REJECTED. THE REFERRER GOES TO APPLICANTS WITH THE ROW.
002462*   - COURSE ROWS TAKE AN OPTIONAL SEVENTH FIELD, THE COURSE
002463*     CODE. WHEN THE CURSOS CATALOG EXISTS AN UNKNOWN CODE IS
002464*     REJECTED; A BLANK ONE IS THE COBOL COURSE. FOR A COURSE
002465*     THAT ASKS FOR NO CAREER THE CAREER NAME MAY BE BLANK. THE
002466*     CODE GOES TO APPLICANTS3 WITH THE ROW.
002467*   - SKILLS INVENTORY: ROWS '4;NUMERO;HABILIDAD;NIVEL' DECLARE A
002468*     SKILL OF AN EXISTING CANDIDATE NUMBER WITH ITS PROFICIENCY
002469*     LEVEL (1 TO 5). THE SKILL MUST BE IN THE HABILIDADES CATALOG
00246A*     WHEN ONE EXISTS; ACCEPTED ROWS ARE APPENDED TO HABCAND.
00246B*   - CARRERAS RECORD WIDENED FOR CR-CURSO.
002500******************************************************************
002600 IDENTIFICATION DIVISION.
002700 PROGRAM-ID. IMPORTAPL.
004300     SELECT OPTIONAL ALIAS-FILE ASSIGN TO 'CARRERASALIAS'
004400         ORGANIZATION IS LINE SEQUENTIAL
004500         FILE STATUS IS IMP-STATUS-ALIAS.
004510     SELECT OPTIONAL EMPLOYEES-FILE ASSIGN TO 'EMPLOYEES'
004520         ORGANIZATION IS LINE SEQUENTIAL
004530         FILE STATUS IS IMP-STATUS-EMPL.
004531     SELECT OPTIONAL CURSOS-FILE ASSIGN TO 'CURSOS'
004532         ORGANIZATION IS LINE SEQUENTIAL
004533         FILE STATUS IS IMP-STATUS-CURSOS.
004534     SELECT OPTIONAL HABILID-FILE ASSIGN TO 'HABILIDADES'
004535         ORGANIZATION IS LINE SEQUENTIAL
004536         FILE STATUS IS IMP-STATUS-HABIL.
004537     SELECT OPTIONAL HABCAND-FILE ASSIGN TO 'HABCAND'
004538         ORGANIZATION IS LINE SEQUENTIAL
004539         FILE STATUS IS IMP-STATUS-HABCAND.
004600     SELECT RECHAZOS-FILE ASSIGN TO 'IMPORTREJ'
004700         ORGANIZATION IS LINE SEQUENTIAL.
004800 DATA DIVISION.
005700     05 AP-NOMBRE                PIC X(05).
005800     05 AP-EXPERIENCIA           PIC 9(02).
005900     05 AP-ID                    PIC 9(05).
005901     05 AP-FUENTE                PIC X(02).
005902     05 AP-FECHA-INGRESO         PIC 9(08).
005903     05 AP-REFERENTE             PIC 9(05).
006000 FD  APPLICANTS3-FILE
006100     LABEL RECORDS ARE STANDARD.
006200 01  AP3-RECORD.
006600     05 AP3-CARRERA              PIC X(01).
006700     05 AP3-CARRERA-NOMBRE       PIC X(20).
006800     05 AP3-ID                   PIC 9(05).
006801     05 AP3-CURSO                PIC X(06).
006900 FD  CARRERAS-FILE
007000     LABEL RECORDS ARE STANDARD.
007100 01  CR-RECORD.
007200     05 CR-NOMBRE                PIC X(20).
007300     05 CR-CUPO                  PIC 9(03).
007301     05 CR-CURSO                 PIC X(06).
007400 FD  ALIAS-FILE
007500     LABEL RECORDS ARE STANDARD.
007600 01  CA-RECORD.
007700     05 CA-ALIAS                 PIC X(20).
007800     05 CA-CANONICO              PIC X(20).
007810 FD  EMPLOYEES-FILE
007820     LABEL RECORDS ARE STANDARD.
007830 01  EM-RECORD.
007840     COPY EMPLEADO.
007841 FD  CURSOS-FILE
007842     LABEL RECORDS ARE STANDARD.
007843 01  CS-RECORD.
007844     COPY CURSO.
007845 FD  HABILID-FILE
007846     LABEL RECORDS ARE STANDARD.
007847 01  HB-RECORD.
007848     COPY HABILID.
007849 FD  HABCAND-FILE
00784A     LABEL RECORDS ARE STANDARD.
00784B 01  HC-RECORD.
00784C     COPY HABCAND.
007900 FD  RECHAZOS-FILE
008000     LABEL RECORDS ARE STANDARD
008100     RECORD CONTAINS 80 CHARACTERS.
008700 01  IMP-STATUS-APPL3            PIC XX.
008800 01  IMP-STATUS-CARR             PIC XX.
008900 01  IMP-STATUS-ALIAS            PIC XX.
008901 01  IMP-STATUS-EMPL             PIC XX.
008902 01  IMP-STATUS-CURSOS           PIC XX.
008903 01  IMP-STATUS-HABIL            PIC XX.
008904 01  IMP-STATUS-HABCAND          PIC XX.
008910*
008920 01  IMP-RECEP-ARCHIVO           PIC X(12).
008930 01  IMP-RECEP-RESULT            PIC X(01).
009700         88  IMP-ES-EXP-VALIDA   VALUE 'Y'.
009800     05  IMP-FECHA-VALIDA        PIC X VALUE 'N'.
009900         88  IMP-ES-FECHA-VALIDA VALUE 'Y'.
009901     05  IMP-FUENTE-VALIDA       PIC X VALUE 'N'.
009902         88  IMP-ES-FUENTE-VALIDA VALUE 'Y'.
009903     05  IMP-REFERENTE-VALIDO    PIC X VALUE 'N'.
009904         88  IMP-ES-REFERENTE-VALIDO VALUE 'Y'.
010000*
010100 01  IMP-CAMPOS.
010200     05  IMP-TIPO                PIC X(01).
010500     05  IMP-CAMPO3              PIC X(20).
010600     05  IMP-CAMPO4              PIC X(20).
010700     05  IMP-CAMPO5              PIC X(30).
010701     05  IMP-CAMPO6              PIC X(20).
010800*
010900 01  IMP-VARIABLES.
011000     05  IMP-NRO-FILA            PIC 9(05) VALUE ZERO.
011500     05  IMP-FECHA-HOY           PIC 9(08).
011600     05  IMP-EDAD                PIC 9(03).
011700     05  IMP-CARRERA-BUSCADA     PIC X(20).
011701     05  IMP-ID-REFERENTE        PIC 9(05).
011702     05  IMP-FUENTE              PIC X(02).
011703     05  IMP-CURSO-BUSCADO       PIC X(06).
011704     05  IMP-CURSO-REQ           PIC X(01).
011705     05  IMP-ID-CANDIDATO        PIC 9(05).
011706     05  IMP-NIVEL-HAB           PIC 9(01).
011800*
011900 01  IMP-CANT-CARRERAS           PIC 9(02) VALUE ZERO.
012000 01  IMP-TABLA-CARRERAS.
012600                        INDEXED BY IMP-X-ALIAS.
012700         10 IMP-ALIAS-VARIANTE   PIC X(20).
012800         10 IMP-ALIAS-CANONICO   PIC X(20).
012801*
012802*    EMPLEADOS, PARA VALIDAR EL REFERENTE DE UN POSTULANTE
012803 01  IMP-CANT-EMPLEADOS          PIC 9(03) VALUE ZERO.
012804 01  IMP-TABLA-EMPLEADOS.
012805     05  IMP-FILA-EMPL OCCURS 100 TIMES
012806                       INDEXED BY IMP-X-EMP.
012807         10 IMP-EMP-ID           PIC 9(05).
012808         10 IMP-EMP-ESTADO       PIC X(01).
012809*
01280A*    CATALOGO DE CURSOS, CON LA SITUACION DE CARRERA QUE PIDE
01280B 01  IMP-CANT-CURSOS             PIC 9(02) VALUE ZERO.
01280C 01  IMP-TABLA-CURSOS.
01280D     05  IMP-FILA-CURSO OCCURS 20 TIMES
01280E                        INDEXED BY IMP-X-CUR.
01280F         10 IMP-CUR-CODIGO       PIC X(06).
01280G         10 IMP-CUR-CARRERA      PIC X(01).
01280H*
01280I*    CATALOGO DE HABILIDADES
01280J 01  IMP-CANT-HABILIDADES        PIC 9(03) VALUE ZERO.
01280K 01  IMP-TABLA-HABILIDADES.
01280L     05  IMP-HAB-CODIGO          PIC X(06) OCCURS 100 TIMES
01280M                                 INDEXED BY IMP-X-HAB.
01280N*
012810     COPY FUENTE.
012900*
013000 PROCEDURE DIVISION.
013100******************************************************************
013600     PERFORM 0500-CARGAR-CARRERAS
013700         THRU 0500-CARGAR-CARRERAS-EXIT.
013800     PERFORM 0600-CARGAR-ALIAS THRU 0600-CARGAR-ALIAS-EXIT.
013810     PERFORM 0700-CARGAR-EMPLEADOS
013820         THRU 0700-CARGAR-EMPLEADOS-EXIT.
013821     PERFORM 0800-CARGAR-CURSOS THRU 0800-CARGAR-CURSOS-EXIT.
013822     PERFORM 0900-CARGAR-HABILIDADES
013823         THRU 0900-CARGAR-HABILIDADES-EXIT.
013900     MOVE 'N' TO IMP-FIN-ARCHIVO.
013910*    UNA ENTREGA QUE NO COINCIDIO CON SU MANIFIESTO EN EL PASO
013920*    RECEPCION SE RECHAZA ENTERA ANTES DE IMPORTAR NADA.
015100         IF IMP-STATUS-APPL3 = '35'
015200             OPEN OUTPUT APPLICANTS3-FILE
015300         END-IF
015301         OPEN EXTEND HABCAND-FILE
015302         IF IMP-STATUS-HABCAND = '35'
015303             OPEN OUTPUT HABCAND-FILE
015304         END-IF
015400         OPEN OUTPUT RECHAZOS-FILE
015500         PERFORM 1000-LEER-FILA THRU 1000-LEER-FILA-EXIT
015600             UNTIL IMP-ES-FIN-ARCHIVO
015700         CLOSE IMPORT-FILE
015800         CLOSE APPLICANTS-FILE
015900         CLOSE APPLICANTS3-FILE
015901         CLOSE HABCAND-FILE
016000         CLOSE RECHAZOS-FILE
016100         DISPLAY 'IMPORTAPL: ACEPTADAS ' IMP-CANT-ACEPTADAS
016200             ' RECHAZADAS ' IMP-CANT-RECHAZADAS
023100 0610-LEER-ALIAS-EXIT.
023200     EXIT.
023300*
023301******************************************************************
023302* 0700-CARGAR-EMPLEADOS - THE MASTER, TO VALIDATE REFERRERS
023303******************************************************************
023304 0700-CARGAR-EMPLEADOS.
023305     MOVE 'N' TO IMP-FIN-ARCHIVO.
023306     OPEN INPUT EMPLOYEES-FILE.
023307     IF IMP-STATUS-EMPL = '00'
023308         PERFORM 0710-LEER-EMPLEADO THRU 0710-LEER-EMPLEADO-EXIT
023309             UNTIL IMP-ES-FIN-ARCHIVO
023310     END-IF.
023311     CLOSE EMPLOYEES-FILE.
023312 0700-CARGAR-EMPLEADOS-EXIT.
023313     EXIT.
023314*
023315******************************************************************
023316* 0710-LEER-EMPLEADO - ONE MASTER ROW INTO THE TABLE
023317******************************************************************
023318 0710-LEER-EMPLEADO.
023319     READ EMPLOYEES-FILE
023320         AT END
023321             SET IMP-ES-FIN-ARCHIVO TO TRUE
023322         NOT AT END
023323             IF IMP-CANT-EMPLEADOS < 100
023324                 ADD 1 TO IMP-CANT-EMPLEADOS
023325                 SET IMP-X-EMP TO IMP-CANT-EMPLEADOS
023326                 MOVE EM-ID TO IMP-EMP-ID(IMP-X-EMP)
023327                 MOVE EM-ESTADO TO IMP-EMP-ESTADO(IMP-X-EMP)
023328             END-IF
023329     END-READ.
023330 0710-LEER-EMPLEADO-EXIT.
023331     EXIT.
023332*
023333******************************************************************
023334* 0800-CARGAR-CURSOS - THE COURSE CATALOG, WHEN THERE IS ONE
023335******************************************************************
023336 0800-CARGAR-CURSOS.
023337     MOVE 'N' TO IMP-FIN-ARCHIVO.
023338     OPEN INPUT CURSOS-FILE.
023339     IF IMP-STATUS-CURSOS = '00'
02333A         PERFORM 0810-LEER-CURSO THRU 0810-LEER-CURSO-EXIT
02333B             UNTIL IMP-ES-FIN-ARCHIVO
02333C     END-IF.
02333D     CLOSE CURSOS-FILE.
02333E 0800-CARGAR-CURSOS-EXIT.
02333F     EXIT.
02333G*
02333H******************************************************************
02333I* 0810-LEER-CURSO - KEEP ONE COURSE
02333J******************************************************************
02333K 0810-LEER-CURSO.
02333L     READ CURSOS-FILE
02333M         AT END
02333N             SET IMP-ES-FIN-ARCHIVO TO TRUE
02333O         NOT AT END
02333P             IF IMP-CANT-CURSOS < 20
02333Q                 ADD 1 TO IMP-CANT-CURSOS
02333R                 SET IMP-X-CUR TO IMP-CANT-CURSOS
02333S                 MOVE CS-CODIGO TO IMP-CUR-CODIGO(IMP-X-CUR)
02333T                 MOVE CS-CARRERA-REQ TO IMP-CUR-CARRERA(IMP-X-CUR)
02333U             END-IF
02333V     END-READ.
02333W 0810-LEER-CURSO-EXIT.
02333X     EXIT.
02333Y*
02333Z******************************************************************
023340* 0900-CARGAR-HABILIDADES - THE SKILLS CATALOG, WHEN THERE IS ONE
023341******************************************************************
023342 0900-CARGAR-HABILIDADES.
023343     MOVE 'N' TO IMP-FIN-ARCHIVO.
023344     OPEN INPUT HABILID-FILE.
023345     IF IMP-STATUS-HABIL = '00'
023346         PERFORM 0910-LEER-HABILIDAD THRU 0910-LEER-HABILIDAD-EXIT
023347             UNTIL IMP-ES-FIN-ARCHIVO
023348     END-IF.
023349     CLOSE HABILID-FILE.
02334A 0900-CARGAR-HABILIDADES-EXIT.
02334B     EXIT.
02334C*
02334D******************************************************************
02334E* 0910-LEER-HABILIDAD - KEEP ONE SKILL CODE
02334F******************************************************************
02334G 0910-LEER-HABILIDAD.
02334H     READ HABILID-FILE
02334I         AT END
02334J             SET IMP-ES-FIN-ARCHIVO TO TRUE
02334K         NOT AT END
02334L             IF IMP-CANT-HABILIDADES < 100
02334M                 ADD 1 TO IMP-CANT-HABILIDADES
02334N                 SET IMP-X-HAB TO IMP-CANT-HABILIDADES
02334O                 MOVE HB-CODIGO TO IMP-HAB-CODIGO(IMP-X-HAB)
02334P             END-IF
02334Q     END-READ.
02334R 0910-LEER-HABILIDAD-EXIT.
02334S     EXIT.
02334T*
023400******************************************************************
023500* 1000-LEER-FILA - SPLIT AND CONVERT ONE DELIMITED ROW
023600******************************************************************
024400             UNSTRING IMP-LINEA DELIMITED BY ';'
024500                 INTO IMP-TIPO IMP-NOMBRE IMP-CAMPO2
024600                      IMP-CAMPO3 IMP-CAMPO4 IMP-CAMPO5
024610                      IMP-CAMPO6
024700             EVALUATE IMP-TIPO
024800                 WHEN '1'
024900                     PERFORM 2000-CONVERTIR-TIPO1
025100                 WHEN '3'
025200                     PERFORM 3000-CONVERTIR-TIPO3
025300                         THRU 3000-CONVERTIR-TIPO3-EXIT
025301                 WHEN '4'
025302                     PERFORM 3500-CONVERTIR-TIPO4
025303                         THRU 3500-CONVERTIR-TIPO4-EXIT
025400                 WHEN OTHER
025500                     MOVE 'TIPO DE FILA DESCONOCIDO'
025600                         TO IMP-MOTIVO
027900                 MOVE 'EXPERIENCIA NO NUMERICA' TO IMP-MOTIVO
028000                 PERFORM 9000-RECHAZAR THRU 9000-RECHAZAR-EXIT
028100             ELSE
028110                 PERFORM 2100-VALIDAR-FUENTE
028120                     THRU 2100-VALIDAR-FUENTE-EXIT
028130             END-IF
028140         END-IF
028150     END-IF.
028160 2000-CONVERTIR-TIPO1-EXIT.
028170     EXIT.
028180*
028190******************************************************************
028191* 2100-VALIDAR-FUENTE - RECRUITMENT SOURCE, THEN WRITE THE ROW
028192******************************************************************
028193 2100-VALIDAR-FUENTE.
028194     MOVE 'N' TO IMP-FUENTE-VALIDA.
028195     IF IMP-CAMPO3 = SPACES
028196         SET IMP-ES-FUENTE-VALIDA TO TRUE
028197     ELSE
028198         IF IMP-CAMPO3(3:) = SPACES
028199             SET FTE-X TO 1
02819A             SEARCH FTE-FILA
02819B                 WHEN FTE-CODIGO(FTE-X) = IMP-CAMPO3(1:2)
02819C                     SET IMP-ES-FUENTE-VALIDA TO TRUE
02819D             END-SEARCH
02819E         END-IF
02819F     END-IF.
02819G     IF NOT IMP-ES-FUENTE-VALIDA
02819H         MOVE 'FUENTE DE RECLUTAMIENTO DESCONOCIDA' TO IMP-MOTIVO
02819I         PERFORM 9000-RECHAZAR THRU 9000-RECHAZAR-EXIT
02819J         GO TO 2100-VALIDAR-FUENTE-EXIT
02819K     END-IF.
02819L     MOVE IMP-CAMPO3(1:2) TO IMP-FUENTE.
02819M     PERFORM 2200-VALIDAR-REFERENTE
02819N         THRU 2200-VALIDAR-REFERENTE-EXIT.
02819O     IF NOT IMP-ES-REFERENTE-VALIDO
02819P         PERFORM 9000-RECHAZAR THRU 9000-RECHAZAR-EXIT
02819Q         GO TO 2100-VALIDAR-FUENTE-EXIT
02819R     END-IF.
028200     MOVE IMP-NOMBRE(1:5) TO AP-NOMBRE.
028300     MOVE FUNCTION NUMVAL(IMP-CAMPO2(1:6))
028400         TO AP-EXPERIENCIA.
028500     MOVE ZERO TO AP-ID.
028510     MOVE IMP-FUENTE TO AP-FUENTE.
028520     MOVE IMP-FECHA-HOY TO AP-FECHA-INGRESO.
028530     MOVE IMP-ID-REFERENTE TO AP-REFERENTE.
028600     WRITE AP-RECORD.
028700     ADD 1 TO IMP-CANT-ACEPTADAS.
028800 2100-VALIDAR-FUENTE-EXIT.
028810     EXIT.
028820*
028830******************************************************************
028840* 2200-VALIDAR-REFERENTE - REFERRING EMPLOYEE, IF ANY: AN ACTIVE
028850*                          EMPLOYEE, AND THE SOURCE MUST BE RE
028860******************************************************************
028870 2200-VALIDAR-REFERENTE.
028880     MOVE 'N' TO IMP-REFERENTE-VALIDO.
028890     MOVE ZERO TO IMP-ID-REFERENTE.
028900     IF IMP-CAMPO4 = SPACES
028910         SET IMP-ES-REFERENTE-VALIDO TO TRUE
028920         GO TO 2200-VALIDAR-REFERENTE-EXIT
028930     END-IF.
028940     IF IMP-CAMPO4(6:) NOT = SPACES
028950         MOVE 'REFERENTE SUPERA 5 DIGITOS' TO IMP-MOTIVO
028960         GO TO 2200-VALIDAR-REFERENTE-EXIT
028970     END-IF.
028980     CALL 'NUMVALID' USING IMP-CAMPO4(1:6)
028990         IMP-REFERENTE-VALIDO.
029000     IF IMP-ES-REFERENTE-VALIDO
029010         MOVE FUNCTION NUMVAL(IMP-CAMPO4(1:6))
029020             TO IMP-ID-REFERENTE
029030     END-IF.
029040     IF IMP-ID-REFERENTE = ZERO
029050         MOVE 'N' TO IMP-REFERENTE-VALIDO
029060         MOVE 'REFERENTE NO NUMERICO' TO IMP-MOTIVO
029070         GO TO 2200-VALIDAR-REFERENTE-EXIT
029080     END-IF.
029090     MOVE 'N' TO IMP-REFERENTE-VALIDO.
029100     SET IMP-X-EMP TO 1.
029110     SEARCH IMP-FILA-EMPL
029120         AT END
029130             CONTINUE
029140         WHEN IMP-EMP-ID(IMP-X-EMP) = IMP-ID-REFERENTE
029150             AND IMP-EMP-ESTADO(IMP-X-EMP) NOT = 'B'
029160             SET IMP-ES-REFERENTE-VALIDO TO TRUE
029170     END-SEARCH.
029180     IF NOT IMP-ES-REFERENTE-VALIDO
029190         MOVE 'REFERENTE NO ES EMPLEADO ACTIVO' TO IMP-MOTIVO
029200         GO TO 2200-VALIDAR-REFERENTE-EXIT
029210     END-IF.
029220     IF IMP-FUENTE = SPACES
029230         MOVE 'RE' TO IMP-FUENTE
029240     END-IF.
029250     IF IMP-FUENTE NOT = 'RE'
029260         MOVE 'N' TO IMP-REFERENTE-VALIDO
029270         MOVE 'REFERIDO CON FUENTE DISTINTA DE RE' TO IMP-MOTIVO
029280     END-IF.
029290 2200-VALIDAR-REFERENTE-EXIT.
029291     EXIT.
029300*
029400******************************************************************
029500* 3000-CONVERTIR-TIPO3 - ROW FOR THE COURSE PIPELINE
032900         PERFORM 9000-RECHAZAR THRU 9000-RECHAZAR-EXIT
033000         GO TO 3000-CONVERTIR-TIPO3-EXIT
033100     END-IF.
033110     IF IMP-CAMPO6(7:) NOT = SPACES
033120         MOVE 'CODIGO DE CURSO SUPERA 6 CARACTERES' TO IMP-MOTIVO
033130         PERFORM 9000-RECHAZAR THRU 9000-RECHAZAR-EXIT
033140         GO TO 3000-CONVERTIR-TIPO3-EXIT
033150     END-IF.
033160     PERFORM 4500-VALIDAR-CURSO THRU 4500-VALIDAR-CURSO-EXIT.
033170     IF NOT IMP-ES-HALLADO
033180         MOVE 'CURSO NO ESTA EN EL CATALOGO' TO IMP-MOTIVO
033190         PERFORM 9000-RECHAZAR THRU 9000-RECHAZAR-EXIT
033191         GO TO 3000-CONVERTIR-TIPO3-EXIT
033192     END-IF.
033200     MOVE IMP-CAMPO5(1:20) TO IMP-CARRERA-BUSCADA.
033210*    UN CURSO QUE NO PIDE CARRERA ADMITE EL NOMBRE EN BLANCO.
033220     IF IMP-CURSO-REQ = 'N' AND IMP-CARRERA-BUSCADA = SPACES
033230         SET IMP-ES-HALLADO TO TRUE
033240     ELSE
033300         PERFORM 4000-VALIDAR-CARRERA
033400             THRU 4000-VALIDAR-CARRERA-EXIT
033410     END-IF.
033500     IF NOT IMP-ES-HALLADO
033600         MOVE 'CARRERA NO ACEPTADA NI CONOCIDA' TO IMP-MOTIVO
033700         PERFORM 9000-RECHAZAR THRU 9000-RECHAZAR-EXIT
034300     MOVE IMP-CAMPO4(1:1) TO AP3-CARRERA.
034400     MOVE IMP-CARRERA-BUSCADA TO AP3-CARRERA-NOMBRE.
034500     MOVE ZERO TO AP3-ID.
034501     MOVE IMP-CAMPO6(1:6) TO AP3-CURSO.
034600     WRITE AP3-RECORD.
034700     ADD 1 TO IMP-CANT-ACEPTADAS.
034800 3000-CONVERTIR-TIPO3-EXIT.
034900     EXIT.
034901*
034902******************************************************************
034903* 3500-CONVERTIR-TIPO4 - ONE SKILL OF A CANDIDATE FOR HABCAND
034904******************************************************************
034905 3500-CONVERTIR-TIPO4.
034906     MOVE ZERO TO IMP-ID-CANDIDATO.
034907     IF IMP-NOMBRE(6:) NOT = SPACES
034908         MOVE 'NUMERO DE CANDIDATO SUPERA 5 DIGITOS' TO IMP-MOTIVO
034909         PERFORM 9000-RECHAZAR THRU 9000-RECHAZAR-EXIT
03490A         GO TO 3500-CONVERTIR-TIPO4-EXIT
03490B     END-IF.
03490C     CALL 'NUMVALID' USING IMP-NOMBRE(1:6) IMP-HALLADO.
03490D     IF IMP-ES-HALLADO
03490E         MOVE FUNCTION NUMVAL(IMP-NOMBRE(1:6)) TO IMP-ID-CANDIDATO
03490F     END-IF.
03490G     IF IMP-ID-CANDIDATO = ZERO
03490H         MOVE 'NUMERO DE CANDIDATO INVALIDO' TO IMP-MOTIVO
03490I         PERFORM 9000-RECHAZAR THRU 9000-RECHAZAR-EXIT
03490J         GO TO 3500-CONVERTIR-TIPO4-EXIT
03490K     END-IF.
03490L     IF IMP-CAMPO2 = SPACES OR IMP-CAMPO2(7:) NOT = SPACES
03490M         MOVE 'HABILIDAD EN BLANCO O DE MAS DE 6' TO IMP-MOTIVO
03490N         PERFORM 9000-RECHAZAR THRU 9000-RECHAZAR-EXIT
03490O         GO TO 3500-CONVERTIR-TIPO4-EXIT
03490P     END-IF.
03490Q     MOVE 'N' TO IMP-HALLADO.
03490R     IF IMP-CANT-HABILIDADES = ZERO
03490S         SET IMP-ES-HALLADO TO TRUE
03490T     ELSE
03490U         SET IMP-X-HAB TO 1
03490V         SEARCH IMP-HAB-CODIGO
03490W             AT END
03490X                 CONTINUE
03490Y             WHEN IMP-X-HAB > IMP-CANT-HABILIDADES
03490Z                 CONTINUE
034910             WHEN IMP-HAB-CODIGO(IMP-X-HAB) = IMP-CAMPO2(1:6)
034911                 SET IMP-ES-HALLADO TO TRUE
034912         END-SEARCH
034913     END-IF.
034914     IF NOT IMP-ES-HALLADO
034915         MOVE 'HABILIDAD NO ESTA EN EL CATALOGO' TO IMP-MOTIVO
034916         PERFORM 9000-RECHAZAR THRU 9000-RECHAZAR-EXIT
034917         GO TO 3500-CONVERTIR-TIPO4-EXIT
034918     END-IF.
034919     IF IMP-CAMPO3(1:1) < '1' OR IMP-CAMPO3(1:1) > '5'
03491A         OR IMP-CAMPO3(2:) NOT = SPACES
03491B         MOVE 'NIVEL DE HABILIDAD DEBE SER 1 A 5' TO IMP-MOTIVO
03491C         PERFORM 9000-RECHAZAR THRU 9000-RECHAZAR-EXIT
03491D         GO TO 3500-CONVERTIR-TIPO4-EXIT
03491E     END-IF.
03491F     MOVE IMP-CAMPO3(1:1) TO IMP-NIVEL-HAB.
03491G     MOVE IMP-ID-CANDIDATO TO HC-ID.
03491H     MOVE IMP-CAMPO2(1:6) TO HC-HABILIDAD.
03491I     MOVE IMP-NIVEL-HAB TO HC-NIVEL.
03491J     SET HC-DE-IMPORTACION TO TRUE.
03491K     MOVE IMP-FECHA-HOY TO HC-FECHA.
03491L     WRITE HC-RECORD.
03491M     ADD 1 TO IMP-CANT-ACEPTADAS.
03491N 3500-CONVERTIR-TIPO4-EXIT.
03491O     EXIT.
035000*
035100******************************************************************
035200* 4000-VALIDAR-CARRERA - ACCEPTED NAME, OR A KNOWN VARIANT
038700     END-IF.
038800 4200-COMPARAR-ALIAS-EXIT.
038900     EXIT.
038901*
038902******************************************************************
038903* 4500-VALIDAR-CURSO - THE COURSE IS IN THE CATALOG; A BLANK CODE
038904*                      IS THE COBOL COURSE, AND WITH NO CATALOG
038905*                      ANY CODE PASSES WITH THE COBOL RULES
038906******************************************************************
038907 4500-VALIDAR-CURSO.
038908     MOVE 'C' TO IMP-CURSO-REQ.
038909     MOVE 'N' TO IMP-HALLADO.
03890A     IF IMP-CANT-CURSOS = ZERO
03890B         SET IMP-ES-HALLADO TO TRUE
03890C         GO TO 4500-VALIDAR-CURSO-EXIT
03890D     END-IF.
03890E     IF IMP-CAMPO6 = SPACES
03890F         MOVE 'COBOL' TO IMP-CURSO-BUSCADO
03890G     ELSE
03890H         MOVE IMP-CAMPO6(1:6) TO IMP-CURSO-BUSCADO
03890I     END-IF.
03890J     PERFORM 4510-COMPARAR-CURSO THRU 4510-COMPARAR-CURSO-EXIT
03890K         VARYING IMP-X-CUR FROM 1 BY 1
03890L         UNTIL IMP-X-CUR > IMP-CANT-CURSOS
03890M         OR IMP-ES-HALLADO.
03890N     IF IMP-CAMPO6 = SPACES
03890O         SET IMP-ES-HALLADO TO TRUE
03890P     END-IF.
03890Q 4500-VALIDAR-CURSO-EXIT.
03890R     EXIT.
03890S*
03890T******************************************************************
03890U* 4510-COMPARAR-CURSO - CHECK ONE CATALOG ROW
03890V******************************************************************
03890W 4510-COMPARAR-CURSO.
03890X     IF IMP-CURSO-BUSCADO = IMP-CUR-CODIGO(IMP-X-CUR)
03890Y         MOVE IMP-CUR-CARRERA(IMP-X-CUR) TO IMP-CURSO-REQ
03890Z         SET IMP-ES-HALLADO TO TRUE
038910     END-IF.
038911 4510-COMPARAR-CURSO-EXIT.
038912     EXIT.
039000*
039100******************************************************************
039200* 9000-RECHAZAR - ONE REJECT LINE WITH ROW NUMBER AND REASON
