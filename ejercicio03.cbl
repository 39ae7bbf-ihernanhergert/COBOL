      *     delivery: a file that did not match its manifest is
      *     refused whole. With no receipt on record the run behaves
      *     as before.
      *   - A CURSOS course master now holds the admission rules of
      *     each course (minimum age, secondary school required or
      *     not, career status required, prerequisite course), and
      *     APPLICANTS3 rows name the course applied for (appended at
      *     the end of the row; blank is the COBOL course). Without
      *     CURSOS the COBOL course keeps the old built-in rules.
      *     CARRERASACEPTADAS and COHORTES rows may carry a course
      *     code at the end to apply to that course only (blank rows
      *     count for every course). A prerequisite is met by a
      *     completed row for that course in GRADFEED's CURSORES
      *     file. The course is carried into ENROLL3, WAITLIST and
      *     RESULTS3, an unknown course or a missing prerequisite is
      *     one more rejection reason, and the run summary shows
      *     approved and rejected per course.
      *   - RESULTS3 now also flags, one position per criterion, every
      *     admission rule a rejected candidate failed (RS3-MOTIVOS),
      *     so the new CARTARECH letter run can word each rejection
      *     letter by its reasons without parsing EXCEPTIONS3.
      *   - An incremental mode (EVALINCREM S card in PARMS) now
      *     re-evaluates only new candidates, changed APPLICANTS3 rows
      *     and candidates whose career, alias or cohorts changed in
      *     CARRERASACEPTADAS, CARRERASALIAS or COHORTES, comparing a
      *     per-candidate fingerprint kept in the new HUELLAS3 file.
      *     Everyone else keeps their RESULTS3 row and their place in
      *     ENROLL3 and WAITLIST (their seats still count against the
      *     capacity), and the summary shows how many rows were
      *     skipped as unchanged. Without the card every candidate is
      *     evaluated as before and the fingerprints are rebuilt.
      *   - CURSORES record widened for GRADFEED's certificate flag.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EJERCICIO03.
           SELECT OPTIONAL COHORTES-FILE ASSIGN TO 'COHORTES'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSV-COHORTE-STATUS.
           SELECT OPTIONAL CURSOS-FILE ASSIGN TO 'CURSOS'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSV-CURSOS-STATUS.
           SELECT OPTIONAL CURSORES-FILE ASSIGN TO 'CURSORES'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSV-CURSORES-STATUS.
           SELECT OPTIONAL ALIAS-FILE ASSIGN TO 'CARRERASALIAS'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSV-ALIAS-STATUS.
               ALTERNATE RECORD KEY IS RS3-CARRERA-NOMBRE
                   WITH DUPLICATES
               FILE STATUS IS WSV-RESULTS3-STATUS.
           SELECT OPTIONAL HUELLAS3-FILE ASSIGN TO 'HUELLAS3'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HU-ID
               FILE STATUS IS WSV-HUELLA-STATUS.
           SELECT OPTIONAL CONSERVA-FILE ASSIGN TO 'EVALTEMP'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSV-CONSERVA-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  APPLICANTS3-FILE
           05 AP3-CARRERA             PIC X(01).
           05 AP3-CARRERA-NOMBRE      PIC X(20).
           05 AP3-ID                  PIC 9(05).
           05 AP3-CURSO               PIC X(06).
       FD  CARRERAS-FILE
           LABEL RECORDS ARE STANDARD.
       01  CR-RECORD.
           05 CR-NOMBRE               PIC X(20).
           05 CR-CUPO                 PIC 9(03).
           05 CR-CURSO                PIC X(06).
       FD  EXCEPTIONS3-FILE
           LABEL RECORDS ARE STANDARD.
       01  ERR-REGISTRO.
           05 CO3-CARRERA             PIC X(20).
           05 CO3-FECHA-INICIO        PIC 9(08).
           05 CO3-CUPO                PIC 9(03).
           05 CO3-CURSO               PIC X(06).
       FD  ENROLL3-FILE
           LABEL RECORDS ARE STANDARD.
       01  EN3-RECORD.
      * La cohorte va al final para no correr las columnas de los
      * archivos ya grabados (cero = sin calendario de cohortes).
           05 EN3-COHORTE             PIC 9(08).
           05 EN3-CURSO               PIC X(06).
       FD  WAITLIST-FILE
           LABEL RECORDS ARE STANDARD.
       01  WL-RECORD.
           05 WL-FECHA-APROBACION     PIC 9(08).
           05 WL-ID                   PIC 9(05).
           05 WL-COHORTE              PIC 9(08).
           05 WL-CURSO                PIC X(06).
       FD  CURSOS-FILE
           LABEL RECORDS ARE STANDARD.
       01  CS-RECORD.
           COPY CURSO.
       FD  CURSORES-FILE
           LABEL RECORDS ARE STANDARD.
       01  CU-RECORD.
           05 CU-NOMBRE               PIC X(05).
           05 CU-ID                   PIC 9(05).
           05 CU-CARRERA-NOMBRE       PIC X(20).
           05 CU-RESULTADO            PIC X(01).
              88 CU-COMPLETADO        VALUE 'C'.
           05 CU-FECHA                PIC 9(08).
           05 CU-ALIMENTADO           PIC X(01).
           05 CU-CURSO                PIC X(06).
           05 CU-CERTIFICADO          PIC X(01).
       FD  ALIAS-FILE
           LABEL RECORDS ARE STANDARD.
       01  CA-RECORD.
           LABEL RECORDS ARE STANDARD.
       01  RS3-RECORD.
           COPY RESULTS3.
      * Huella de la ultima evaluacion de cada postulante (ver
      * 36-CALCULAR-HUELLA). Pendiente = marcado para reevaluar.
       FD  HUELLAS3-FILE
           LABEL RECORDS ARE STANDARD.
       01  HU-RECORD.
           05 HU-ID                   PIC 9(05).
           05 HU-HUELLA.
               10 HU-DATOS            PIC X(46).
               10 HU-CARRERA-RESUELTA PIC X(20).
               10 HU-CARRERA-OK       PIC X(01).
               10 HU-CARRERA-CUPO     PIC 9(03).
               10 HU-COHORTES-CANT    PIC 9(02).
               10 HU-COHORTES-SUMA    PIC 9(15).
           05 HU-ESTADO               PIC X(01).
              88 HU-PENDIENTE         VALUE 'P'.
              88 HU-EVALUADO          VALUE 'E'.
           05 HU-SELLO                PIC 9(16).
      * Filas de ENROLL3 o WAITLIST que se conservan en una corrida
      * incremental; mismo formato que EN3-RECORD y WL-RECORD.
       FD  CONSERVA-FILE
           LABEL RECORDS ARE STANDARD.
       01  CV-RECORD.
           05 CV-NOMBRE               PIC X(05).
           05 CV-CARRERA-NOMBRE       PIC X(20).
           05 CV-FECHA-APROBACION     PIC 9(08).
           05 CV-ID                   PIC 9(05).
           05 CV-COHORTE              PIC 9(08).
           05 CV-CURSO                PIC X(06).
       WORKING-STORAGE SECTION.
       01 WSC-CONSTANTES.
           05 WSC-EDAD-MINIMA         PIC 99 VALUE 18.
               10 WSC-TERMINADO       PIC X VALUE 'T'.
               10 WSC-ENCURSO         PIC X VALUE 'C'.
           05 WSC-NOMBRE-PROGRAMA     PIC X(11) VALUE 'EJERCICIO03'.
           05 WSC-CURSO-DEFECTO       PIC X(06) VALUE 'COBOL'.
       01 WSC-TABLA-CARRERAS-CTL.
           05 WSC-CANT-CARRERAS       PIC 9(02) VALUE ZERO.
           05 WSC-TABLA-CARRERAS OCCURS 20 TIMES
               10 WSC-CARRERA-CUPO    PIC 9(03).
               10 WSC-CARRERA-INSCRIP PIC 9(03).
               10 WSC-CARRERA-ESPERA  PIC 9(03).
               10 WSC-CARRERA-CURSO   PIC X(06).
      * Catalogo de cursos con sus reglas de admision; sin archivo
      * CURSOS queda solo el curso de COBOL con las reglas de siempre.
       01 WSC-TABLA-CURSOS-CTL.
           05 WSC-CANT-CURSOS         PIC 9(02) VALUE ZERO.
           05 WSC-TABLA-CURSOS OCCURS 20 TIMES
               INDEXED BY WSX-CURSO.
               10 WSC-CURSO-CODIGO    PIC X(06).
               10 WSC-CURSO-EDAD      PIC 9(02).
               10 WSC-CURSO-SECUND    PIC X(01).
               10 WSC-CURSO-CARRERA   PIC X(01).
               10 WSC-CURSO-PRERREQ   PIC X(06).
               10 WSC-CURSO-APROB     PIC 9(04).
               10 WSC-CURSO-RECHAZ    PIC 9(04).
      * Cursos completados segun CURSORES, para los cursos previos.
       01 WSC-TABLA-COMPLETOS-CTL.
           05 WSC-CANT-COMPLETOS      PIC 9(03) VALUE ZERO.
           05 WSC-TABLA-COMPLETOS OCCURS 500 TIMES
               INDEXED BY WSX-COMPLETO.
               10 WSC-COMPLETO-ID     PIC 9(05).
               10 WSC-COMPLETO-CURSO  PIC X(06).
       01 WSF-INDICADORES.
           05 WSF-FIN-ARCHIVO         PIC X VALUE 'N'.
               88 WSS-FIN-ARCHIVO     VALUE 'Y'.
       01 WSV-FECHA-NAC-VALIDA        PIC X(01).
          88 WSS-FECHA-NAC-VALIDA     VALUE 'Y'.
       01 WSV-ALIAS-STATUS            PIC XX.
       01 WSV-CURSOS-STATUS           PIC XX.
       01 WSV-CURSORES-STATUS         PIC XX.
       01 WSF-FIN-CURSOS              PIC X VALUE 'N'.
          88 WSS-FIN-CURSOS           VALUE 'Y'.
       01 WSF-FIN-COMPLETOS           PIC X VALUE 'N'.
          88 WSS-FIN-COMPLETOS        VALUE 'Y'.
       01 WSF-CURSO-VALIDO            PIC X VALUE 'N'.
          88 WSS-CURSO-VALIDO         VALUE 'Y'.
       01 WSF-PRERREQ-OK              PIC X VALUE 'N'.
          88 WSS-PRERREQ-OK           VALUE 'Y'.
       01 WSV-POS-CURSO               PIC 9(02) VALUE ZERO.
       01 WSV-EDAD-MINIMA-EVAL        PIC 9(02).
       01 WSV-SECUND-EVAL             PIC X(01).
       01 WSV-CARRERA-EVAL            PIC X(01).
       01 WSV-PRERREQ-EVAL            PIC X(06).
       01 WSV-COHORTE-STATUS          PIC XX.
       01 WSF-FIN-COHORTES            PIC X VALUE 'N'.
          88 WSS-FIN-COHORTES         VALUE 'Y'.
               10 WSC-COHORTE-CUPO    PIC 9(03).
               10 WSC-COHORTE-INSCRIP PIC 9(03).
               10 WSC-COHORTE-ESPERA  PIC 9(03).
               10 WSC-COHORTE-CURSO   PIC X(06).
       01 WSV-ARCH-NOMBRE             PIC X(12).
       01 WSV-ARCH-STATUS             PIC XX VALUE '00'.
       01 WSV-RECEP-ARCHIVO           PIC X(12).
           88 WSS-ALIAS-APLICADO      VALUE 'Y'.
       01 WSR-CANT-ALIAS-APLICADOS    PIC 9(04) VALUE ZERO.
       01 WSV-RESULTS3-STATUS         PIC XX.
       01 WSV-HUELLA-STATUS           PIC XX.
       01 WSV-CONSERVA-STATUS         PIC XX.
       01 WSF-MODO-INCREMENTAL        PIC X VALUE 'N'.
          88 WSS-MODO-INCREMENTAL     VALUE 'Y'.
       01 WSF-EVALUAR                 PIC X VALUE 'Y'.
          88 WSS-EVALUAR              VALUE 'Y'.
       01 WSF-FIN-CONSERVA            PIC X VALUE 'N'.
          88 WSS-FIN-CONSERVA         VALUE 'Y'.
       01 WSF-CONSERVAR               PIC X VALUE 'N'.
          88 WSS-CONSERVAR            VALUE 'Y'.
       01 WSF-HN-HALLADO              PIC X VALUE 'N'.
          88 WSS-HN-HALLADO           VALUE 'Y'.
      * I = filas de ENROLL3, E = filas de WAITLIST.
       01 WSV-CV-TIPO                 PIC X(01).
      * Sello de esta corrida (fecha y hora): las huellas marcadas
      * para reevaluar llevan este sello.
       01 WSV-SELLO-CORRIDA.
           05 WSV-SELLO-FECHA         PIC 9(08).
           05 WSV-SELLO-HORA          PIC 9(08).
       01 WSV-SELLO-NUM REDEFINES WSV-SELLO-CORRIDA PIC 9(16).
       01 WSV-HUELLA-NUEVA.
           05 WSV-HN-DATOS            PIC X(46).
           05 WSV-HN-CARRERA          PIC X(20).
           05 WSV-HN-CARRERA-OK       PIC X(01).
           05 WSV-HN-CUPO             PIC 9(03).
           05 WSV-HN-COHORTES-CANT    PIC 9(02).
           05 WSV-HN-COHORTES-SUMA    PIC 9(15).
       01 WSV-HN-CURSO                PIC X(06).
       01 WSV-HN-PESO                 PIC 9(15).
       01 WSV-RESP-CONSULTA           PIC X VALUE 'N'.
       01 WSV-ID-CONSULTA             PIC 9(05).
       01 WSR-CONTADORES.
           05 WSR-CANT-EVALUADOS      PIC 9(04) VALUE ZERO.
           05 WSR-CANT-APROBADOS      PIC 9(04) VALUE ZERO.
           05 WSR-CANT-RECHAZADOS     PIC 9(04) VALUE ZERO.
           05 WSR-CANT-OMITIDOS       PIC 9(04) VALUE ZERO.
           05 WSR-CANT-PENDIENTES     PIC 9(04) VALUE ZERO.

       01 WSR-FECHA-CORRIDA           PIC 9(08) VALUE ZERO.
       01 WSR-CANT-EXCEPCIONES        PIC 9(04) VALUE ZERO.
               10 WSV-CARRERA-NOMBRE-AUX PIC X(20).
               10 WSV-ID-AUX          PIC 9(05).
               10 WSV-FECHA-NAC-AUX   PIC 9(08).
               10 WSV-CURSO-AUX       PIC X(06).
               10 WSV-MOTIVOS-AUX     PIC X(08).
           05 WSV-MOTIVO-AUX          PIC X(50).
       01 WSV-EVENTO-RUNLOG           PIC X(01).
       01 WSV-CANT-RUNLOG             PIC 9(05).
               AND WSV-PARM-VALOR(1:3) IS NUMERIC
               MOVE WSV-PARM-VALOR(1:3) TO WSC-MAX-EXC-PORCENT
           END-IF.
           MOVE 'N' TO WSF-MODO-INCREMENTAL.
           MOVE 'EVALINCREM' TO WSV-PARM-CLAVE.
           CALL 'LEERPARM' USING WSV-PARM-CLAVE
               WSV-PARM-VALOR WSV-PARM-HALLADO.
           IF WSS-PARM-HALLADO
               AND (WSV-PARM-VALOR(1:1) = 'S'
                 OR WSV-PARM-VALOR(1:1) = 's')
               SET WSS-MODO-INCREMENTAL TO TRUE
           END-IF.
           MOVE WSR-FECHA-CORRIDA TO WSV-SELLO-FECHA.
           ACCEPT WSV-SELLO-HORA FROM TIME.
           PERFORM 08-CARGAR-CARRERAS.
           IF WSC-CANT-CARRERAS = ZERO
               DISPLAY 'EJERCICIO03: CARRERASACEPTADAS VACIO, NO SE '
           END-IF.
           PERFORM 08B-CARGAR-ALIAS.
           PERFORM 08C-CARGAR-COHORTES.
           PERFORM 08E-CARGAR-CURSOS.
           PERFORM 08F-CARGAR-COMPLETOS.
           PERFORM 08D-VERIFICAR-RECEPCION.
           PERFORM 11-ABRIR-HUELLAS.
           IF WSS-MODO-INCREMENTAL
               PERFORM 12-PRESELECCIONAR
           END-IF.
           MOVE 'APPLICANTS3' TO WSV-ARCH-NOMBRE.
           OPEN INPUT APPLICANTS3-FILE.
           PERFORM 9100-VERIFICAR-APERTURA.
           OPEN OUTPUT EXCEPTIONS3-FILE.
           PERFORM 9100-VERIFICAR-APERTURA.
           MOVE 'ENROLL3' TO WSV-ARCH-NOMBRE.
           MOVE 'I' TO WSV-CV-TIPO.
           IF WSS-MODO-INCREMENTAL
               PERFORM 13-CONSERVAR-FILAS
           END-IF.
           OPEN OUTPUT ENROLL3-FILE.
           PERFORM 9100-VERIFICAR-APERTURA.
           IF WSS-MODO-INCREMENTAL
               PERFORM 14-RESTAURAR-FILAS
           END-IF.
           MOVE 'WAITLIST' TO WSV-ARCH-NOMBRE.
           MOVE 'E' TO WSV-CV-TIPO.
           IF WSS-MODO-INCREMENTAL
               PERFORM 13-CONSERVAR-FILAS
           END-IF.
           OPEN OUTPUT WAITLIST-FILE.
           PERFORM 9100-VERIFICAR-APERTURA.
           IF WSS-MODO-INCREMENTAL
               PERFORM 14-RESTAURAR-FILAS
           END-IF.
           MOVE 'ALIASRPT' TO WSV-ARCH-NOMBRE.
           OPEN OUTPUT ALIASRPT-FILE.
           PERFORM 9100-VERIFICAR-APERTURA.
           IF NOT WSS-MODO-INCREMENTAL
               OPEN OUTPUT RESULTS3-FILE
           END-IF.
           PERFORM 15-LEER-APPLICANTS3.
           PERFORM 04-ENCABEZADO-PANTALLA.
       10-INICIO-END.
                       TO WSC-CARRERA-INSCRIP(WSC-CANT-CARRERAS)
                   MOVE ZERO
                       TO WSC-CARRERA-ESPERA(WSC-CANT-CARRERAS)
                   MOVE CR-CURSO
                       TO WSC-CARRERA-CURSO(WSC-CANT-CARRERAS)
           END-READ.
       09-LEER-CARRERA-END.
       EXIT.
                           TO WSC-COHORTE-INSCRIP(WSX-COHORTE)
                       MOVE ZERO
                           TO WSC-COHORTE-ESPERA(WSX-COHORTE)
                       MOVE CO3-CURSO
                           TO WSC-COHORTE-CURSO(WSX-COHORTE)
                   END-IF
           END-READ.
       09C-LEER-COHORTE-END.
       EXIT.

       08E-CARGAR-CURSOS.
      * Sin catalogo de cursos queda un unico curso, el de COBOL,
      * con las reglas de siempre: 18 anios, secundario terminado y
      * ser estudiante o graduado de una carrera aceptada.
           MOVE 'N' TO WSF-FIN-CURSOS.
           INITIALIZE WSC-TABLA-CURSOS-CTL.
           OPEN INPUT CURSOS-FILE.
           IF WSV-CURSOS-STATUS = '00'
               PERFORM 09E-LEER-CURSO UNTIL WSS-FIN-CURSOS
           END-IF.
           CLOSE CURSOS-FILE.
           IF WSC-CANT-CURSOS = ZERO
               MOVE 1 TO WSC-CANT-CURSOS
               SET WSX-CURSO TO 1
               MOVE WSC-CURSO-DEFECTO TO WSC-CURSO-CODIGO(WSX-CURSO)
               MOVE WSC-EDAD-MINIMA   TO WSC-CURSO-EDAD(WSX-CURSO)
               MOVE 'S'               TO WSC-CURSO-SECUND(WSX-CURSO)
               MOVE 'C'               TO WSC-CURSO-CARRERA(WSX-CURSO)
               MOVE SPACES            TO WSC-CURSO-PRERREQ(WSX-CURSO)
           END-IF.
       08E-CARGAR-CURSOS-END.
       EXIT.

       09E-LEER-CURSO.
           READ CURSOS-FILE
               AT END
                   SET WSS-FIN-CURSOS TO TRUE
               NOT AT END
                   IF WSC-CANT-CURSOS < 20
                       ADD 1 TO WSC-CANT-CURSOS
                       SET WSX-CURSO TO WSC-CANT-CURSOS
                       MOVE CS-CODIGO TO WSC-CURSO-CODIGO(WSX-CURSO)
                       IF CS-EDAD-MINIMA IS NUMERIC
                           MOVE CS-EDAD-MINIMA
                               TO WSC-CURSO-EDAD(WSX-CURSO)
                       ELSE
                           MOVE WSC-EDAD-MINIMA
                               TO WSC-CURSO-EDAD(WSX-CURSO)
                       END-IF
                       MOVE CS-SECUNDARIO-REQ
                           TO WSC-CURSO-SECUND(WSX-CURSO)
                       MOVE CS-CARRERA-REQ
                           TO WSC-CURSO-CARRERA(WSX-CURSO)
                       MOVE CS-PRERREQUISITO
                           TO WSC-CURSO-PRERREQ(WSX-CURSO)
                   ELSE
                       DISPLAY 'EJERCICIO03: CURSOS SUPERA 20 FILAS, '
                           'SE IGNORA ' CS-CODIGO
                   END-IF
           END-READ.
       09E-LEER-CURSO-END.
       EXIT.

       08F-CARGAR-COMPLETOS.
      * Los cursos completados (resultado C en CURSORES, que lleva
      * GRADFEED) son los que cumplen un curso previo. Una fila sin
      * curso es de la epoca en que solo se dictaba COBOL.
           MOVE 'N' TO WSF-FIN-COMPLETOS.
           INITIALIZE WSC-TABLA-COMPLETOS-CTL.
           OPEN INPUT CURSORES-FILE.
           IF WSV-CURSORES-STATUS = '00'
               PERFORM 09F-LEER-COMPLETO UNTIL WSS-FIN-COMPLETOS
           END-IF.
           CLOSE CURSORES-FILE.
       08F-CARGAR-COMPLETOS-END.
       EXIT.

       09F-LEER-COMPLETO.
           READ CURSORES-FILE
               AT END
                   SET WSS-FIN-COMPLETOS TO TRUE
               NOT AT END
                   IF CU-COMPLETADO AND CU-ID IS NUMERIC
                       IF WSC-CANT-COMPLETOS < 500
                           ADD 1 TO WSC-CANT-COMPLETOS
                           SET WSX-COMPLETO TO WSC-CANT-COMPLETOS
                           MOVE CU-ID
                               TO WSC-COMPLETO-ID(WSX-COMPLETO)
                           IF CU-CURSO = SPACES
                               MOVE WSC-CURSO-DEFECTO
                                   TO WSC-COMPLETO-CURSO(WSX-COMPLETO)
                           ELSE
                               MOVE CU-CURSO
                                   TO WSC-COMPLETO-CURSO(WSX-COMPLETO)
                           END-IF
                       ELSE
                           DISPLAY 'EJERCICIO03: CURSORES SUPERA 500 '
                               'COMPLETADOS, SE IGNORA ' CU-ID
                       END-IF
                   END-IF
           END-READ.
       09F-LEER-COMPLETO-END.
       EXIT.

       11-ABRIR-HUELLAS.
      * En modo incremental RESULTS3 y HUELLAS3 se actualizan en su
      * lugar; en modo completo los dos se rehacen desde cero.
           IF WSS-MODO-INCREMENTAL
               MOVE 'RESULTS3' TO WSV-ARCH-NOMBRE
               OPEN I-O RESULTS3-FILE
               MOVE WSV-RESULTS3-STATUS TO WSV-ARCH-STATUS
               PERFORM 9100-VERIFICAR-APERTURA
               OPEN I-O HUELLAS3-FILE
           ELSE
               OPEN OUTPUT HUELLAS3-FILE
           END-IF.
           IF WSV-HUELLA-STATUS NOT = '00'
               AND WSV-HUELLA-STATUS NOT = '05'
               MOVE 'HUELLAS3' TO WSV-ARCH-NOMBRE
               MOVE WSV-HUELLA-STATUS TO WSV-ARCH-STATUS
               PERFORM 9100-VERIFICAR-APERTURA
           END-IF.
       11-ABRIR-HUELLAS-END.
       EXIT.

       12-PRESELECCIONAR.
      * Primera pasada de la corrida incremental: se marca pendiente
      * (con el sello de esta corrida) a todo postulante nuevo, cuya
      * huella cambio, o que quedo pendiente de una corrida cortada.
      * Solo los marcados se evaluan; los demas conservan su fila de
      * RESULTS3 y su lugar en ENROLL3 y WAITLIST.
           MOVE 'APPLICANTS3' TO WSV-ARCH-NOMBRE.
           OPEN INPUT APPLICANTS3-FILE.
           PERFORM 9100-VERIFICAR-APERTURA.
           MOVE 'N' TO WSF-FIN-ARCHIVO.
           PERFORM 12A-MARCAR-POSTULANTE UNTIL WSS-FIN-ARCHIVO.
           CLOSE APPLICANTS3-FILE.
           MOVE 'N' TO WSF-FIN-ARCHIVO.
       12-PRESELECCIONAR-END.
       EXIT.

       12A-MARCAR-POSTULANTE.
           READ APPLICANTS3-FILE
               AT END
                   SET WSS-FIN-ARCHIVO TO TRUE
               NOT AT END
                   PERFORM 12B-COMPARAR-HUELLA
           END-READ.
       12A-MARCAR-POSTULANTE-END.
       EXIT.

       12B-COMPARAR-HUELLA.
      * Sin numero de postulante no hay huella: se evalua siempre.
           IF AP3-ID IS NUMERIC AND AP3-ID NOT = ZERO
               PERFORM 36-CALCULAR-HUELLA
               MOVE AP3-ID TO HU-ID
               READ HUELLAS3-FILE
                   INVALID KEY
                       MOVE AP3-ID TO HU-ID
                       MOVE WSV-HUELLA-NUEVA TO HU-HUELLA
                       SET HU-PENDIENTE TO TRUE
                       MOVE WSV-SELLO-NUM TO HU-SELLO
                       WRITE HU-RECORD
                       ADD 1 TO WSR-CANT-PENDIENTES
                   NOT INVALID KEY
                       IF HU-PENDIENTE
                           OR HU-HUELLA NOT = WSV-HUELLA-NUEVA
                           SET HU-PENDIENTE TO TRUE
                           MOVE WSV-SELLO-NUM TO HU-SELLO
                           REWRITE HU-RECORD
                           ADD 1 TO WSR-CANT-PENDIENTES
                       END-IF
               END-READ
           END-IF.
       12B-COMPARAR-HUELLA-END.
       EXIT.

       13-CONSERVAR-FILAS.
      * Antes de rehacer ENROLL3 (tipo I) o WAITLIST (tipo E) se
      * apartan en EVALTEMP las filas de los postulantes que no se
      * reevaluan, en su orden, y cada una vuelve a ocupar su lugar
      * en el cupo de su cohorte o carrera (o en su lista de espera).
           OPEN OUTPUT CONSERVA-FILE.
           IF WSV-CONSERVA-STATUS NOT = '00'
               MOVE 'EVALTEMP' TO WSV-ARCH-NOMBRE
               MOVE WSV-CONSERVA-STATUS TO WSV-ARCH-STATUS
               PERFORM 9100-VERIFICAR-APERTURA
           END-IF.
           IF WSV-CV-TIPO = 'I'
               OPEN INPUT ENROLL3-FILE
           ELSE
               OPEN INPUT WAITLIST-FILE
           END-IF.
           IF WSV-ARCH-STATUS = '00'
               MOVE 'N' TO WSF-FIN-CONSERVA
               PERFORM 13A-LEER-ANTERIOR UNTIL WSS-FIN-CONSERVA
               IF WSV-CV-TIPO = 'I'
                   CLOSE ENROLL3-FILE
               ELSE
                   CLOSE WAITLIST-FILE
               END-IF
           END-IF.
           CLOSE CONSERVA-FILE.
       13-CONSERVAR-FILAS-END.
       EXIT.

       13A-LEER-ANTERIOR.
           IF WSV-CV-TIPO = 'I'
               READ ENROLL3-FILE
                   AT END
                       SET WSS-FIN-CONSERVA TO TRUE
                   NOT AT END
                       MOVE EN3-RECORD TO CV-RECORD
               END-READ
           ELSE
               READ WAITLIST-FILE
                   AT END
                       SET WSS-FIN-CONSERVA TO TRUE
                   NOT AT END
                       MOVE WL-RECORD TO CV-RECORD
               END-READ
           END-IF.
           IF NOT WSS-FIN-CONSERVA
               PERFORM 13C-VER-CONSERVAR
           END-IF.
       13A-LEER-ANTERIOR-END.
       EXIT.

       13C-VER-CONSERVAR.
      * Se conserva la fila de un postulante con huella que no fue
      * marcado en esta corrida. La de un reevaluado (o sin numero)
      * se descarta: la evaluacion la vuelve a escribir al final.
           MOVE 'N' TO WSF-CONSERVAR.
           IF CV-ID IS NUMERIC AND CV-ID NOT = ZERO
               MOVE CV-ID TO HU-ID
               READ HUELLAS3-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF HU-SELLO NOT = WSV-SELLO-NUM
                           SET WSS-CONSERVAR TO TRUE
                       END-IF
               END-READ
           END-IF.
           IF WSS-CONSERVAR
               WRITE CV-RECORD
               PERFORM 13D-OCUPAR-CUPO
           END-IF.
       13C-VER-CONSERVAR-END.
       EXIT.

       13D-OCUPAR-CUPO.
           MOVE 'N' TO WSF-HN-HALLADO.
           IF WSS-HAY-COHORTES
               AND CV-COHORTE IS NUMERIC
               AND CV-COHORTE > ZERO
               PERFORM 13E-BUSCAR-COHORTE
                   VARYING WSX-COHORTE FROM 1 BY 1
                   UNTIL WSX-COHORTE > WSC-CANT-COHORTES
                   OR WSS-HN-HALLADO
           ELSE
               PERFORM 13F-BUSCAR-CARRERA
                   VARYING WSX-CARRERA FROM 1 BY 1
                   UNTIL WSX-CARRERA > WSC-CANT-CARRERAS
                   OR WSS-HN-HALLADO
           END-IF.
       13D-OCUPAR-CUPO-END.
       EXIT.

       13E-BUSCAR-COHORTE.
           IF WSC-COHORTE-CARRERA(WSX-COHORTE) = CV-CARRERA-NOMBRE
               AND WSC-COHORTE-FECHA(WSX-COHORTE) = CV-COHORTE
               AND (WSC-COHORTE-CURSO(WSX-COHORTE) = SPACES
                 OR WSC-COHORTE-CURSO(WSX-COHORTE) = CV-CURSO)
               SET WSS-HN-HALLADO TO TRUE
               IF WSV-CV-TIPO = 'I'
                   ADD 1 TO WSC-COHORTE-INSCRIP(WSX-COHORTE)
               ELSE
                   ADD 1 TO WSC-COHORTE-ESPERA(WSX-COHORTE)
               END-IF
           END-IF.
       13E-BUSCAR-COHORTE-END.
       EXIT.

       13F-BUSCAR-CARRERA.
           IF WSC-CARRERA-NOMBRE(WSX-CARRERA) = CV-CARRERA-NOMBRE
               AND (WSC-CARRERA-CURSO(WSX-CARRERA) = SPACES
                 OR WSC-CARRERA-CURSO(WSX-CARRERA) = CV-CURSO)
               SET WSS-HN-HALLADO TO TRUE
               IF WSV-CV-TIPO = 'I'
                   ADD 1 TO WSC-CARRERA-INSCRIP(WSX-CARRERA)
               ELSE
                   ADD 1 TO WSC-CARRERA-ESPERA(WSX-CARRERA)
               END-IF
           END-IF.
       13F-BUSCAR-CARRERA-END.
       EXIT.

       14-RESTAURAR-FILAS.
      * Las filas conservadas vuelven primero, en su orden de antes;
      * los postulantes evaluados en esta corrida se agregan detras.
           OPEN INPUT CONSERVA-FILE.
           IF WSV-CONSERVA-STATUS = '00'
               MOVE 'N' TO WSF-FIN-CONSERVA
               PERFORM 14A-COPIAR-CONSERVADA UNTIL WSS-FIN-CONSERVA
           END-IF.
           CLOSE CONSERVA-FILE.
       14-RESTAURAR-FILAS-END.
       EXIT.

       14A-COPIAR-CONSERVADA.
           READ CONSERVA-FILE
               AT END
                   SET WSS-FIN-CONSERVA TO TRUE
               NOT AT END
                   IF WSV-CV-TIPO = 'I'
                       WRITE EN3-RECORD FROM CV-RECORD
                   ELSE
                       WRITE WL-RECORD FROM CV-RECORD
                   END-IF
           END-READ.
       14A-COPIAR-CONSERVADA-END.
       EXIT.

       34-ELEGIR-COHORTE.
      * Con calendario de cohortes, el postulante se asigna a la
      * primera cohorte de su carrera con lugar libre (si todas
                           < WSC-COHORTE-CUPO(WSV-POS-COHORTE))
                   IF WSC-COHORTE-CARRERA(WSX-COHORTE)
                       EQUAL WSV-CARRERA-NOMBRE-AUX
                       AND (WSC-COHORTE-CURSO(WSX-COHORTE) = SPACES
                         OR WSC-COHORTE-CURSO(WSX-COHORTE)
                            = WSV-CURSO-AUX)
                       IF WSV-POS-COHORTE = ZERO
                           OR WSC-COHORTE-INSCRIP(WSX-COHORTE)
                              < WSC-COHORTE-CUPO(WSX-COHORTE)
                   MOVE AP3-CARRERA-NOMBRE
                       TO WSV-CARRERA-NOMBRE-AUX
                   MOVE AP3-ID            TO WSV-ID-AUX
                   MOVE AP3-CURSO         TO WSV-CURSO-AUX
                   IF WSV-CURSO-AUX = SPACES
                       MOVE WSC-CURSO-DEFECTO TO WSV-CURSO-AUX
                   END-IF
           END-READ.
       15-LEER-APPLICANTS3-END.
       EXIT.

       20-PROCESO.
           PERFORM 24-SELECCIONAR UNTIL WSS-FIN-ARCHIVO.
       20-PROCESO-END.
       EXIT.

       24-SELECCIONAR.
      * En modo incremental el postulante que no quedo marcado en
      * 12-PRESELECCIONAR se cuenta como omitido y no se toca.
           MOVE 'Y' TO WSF-EVALUAR.
           IF WSS-MODO-INCREMENTAL
               AND AP3-ID IS NUMERIC AND AP3-ID NOT = ZERO
               MOVE AP3-ID TO HU-ID
               READ HUELLAS3-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF HU-SELLO NOT = WSV-SELLO-NUM
                           MOVE 'N' TO WSF-EVALUAR
                       END-IF
               END-READ
           END-IF.
           IF WSS-EVALUAR
               PERFORM 25-EVALUAR
           ELSE
               ADD 1 TO WSR-CANT-OMITIDOS
               INITIALIZE WSV-POSTULANTE-AUX
               PERFORM 15-LEER-APPLICANTS3
           END-IF.
       24-SELECCIONAR-END.
       EXIT.

       25-EVALUAR.
           IF WSR-LINEAS-PANTALLA >= WSC-MAX-LINEAS-PANT
               PERFORM 04-ENCABEZADO-PANTALLA
           END-IF.
           PERFORM 31-VALIDAR-CURSO.
           PERFORM 33-VALIDAR-CARRERA-NOMBRE.
           PERFORM 34-ELEGIR-COHORTE.
           MOVE 'Y' TO WSF-POSTULANTE-OK.
      * Un indicador por criterio no cumplido, para RESULTS3.
           MOVE SPACES TO WSV-MOTIVOS-AUX.

           CALL 'CALCEDAD' USING WSV-FECHA-NAC-AUX
               WSV-FECHA-ASOF-EVAL
               WSV-EDAD-CALCULADA WSV-FECHA-NAC-VALIDA.
           IF NOT WSS-FECHA-NAC-VALIDA
               MOVE ' FECHA DE NACIMIENTO INVALIDA' TO WSV-MOTIVO-AUX
               MOVE 'X' TO WSV-MOTIVOS-AUX(1:1)
               MOVE 026 TO WSV-COD-MENSAJE
               CALL 'MENSAJES' USING WSF-IDIOMA-OPERADOR
                   WSV-COD-MENSAJE MSJ-TEXTO
               MOVE 'N' TO WSF-POSTULANTE-OK
           ELSE
               MOVE WSV-EDAD-CALCULADA TO WSV-EDAD-AUX
               IF WSV-EDAD-CALCULADA < WSV-EDAD-MINIMA-EVAL
                   MOVE SPACES TO WSV-MOTIVO-AUX
                   STRING ' NO CUMPLE CON LA EDAD MINIMA, TIENE '
                       WSV-EDAD-CALCULADA
                       DELIMITED BY SIZE INTO WSV-MOTIVO-AUX
                   MOVE 027 TO WSV-COD-MENSAJE
                   MOVE 'X' TO WSV-MOTIVOS-AUX(2:1)
                   CALL 'MENSAJES' USING WSF-IDIOMA-OPERADOR
                       WSV-COD-MENSAJE MSJ-TEXTO
                   DISPLAY WSV-NOMBRE-AUX ' '
               END-IF
           END-IF.

           IF WSV-SECUND-EVAL = 'S'
               AND WSV-SECUNDARIO-AUX NOT EQUAL WSC-ESTADO-SECUND
               MOVE ' NO HA TERMINADO EL SECUNDARIO' TO WSV-MOTIVO-AUX
               MOVE 'X' TO WSV-MOTIVOS-AUX(3:1)
               MOVE 028 TO WSV-COD-MENSAJE
               CALL 'MENSAJES' USING WSF-IDIOMA-OPERADOR
                   WSV-COD-MENSAJE MSJ-TEXTO
               MOVE 'N' TO WSF-POSTULANTE-OK
           END-IF.

           IF WSV-CARRERA-EVAL = 'T'
               AND WSV-CARRERA-AUX NOT EQUAL WSC-TERMINADO
               MOVE ' NO ES GRADUADO DE LA CARRERA' TO WSV-MOTIVO-AUX
               MOVE 'X' TO WSV-MOTIVOS-AUX(4:1)
               MOVE 045 TO WSV-COD-MENSAJE
               CALL 'MENSAJES' USING WSF-IDIOMA-OPERADOR
                   WSV-COD-MENSAJE MSJ-TEXTO
               DISPLAY WSV-NOMBRE-AUX ' ' FUNCTION TRIM(MSJ-TEXTO)
               PERFORM 9000-LOG-Y-CONTINUAR
               MOVE 'N' TO WSF-POSTULANTE-OK
           END-IF.

           IF WSV-CARRERA-EVAL = 'C'
               AND NOT (WSV-CARRERA-AUX EQUAL WSC-TERMINADO
                   OR WSV-CARRERA-AUX EQUAL WSC-ENCURSO)
               MOVE ' NO ES ESTUDIANTE NI GRADUADO DE LA CARRERA'
                   TO WSV-MOTIVO-AUX
               MOVE 029 TO WSV-COD-MENSAJE
               MOVE 'X' TO WSV-MOTIVOS-AUX(5:1)
               CALL 'MENSAJES' USING WSF-IDIOMA-OPERADOR
                   WSV-COD-MENSAJE MSJ-TEXTO
               DISPLAY WSV-NOMBRE-AUX ' ' FUNCTION TRIM(MSJ-TEXTO)
               MOVE 'N' TO WSF-POSTULANTE-OK
           END-IF.

           IF WSV-CARRERA-EVAL NOT = 'N'
               AND NOT WSS-CARRERA-VALIDA
               MOVE ' LA CARRERA NO ES UNA CARRERA ACEPTADA'
                   TO WSV-MOTIVO-AUX
               MOVE 030 TO WSV-COD-MENSAJE
               MOVE 'X' TO WSV-MOTIVOS-AUX(6:1)
               CALL 'MENSAJES' USING WSF-IDIOMA-OPERADOR
                   WSV-COD-MENSAJE MSJ-TEXTO
               DISPLAY WSV-NOMBRE-AUX ' ' FUNCTION TRIM(MSJ-TEXTO)
               MOVE 'N' TO WSF-POSTULANTE-OK
           END-IF.

           IF NOT WSS-CURSO-VALIDO
               MOVE SPACES TO WSV-MOTIVO-AUX
               STRING ' EL CURSO ' WSV-CURSO-AUX
                   ' NO ESTA EN EL CATALOGO'
                   DELIMITED BY SIZE INTO WSV-MOTIVO-AUX
               MOVE 043 TO WSV-COD-MENSAJE
               MOVE 'X' TO WSV-MOTIVOS-AUX(7:1)
               CALL 'MENSAJES' USING WSF-IDIOMA-OPERADOR
                   WSV-COD-MENSAJE MSJ-TEXTO
               DISPLAY WSV-NOMBRE-AUX ' ' FUNCTION TRIM(MSJ-TEXTO)
                   ' (' WSV-CURSO-AUX ')'
               PERFORM 9000-LOG-Y-CONTINUAR
               MOVE 'N' TO WSF-POSTULANTE-OK
           END-IF.

           IF WSV-PRERREQ-EVAL NOT = SPACES
               AND NOT WSS-PRERREQ-OK
               MOVE SPACES TO WSV-MOTIVO-AUX
               STRING ' NO COMPLETO EL CURSO PREVIO ' WSV-PRERREQ-EVAL
                   DELIMITED BY SIZE INTO WSV-MOTIVO-AUX
               MOVE 044 TO WSV-COD-MENSAJE
               MOVE 'X' TO WSV-MOTIVOS-AUX(8:1)
               CALL 'MENSAJES' USING WSF-IDIOMA-OPERADOR
                   WSV-COD-MENSAJE MSJ-TEXTO
               DISPLAY WSV-NOMBRE-AUX ' ' FUNCTION TRIM(MSJ-TEXTO)
                   ' (' WSV-PRERREQ-EVAL ')'
               PERFORM 9000-LOG-Y-CONTINUAR
               MOVE 'N' TO WSF-POSTULANTE-OK
           END-IF.

           ADD 1 TO WSR-CANT-EVALUADOS.
           MOVE WSR-CANT-EVALUADOS TO WSC-BASE-REGISTROS.
           IF WSS-POSTULANTE-OK
                   WSV-COD-MENSAJE MSJ-TEXTO
               DISPLAY WSV-NOMBRE-AUX ' ' FUNCTION TRIM(MSJ-TEXTO)
               ADD 1 TO WSR-CANT-APROBADOS
               IF WSV-POS-CURSO > ZERO
                   SET WSX-CURSO TO WSV-POS-CURSO
                   ADD 1 TO WSC-CURSO-APROB(WSX-CURSO)
               END-IF
               PERFORM 38-REGISTRAR-INSCRIPCION
           ELSE
               ADD 1 TO WSR-CANT-RECHAZADOS
               IF WSV-POS-CURSO > ZERO
                   SET WSX-CURSO TO WSV-POS-CURSO
                   ADD 1 TO WSC-CURSO-RECHAZ(WSX-CURSO)
               END-IF
               MOVE 'RECHAZADO' TO WSV-PIPE-ETAPA
               CALL 'PIPEACT' USING WSV-ID-AUX WSV-NOMBRE-AUX
                   WSV-PIPE-ETAPA WSR-FECHA-CORRIDA
                   WSV-PIPE-PERIODO
           END-IF.
           PERFORM 41-REGISTRAR-RESULTADO.
           PERFORM 37-GRABAR-HUELLA.

           DISPLAY '---------------------------------------------'.
           ADD 1 TO WSR-LINEAS-PANTALLA.
       25-EVALUAR-END.
       EXIT.

       31-VALIDAR-CURSO.
      * Reglas de admision del curso pedido. Un curso que no esta en
      * el catalogo se rechaza, pero el resto de los criterios se
      * evalua igual con las reglas de COBOL para informar todos los
      * motivos de una vez.
           MOVE 'N' TO WSF-CURSO-VALIDO.
           MOVE ZERO TO WSV-POS-CURSO.
           PERFORM 31A-BUSCAR-CURSO
               VARYING WSX-CURSO FROM 1 BY 1
               UNTIL WSX-CURSO > WSC-CANT-CURSOS
               OR WSS-CURSO-VALIDO.
           IF WSS-CURSO-VALIDO
               SET WSX-CURSO TO WSV-POS-CURSO
               MOVE WSC-CURSO-EDAD(WSX-CURSO)    TO WSV-EDAD-MINIMA-EVAL
               MOVE WSC-CURSO-SECUND(WSX-CURSO)  TO WSV-SECUND-EVAL
               MOVE WSC-CURSO-CARRERA(WSX-CURSO) TO WSV-CARRERA-EVAL
               MOVE WSC-CURSO-PRERREQ(WSX-CURSO) TO WSV-PRERREQ-EVAL
           ELSE
               MOVE WSC-EDAD-MINIMA TO WSV-EDAD-MINIMA-EVAL
               MOVE 'S'             TO WSV-SECUND-EVAL
               MOVE 'C'             TO WSV-CARRERA-EVAL
               MOVE SPACES          TO WSV-PRERREQ-EVAL
           END-IF.
           MOVE 'N' TO WSF-PRERREQ-OK.
           IF WSV-PRERREQ-EVAL NOT = SPACES
               AND WSV-ID-AUX IS NUMERIC
               AND WSV-ID-AUX NOT = ZERO
               PERFORM 31B-BUSCAR-COMPLETO
                   VARYING WSX-COMPLETO FROM 1 BY 1
                   UNTIL WSX-COMPLETO > WSC-CANT-COMPLETOS
                   OR WSS-PRERREQ-OK
           END-IF.
       31-VALIDAR-CURSO-END.
       EXIT.

       31A-BUSCAR-CURSO.
           IF WSC-CURSO-CODIGO(WSX-CURSO) EQUAL WSV-CURSO-AUX
               SET WSS-CURSO-VALIDO TO TRUE
               SET WSV-POS-CURSO TO WSX-CURSO
           END-IF.
       31A-BUSCAR-CURSO-END.
       EXIT.

       31B-BUSCAR-COMPLETO.
           IF WSC-COMPLETO-ID(WSX-COMPLETO) EQUAL WSV-ID-AUX
               AND WSC-COMPLETO-CURSO(WSX-COMPLETO)
                   EQUAL WSV-PRERREQ-EVAL
               SET WSS-PRERREQ-OK TO TRUE
           END-IF.
       31B-BUSCAR-COMPLETO-END.
       EXIT.

       33-VALIDAR-CARRERA-NOMBRE.
           PERFORM 32-APLICAR-ALIAS.
           MOVE 'N' TO WSF-CARRERA-VALIDA.
               OR WSS-CARRERA-VALIDA
               IF WSV-CARRERA-NOMBRE-AUX
                   EQUAL WSC-CARRERA-NOMBRE(WSX-CARRERA)
                   AND (WSC-CARRERA-CURSO(WSX-CARRERA) = SPACES
                     OR WSC-CARRERA-CURSO(WSX-CARRERA)
                        = WSV-CURSO-AUX)
                   SET WSS-CARRERA-VALIDA TO TRUE
                   SET WSV-POS-CARRERA TO WSX-CARRERA
               END-IF
       32-APLICAR-ALIAS-END.
       EXIT.

       36-CALCULAR-HUELLA.
      * Huella de todo lo que decide la evaluacion de un postulante:
      * su fila de APPLICANTS3 tal cual, la carrera que resulta de
      * CARRERASALIAS, si esa carrera esta en CARRERASACEPTADAS para
      * su curso y con que cupo, y sus cohortes en COHORTES (cuantas
      * y una suma ponderada por orden de la fecha de inicio y el
      * cupo de cada una). Si algo de eso cambia, se reevalua.
           MOVE AP3-RECORD TO WSV-HN-DATOS.
           MOVE AP3-CURSO TO WSV-HN-CURSO.
           IF WSV-HN-CURSO = SPACES
               MOVE WSC-CURSO-DEFECTO TO WSV-HN-CURSO
           END-IF.
           MOVE AP3-CARRERA-NOMBRE TO WSV-HN-CARRERA.
           MOVE 'N' TO WSF-HN-HALLADO.
           PERFORM 36A-RESOLVER-ALIAS
               VARYING WSX-ALIAS FROM 1 BY 1
               UNTIL WSX-ALIAS > WSC-CANT-ALIAS
               OR WSS-HN-HALLADO.
           MOVE 'N' TO WSV-HN-CARRERA-OK.
           MOVE ZERO TO WSV-HN-CUPO.
           MOVE 'N' TO WSF-HN-HALLADO.
           PERFORM 36B-BUSCAR-CARRERA
               VARYING WSX-CARRERA FROM 1 BY 1
               UNTIL WSX-CARRERA > WSC-CANT-CARRERAS
               OR WSS-HN-HALLADO.
           MOVE ZERO TO WSV-HN-COHORTES-CANT.
           MOVE ZERO TO WSV-HN-COHORTES-SUMA.
           PERFORM 36C-SUMAR-COHORTE
               VARYING WSX-COHORTE FROM 1 BY 1
               UNTIL WSX-COHORTE > WSC-CANT-COHORTES.
       36-CALCULAR-HUELLA-END.
       EXIT.

       36A-RESOLVER-ALIAS.
           IF AP3-CARRERA-NOMBRE EQUAL WSC-ALIAS-VARIANTE(WSX-ALIAS)
               SET WSS-HN-HALLADO TO TRUE
               MOVE WSC-ALIAS-CANONICO(WSX-ALIAS) TO WSV-HN-CARRERA
           END-IF.
       36A-RESOLVER-ALIAS-END.
       EXIT.

       36B-BUSCAR-CARRERA.
           IF WSC-CARRERA-NOMBRE(WSX-CARRERA) EQUAL WSV-HN-CARRERA
               AND (WSC-CARRERA-CURSO(WSX-CARRERA) = SPACES
                 OR WSC-CARRERA-CURSO(WSX-CARRERA) = WSV-HN-CURSO)
               SET WSS-HN-HALLADO TO TRUE
               MOVE 'Y' TO WSV-HN-CARRERA-OK
               MOVE WSC-CARRERA-CUPO(WSX-CARRERA) TO WSV-HN-CUPO
           END-IF.
       36B-BUSCAR-CARRERA-END.
       EXIT.

       36C-SUMAR-COHORTE.
           IF WSC-COHORTE-CARRERA(WSX-COHORTE) EQUAL WSV-HN-CARRERA
               AND (WSC-COHORTE-CURSO(WSX-COHORTE) = SPACES
                 OR WSC-COHORTE-CURSO(WSX-COHORTE) = WSV-HN-CURSO)
               ADD 1 TO WSV-HN-COHORTES-CANT
               COMPUTE WSV-HN-PESO =
                   (WSC-COHORTE-FECHA(WSX-COHORTE) * 1000
                    + WSC-COHORTE-CUPO(WSX-COHORTE))
                   * WSV-HN-COHORTES-CANT
               ADD WSV-HN-PESO TO WSV-HN-COHORTES-SUMA
           END-IF.
       36C-SUMAR-COHORTE-END.
       EXIT.

       37-GRABAR-HUELLA.
      * La huella del postulante recien evaluado queda al dia y
      * deja de estar pendiente.
           IF WSV-ID-AUX IS NUMERIC AND WSV-ID-AUX NOT = ZERO
               PERFORM 36-CALCULAR-HUELLA
               MOVE WSV-ID-AUX TO HU-ID
               MOVE WSV-HUELLA-NUEVA TO HU-HUELLA
               SET HU-EVALUADO TO TRUE
               MOVE WSV-SELLO-NUM TO HU-SELLO
               WRITE HU-RECORD
                   INVALID KEY
                       REWRITE HU-RECORD
               END-WRITE
           END-IF.
       37-GRABAR-HUELLA-END.
       EXIT.

       38-REGISTRAR-INSCRIPCION.
           MOVE 'N' TO WSF-EN-ESPERA.
           IF WSS-HAY-COHORTES
               MOVE WSV-CARRERA-NOMBRE-AUX TO WL-CARRERA-NOMBRE
               MOVE WSR-FECHA-CORRIDA      TO WL-FECHA-APROBACION
               MOVE WSV-ID-AUX             TO WL-ID
               MOVE WSV-CURSO-AUX          TO WL-CURSO
               IF WSS-HAY-COHORTES AND WSV-POS-COHORTE > ZERO
                   SET WSX-COHORTE TO WSV-POS-COHORTE
                   MOVE WSC-COHORTE-FECHA(WSX-COHORTE)
               END-IF
               DISPLAY WSV-NOMBRE-AUX ' EN LISTA DE ESPERA, CUPO '
                   'COMPLETO PARA ' WSV-CARRERA-NOMBRE-AUX
                   ' (' WSV-CURSO-AUX ')'
           ELSE
               MOVE WSV-NOMBRE-AUX         TO EN3-NOMBRE
               MOVE WSV-CARRERA-NOMBRE-AUX TO EN3-CARRERA-NOMBRE
               MOVE WSR-FECHA-CORRIDA      TO EN3-FECHA-APROBACION
               MOVE WSV-ID-AUX             TO EN3-ID
               MOVE WSV-CURSO-AUX          TO EN3-CURSO
               IF WSS-HAY-COHORTES AND WSV-POS-COHORTE > ZERO
                   SET WSX-COHORTE TO WSV-POS-COHORTE
                   MOVE WSC-COHORTE-FECHA(WSX-COHORTE)
           MOVE WSV-CARRERA-NOMBRE-AUX TO RS3-CARRERA-NOMBRE.
           MOVE WSR-FECHA-CORRIDA      TO RS3-FECHA-EVALUACION.
           MOVE WSV-ID-AUX             TO RS3-ID.
           MOVE WSV-CURSO-AUX          TO RS3-CURSO.
           MOVE WSV-MOTIVOS-AUX        TO RS3-MOTIVOS.
      * En modo incremental el reevaluado ya tiene su fila de una
      * corrida anterior y se reemplaza.
           WRITE RS3-RECORD
               INVALID KEY
                   IF WSS-MODO-INCREMENTAL
                       REWRITE RS3-RECORD
                   ELSE
                       MOVE ' ID DUPLICADO EN RESULTS3'
                           TO WSV-MOTIVO-AUX
                       PERFORM 9000-LOG-Y-CONTINUAR
                   END-IF
               NOT INVALID KEY
                   CONTINUE
           END-WRITE.
           DISPLAY FUNCTION TRIM(MSJ-TEXTO) ' ' WSR-CANT-RECHAZADOS.
           DISPLAY 'ALIAS DE CARRERA APLICADOS: '
               WSR-CANT-ALIAS-APLICADOS.
           IF WSS-MODO-INCREMENTAL
               DISPLAY 'EVALUACION INCREMENTAL, MARCADOS PARA '
                   'REEVALUAR: ' WSR-CANT-PENDIENTES
           ELSE
               DISPLAY 'EVALUACION COMPLETA'
           END-IF.
           DISPLAY 'OMITIDOS SIN CAMBIOS: ' WSR-CANT-OMITIDOS.
           DISPLAY '=== APROBADOS / RECHAZADOS POR CURSO ==='.
           PERFORM 43B-RESUMEN-CURSO
               VARYING WSX-CURSO FROM 1 BY 1
               UNTIL WSX-CURSO > WSC-CANT-CURSOS.
           IF WSS-HAY-COHORTES
               DISPLAY '=== INSCRIPTOS / ESPERA POR COHORTE ==='
               PERFORM 43-RESUMEN-COHORTE

       42-RESUMEN-CARRERA.
           DISPLAY WSC-CARRERA-NOMBRE(WSX-CARRERA)
               ' ' WSC-CARRERA-CURSO(WSX-CARRERA)
               ' CUPO: ' WSC-CARRERA-CUPO(WSX-CARRERA)
               ' INSCRIPTOS: ' WSC-CARRERA-INSCRIP(WSX-CARRERA)
               ' ESPERA: ' WSC-CARRERA-ESPERA(WSX-CARRERA).

       43-RESUMEN-COHORTE.
           DISPLAY WSC-COHORTE-CARRERA(WSX-COHORTE)
               ' ' WSC-COHORTE-CURSO(WSX-COHORTE)
               ' INICIO: ' WSC-COHORTE-FECHA(WSX-COHORTE)
               ' CUPO: ' WSC-COHORTE-CUPO(WSX-COHORTE)
               ' INSCRIPTOS: ' WSC-COHORTE-INSCRIP(WSX-COHORTE)
       43-RESUMEN-COHORTE-END.
       EXIT.

       43B-RESUMEN-CURSO.
           DISPLAY WSC-CURSO-CODIGO(WSX-CURSO)
               ' APROBADOS: ' WSC-CURSO-APROB(WSX-CURSO)
               ' RECHAZADOS: ' WSC-CURSO-RECHAZ(WSX-CURSO).
       43B-RESUMEN-CURSO-END.
       EXIT.

       44-REABRIR-RESULTADOS.
           CLOSE RESULTS3-FILE.
           OPEN INPUT RESULTS3-FILE.
               NOT INVALID KEY
                   IF RS3-APROBADO
                       DISPLAY RS3-NOMBRE ' APROBADO PARA '
                           RS3-CARRERA-NOMBRE ' (' RS3-CURSO ')'
                   ELSE
                       DISPLAY RS3-NOMBRE ' RECHAZADO'
                   END-IF
           CLOSE WAITLIST-FILE.
           CLOSE ALIASRPT-FILE.
           CLOSE RESULTS3-FILE.
           CLOSE HUELLAS3-FILE.
           MOVE 'F' TO WSV-EVENTO-RUNLOG.
           MOVE WSR-CANT-EVALUADOS TO WSV-CANT-RUNLOG.
           CALL 'RUNLOG' USING WSC-NOMBRE-PROGRAMA
