      *       no coincidio con su manifiesto se rechaza entera en
      *       lugar de descubrir el truncamiento un candidato
      *       faltante a la vez.
      *     - Un candidato que ya trabajo en la empresa (su numero
      *       coincide con un legajo evaluado en EVALUACIONES, el
      *       archivo del ciclo de desempeno de EVALDES) suma o resta
      *       puntos segun su ultima calificacion: 5 suma 20, 4 suma
      *       10, 3 no cambia, 2 resta 10 y 1 resta 20 (sin bajar de
      *       cero). Sin archivo EVALUACIONES todo sigue como antes.
      *     - APPLICANTS trae al final la fuente de reclutamiento y
      *       la fecha de ingreso del postulante; este programa no las
      *       usa, solo lee el registro completo.
      *     - APPLICANTS trae tambien al final el numero de candidato
      *       del empleado que refirio al postulante. El premio por
      *       referido lo registra ALTAEMP al dar el alta; este
      *       programa solo lee el registro completo.
      *     - REQUISICIONES trae al final el tipo de contrato y los
      *       meses de la vacante; se conservan tal cual al regrabar
      *       el archivo y ALTAEMP abre con ellos el contrato.
      *     - Inventario de habilidades: con habilidades pedidas por
      *       las requisiciones (REQHABIL, que mantiene REQMAINT) y el
      *       inventario de habilidades de cada candidato (HABCAND,
      *       que cargan IMPORTAPL y GRADFEED, con el nivel mas alto
      *       de cada habilidad), el puntaje suma 15 por habilidad
      *       requerida y 5 por deseable que el candidato cubre en la
      *       requisicion abierta de su nivel que mejor le calza, cada
      *       alta cubre esa requisicion en vez de la primera del
      *       nivel, y el nuevo reporte MATCHRPT ordena por
      *       requisicion a los candidatos del nivel con las
      *       habilidades que a cada uno le faltan. Sin REQHABIL todo
      *       sigue como antes.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           SELECT OPTIONAL CITAS-FILE ASSIGN TO 'CITAS'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSV-CITAS-STATUS.
           SELECT OPTIONAL EVALUACIONES-FILE ASSIGN TO 'EVALUACIONES'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSV-EVAL-STATUS.
           SELECT OPTIONAL VACANCIES-FILE ASSIGN TO 'VACANCIES'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSV-VACANTES-STATUS.
           SELECT STANDBY-FILE ASSIGN TO 'STANDBY'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL REQHAB-FILE ASSIGN TO 'REQHABIL'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSV-REQHAB-STATUS.
           SELECT OPTIONAL HABCAND-FILE ASSIGN TO 'HABCAND'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSV-HABCAND-STATUS.
           SELECT MATCH-FILE ASSIGN TO 'MATCHRPT'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT HIREDIX-FILE ASSIGN TO 'HIREDIX'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
           05 AP-NOMBRE                    PIC X(05).
           05 AP-EXPERIENCIA               PIC 9(02).
           05 AP-ID                        PIC 9(05).
           05 AP-FUENTE                    PIC X(02).
           05 AP-FECHA-INGRESO             PIC 9(08).
           05 AP-REFERENTE                 PIC 9(05).

       FD  PAYRATES-FILE
           LABEL RECORDS ARE STANDARD.
           05 RQ-ESTADO                    PIC X(01).
           05 RQ-FECHA-ALTA                PIC 9(08).
           05 RQ-ID-CUBIERTO               PIC 9(05).
           05 RQ-TIPO-CONTRATO             PIC X(01).
           05 RQ-MESES-CONTRATO            PIC 9(02).

       FD  RESULTS3-FILE
           LABEL RECORDS ARE STANDARD.
           05 CT-ENTREVISTADOR             PIC X(08).
           05 CT-RESULTADO                 PIC X(01).

       FD  EVALUACIONES-FILE
           LABEL RECORDS ARE STANDARD.
       01  EV-RECORD.
           COPY EVALUAC.

       FD  VACANCIES-FILE
           LABEL RECORDS ARE STANDARD.
       01  VC-RECORD.
           05 SB-FECHA-ALTA                PIC 9(08).
           05 SB-ID                        PIC 9(05).

       FD  REQHAB-FILE
           LABEL RECORDS ARE STANDARD.
       01  RH-RECORD.
           COPY REQHAB.

       FD  HABCAND-FILE
           LABEL RECORDS ARE STANDARD.
       01  HC-RECORD.
           COPY HABCAND.

       FD  MATCH-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS.
       01  MT-LINEA                        PIC X(80).

       FD  HIREDIX-FILE
           LABEL RECORDS ARE STANDARD.
       01  HIX-RECORD.
           05 WSC-MAX-LINEAS  PIC 9(02) VALUE 20.
           05 WSC-EXP-MAXIMA  PIC 9(02) VALUE 50.
           05 WSC-NOMBRE-PROGRAMA PIC X(11) VALUE 'EJERCICIO01'.
           05 WSC-PUNTOS-REQUERIDA PIC 9(02) VALUE 15.
           05 WSC-PUNTOS-DESEABLE  PIC 9(02) VALUE 5.
           05 WSC-MAX-RANKING      PIC 9(02) VALUE 10.

       01 WSF-INDICADORES.
           05 WSF-FIN-ARCHIVO              PIC X VALUE 'N'.
              10 WSV-REQ-ESTADO     PIC X(01).
              10 WSV-REQ-FECHA      PIC 9(08).
              10 WSV-REQ-CUBIERTO   PIC 9(05).
              10 WSV-REQ-TIPOCT     PIC X(01).
              10 WSV-REQ-MESES      PIC 9(02).
              10 WSV-REQ-EST-INI    PIC X(01).
       01 WSF-RESULTS3-ABIERTO        PIC X VALUE 'N'.
          88 WSS-RESULTS3-ABIERTO     VALUE 'Y'.
       01 WSV-SCORE-AUX               PIC 9(03).
                            INDEXED BY WSX-CITA.
              10 WSV-CITA-ID        PIC 9(05).
              10 WSV-CITA-RESULTADO PIC X(01).
       01 WSV-EVAL-STATUS             PIC XX.
       01 WSF-FIN-EVAL                PIC X VALUE 'N'.
          88 WSS-FIN-EVAL             VALUE 'Y'.
       01 WSF-EVAL-HALLADA            PIC X VALUE 'N'.
          88 WSS-EVAL-HALLADA         VALUE 'Y'.
       01 WSV-CALIF-PREVIA            PIC 9(01).
       01 WSV-CANT-EVAL               PIC 9(03) VALUE ZERO.
       01 WSV-TABLA-EVAL.
           05 WSV-EVAL-FILA OCCURS 300 TIMES
                            INDEXED BY WSX-EVAL.
              10 WSV-EVAL-ID        PIC 9(05).
              10 WSV-EVAL-CICLO     PIC 9(04).
              10 WSV-EVAL-CALIF     PIC 9(01).
       01 WSR-VACANTES.
           05 WSR-CUPO-JUNIOR         PIC 9(03) VALUE 999.
           05 WSR-CUPO-SEMISR         PIC 9(03) VALUE 999.
           05 WSR-ORDEN-STANDBY       PIC 9(03) VALUE ZERO.
       01 WSV-CUPO-NIVEL              PIC 9(03).
       01 WSV-CONTRAT-NIVEL           PIC 9(03).
       01 WSV-REQHAB-STATUS           PIC XX.
       01 WSV-HABCAND-STATUS          PIC XX.
       01 WSF-HAY-HABREQ              PIC X VALUE 'N'.
          88 WSS-HAY-HABREQ           VALUE 'Y'.
       01 WSF-FIN-HABIL               PIC X VALUE 'N'.
          88 WSS-FIN-HABIL            VALUE 'Y'.
       01 WSF-HABIL-HALLADA           PIC X VALUE 'N'.
          88 WSS-HABIL-HALLADA        VALUE 'Y'.
       01 WSV-CANT-REQHAB             PIC 9(03) VALUE ZERO.
       01 WSV-TABLA-REQHAB.
           05 WSV-RHAB-FILA OCCURS 500 TIMES
                            INDEXED BY WSX-RHAB.
              10 WSV-RHAB-NUMERO    PIC 9(05).
              10 WSV-RHAB-HABIL     PIC X(06).
              10 WSV-RHAB-TIPO      PIC X(01).
              10 WSV-RHAB-NIVEL     PIC 9(01).
       01 WSV-CANT-HABCAND            PIC 9(04) VALUE ZERO.
       01 WSV-TABLA-HABCAND.
           05 WSV-HABC-FILA OCCURS 2000 TIMES
                            INDEXED BY WSX-HABC.
              10 WSV-HABC-ID        PIC 9(05).
              10 WSV-HABC-HABIL     PIC X(06).
              10 WSV-HABC-NIVEL     PIC 9(01).
       01 WSV-HAB-BUSCADA             PIC X(06).
       01 WSV-NIVEL-CAND              PIC 9(01).
       01 WSV-MATCH-PUNTOS            PIC 9(04).
       01 WSV-MATCH-MEJOR             PIC 9(04).
       01 WSV-MATCH-FALTAN            PIC X(40).
       01 WSV-MATCH-PUNTERO           PIC 9(03).
       01 WSV-REQ-ELEGIDA             PIC 9(03).
       01 WSV-SCORE-TOTAL             PIC 9(04).
       01 WSV-PIDE-LINEA              PIC X(70).
       01 WSV-CANT-RANKING            PIC 9(04) VALUE ZERO.
       01 WSV-TABLA-RANKING.
           05 WSV-RANK-FILA OCCURS 500 TIMES
                            INDEXED BY WSX-RANK WSX-RANK2.
              10 WSV-RANK-CLAVE     PIC 9(07).
              10 WSV-RANK-POST      PIC 9(04).
              10 WSV-RANK-PUNTOS    PIC 9(04).
              10 WSV-RANK-FALTAN    PIC X(40).
       01 WSV-RANK-SWAP               PIC X(55).
       01 WSV-CLAVE-MEJOR             PIC 9(07).

       01 WSC-TABLA-TARIFAS-CTL.
           05 WSC-CANT-TARIFAS PIC 9(02) VALUE ZERO.
           PERFORM 08-CARGAR-TARIFAS.
           PERFORM 08B-CARGAR-VACANTES.
           PERFORM 08C-CARGAR-ENTREVISTAS.
           PERFORM 08G-CARGAR-EVALUACIONES.
           PERFORM 08D-CARGAR-REQUISICIONES.
           PERFORM 08H-CARGAR-HABILIDADES.
           MOVE 'APPLICANTS' TO WSV-RECEP-ARCHIVO.
           PERFORM 08E-VERIFICAR-RECEPCION.
           MOVE 'APPLICANTS' TO WSV-ARCH-NOMBRE.
       09C-LEER-CITA-END.
       EXIT.

       08G-CARGAR-EVALUACIONES.
      * Historial de desempeno de quienes ya trabajaron aca: solo
      * la ultima calificacion cargada de cada legajo.
           MOVE 'N' TO WSF-FIN-EVAL.
           MOVE ZERO TO WSV-CANT-EVAL.
           OPEN INPUT EVALUACIONES-FILE.
           IF WSV-EVAL-STATUS = '00'
               PERFORM 09G-LEER-EVALUACION UNTIL WSS-FIN-EVAL
           END-IF.
           CLOSE EVALUACIONES-FILE.
       08G-CARGAR-EVALUACIONES-END.
       EXIT.

       09G-LEER-EVALUACION.
           READ EVALUACIONES-FILE
               AT END
                   SET WSS-FIN-EVAL TO TRUE
               NOT AT END
                   IF (EV-CALIFICADA OR EV-CERRADA)
                       AND EV-CALIFICACION IS NUMERIC
                       AND EV-CALIFICACION > ZERO
                       MOVE EV-ID TO WSV-ID-AUX
                       PERFORM 22C-BUSCAR-EVALUACION
                       IF WSS-EVAL-HALLADA
                           IF EV-CICLO >= WSV-EVAL-CICLO(WSX-EVAL)
                               MOVE EV-CICLO
                                   TO WSV-EVAL-CICLO(WSX-EVAL)
                               MOVE EV-CALIFICACION
                                   TO WSV-EVAL-CALIF(WSX-EVAL)
                           END-IF
                       ELSE
                           IF WSV-CANT-EVAL < 300
                               ADD 1 TO WSV-CANT-EVAL
                               SET WSX-EVAL TO WSV-CANT-EVAL
                               MOVE EV-ID TO WSV-EVAL-ID(WSX-EVAL)
                               MOVE EV-CICLO
                                   TO WSV-EVAL-CICLO(WSX-EVAL)
                               MOVE EV-CALIFICACION
                                   TO WSV-EVAL-CALIF(WSX-EVAL)
                           END-IF
                       END-IF
                   END-IF
           END-READ.
       09G-LEER-EVALUACION-END.
       EXIT.

       08D-CARGAR-REQUISICIONES.
      * Con requisiciones en el sistema, el cupo por nivel es la
      * cantidad de requisiciones aprobadas y abiertas del nivel.
                           TO WSV-REQ-APROB(WSX-REQ)
                       MOVE RQ-ESTADO
                           TO WSV-REQ-ESTADO(WSX-REQ)
                       MOVE RQ-ESTADO
                           TO WSV-REQ-EST-INI(WSX-REQ)
                       MOVE RQ-FECHA-ALTA
                           TO WSV-REQ-FECHA(WSX-REQ)
                       MOVE RQ-ID-CUBIERTO
                           TO WSV-REQ-CUBIERTO(WSX-REQ)
                       MOVE RQ-TIPO-CONTRATO
                           TO WSV-REQ-TIPOCT(WSX-REQ)
                       MOVE RQ-MESES-CONTRATO
                           TO WSV-REQ-MESES(WSX-REQ)
                   END-IF
           END-READ.
       09D-LEER-REQUISICION-END.
       09E-CONTAR-CUPO-REQUIS-END.
       EXIT.

       08H-CARGAR-HABILIDADES.
      * Habilidades que piden las requisiciones y, si hay alguna,
      * el inventario de los candidatos con el nivel mas alto que
      * tenga cada uno en cada habilidad.
           MOVE 'N' TO WSF-HAY-HABREQ.
           MOVE 'N' TO WSF-FIN-HABIL.
           MOVE ZERO TO WSV-CANT-REQHAB WSV-CANT-HABCAND.
           OPEN INPUT REQHAB-FILE.
           IF WSV-REQHAB-STATUS = '00'
               PERFORM 09H-LEER-REQHAB UNTIL WSS-FIN-HABIL
           END-IF.
           CLOSE REQHAB-FILE.
           IF WSV-CANT-REQHAB > ZERO
               AND WSS-HAY-REQUIS
               SET WSS-HAY-HABREQ TO TRUE
               MOVE 'N' TO WSF-FIN-HABIL
               OPEN INPUT HABCAND-FILE
               IF WSV-HABCAND-STATUS = '00'
                   PERFORM 09I-LEER-HABCAND UNTIL WSS-FIN-HABIL
               END-IF
               CLOSE HABCAND-FILE
           END-IF.
       08H-CARGAR-HABILIDADES-END.
       EXIT.

       09H-LEER-REQHAB.
           READ REQHAB-FILE
               AT END
                   SET WSS-FIN-HABIL TO TRUE
               NOT AT END
                   IF WSV-CANT-REQHAB < 500
                       AND RH-NIVEL-MIN IS NUMERIC
                       ADD 1 TO WSV-CANT-REQHAB
                       SET WSX-RHAB TO WSV-CANT-REQHAB
                       MOVE RH-NUMERO TO WSV-RHAB-NUMERO(WSX-RHAB)
                       MOVE RH-HABILIDAD TO WSV-RHAB-HABIL(WSX-RHAB)
                       MOVE RH-TIPO TO WSV-RHAB-TIPO(WSX-RHAB)
                       MOVE RH-NIVEL-MIN TO WSV-RHAB-NIVEL(WSX-RHAB)
                   END-IF
           END-READ.
       09H-LEER-REQHAB-END.
       EXIT.

       09I-LEER-HABCAND.
           READ HABCAND-FILE
               AT END
                   SET WSS-FIN-HABIL TO TRUE
               NOT AT END
                   IF HC-NIVEL IS NUMERIC
                       MOVE HC-ID TO WSV-ID-AUX
                       MOVE HC-HABILIDAD TO WSV-HAB-BUSCADA
                       PERFORM 18C-BUSCAR-HABCAND
                       IF WSS-HABIL-HALLADA
                           IF HC-NIVEL > WSV-HABC-NIVEL(WSX-HABC)
                               MOVE HC-NIVEL
                                   TO WSV-HABC-NIVEL(WSX-HABC)
                           END-IF
                       ELSE
                           IF WSV-CANT-HABCAND < 2000
                               ADD 1 TO WSV-CANT-HABCAND
                               SET WSX-HABC TO WSV-CANT-HABCAND
                               MOVE HC-ID TO WSV-HABC-ID(WSX-HABC)
                               MOVE HC-HABILIDAD
                                   TO WSV-HABC-HABIL(WSX-HABC)
                               MOVE HC-NIVEL
                                   TO WSV-HABC-NIVEL(WSX-HABC)
                           END-IF
                       END-IF
                   END-IF
           END-READ.
       09I-LEER-HABCAND-END.
       EXIT.

       29-CUBRIR-REQUISICION.
      * Marca cubierta la primera requisicion aprobada y abierta
      * del nivel con el numero del candidato contratado. Con
      * habilidades pedidas, la que mejor le calza al candidato.
           MOVE 'N' TO WSF-REQUIS-HALLADA.
           IF WSS-HAY-HABREQ
               PERFORM 18D-MEJOR-REQUISICION
               IF WSV-REQ-ELEGIDA > ZERO
                   SET WSX-REQ TO WSV-REQ-ELEGIDA
                   PERFORM 29B-BUSCAR-REQUIS
               END-IF
           ELSE
               PERFORM 29B-BUSCAR-REQUIS
                   VARYING WSX-REQ FROM 1 BY 1
                   UNTIL WSX-REQ > WSV-CANT-REQUIS
                      OR WSS-REQUIS-HALLADA
           END-IF.
       29-CUBRIR-REQUISICION-END.
       EXIT.

           MOVE WSV-REQ-ESTADO(WSX-REQ)   TO RQ-ESTADO.
           MOVE WSV-REQ-FECHA(WSX-REQ)    TO RQ-FECHA-ALTA.
           MOVE WSV-REQ-CUBIERTO(WSX-REQ) TO RQ-ID-CUBIERTO.
           MOVE WSV-REQ-TIPOCT(WSX-REQ)   TO RQ-TIPO-CONTRATO.
           MOVE WSV-REQ-MESES(WSX-REQ)    TO RQ-MESES-CONTRATO.
           WRITE RQ-RECORD.
       93B-GRABAR-REQUISICION-END.
       EXIT.
       22B-BUSCAR-APROBADA-END.
       EXIT.

       22C-BUSCAR-EVALUACION.
           MOVE 'N' TO WSF-EVAL-HALLADA.
           IF WSV-ID-AUX NOT = ZERO
               SET WSX-EVAL TO 1
               SEARCH WSV-EVAL-FILA
                   AT END
                       CONTINUE
                   WHEN WSX-EVAL > WSV-CANT-EVAL
                       CONTINUE
                   WHEN WSV-EVAL-ID(WSX-EVAL) = WSV-ID-AUX
                       SET WSS-EVAL-HALLADA TO TRUE
               END-SEARCH
           END-IF.
       22C-BUSCAR-EVALUACION-END.
       EXIT.

       22D-AJUSTAR-POR-EVALUACION.
      * Reingreso: la ultima calificacion (1 a 5) mueve el puntaje
      * 10 puntos por escalon respecto de "cumple" (3).
           PERFORM 22C-BUSCAR-EVALUACION.
           MOVE ZERO TO WSV-CALIF-PREVIA.
           IF WSS-EVAL-HALLADA
               MOVE WSV-EVAL-CALIF(WSX-EVAL) TO WSV-CALIF-PREVIA
           END-IF.
           EVALUATE WSV-CALIF-PREVIA
               WHEN 5
                   ADD 20 TO WSV-SCORE-AUX
               WHEN 4
                   ADD 10 TO WSV-SCORE-AUX
               WHEN 2
                   IF WSV-SCORE-AUX > 10
                       SUBTRACT 10 FROM WSV-SCORE-AUX
                   ELSE
                       MOVE ZERO TO WSV-SCORE-AUX
                   END-IF
               WHEN 1
                   IF WSV-SCORE-AUX > 20
                       SUBTRACT 20 FROM WSV-SCORE-AUX
                   ELSE
                       MOVE ZERO TO WSV-SCORE-AUX
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
       22D-AJUSTAR-POR-EVALUACION-END.
       EXIT.

       08E-SELECCIONAR-TARIFA.
           MOVE 'N' TO WSF-VIGENCIA-HALLADA.
           MOVE ZERO TO WSV-MEJOR-VIGENCIA.

       16-CALCULAR-PUNTAJES.
      * Puntaje: experiencia por 10, mas 20 si RESULTS3 lo da por
      * apto, mas 30 con entrevista aprobada en CITAS, ajustado por
      * la ultima evaluacion de desempeno si es un reingreso, mas
      * las habilidades que cubre en la requisicion de su nivel que
      * mejor le calza.
           OPEN INPUT RESULTS3-FILE.
           IF WSV-RESULTS3-STATUS = '00'
               SET WSS-RESULTS3-ABIERTO TO TRUE
           IF WSS-ENTREV-APROBADA
               ADD 30 TO WSV-SCORE-AUX
           END-IF.
           PERFORM 22D-AJUSTAR-POR-EVALUACION.
           IF WSS-HAY-HABREQ
               MOVE WSV-EXPERIENCIA-TBL(WSX-POST) TO WSV-EXPERIENCIA3
               PERFORM 24-VALIDAR-EXPERIENCIA
               IF NOT WSS-EXP-INVALIDA
                   PERFORM 24B-NIVEL-POR-EXPERIENCIA
                   PERFORM 18D-MEJOR-REQUISICION
                   COMPUTE WSV-SCORE-TOTAL =
                       WSV-SCORE-AUX + WSV-MATCH-MEJOR
                   IF WSV-SCORE-TOTAL > 999
                       MOVE 999 TO WSV-SCORE-AUX
                   ELSE
                       MOVE WSV-SCORE-TOTAL TO WSV-SCORE-AUX
                   END-IF
               END-IF
           END-IF.
           MOVE WSV-SCORE-AUX TO WSV-SCORE-TBL(WSX-POST).
       16B-PUNTAJE-UNO-END.
       EXIT.
       17C-COMPARAR-SCORE-END.
       EXIT.

       18-PUNTAJE-HABILIDADES.
      * Coincidencia del candidato WSV-ID-AUX con la requisicion
      * WSX-REQ: puntos por cada habilidad que cubre con el nivel
      * minimo y la lista de las que le faltan ("(D)" = deseable).
           MOVE ZERO TO WSV-MATCH-PUNTOS.
           MOVE SPACES TO WSV-MATCH-FALTAN.
           MOVE 1 TO WSV-MATCH-PUNTERO.
           PERFORM 18B-COMPARAR-HABILIDAD
               VARYING WSX-RHAB FROM 1 BY 1
               UNTIL WSX-RHAB > WSV-CANT-REQHAB.
       18-PUNTAJE-HABILIDADES-END.
       EXIT.

       18B-COMPARAR-HABILIDAD.
           IF WSV-RHAB-NUMERO(WSX-RHAB) = WSV-REQ-NUMERO(WSX-REQ)
               MOVE WSV-RHAB-HABIL(WSX-RHAB) TO WSV-HAB-BUSCADA
               PERFORM 18C-BUSCAR-HABCAND
               MOVE ZERO TO WSV-NIVEL-CAND
               IF WSS-HABIL-HALLADA
                   MOVE WSV-HABC-NIVEL(WSX-HABC) TO WSV-NIVEL-CAND
               END-IF
               IF WSV-NIVEL-CAND >= WSV-RHAB-NIVEL(WSX-RHAB)
                   IF WSV-RHAB-TIPO(WSX-RHAB) = 'R'
                       ADD WSC-PUNTOS-REQUERIDA TO WSV-MATCH-PUNTOS
                   ELSE
                       ADD WSC-PUNTOS-DESEABLE TO WSV-MATCH-PUNTOS
                   END-IF
               ELSE
                   IF WSV-RHAB-TIPO(WSX-RHAB) = 'R'
                       STRING WSV-RHAB-HABIL(WSX-RHAB)
                           DELIMITED BY SPACE
                           ' ' DELIMITED BY SIZE
                           INTO WSV-MATCH-FALTAN
                           WITH POINTER WSV-MATCH-PUNTERO
                           ON OVERFLOW CONTINUE
                       END-STRING
                   ELSE
                       STRING WSV-RHAB-HABIL(WSX-RHAB)
                           DELIMITED BY SPACE
                           '(D) ' DELIMITED BY SIZE
                           INTO WSV-MATCH-FALTAN
                           WITH POINTER WSV-MATCH-PUNTERO
                           ON OVERFLOW CONTINUE
                       END-STRING
                   END-IF
               END-IF
           END-IF.
       18B-COMPARAR-HABILIDAD-END.
       EXIT.

       18C-BUSCAR-HABCAND.
           MOVE 'N' TO WSF-HABIL-HALLADA.
           IF WSV-ID-AUX NOT = ZERO
               SET WSX-HABC TO 1
               SEARCH WSV-HABC-FILA
                   AT END
                       CONTINUE
                   WHEN WSX-HABC > WSV-CANT-HABCAND
                       CONTINUE
                   WHEN WSV-HABC-ID(WSX-HABC) = WSV-ID-AUX
                       AND WSV-HABC-HABIL(WSX-HABC) = WSV-HAB-BUSCADA
                       SET WSS-HABIL-HALLADA TO TRUE
               END-SEARCH
           END-IF.
       18C-BUSCAR-HABCAND-END.
       EXIT.

       18D-MEJOR-REQUISICION.
      * Entre las requisiciones aprobadas y abiertas del nivel
      * WSV-CLASIFICACION-AUX, la de mas puntos de coincidencia
      * para el candidato; a igual puntaje, la primera del archivo.
           MOVE ZERO TO WSV-MATCH-MEJOR.
           MOVE ZERO TO WSV-REQ-ELEGIDA.
           PERFORM 18E-EVALUAR-REQUISICION
               VARYING WSX-REQ FROM 1 BY 1
               UNTIL WSX-REQ > WSV-CANT-REQUIS.
       18D-MEJOR-REQUISICION-END.
       EXIT.

       18E-EVALUAR-REQUISICION.
           IF WSV-REQ-APROB(WSX-REQ) = 'A'
               AND WSV-REQ-ESTADO(WSX-REQ) = 'A'
               AND WSV-REQ-NIVEL(WSX-REQ) = WSV-CLASIFICACION-AUX
               PERFORM 18-PUNTAJE-HABILIDADES
               IF WSV-REQ-ELEGIDA = ZERO
                   OR WSV-MATCH-PUNTOS > WSV-MATCH-MEJOR
                   MOVE WSV-MATCH-PUNTOS TO WSV-MATCH-MEJOR
                   SET WSV-REQ-ELEGIDA TO WSX-REQ
               END-IF
           END-IF.
       18E-EVALUAR-REQUISICION-END.
       EXIT.

       20-PROCESO.
           MOVE WSV-CANT-POSTULANTES TO WSC-BASE-REGISTROS.
           PERFORM 25-EVALUAR
       24-VALIDAR-EXPERIENCIA-END.
       EXIT.

       24B-NIVEL-POR-EXPERIENCIA.
           EVALUATE TRUE
               WHEN WSS-EXP-JUNIOR
                   MOVE WSC-JUNIOR TO WSV-CLASIFICACION-AUX
               WHEN WSS-EXP-SEMISR
                   MOVE WSC-SEMISR TO WSV-CLASIFICACION-AUX
               WHEN OTHER
                   MOVE WSC-SENIOR TO WSV-CLASIFICACION-AUX
           END-EVALUATE.
       24B-NIVEL-POR-EXPERIENCIA-END.
       EXIT.

       26-IMPRIMIR-DETALLE.
           IF WSR-LINEAS-PAGINA >= WSC-MAX-LINEAS
               PERFORM 05-ENCABEZADO
           CALL 'RUNLOG' USING WSC-NOMBRE-PROGRAMA
               WSV-EVENTO-RUNLOG WSV-CANT-RUNLOG.
           PERFORM 92-REGISTRAR-HISTORIA.
           IF WSS-HAY-HABREQ
               PERFORM 95-REPORTE-MATCHING
           END-IF.
           IF WSS-HAY-REQUIS
               PERFORM 93-REGRABAR-REQUISICIONES
           END-IF.
       91-RESUMEN-VACANTES-END.
       EXIT.

       95-REPORTE-MATCHING.
      * MATCHRPT: por cada requisicion aprobada que estaba abierta
      * al empezar la corrida y pide habilidades, los candidatos de
      * su nivel ordenados por coincidencia (y despues por puntaje)
      * con las habilidades que le faltan a cada uno.
           OPEN OUTPUT MATCH-FILE.
           MOVE SPACES TO MT-LINEA.
           STRING WSC-NOMBRE-PROGRAMA
               ' - COINCIDENCIA DE HABILIDADES POR REQUISICION '
               WSR-FECHA-CORRIDA
               DELIMITED BY SIZE INTO MT-LINEA.
           WRITE MT-LINEA.
           PERFORM 95B-REQUISICION-MATCH
               VARYING WSX-REQ FROM 1 BY 1
               UNTIL WSX-REQ > WSV-CANT-REQUIS.
           CLOSE MATCH-FILE.
       95-REPORTE-MATCHING-END.
       EXIT.

       95B-REQUISICION-MATCH.
           IF WSV-REQ-APROB(WSX-REQ) = 'A'
               AND WSV-REQ-EST-INI(WSX-REQ) = 'A'
               MOVE SPACES TO WSV-PIDE-LINEA
               MOVE 1 TO WSV-MATCH-PUNTERO
               PERFORM 95C-HABILIDAD-PEDIDA
                   VARYING WSX-RHAB FROM 1 BY 1
                   UNTIL WSX-RHAB > WSV-CANT-REQHAB
               IF WSV-PIDE-LINEA NOT = SPACES
                   PERFORM 95H-LISTAR-REQUISICION
               END-IF
           END-IF.
       95B-REQUISICION-MATCH-END.
       EXIT.

       95H-LISTAR-REQUISICION.
           MOVE SPACES TO MT-LINEA.
           WRITE MT-LINEA.
           MOVE SPACES TO MT-LINEA.
           IF WSV-REQ-ESTADO(WSX-REQ) = 'C'
               STRING 'REQUISICION ' WSV-REQ-NUMERO(WSX-REQ)
                   ' ' WSV-REQ-DEPTO(WSX-REQ)
                   ' ' WSV-REQ-NIVEL(WSX-REQ)
                   '  CUBIERTA POR ' WSV-REQ-CUBIERTO(WSX-REQ)
                   DELIMITED BY SIZE INTO MT-LINEA
           ELSE
               STRING 'REQUISICION ' WSV-REQ-NUMERO(WSX-REQ)
                   ' ' WSV-REQ-DEPTO(WSX-REQ)
                   ' ' WSV-REQ-NIVEL(WSX-REQ)
                   '  SIGUE ABIERTA'
                   DELIMITED BY SIZE INTO MT-LINEA
           END-IF.
           WRITE MT-LINEA.
           MOVE SPACES TO MT-LINEA.
           STRING '  PIDE: ' WSV-PIDE-LINEA
               DELIMITED BY SIZE INTO MT-LINEA.
           WRITE MT-LINEA.
           MOVE ZERO TO WSV-CANT-RANKING.
           PERFORM 95D-CANDIDATO-MATCH
               VARYING WSX-POST FROM 1 BY 1
               UNTIL WSX-POST > WSV-CANT-POSTULANTES.
           IF WSV-CANT-RANKING = ZERO
               MOVE '  SIN CANDIDATOS DEL NIVEL' TO MT-LINEA
               WRITE MT-LINEA
           ELSE
               PERFORM 95E-ELEGIR-MEJOR-RANKING
                   VARYING WSV-IDX-ORDEN FROM 1 BY 1
                   UNTIL WSV-IDX-ORDEN >= WSV-CANT-RANKING
               MOVE '  ORD NOMBRE NRO    COINC PTJ FALTA' TO MT-LINEA
               WRITE MT-LINEA
               PERFORM 95G-IMPRIMIR-RANKING
                   VARYING WSX-RANK FROM 1 BY 1
                   UNTIL WSX-RANK > WSV-CANT-RANKING
                      OR WSX-RANK > WSC-MAX-RANKING
           END-IF.
       95H-LISTAR-REQUISICION-END.
       EXIT.

       95C-HABILIDAD-PEDIDA.
           IF WSV-RHAB-NUMERO(WSX-RHAB) = WSV-REQ-NUMERO(WSX-REQ)
               STRING WSV-RHAB-HABIL(WSX-RHAB) DELIMITED BY SPACE
                   '(' WSV-RHAB-TIPO(WSX-RHAB)
                   WSV-RHAB-NIVEL(WSX-RHAB) ') '
                   DELIMITED BY SIZE
                   INTO WSV-PIDE-LINEA
                   WITH POINTER WSV-MATCH-PUNTERO
                   ON OVERFLOW CONTINUE
               END-STRING
           END-IF.
       95C-HABILIDAD-PEDIDA-END.
       EXIT.

       95D-CANDIDATO-MATCH.
           MOVE WSV-EXPERIENCIA-TBL(WSX-POST) TO WSV-EXPERIENCIA3.
           PERFORM 24-VALIDAR-EXPERIENCIA.
           IF NOT WSS-EXP-INVALIDA
               PERFORM 24B-NIVEL-POR-EXPERIENCIA
               IF WSV-CLASIFICACION-AUX = WSV-REQ-NIVEL(WSX-REQ)
                   AND WSV-CANT-RANKING < 500
                   MOVE WSV-ID-TBL(WSX-POST) TO WSV-ID-AUX
                   PERFORM 18-PUNTAJE-HABILIDADES
                   ADD 1 TO WSV-CANT-RANKING
                   SET WSX-RANK TO WSV-CANT-RANKING
                   COMPUTE WSV-RANK-CLAVE(WSX-RANK) =
                       WSV-MATCH-PUNTOS * 1000
                       + WSV-SCORE-TBL(WSX-POST)
                   SET WSV-RANK-POST(WSX-RANK) TO WSX-POST
                   MOVE WSV-MATCH-PUNTOS TO WSV-RANK-PUNTOS(WSX-RANK)
                   MOVE WSV-MATCH-FALTAN TO WSV-RANK-FALTAN(WSX-RANK)
               END-IF
           END-IF.
       95D-CANDIDATO-MATCH-END.
       EXIT.

       95E-ELEGIR-MEJOR-RANKING.
           MOVE WSV-IDX-ORDEN TO WSV-IDX-MEJOR.
           SET WSX-RANK TO WSV-IDX-ORDEN.
           MOVE WSV-RANK-CLAVE(WSX-RANK) TO WSV-CLAVE-MEJOR.
           COMPUTE WSV-IDX-RESTO = WSV-IDX-ORDEN + 1.
           PERFORM 95F-COMPARAR-RANKING
               VARYING WSX-RANK2 FROM WSV-IDX-RESTO BY 1
               UNTIL WSX-RANK2 > WSV-CANT-RANKING.
           IF WSV-IDX-MEJOR NOT = WSV-IDX-ORDEN
               SET WSX-RANK TO WSV-IDX-ORDEN
               SET WSX-RANK2 TO WSV-IDX-MEJOR
               MOVE WSV-RANK-FILA(WSX-RANK) TO WSV-RANK-SWAP
               MOVE WSV-RANK-FILA(WSX-RANK2)
                   TO WSV-RANK-FILA(WSX-RANK)
               MOVE WSV-RANK-SWAP TO WSV-RANK-FILA(WSX-RANK2)
           END-IF.
       95E-ELEGIR-MEJOR-RANKING-END.
       EXIT.

       95F-COMPARAR-RANKING.
           IF WSV-RANK-CLAVE(WSX-RANK2) > WSV-CLAVE-MEJOR
               MOVE WSV-RANK-CLAVE(WSX-RANK2) TO WSV-CLAVE-MEJOR
               SET WSV-IDX-MEJOR TO WSX-RANK2
           END-IF.
       95F-COMPARAR-RANKING-END.
       EXIT.

       95G-IMPRIMIR-RANKING.
           SET WSX-RANGO-ED TO WSX-RANK.
           SET WSX-POST TO WSV-RANK-POST(WSX-RANK).
           MOVE SPACES TO MT-LINEA.
           STRING '  ' WSX-RANGO-ED ' '
               WSV-NOMBRE-TBL(WSX-POST) '  '
               WSV-ID-TBL(WSX-POST) ' '
               WSV-RANK-PUNTOS(WSX-RANK) '  '
               WSV-SCORE-TBL(WSX-POST) ' '
               WSV-RANK-FALTAN(WSX-RANK)
               DELIMITED BY SIZE INTO MT-LINEA.
           WRITE MT-LINEA.
       95G-IMPRIMIR-RANKING-END.
       EXIT.

       COPY LOGYSIGUE.

       COPY VERABRIR.
