002400*
002500* MODIFICATION HISTORY:
002600*   - NEW CAPTURE PROGRAM, OFFERED FROM THE MENUUTIL MENU.
002601*   - A DAY CAN NOW CARRY AN ABSENCE REASON CODE FROM THE
002602*     MOTAUSEN TABLE (VALIDATED ON CAPTURE) AND A LATE-ARRIVAL
002603*     MARK; THE RELOJ CLOCK FILE MAY CARRY THE LATE MARK AT THE
002604*     END OF ITS ROWS. MODE S ALSO APPENDS THE PERIOD'S APPROVED
002605*     ABSENCE DAYS PER REASON AND LATE ARRIVALS TO ABSENCES,
002606*     WHERE THE PAYROLL DECIDES THE ATTENDANCE BONUS.
002607*   - EVERY DIARY ENTRY STILL AWAITING APPROVAL IS SENT TO THE
002608*     NOTIFICATION OUTBOX (EVENT HORA, DUE ON THE DAY WORKED)
002609*     AFTER EACH RUN EXCEPT A LISTING.
00260A*   - AN ENTRY CAN NOW CARRY THE PROJECT THE HOURS WERE WORKED
00260B*     ON, VALIDATED ON CAPTURE AGAINST THE ACTIVE ROWS OF THE
00260C*     PROYECTOS MASTER (THE RELOJ FILE MAY CARRY IT AT THE END OF
00260D*     ITS ROWS). BLANK MEANS THE DEPARTMENT'S GENERAL PROJECT;
00260E*     COSTPROY SPREADS THE PERIOD COST OVER THESE HOURS.
00260F*   - APPROVAL NOW FOLLOWS THE REPORTING LINES: AN ENTRY IS
00260G*     ONLY APPROVED WHEN THE SIGNED-ON OPERATOR IS IN THE
00260H*     EMPLOYEE'S MANAGEMENT CHAIN (JEFCADENA, ESCALATING PAST AN
00260I*     ABSENT OR TERMINATED MANAGER); AN EMPLOYEE WITH NO
00260J*     REPORTING LINE KEEPS THE MENU-LEVEL RULE.
00260K*   - OVERTIME IS NOW HELD TO THE LEGAL LIMITS IN THE PARMS FILE
00260L*     (HEXTRADIA, HEXTRAMES, HEXTRAANIO, HEXTRAAVISO AND
00260M*     DESCANSOMIN CARDS). AN ENTRY OVER THE DAILY CAP IS REJECTED
00260N*     ON CAPTURE AND IMPORT; A DAY MAY CARRY ITS START AND END
00260O*     TIME (THE RELOJ FILE AT THE END OF ITS ROWS) AND A REST
00260P*     SHORTER THAN THE MINIMUM AGAINST THE DAY BEFORE OR AFTER IS
00260Q*     FLAGGED; AN EMPLOYEE NEARING OR PASSING THE MONTHLY OR
00260R*     ANNUAL CAP IS WARNED AND NOTIFIED (EVENT HEXT). APPROVING
00260S*     OVERTIME THAT TAKES THE YEAR PAST THE ANNUAL CAP NEEDS AN
00260T*     OVERRIDE REASON, LOGGED TO OTEXCEP. EXTRAREPT LISTS IT ALL
00260U*     BY DEPARTMENT.
002700******************************************************************
002800 IDENTIFICATION DIVISION.
002900 PROGRAM-ID. TIMECAP.
004500     SELECT OPTIONAL OTSUSP-FILE ASSIGN TO 'OTSUSP'
004600         ORGANIZATION IS LINE SEQUENTIAL
004700         FILE STATUS IS TMC-STATUS-SUSP.
004701     SELECT OPTIONAL MOTAUSEN-FILE ASSIGN TO 'MOTAUSEN'
004702         ORGANIZATION IS LINE SEQUENTIAL
004703         FILE STATUS IS TMC-STATUS-MOTIVOS.
004704     SELECT OPTIONAL ABSENCES-FILE ASSIGN TO 'ABSENCES'
004705         ORGANIZATION IS LINE SEQUENTIAL
004706         FILE STATUS IS TMC-STATUS-AUSENCIAS.
004707     SELECT OPTIONAL PROYECTOS-FILE ASSIGN TO 'PROYECTOS'
004708         ORGANIZATION IS LINE SEQUENTIAL
004709         FILE STATUS IS TMC-STATUS-PROYECTOS.
00470A     SELECT OPTIONAL OTEXCEP-FILE ASSIGN TO 'OTEXCEP'
00470B         ORGANIZATION IS LINE SEQUENTIAL
00470C         FILE STATUS IS TMC-STATUS-EXCEP.
004800 DATA DIVISION.
004900 FILE SECTION.
005000 FD  TIMEREG-FILE
005900     05 TR-APROBADO              PIC X(01).
006000     05 TR-RESUMIDO              PIC X(01).
006100     05 TR-PERIODO-RESUMEN       PIC 9(06).
006101     05 TR-MOTIVO                PIC X(02).
006102     05 TR-TARDE                 PIC X(01).
006103     05 TR-PROYECTO              PIC X(08).
006104     05 TR-HORA-ENTRADA          PIC X(04).
006105     05 TR-HORA-SALIDA           PIC X(04).
006200 FD  EMPLOYEES-FILE
006300     LABEL RECORDS ARE STANDARD.
006400 01  EM-RECORD.
007100     05 RJ-HORAS-NORM            PIC 9(02).
007200     05 RJ-HORAS-EXTRA           PIC 9(02).
007300     05 RJ-FERIADO               PIC X(01).
007301     05 RJ-TARDE                 PIC X(01).
007302     05 RJ-PROYECTO              PIC X(08).
007303     05 RJ-HORA-ENTRADA          PIC X(04).
007304     05 RJ-HORA-SALIDA           PIC X(04).
007400 FD  HOURS-FILE
007500     LABEL RECORDS ARE STANDARD.
007600 01  HS-RECORD.
008700     05 OS-FECHA                 PIC 9(08).
008800     05 OS-HORAS-EXTRA           PIC 9(02).
008900     05 OS-PERIODO               PIC 9(06).
008901 FD  MOTAUSEN-FILE
008902     LABEL RECORDS ARE STANDARD.
008903 01  MA-RECORD.
008904     05 MA-CODIGO                PIC X(02).
008905     05 MA-DESCRIPCION           PIC X(20).
008906     05 MA-JUSTIFICADA           PIC X(01).
008907 FD  ABSENCES-FILE
008908     LABEL RECORDS ARE STANDARD.
008909 01  AB-RECORD.
00890A     05 AB-NOMBRE                PIC X(05).
00890B     05 AB-DIAS-SIN-GOCE         PIC 9(02).
00890C     05 AB-DIAS-VACACIONES       PIC 9(02).
00890D     05 AB-ID                    PIC 9(05).
00890E     05 AB-MOTIVO                PIC X(02).
00890F     05 AB-DIAS-AUSENCIA         PIC 9(02).
00890G     05 AB-TARDANZAS             PIC 9(02).
00890H FD  PROYECTOS-FILE
00890I     LABEL RECORDS ARE STANDARD.
00890J 01  PY-RECORD.
00890K     COPY PROYECTO.
00890L FD  OTEXCEP-FILE
00890M     LABEL RECORDS ARE STANDARD.
00890N 01  OX-RECORD.
00890O     05 OX-ID                    PIC 9(05).
00890P     05 OX-FECHA                 PIC 9(08).
00890Q     05 OX-HORAS-EXTRA           PIC 9(02).
00890R     05 OX-ACUM-ANIO             PIC 9(05).
00890S     05 OX-OPERADOR              PIC X(08).
00890T     05 OX-FECHA-APROBACION      PIC 9(08).
00890U     05 OX-MOTIVO                PIC X(30).
009000 WORKING-STORAGE SECTION.
009100*
009200 01  TMC-STATUS-DIARIO           PIC XX.
009400 01  TMC-STATUS-RELOJ            PIC XX.
009500 01  TMC-STATUS-HORAS            PIC XX.
009600 01  TMC-STATUS-SUSP             PIC XX.
009601 01  TMC-STATUS-MOTIVOS          PIC XX.
009602 01  TMC-STATUS-AUSENCIAS        PIC XX.
009603 01  TMC-STATUS-PROYECTOS        PIC XX.
009604 01  TMC-STATUS-EXCEP            PIC XX.
009700*
009800 01  TMC-MODO                    PIC X(01).
009900 01  TMC-RESPUESTA               PIC X(01).
010310 01  TMC-NORM-AUX                PIC 9(02).
010320 01  TMC-EXTRA-AUX               PIC 9(02).
010330 01  TMC-FERIADO-AUX             PIC X(01).
010331 01  TMC-MOTIVO-AUX              PIC X(02).
010332 01  TMC-TARDE-AUX               PIC X(01).
010333 01  TMC-NTF-TIPO                PIC X(04) VALUE 'HORA'.
010334 01  TMC-NTF-DESTINO             PIC X(08) VALUE SPACES.
010335 01  TMC-NTF-CLAVE               PIC X(20).
010336 01  TMC-NTF-VENCE               PIC 9(08).
010337 01  TMC-NTF-TEXTO               PIC X(30)
010338         VALUE 'HORAS PENDIENTES DE APROBACION'.
010339 01  TMC-PROYECTO-AUX            PIC X(08).
01033A 01  TMC-FECHA-HOY               PIC 9(08).
01033B 01  TMC-SES-ACCION              PIC X(01) VALUE 'G'.
01033C 01  TMC-OPERADOR                PIC X(08).
01033D 01  TMC-JFC-ACCION              PIC X(01) VALUE 'V'.
01033E 01  TMC-JFC-ID                  PIC 9(05).
01033F 01  TMC-JFC-RESULTADO           PIC X(01).
01033G 01  TMC-JFC-JEFE                PIC 9(05).
01033H 01  TMC-HORA-ENT-AUX            PIC X(04).
01033I 01  TMC-HORA-SAL-AUX            PIC X(04).
01033J 01  TMC-MOTIVO-EXC              PIC X(30).
01033K 01  TMC-PARM-CLAVE              PIC X(12).
01033L 01  TMC-PARM-VALOR              PIC X(20).
01033M 01  TMC-PARM-HALLADO            PIC X(01).
01033N     88  TMC-ES-PARM-HALLADO     VALUE 'Y'.
01033O 01  TMC-NTX-TIPO                PIC X(04) VALUE 'HEXT'.
01033P 01  TMC-NTX-TEXTO               PIC X(30).
01033R*
01033S*    TOPES LEGALES DE HORAS EXTRA Y DESCANSO MINIMO ENTRE
01033T*    JORNADAS; LOS VALORES DE PARMS REEMPLAZAN A ESTOS.
01033U 01  TMC-TOPES.
01033V     05  TMC-TOPE-DIA            PIC 9(02) VALUE 3.
01033W     05  TMC-TOPE-MES            PIC 9(03) VALUE 30.
01033X     05  TMC-TOPE-ANIO           PIC 9(04) VALUE 200.
01033Y     05  TMC-PORC-AVISO          PIC 9(03) VALUE 80.
01033Z     05  TMC-DESCANSO-MIN        PIC 9(02) VALUE 12.
010340*
010341 01  TMC-CONTROL-TOPES.
010342     05  TMC-EXTRA-MES           PIC 9(05).
010343     05  TMC-EXTRA-ANIO          PIC 9(05).
010344     05  TMC-EXTRA-APROBADA      PIC 9(05).
010345     05  TMC-TOPE-CHK            PIC 9(05).
010346     05  TMC-ANTES-CHK           PIC 9(05).
010347     05  TMC-DESPUES-CHK         PIC 9(05).
010348     05  TMC-UMBRAL-CHK          PIC 9(05)V99.
010349     05  TMC-ALCANCE-CHK         PIC X(07).
01034A     05  TMC-AVISAR-CHK          PIC X(01).
01034B     05  TMC-DIA-NUEVO           PIC 9(08).
01034C     05  TMC-DIA-OTRO            PIC 9(08).
01034D     05  TMC-DES-FECHA-ANT       PIC 9(08).
01034E     05  TMC-DES-FECHA-POS       PIC 9(08).
01034F     05  TMC-DES-ENT-ANT         PIC X(04).
01034G     05  TMC-DES-SAL-ANT         PIC X(04).
01034H     05  TMC-DES-ENT-POS         PIC X(04).
01034I     05  TMC-MIN-FIN             PIC S9(05).
01034J     05  TMC-MIN-INICIO          PIC S9(05).
01034K     05  TMC-DESCANSO            PIC S9(05).
01034L     05  TMC-DESCANSO-HS         PIC 9(02).
01034M     05  TMC-DESCANSO-MM         PIC 9(02).
01034N     05  TMC-HHMM                PIC 9(04).
01034O     05  TMC-HHMM-R REDEFINES TMC-HHMM.
01034P         10  TMC-HH              PIC 9(02).
01034Q         10  TMC-MM              PIC 9(02).
010400*
010500 01  TMC-INDICADORES.
010600     05  TMC-FIN-ARCHIVO         PIC X VALUE 'N'.
010700         88  TMC-ES-FIN-ARCHIVO  VALUE 'Y'.
010800     05  TMC-HALLADO             PIC X VALUE 'N'.
010900         88  TMC-ES-HALLADO      VALUE 'Y'.
010901     05  TMC-HORARIO-OK          PIC X VALUE 'N'.
010902         88  TMC-ES-HORARIO-OK   VALUE 'Y'.
010903     05  TMC-TOPE-OK             PIC X VALUE 'N'.
010904         88  TMC-ES-TOPE-OK      VALUE 'Y'.
011000     05  TMC-HUBO-CAMBIOS        PIC X VALUE 'N'.
011100         88  TMC-ES-HUBO-CAMBIOS VALUE 'Y'.
011200*
011600     05  TMC-CANT-APROBADAS      PIC 9(04) VALUE ZERO.
011700     05  TMC-CANT-RESUMIDAS      PIC 9(04) VALUE ZERO.
011800     05  TMC-CANT-SUSPENSO       PIC 9(04) VALUE ZERO.
011801     05  TMC-CANT-AUSENTES       PIC 9(04) VALUE ZERO.
011802     05  TMC-CANT-FUERA-CADENA   PIC 9(04) VALUE ZERO.
011803     05  TMC-CANT-SOBRE-TOPE     PIC 9(04) VALUE ZERO.
011804     05  TMC-CANT-EXCEPCIONES    PIC 9(04) VALUE ZERO.
011900*
012000 01  TMC-CANT-EMPLEADOS          PIC 9(03) VALUE ZERO.
012100 01  TMC-TABLA-EMPLEADOS.
012800 01  TMC-CANT-ENTRADAS           PIC 9(04) VALUE ZERO.
012900 01  TMC-TABLA-DIARIO.
013000     05  TMC-FILA-DIARIO OCCURS 400 TIMES
013100                         INDEXED BY TMC-X-DIA TMC-X-OTR.
013200         10 TMC-DIA-ID           PIC 9(05).
013300         10 TMC-DIA-NOMBRE       PIC X(05).
013400         10 TMC-DIA-FECHA        PIC 9(08).
013800         10 TMC-DIA-APROBADO     PIC X(01).
013900         10 TMC-DIA-RESUMIDO     PIC X(01).
014000         10 TMC-DIA-PERIODO      PIC 9(06).
014001         10 TMC-DIA-MOTIVO       PIC X(02).
014002         10 TMC-DIA-TARDE        PIC X(01).
014003         10 TMC-DIA-PROYECTO     PIC X(08).
014004         10 TMC-DIA-ENTRADA      PIC X(04).
014005         10 TMC-DIA-SALIDA       PIC X(04).
014100*
014200 01  TMC-CANT-RESUMEN            PIC 9(03) VALUE ZERO.
014300 01  TMC-TABLA-RESUMEN.
014800         10 TMC-RES-NORM         PIC 9(03).
014900         10 TMC-RES-EXTRA        PIC 9(03).
015000         10 TMC-RES-FERIADO      PIC 9(03).
015001*
015002 01  TMC-CANT-MOTIVOS            PIC 9(02) VALUE ZERO.
015003 01  TMC-TABLA-MOTIVOS.
015004     05  TMC-FILA-MOT OCCURS 50 TIMES
015005                      INDEXED BY TMC-X-MOT.
015006         10 TMC-MOT-CODIGO       PIC X(02).
015007*
015008 01  TMC-CANT-AUSMOT             PIC 9(03) VALUE ZERO.
015009 01  TMC-TABLA-AUSMOT.
01500A     05  TMC-FILA-AUS OCCURS 200 TIMES
01500B                      INDEXED BY TMC-X-AUS.
01500C         10 TMC-AUS-ID           PIC 9(05).
01500D         10 TMC-AUS-NOMBRE       PIC X(05).
01500E         10 TMC-AUS-MOTIVO       PIC X(02).
01500F         10 TMC-AUS-DIAS         PIC 9(02).
01500G         10 TMC-AUS-TARDANZAS    PIC 9(02).
01500H*
01500I 01  TMC-CANT-PROYECTOS          PIC 9(03) VALUE ZERO.
01500J 01  TMC-TABLA-PROYECTOS.
01500K     05  TMC-FILA-PRY OCCURS 200 TIMES
01500L                      INDEXED BY TMC-X-PRY.
01500M         10 TMC-PRY-CODIGO       PIC X(08).
01500N         10 TMC-PRY-ESTADO       PIC X(01).
015100*
015200 PROCEDURE DIVISION.
015300******************************************************************
016200         GOBACK
016300     END-IF.
016400     PERFORM 1100-CARGAR-DIARIO THRU 1100-CARGAR-DIARIO-EXIT.
016401     PERFORM 1200-CARGAR-MOTIVOS THRU 1200-CARGAR-MOTIVOS-EXIT.
016402     PERFORM 1300-CARGAR-PROYECTOS
016403         THRU 1300-CARGAR-PROYECTOS-EXIT.
016404     PERFORM 1400-CARGAR-TOPES THRU 1400-CARGAR-TOPES-EXIT.
016500     DISPLAY 'TIMECAP - MODO (C=CAPTURA, I=IMPORTAR RELOJ, '
016600         'A=APROBAR, S=RESUMIR, L=LISTAR): ' WITH NO ADVANCING.
016700     ACCEPT TMC-MODO.
018600             DISPLAY 'MODO INVALIDO'
018700             MOVE 8 TO RETURN-CODE
018800     END-EVALUATE.
018801     IF TMC-MODO NOT = 'L' AND TMC-MODO NOT = 'l'
018802         PERFORM 6500-AVISAR-PENDIENTES
018803             THRU 6500-AVISAR-PENDIENTES-EXIT
018804     END-IF.
018900     IF TMC-ES-HUBO-CAMBIOS
019000         PERFORM 7000-GRABAR-DIARIO
019100             THRU 7000-GRABAR-DIARIO-EXIT
027100                     TO TMC-DIA-RESUMIDO(TMC-X-DIA)
027200                 MOVE TR-PERIODO-RESUMEN
027300                     TO TMC-DIA-PERIODO(TMC-X-DIA)
027301                 MOVE TR-MOTIVO TO TMC-DIA-MOTIVO(TMC-X-DIA)
027302                 MOVE TR-TARDE TO TMC-DIA-TARDE(TMC-X-DIA)
027303                 MOVE TR-PROYECTO
027304                     TO TMC-DIA-PROYECTO(TMC-X-DIA)
027305                 MOVE TR-HORA-ENTRADA
027306                     TO TMC-DIA-ENTRADA(TMC-X-DIA)
027307                 MOVE TR-HORA-SALIDA TO TMC-DIA-SALIDA(TMC-X-DIA)
027400             END-IF
027500     END-READ.
027600 1110-LEER-ENTRADA-EXIT.
027700     EXIT.
027701*
027702******************************************************************
027703* 1200-CARGAR-MOTIVOS - ABSENCE REASON CODES FOR VALIDATION
027704******************************************************************
027705 1200-CARGAR-MOTIVOS.
027706     MOVE 'N' TO TMC-FIN-ARCHIVO.
027707     OPEN INPUT MOTAUSEN-FILE.
027708     IF TMC-STATUS-MOTIVOS NOT = '00'
027709         CLOSE MOTAUSEN-FILE
02770A         GO TO 1200-CARGAR-MOTIVOS-EXIT
02770B     END-IF.
02770C     PERFORM 1210-LEER-MOTIVO THRU 1210-LEER-MOTIVO-EXIT
02770D         UNTIL TMC-ES-FIN-ARCHIVO.
02770E     CLOSE MOTAUSEN-FILE.
02770F     MOVE 'N' TO TMC-FIN-ARCHIVO.
02770G 1200-CARGAR-MOTIVOS-EXIT.
02770H     EXIT.
02770I*
02770J******************************************************************
02770K* 1210-LEER-MOTIVO - ONE REASON CODE INTO THE TABLE
02770L******************************************************************
02770M 1210-LEER-MOTIVO.
02770N     READ MOTAUSEN-FILE
02770O         AT END
02770P             SET TMC-ES-FIN-ARCHIVO TO TRUE
02770Q         NOT AT END
02770R             IF TMC-CANT-MOTIVOS < 50
02770S                 ADD 1 TO TMC-CANT-MOTIVOS
02770T                 SET TMC-X-MOT TO TMC-CANT-MOTIVOS
02770U                 MOVE MA-CODIGO TO TMC-MOT-CODIGO(TMC-X-MOT)
02770V             END-IF
02770W     END-READ.
02770X 1210-LEER-MOTIVO-EXIT.
02770Y     EXIT.
02770Z*
027710******************************************************************
027711* 1300-CARGAR-PROYECTOS - PROJECT CODES FOR VALIDATION
027712******************************************************************
027713 1300-CARGAR-PROYECTOS.
027714     MOVE 'N' TO TMC-FIN-ARCHIVO.
027715     OPEN INPUT PROYECTOS-FILE.
027716     IF TMC-STATUS-PROYECTOS NOT = '00'
027717         CLOSE PROYECTOS-FILE
027718         GO TO 1300-CARGAR-PROYECTOS-EXIT
027719     END-IF.
02771A     PERFORM 1310-LEER-PROYECTO THRU 1310-LEER-PROYECTO-EXIT
02771B         UNTIL TMC-ES-FIN-ARCHIVO.
02771C     CLOSE PROYECTOS-FILE.
02771D     MOVE 'N' TO TMC-FIN-ARCHIVO.
02771E 1300-CARGAR-PROYECTOS-EXIT.
02771F     EXIT.
02771G*
02771H******************************************************************
02771I* 1310-LEER-PROYECTO - ONE PROJECT CODE INTO THE TABLE
02771J******************************************************************
02771K 1310-LEER-PROYECTO.
02771L     READ PROYECTOS-FILE
02771M         AT END
02771N             SET TMC-ES-FIN-ARCHIVO TO TRUE
02771O         NOT AT END
02771P             IF TMC-CANT-PROYECTOS < 200
02771Q                 ADD 1 TO TMC-CANT-PROYECTOS
02771R                 SET TMC-X-PRY TO TMC-CANT-PROYECTOS
02771S                 MOVE PY-CODIGO TO TMC-PRY-CODIGO(TMC-X-PRY)
02771T                 MOVE PY-ESTADO TO TMC-PRY-ESTADO(TMC-X-PRY)
02771U             END-IF
02771V     END-READ.
02771W 1310-LEER-PROYECTO-EXIT.
02771X     EXIT.
02771Y*
02771Z******************************************************************
027720* 1400-CARGAR-TOPES - LEGAL OVERTIME CAPS AND MINIMUM REST FROM
027721*                     PARMS; A MISSING OR ZERO CARD KEEPS THE
027722*                     DEFAULT
027723******************************************************************
027724 1400-CARGAR-TOPES.
027725     MOVE 'HEXTRADIA' TO TMC-PARM-CLAVE.
027726     CALL 'LEERPARM' USING TMC-PARM-CLAVE
027727         TMC-PARM-VALOR TMC-PARM-HALLADO.
027728     IF TMC-ES-PARM-HALLADO
027729         AND TMC-PARM-VALOR(1:2) IS NUMERIC
02772A         AND TMC-PARM-VALOR(1:2) > '00'
02772B         MOVE TMC-PARM-VALOR(1:2) TO TMC-TOPE-DIA
02772C     END-IF.
02772D     MOVE 'HEXTRAMES' TO TMC-PARM-CLAVE.
02772E     CALL 'LEERPARM' USING TMC-PARM-CLAVE
02772F         TMC-PARM-VALOR TMC-PARM-HALLADO.
02772G     IF TMC-ES-PARM-HALLADO
02772H         AND TMC-PARM-VALOR(1:3) IS NUMERIC
02772I         AND TMC-PARM-VALOR(1:3) > '000'
02772J         MOVE TMC-PARM-VALOR(1:3) TO TMC-TOPE-MES
02772K     END-IF.
02772L     MOVE 'HEXTRAANIO' TO TMC-PARM-CLAVE.
02772M     CALL 'LEERPARM' USING TMC-PARM-CLAVE
02772N         TMC-PARM-VALOR TMC-PARM-HALLADO.
02772O     IF TMC-ES-PARM-HALLADO
02772P         AND TMC-PARM-VALOR(1:4) IS NUMERIC
02772Q         AND TMC-PARM-VALOR(1:4) > '0000'
02772R         MOVE TMC-PARM-VALOR(1:4) TO TMC-TOPE-ANIO
02772S     END-IF.
02772T     MOVE 'HEXTRAAVISO' TO TMC-PARM-CLAVE.
02772U     CALL 'LEERPARM' USING TMC-PARM-CLAVE
02772V         TMC-PARM-VALOR TMC-PARM-HALLADO.
02772W     IF TMC-ES-PARM-HALLADO
02772X         AND TMC-PARM-VALOR(1:3) IS NUMERIC
02772Y         AND TMC-PARM-VALOR(1:3) > '000'
02772Z         AND TMC-PARM-VALOR(1:3) NOT > '100'
027730         MOVE TMC-PARM-VALOR(1:3) TO TMC-PORC-AVISO
027731     END-IF.
027732     MOVE 'DESCANSOMIN' TO TMC-PARM-CLAVE.
027733     CALL 'LEERPARM' USING TMC-PARM-CLAVE
027734         TMC-PARM-VALOR TMC-PARM-HALLADO.
027735     IF TMC-ES-PARM-HALLADO
027736         AND TMC-PARM-VALOR(1:2) IS NUMERIC
027737         AND TMC-PARM-VALOR(1:2) NOT > '24'
027738         MOVE TMC-PARM-VALOR(1:2) TO TMC-DESCANSO-MIN
027739     END-IF.
02773A 1400-CARGAR-TOPES-EXIT.
02773B     EXIT.
027800*
027900******************************************************************
028000* 2000-CAPTURAR - PER-DAY ENTRIES, VALIDATED AS THEY ARE KEYED
033500     ELSE
033600         MOVE 'N' TO TMC-FERIADO-AUX
033700     END-IF.
033701     MOVE SPACES TO TMC-MOTIVO-AUX.
033702     DISPLAY 'MOTIVO DE AUSENCIA (2, VACIO=PRESENTE): '
033703         WITH NO ADVANCING.
033704     ACCEPT TMC-ENTRADA.
033705     IF TMC-ENTRADA(1:2) NOT = SPACES
033706         MOVE TMC-ENTRADA(1:2) TO TMC-MOTIVO-AUX
033707         PERFORM 2400-VALIDAR-MOTIVO THRU 2400-VALIDAR-MOTIVO-EXIT
033708         IF NOT TMC-ES-HALLADO
033709             DISPLAY 'MOTIVO ' TMC-MOTIVO-AUX
03370A                 ' NO ESTA EN MOTAUSEN'
03370B             ADD 1 TO TMC-CANT-RECHAZADAS
03370C             GO TO 2100-SEGUIR
03370D         END-IF
03370E     END-IF.
03370F     DISPLAY 'LLEGADA TARDE (S/N): ' WITH NO ADVANCING.
03370G     ACCEPT TMC-ENTRADA.
03370H     IF TMC-ENTRADA(1:1) = 'S' OR TMC-ENTRADA(1:1) = 's'
03370I         MOVE 'S' TO TMC-TARDE-AUX
03370J     ELSE
03370K         MOVE 'N' TO TMC-TARDE-AUX
03370L     END-IF.
03370M     MOVE SPACES TO TMC-PROYECTO-AUX.
03370N     DISPLAY 'PROYECTO (8, VACIO=GENERAL DEL DEPTO): '
03370O         WITH NO ADVANCING.
03370P     ACCEPT TMC-ENTRADA.
03370Q     IF TMC-ENTRADA(1:8) NOT = SPACES
03370R         MOVE TMC-ENTRADA(1:8) TO TMC-PROYECTO-AUX
03370S         PERFORM 2500-VALIDAR-PROYECTO
03370T             THRU 2500-VALIDAR-PROYECTO-EXIT
03370U         IF NOT TMC-ES-HALLADO
03370V             DISPLAY 'PROYECTO ' TMC-PROYECTO-AUX
03370W                 ' NO ESTA ACTIVO EN PROYECTOS'
03370X             ADD 1 TO TMC-CANT-RECHAZADAS
03370Y             GO TO 2100-SEGUIR
03370Z         END-IF
033710     END-IF.
033711     DISPLAY 'HORA DE ENTRADA (HHMM, VACIO=SIN MARCA): '
033712         WITH NO ADVANCING.
033713     ACCEPT TMC-ENTRADA.
033714     MOVE TMC-ENTRADA(1:4) TO TMC-HORA-ENT-AUX.
033715     DISPLAY 'HORA DE SALIDA (HHMM, VACIO=SIN MARCA): '
033716         WITH NO ADVANCING.
033717     ACCEPT TMC-ENTRADA.
033718     MOVE TMC-ENTRADA(1:4) TO TMC-HORA-SAL-AUX.
033719     PERFORM 2600-VALIDAR-HORARIO THRU 2600-VALIDAR-HORARIO-EXIT.
03371A     IF NOT TMC-ES-HORARIO-OK
03371B         DISPLAY 'HORARIO INVALIDO: ENTRADA Y SALIDA VAN JUNTAS, '
03371C             'EN HHMM'
03371D         ADD 1 TO TMC-CANT-RECHAZADAS
03371E         GO TO 2100-SEGUIR
03371F     END-IF.
033800     PERFORM 2300-AGREGAR-ENTRADA
033900         THRU 2300-AGREGAR-ENTRADA-EXIT.
034000 2100-SEGUIR.
035800     END-SEARCH.
035900 2200-UBICAR-EMPLEADO-EXIT.
036000     EXIT.
036001*
036002******************************************************************
036003* 2400-VALIDAR-MOTIVO - THE REASON CODE IS IN MOTAUSEN
036004******************************************************************
036005 2400-VALIDAR-MOTIVO.
036006     MOVE 'N' TO TMC-HALLADO.
036007     PERFORM 2410-COMPARAR-MOTIVO THRU 2410-COMPARAR-MOTIVO-EXIT
036008         VARYING TMC-X-MOT FROM 1 BY 1
036009         UNTIL TMC-X-MOT > TMC-CANT-MOTIVOS
03600A         OR TMC-ES-HALLADO.
03600B 2400-VALIDAR-MOTIVO-EXIT.
03600C     EXIT.
03600D*
03600E******************************************************************
03600F* 2410-COMPARAR-MOTIVO - ONE TABLE ROW
03600G******************************************************************
03600H 2410-COMPARAR-MOTIVO.
03600I     IF TMC-MOT-CODIGO(TMC-X-MOT) = TMC-MOTIVO-AUX
03600J         SET TMC-ES-HALLADO TO TRUE
03600K     END-IF.
03600L 2410-COMPARAR-MOTIVO-EXIT.
03600M     EXIT.
03600N*
03600O******************************************************************
03600P* 2500-VALIDAR-PROYECTO - THE PROJECT IS ACTIVE IN PROYECTOS
03600Q******************************************************************
03600R 2500-VALIDAR-PROYECTO.
03600S     MOVE 'N' TO TMC-HALLADO.
03600T     PERFORM 2510-COMPARAR-PROYECTO
03600U         THRU 2510-COMPARAR-PROYECTO-EXIT
03600V         VARYING TMC-X-PRY FROM 1 BY 1
03600W         UNTIL TMC-X-PRY > TMC-CANT-PROYECTOS
03600X         OR TMC-ES-HALLADO.
03600Y 2500-VALIDAR-PROYECTO-EXIT.
03600Z     EXIT.
036010*
036011******************************************************************
036012* 2510-COMPARAR-PROYECTO - ONE TABLE ROW
036013******************************************************************
036014 2510-COMPARAR-PROYECTO.
036015     IF TMC-PRY-CODIGO(TMC-X-PRY) = TMC-PROYECTO-AUX
036016         AND TMC-PRY-ESTADO(TMC-X-PRY) = 'A'
036017         SET TMC-ES-HALLADO TO TRUE
036018     END-IF.
036019 2510-COMPARAR-PROYECTO-EXIT.
03601A     EXIT.
036100*
036200******************************************************************
036300* 2300-AGREGAR-ENTRADA - ONE VALIDATED DAY INTO THE DIARY,
036900         ADD 1 TO TMC-CANT-RECHAZADAS
037000         GO TO 2300-AGREGAR-ENTRADA-EXIT
037100     END-IF.
037101     IF TMC-EXTRA-AUX > TMC-TOPE-DIA
037102         DISPLAY 'LEGAJO ' TMC-ID-PEDIDO
037103             ' FECHA ' TMC-FECHA-PEDIDA ': ' TMC-EXTRA-AUX
037104             ' HS EXTRA SUPERAN EL TOPE DIARIO DE ' TMC-TOPE-DIA
037105         ADD 1 TO TMC-CANT-RECHAZADAS
037106         GO TO 2300-AGREGAR-ENTRADA-EXIT
037107     END-IF.
037108     PERFORM 2700-CONTROLAR-DESCANSO
037109         THRU 2700-CONTROLAR-DESCANSO-EXIT.
03710A     PERFORM 2800-SUMAR-EXTRAS THRU 2800-SUMAR-EXTRAS-EXIT.
037200     ADD 1 TO TMC-CANT-ENTRADAS.
037300     SET TMC-X-DIA TO TMC-CANT-ENTRADAS.
037400     MOVE TMC-ID-PEDIDO TO TMC-DIA-ID(TMC-X-DIA).
038100     MOVE 'N' TO TMC-DIA-APROBADO(TMC-X-DIA).
038200     MOVE 'N' TO TMC-DIA-RESUMIDO(TMC-X-DIA).
038300     MOVE ZERO TO TMC-DIA-PERIODO(TMC-X-DIA).
038301     MOVE TMC-MOTIVO-AUX TO TMC-DIA-MOTIVO(TMC-X-DIA).
038302     MOVE TMC-TARDE-AUX TO TMC-DIA-TARDE(TMC-X-DIA).
038303     MOVE TMC-PROYECTO-AUX TO TMC-DIA-PROYECTO(TMC-X-DIA).
038304     MOVE TMC-HORA-ENT-AUX TO TMC-DIA-ENTRADA(TMC-X-DIA).
038305     MOVE TMC-HORA-SAL-AUX TO TMC-DIA-SALIDA(TMC-X-DIA).
038400     ADD 1 TO TMC-CANT-CARGADAS.
038500     SET TMC-ES-HUBO-CAMBIOS TO TRUE.
038501     IF TMC-EXTRA-AUX > ZERO
038502         PERFORM 2900-AVISAR-TOPES THRU 2900-AVISAR-TOPES-EXIT
038503     END-IF.
038600 2300-AGREGAR-ENTRADA-EXIT.
038700     EXIT.
038701*
038702******************************************************************
038703* 2600-VALIDAR-HORARIO - START AND END TIME GO TOGETHER, AS HHMM;
038704*                        BOTH BLANK MEANS THE DAY WAS NOT CLOCKED
038705******************************************************************
038706 2600-VALIDAR-HORARIO.
038707     MOVE 'N' TO TMC-HORARIO-OK.
038708     IF TMC-HORA-ENT-AUX = SPACES
038709         AND TMC-HORA-SAL-AUX = SPACES
03870A         SET TMC-ES-HORARIO-OK TO TRUE
03870B         GO TO 2600-VALIDAR-HORARIO-EXIT
03870C     END-IF.
03870D     IF TMC-HORA-ENT-AUX IS NOT NUMERIC
03870E         OR TMC-HORA-SAL-AUX IS NOT NUMERIC
03870F         GO TO 2600-VALIDAR-HORARIO-EXIT
03870G     END-IF.
03870H     MOVE TMC-HORA-ENT-AUX TO TMC-HHMM.
03870I     IF TMC-HH > 23 OR TMC-MM > 59
03870J         GO TO 2600-VALIDAR-HORARIO-EXIT
03870K     END-IF.
03870L     MOVE TMC-HORA-SAL-AUX TO TMC-HHMM.
03870M     IF TMC-HH > 23 OR TMC-MM > 59
03870N         GO TO 2600-VALIDAR-HORARIO-EXIT
03870O     END-IF.
03870P     SET TMC-ES-HORARIO-OK TO TRUE.
03870Q 2600-VALIDAR-HORARIO-EXIT.
03870R     EXIT.
03870S*
03870T******************************************************************
03870U* 2700-CONTROLAR-DESCANSO - FLAG A REST SHORTER THAN THE MINIMUM
03870V*                           BETWEEN THE NEW DAY AND THE CLOCKED
03870W*                           DAY BEFORE OR AFTER IT; THE ENTRY IS
03870X*                           KEPT, THE REPORT SHOWS IT AGAIN
03870Y******************************************************************
03870Z 2700-CONTROLAR-DESCANSO.
038710     IF TMC-HORA-ENT-AUX = SPACES
038711         OR TMC-FECHA-PEDIDA IS NOT NUMERIC
038712         GO TO 2700-CONTROLAR-DESCANSO-EXIT
038713     END-IF.
038714     COMPUTE TMC-DIA-NUEVO =
038715         FUNCTION INTEGER-OF-DATE(TMC-FECHA-PEDIDA).
038716     IF TMC-DIA-NUEVO = ZERO
038717         GO TO 2700-CONTROLAR-DESCANSO-EXIT
038718     END-IF.
038719     PERFORM 2710-COMPARAR-DESCANSO
03871A         THRU 2710-COMPARAR-DESCANSO-EXIT
03871B         VARYING TMC-X-OTR FROM 1 BY 1
03871C         UNTIL TMC-X-OTR > TMC-CANT-ENTRADAS.
03871D 2700-CONTROLAR-DESCANSO-EXIT.
03871E     EXIT.
03871F*
03871G******************************************************************
03871H* 2710-COMPARAR-DESCANSO - ONE DIARY DAY OF THE SAME EMPLOYEE
03871I******************************************************************
03871J 2710-COMPARAR-DESCANSO.
03871K     IF TMC-DIA-ID(TMC-X-OTR) NOT = TMC-ID-PEDIDO
03871L         OR TMC-DIA-ENTRADA(TMC-X-OTR) IS NOT NUMERIC
03871M         OR TMC-DIA-SALIDA(TMC-X-OTR) IS NOT NUMERIC
03871N         OR TMC-DIA-FECHA(TMC-X-OTR) IS NOT NUMERIC
03871O         GO TO 2710-COMPARAR-DESCANSO-EXIT
03871P     END-IF.
03871Q     COMPUTE TMC-DIA-OTRO =
03871R         FUNCTION INTEGER-OF-DATE(TMC-DIA-FECHA(TMC-X-OTR)).
03871S     EVALUATE TRUE
03871T         WHEN TMC-DIA-OTRO = TMC-DIA-NUEVO - 1
03871U             MOVE TMC-DIA-FECHA(TMC-X-OTR) TO TMC-DES-FECHA-ANT
03871V             MOVE TMC-DIA-ENTRADA(TMC-X-OTR) TO TMC-DES-ENT-ANT
03871W             MOVE TMC-DIA-SALIDA(TMC-X-OTR) TO TMC-DES-SAL-ANT
03871X             MOVE TMC-FECHA-PEDIDA TO TMC-DES-FECHA-POS
03871Y             MOVE TMC-HORA-ENT-AUX TO TMC-DES-ENT-POS
03871Z         WHEN TMC-DIA-OTRO = TMC-DIA-NUEVO + 1
038720             MOVE TMC-FECHA-PEDIDA TO TMC-DES-FECHA-ANT
038721             MOVE TMC-HORA-ENT-AUX TO TMC-DES-ENT-ANT
038722             MOVE TMC-HORA-SAL-AUX TO TMC-DES-SAL-ANT
038723             MOVE TMC-DIA-FECHA(TMC-X-OTR) TO TMC-DES-FECHA-POS
038724             MOVE TMC-DIA-ENTRADA(TMC-X-OTR) TO TMC-DES-ENT-POS
038725         WHEN OTHER
038726             GO TO 2710-COMPARAR-DESCANSO-EXIT
038727     END-EVALUATE.
038728     PERFORM 2720-CALCULAR-DESCANSO
038729         THRU 2720-CALCULAR-DESCANSO-EXIT.
03872A     IF TMC-DESCANSO < TMC-DESCANSO-MIN * 60
03872B         DISPLAY 'AVISO: LEGAJO ' TMC-ID-PEDIDO ' DESCANSA '
03872C             TMC-DESCANSO-HS ':' TMC-DESCANSO-MM ' HS ENTRE EL '
03872D             TMC-DES-FECHA-ANT ' Y EL ' TMC-DES-FECHA-POS
03872E             ', MENOS DE ' TMC-DESCANSO-MIN ' HS'
03872F     END-IF.
03872G 2710-COMPARAR-DESCANSO-EXIT.
03872H     EXIT.
03872I*
03872J******************************************************************
03872K* 2720-CALCULAR-DESCANSO - MINUTES FROM THE END OF ONE DAY TO THE
03872L*                          START OF THE NEXT; AN END EARLIER THAN
03872M*                          THE START IS A SHIFT PAST MIDNIGHT
03872N******************************************************************
03872O 2720-CALCULAR-DESCANSO.
03872P     MOVE TMC-DES-SAL-ANT TO TMC-HHMM.
03872Q     COMPUTE TMC-MIN-FIN = TMC-HH * 60 + TMC-MM.
03872R     IF TMC-DES-SAL-ANT < TMC-DES-ENT-ANT
03872S         ADD 1440 TO TMC-MIN-FIN
03872T     END-IF.
03872U     MOVE TMC-DES-ENT-POS TO TMC-HHMM.
03872V     COMPUTE TMC-MIN-INICIO = 1440 + TMC-HH * 60 + TMC-MM.
03872W     COMPUTE TMC-DESCANSO = TMC-MIN-INICIO - TMC-MIN-FIN.
03872X     IF TMC-DESCANSO < ZERO
03872Y         MOVE ZERO TO TMC-DESCANSO
03872Z     END-IF.
038730     DIVIDE TMC-DESCANSO BY 60 GIVING TMC-DESCANSO-HS
038731         REMAINDER TMC-DESCANSO-MM.
038732 2720-CALCULAR-DESCANSO-EXIT.
038733     EXIT.
038734*
038735******************************************************************
038736* 2800-SUMAR-EXTRAS - OVERTIME ALREADY IN THE DIARY FOR THE
038737*                     EMPLOYEE IN THE MONTH AND YEAR OF THE
038738*                     NEW DAY
038739******************************************************************
03873A 2800-SUMAR-EXTRAS.
03873B     MOVE ZERO TO TMC-EXTRA-MES.
03873C     MOVE ZERO TO TMC-EXTRA-ANIO.
03873D     PERFORM 2810-SUMAR-EXTRA THRU 2810-SUMAR-EXTRA-EXIT
03873E         VARYING TMC-X-OTR FROM 1 BY 1
03873F         UNTIL TMC-X-OTR > TMC-CANT-ENTRADAS.
03873G 2800-SUMAR-EXTRAS-EXIT.
03873H     EXIT.
03873I*
03873J******************************************************************
03873K* 2810-SUMAR-EXTRA - ONE DIARY DAY
03873L******************************************************************
03873M 2810-SUMAR-EXTRA.
03873N     IF TMC-DIA-ID(TMC-X-OTR) = TMC-ID-PEDIDO
03873O         AND TMC-DIA-FECHA(TMC-X-OTR) (1:4)
03873P             = TMC-FECHA-PEDIDA(1:4)
03873Q         ADD TMC-DIA-EXTRA(TMC-X-OTR) TO TMC-EXTRA-ANIO
03873R         IF TMC-DIA-FECHA(TMC-X-OTR) (1:6)
03873S             = TMC-FECHA-PEDIDA(1:6)
03873T             ADD TMC-DIA-EXTRA(TMC-X-OTR) TO TMC-EXTRA-MES
03873U         END-IF
03873V     END-IF.
03873W 2810-SUMAR-EXTRA-EXIT.
03873X     EXIT.
03873Y*
03873Z******************************************************************
038740* 2900-AVISAR-TOPES - WARN WHEN THE NEW DAY TAKES THE EMPLOYEE
038741*                     NEAR OR PAST THE MONTHLY OR ANNUAL CAP
038742******************************************************************
038743 2900-AVISAR-TOPES.
038744     MOVE 'MENSUAL' TO TMC-ALCANCE-CHK.
038745     MOVE TMC-TOPE-MES TO TMC-TOPE-CHK.
038746     MOVE TMC-EXTRA-MES TO TMC-ANTES-CHK.
038747     PERFORM 2910-AVISAR-TOPE THRU 2910-AVISAR-TOPE-EXIT.
038748     MOVE 'ANUAL' TO TMC-ALCANCE-CHK.
038749     MOVE TMC-TOPE-ANIO TO TMC-TOPE-CHK.
03874A     MOVE TMC-EXTRA-ANIO TO TMC-ANTES-CHK.
03874B     PERFORM 2910-AVISAR-TOPE THRU 2910-AVISAR-TOPE-EXIT.
03874C 2900-AVISAR-TOPES-EXIT.
03874D     EXIT.
03874E*
03874F******************************************************************
03874G* 2910-AVISAR-TOPE - ONE CAP; THE OUTBOX IS ONLY TOLD WHEN THIS
03874H*                    DAY CROSSES THE WARNING LEVEL OR THE CAP
03874I******************************************************************
03874J 2910-AVISAR-TOPE.
03874K     COMPUTE TMC-DESPUES-CHK = TMC-ANTES-CHK + TMC-EXTRA-AUX.
03874L     COMPUTE TMC-UMBRAL-CHK = TMC-TOPE-CHK * TMC-PORC-AVISO / 100.
03874M     MOVE 'N' TO TMC-AVISAR-CHK.
03874N     IF TMC-DESPUES-CHK > TMC-TOPE-CHK
03874O         DISPLAY 'AVISO: LEGAJO ' TMC-ID-PEDIDO ' SUPERA EL TOPE '
03874P             TMC-ALCANCE-CHK ' DE HS EXTRA: ' TMC-DESPUES-CHK
03874Q             ' DE ' TMC-TOPE-CHK
03874R         IF TMC-ANTES-CHK NOT > TMC-TOPE-CHK
03874S             MOVE 'S' TO TMC-AVISAR-CHK
03874T             MOVE 'HORAS EXTRA SOBRE EL TOPE' TO TMC-NTX-TEXTO
03874U         END-IF
03874V     ELSE
03874W         IF TMC-DESPUES-CHK NOT < TMC-UMBRAL-CHK
03874X             DISPLAY 'AVISO: LEGAJO ' TMC-ID-PEDIDO
03874Y                 ' SE ACERCA AL TOPE ' TMC-ALCANCE-CHK
03874Z                 ' DE HS EXTRA: ' TMC-DESPUES-CHK
038750                 ' DE ' TMC-TOPE-CHK
038751             IF TMC-ANTES-CHK < TMC-UMBRAL-CHK
038752                 MOVE 'S' TO TMC-AVISAR-CHK
038753                 MOVE 'HORAS EXTRA CERCA DEL TOPE'
038754                     TO TMC-NTX-TEXTO
038755             END-IF
038756         END-IF
038757     END-IF.
038758     IF TMC-AVISAR-CHK = 'S'
038759         MOVE SPACES TO TMC-NTF-CLAVE
03875A         STRING TMC-ID-PEDIDO ' ' TMC-FECHA-PEDIDA(1:6) ' '
03875B             TMC-ALCANCE-CHK DELIMITED BY SIZE INTO TMC-NTF-CLAVE
03875C         MOVE TMC-FECHA-PEDIDA TO TMC-NTF-VENCE
03875D         CALL 'NOTIFICA' USING TMC-NTX-TIPO TMC-NTF-DESTINO
03875E             TMC-NTF-CLAVE TMC-NTF-VENCE TMC-NTX-TEXTO
03875F     END-IF.
03875G 2910-AVISAR-TOPE-EXIT.
03875H     EXIT.
038800*
038900******************************************************************
039000* 3000-IMPORTAR-RELOJ - CLOCK FILE, SAME VALIDATION AS KEYED
042810     MOVE RJ-HORAS-NORM TO TMC-NORM-AUX.
042820     MOVE RJ-HORAS-EXTRA TO TMC-EXTRA-AUX.
042830     MOVE RJ-FERIADO TO TMC-FERIADO-AUX.
042831     MOVE SPACES TO TMC-MOTIVO-AUX.
042832     IF RJ-TARDE = 'S'
042833         MOVE 'S' TO TMC-TARDE-AUX
042834     ELSE
042835         MOVE 'N' TO TMC-TARDE-AUX
042836     END-IF.
042837     MOVE RJ-PROYECTO TO TMC-PROYECTO-AUX.
042838     IF TMC-PROYECTO-AUX NOT = SPACES
042839         PERFORM 2500-VALIDAR-PROYECTO
04283A             THRU 2500-VALIDAR-PROYECTO-EXIT
04283B         IF NOT TMC-ES-HALLADO
04283C             DISPLAY 'TIMECAP: PROYECTO ' RJ-PROYECTO
04283D                 ' DEL RELOJ NO ESTA ACTIVO EN PROYECTOS'
04283E             ADD 1 TO TMC-CANT-RECHAZADAS
04283F             GO TO 3100-IMPORTAR-UNA-EXIT
04283G         END-IF
04283H     END-IF.
04283I     MOVE RJ-HORA-ENTRADA TO TMC-HORA-ENT-AUX.
04283J     MOVE RJ-HORA-SALIDA TO TMC-HORA-SAL-AUX.
04283K     PERFORM 2600-VALIDAR-HORARIO THRU 2600-VALIDAR-HORARIO-EXIT.
04283L     IF NOT TMC-ES-HORARIO-OK
04283M         DISPLAY 'TIMECAP: HORARIO INVALIDO EN EL RELOJ PARA '
04283N             'LEGAJO ' RJ-ID ' FECHA ' RJ-FECHA
04283O         ADD 1 TO TMC-CANT-RECHAZADAS
04283P         GO TO 3100-IMPORTAR-UNA-EXIT
04283Q     END-IF.
042900     PERFORM 2300-AGREGAR-ENTRADA
043000         THRU 2300-AGREGAR-ENTRADA-EXIT.
043100 3100-IMPORTAR-UNA-EXIT.
044500         GO TO 4000-APROBAR-EXIT
044600     END-IF.
044700     MOVE TMC-ENTRADA(1:5) TO TMC-ID-PEDIDO.
044701     ACCEPT TMC-FECHA-HOY FROM DATE YYYYMMDD.
044702     CALL 'SESUSER' USING TMC-SES-ACCION TMC-OPERADOR.
044703     OPEN EXTEND OTEXCEP-FILE.
044704     IF TMC-STATUS-EXCEP = '35'
044705         OPEN OUTPUT OTEXCEP-FILE
044706     END-IF.
044800     PERFORM 4100-APROBAR-UNA THRU 4100-APROBAR-UNA-EXIT
044900         VARYING TMC-X-DIA FROM 1 BY 1
045000         UNTIL TMC-X-DIA > TMC-CANT-ENTRADAS.
045001     CLOSE OTEXCEP-FILE.
045100     DISPLAY 'TIMECAP: ' TMC-CANT-APROBADAS
045200         ' ENTRADAS APROBADAS'.
045201     IF TMC-CANT-FUERA-CADENA > ZERO
045202         DISPLAY 'TIMECAP: ' TMC-CANT-FUERA-CADENA
045203             ' ENTRADAS NO APROBADAS: EL OPERADOR NO ESTA EN LA '
045204             'CADENA DE MANDO DEL EMPLEADO'
045205     END-IF.
045206     IF TMC-CANT-SOBRE-TOPE > ZERO
045207         DISPLAY 'TIMECAP: ' TMC-CANT-SOBRE-TOPE
045208             ' ENTRADAS NO APROBADAS: SUPERAN EL TOPE ANUAL '
045209             'DE HS EXTRA SIN MOTIVO DE EXCEPCION'
04520A     END-IF.
04520B     IF TMC-CANT-EXCEPCIONES > ZERO
04520C         DISPLAY 'TIMECAP: ' TMC-CANT-EXCEPCIONES
04520D             ' ENTRADAS APROBADAS POR EXCEPCION AL TOPE ANUAL '
04520E             '(OTEXCEP)'
04520F     END-IF.
045300 4000-APROBAR-EXIT.
045400     EXIT.
045500*
046100         AND TMC-DIA-RESUMIDO(TMC-X-DIA) NOT = 'S'
046200         AND (TMC-ID-PEDIDO = ZERO
046300             OR TMC-DIA-ID(TMC-X-DIA) = TMC-ID-PEDIDO)
046301         MOVE TMC-DIA-ID(TMC-X-DIA) TO TMC-JFC-ID
046302         CALL 'JEFCADENA' USING TMC-JFC-ACCION TMC-JFC-ID
046303             TMC-FECHA-HOY TMC-OPERADOR TMC-JFC-RESULTADO
046304             TMC-JFC-JEFE
046305         IF TMC-JFC-RESULTADO NOT = 'S'
046306             AND TMC-JFC-RESULTADO NOT = 'L'
046307             ADD 1 TO TMC-CANT-FUERA-CADENA
046308             GO TO 4100-APROBAR-UNA-EXIT
046309         END-IF
04630A         IF TMC-DIA-EXTRA(TMC-X-DIA) > ZERO
04630B             PERFORM 4200-CONTROLAR-TOPE-ANUAL
04630C                 THRU 4200-CONTROLAR-TOPE-ANUAL-EXIT
04630D             IF NOT TMC-ES-TOPE-OK
04630E                 GO TO 4100-APROBAR-UNA-EXIT
04630F             END-IF
04630G         END-IF
046400         MOVE 'S' TO TMC-DIA-APROBADO(TMC-X-DIA)
046500         ADD 1 TO TMC-CANT-APROBADAS
046600         SET TMC-ES-HUBO-CAMBIOS TO TRUE
046700     END-IF.
046800 4100-APROBAR-UNA-EXIT.
046900     EXIT.
046901*
046902******************************************************************
046903* 4200-CONTROLAR-TOPE-ANUAL - OVERTIME THAT TAKES THE EMPLOYEE'S
046904*                             APPROVED HOURS OF THE YEAR PAST THE
046905*                             ANNUAL CAP IS ONLY APPROVED WITH AN
046906*                             OVERRIDE REASON, LOGGED TO OTEXCEP
046907******************************************************************
046908 4200-CONTROLAR-TOPE-ANUAL.
046909     SET TMC-ES-TOPE-OK TO TRUE.
04690A     MOVE ZERO TO TMC-EXTRA-APROBADA.
04690B     PERFORM 4210-SUMAR-APROBADA THRU 4210-SUMAR-APROBADA-EXIT
04690C         VARYING TMC-X-OTR FROM 1 BY 1
04690D         UNTIL TMC-X-OTR > TMC-CANT-ENTRADAS.
04690E     COMPUTE TMC-DESPUES-CHK =
04690F         TMC-EXTRA-APROBADA + TMC-DIA-EXTRA(TMC-X-DIA).
04690G     IF TMC-DESPUES-CHK NOT > TMC-TOPE-ANIO
04690H         GO TO 4200-CONTROLAR-TOPE-ANUAL-EXIT
04690I     END-IF.
04690J     DISPLAY 'LEGAJO ' TMC-DIA-ID(TMC-X-DIA) ' FECHA '
04690K         TMC-DIA-FECHA(TMC-X-DIA) ': ' TMC-DIA-EXTRA(TMC-X-DIA)
04690L         ' HS EXTRA LLEVAN EL ANIO A ' TMC-DESPUES-CHK
04690M         ' HS, TOPE ANUAL ' TMC-TOPE-ANIO.
04690N     DISPLAY 'MOTIVO DE EXCEPCION (VACIO=NO APROBAR): '
04690O         WITH NO ADVANCING.
04690P     MOVE SPACES TO TMC-MOTIVO-EXC.
04690Q     ACCEPT TMC-MOTIVO-EXC.
04690R     IF TMC-MOTIVO-EXC = SPACES
04690S         MOVE 'N' TO TMC-TOPE-OK
04690T         ADD 1 TO TMC-CANT-SOBRE-TOPE
04690U         GO TO 4200-CONTROLAR-TOPE-ANUAL-EXIT
04690V     END-IF.
04690W     MOVE TMC-DIA-ID(TMC-X-DIA) TO OX-ID.
04690X     MOVE TMC-DIA-FECHA(TMC-X-DIA) TO OX-FECHA.
04690Y     MOVE TMC-DIA-EXTRA(TMC-X-DIA) TO OX-HORAS-EXTRA.
04690Z     MOVE TMC-DESPUES-CHK TO OX-ACUM-ANIO.
046910     MOVE TMC-OPERADOR TO OX-OPERADOR.
046911     MOVE TMC-FECHA-HOY TO OX-FECHA-APROBACION.
046912     MOVE TMC-MOTIVO-EXC TO OX-MOTIVO.
046913     WRITE OX-RECORD.
046914     ADD 1 TO TMC-CANT-EXCEPCIONES.
046915 4200-CONTROLAR-TOPE-ANUAL-EXIT.
046916     EXIT.
046917*
046918******************************************************************
046919* 4210-SUMAR-APROBADA - ONE APPROVED DAY OF THE SAME YEAR
04691A******************************************************************
04691B 4210-SUMAR-APROBADA.
04691C     IF TMC-DIA-ID(TMC-X-OTR) = TMC-DIA-ID(TMC-X-DIA)
04691D         AND TMC-DIA-FECHA(TMC-X-OTR) (1:4)
04691E             = TMC-DIA-FECHA(TMC-X-DIA) (1:4)
04691F         AND TMC-DIA-APROBADO(TMC-X-OTR) = 'S'
04691G         AND TMC-X-OTR NOT = TMC-X-DIA
04691H         ADD TMC-DIA-EXTRA(TMC-X-OTR) TO TMC-EXTRA-APROBADA
04691I     END-IF.
04691J 4210-SUMAR-APROBADA-EXIT.
04691K     EXIT.
047000*
047100******************************************************************
047200* 5000-RESUMIR - APPROVED ENTRIES OF THE PERIOD INTO HOURS;
049000         UNTIL TMC-X-DIA > TMC-CANT-ENTRADAS.
049100     CLOSE OTSUSP-FILE.
049200     PERFORM 5300-GRABAR-HORAS THRU 5300-GRABAR-HORAS-EXIT.
049201     PERFORM 5400-GRABAR-AUSENCIAS
049202         THRU 5400-GRABAR-AUSENCIAS-EXIT.
049300     DISPLAY 'TIMECAP: ' TMC-CANT-RESUMIDAS
049400         ' ENTRADAS RESUMIDAS EN HOURS, '
049500         TMC-CANT-SUSPENSO ' EXTRAS EN SUSPENSO'.
049501     DISPLAY 'TIMECAP: ' TMC-CANT-AUSENTES
049502         ' FILAS DE AUSENCIA/TARDANZA AGREGADAS A ABSENCES'.
049600 5000-RESUMIR-EXIT.
049700     EXIT.
049800*
052000     END-IF.
052100     PERFORM 5200-ACUMULAR-EMPLEADO
052200         THRU 5200-ACUMULAR-EMPLEADO-EXIT.
052201     IF TMC-DIA-MOTIVO(TMC-X-DIA) NOT = SPACES
052202         OR TMC-DIA-TARDE(TMC-X-DIA) = 'S'
052203         PERFORM 5500-ACUMULAR-AUSENCIA
052204             THRU 5500-ACUMULAR-AUSENCIA-EXIT
052205     END-IF.
052300     MOVE 'S' TO TMC-DIA-RESUMIDO(TMC-X-DIA).
052400     MOVE TMC-PERIODO-PEDIDO TO TMC-DIA-PERIODO(TMC-X-DIA).
052500     ADD 1 TO TMC-CANT-RESUMIDAS.
059300     WRITE HS-RECORD.
059400 5310-GRABAR-HORA-EXIT.
059500     EXIT.
059501*
059502******************************************************************
059503* 5400-GRABAR-AUSENCIAS - APPEND THE PERIOD'S ABSENCE DAYS PER
059504*                         REASON AND LATE ARRIVALS TO ABSENCES;
059505*                         THE ROWS ALREADY THERE (UNPAID LEAVE,
059506*                         VACATION) ARE KEPT
059507******************************************************************
059508 5400-GRABAR-AUSENCIAS.
059509     IF TMC-CANT-AUSMOT = ZERO
05950A         GO TO 5400-GRABAR-AUSENCIAS-EXIT
05950B     END-IF.
05950C     OPEN EXTEND ABSENCES-FILE.
05950D     IF TMC-STATUS-AUSENCIAS = '35'
05950E         OPEN OUTPUT ABSENCES-FILE
05950F     END-IF.
05950G     PERFORM 5410-GRABAR-AUSENCIA THRU 5410-GRABAR-AUSENCIA-EXIT
05950H         VARYING TMC-X-AUS FROM 1 BY 1
05950I         UNTIL TMC-X-AUS > TMC-CANT-AUSMOT.
05950J     CLOSE ABSENCES-FILE.
05950K 5400-GRABAR-AUSENCIAS-EXIT.
05950L     EXIT.
05950M*
05950N******************************************************************
05950O* 5410-GRABAR-AUSENCIA - ONE EMPLOYEE/REASON ROW
05950P******************************************************************
05950Q 5410-GRABAR-AUSENCIA.
05950R     MOVE TMC-AUS-NOMBRE(TMC-X-AUS) TO AB-NOMBRE.
05950S     MOVE ZERO TO AB-DIAS-SIN-GOCE.
05950T     MOVE ZERO TO AB-DIAS-VACACIONES.
05950U     MOVE TMC-AUS-ID(TMC-X-AUS) TO AB-ID.
05950V     MOVE TMC-AUS-MOTIVO(TMC-X-AUS) TO AB-MOTIVO.
05950W     MOVE TMC-AUS-DIAS(TMC-X-AUS) TO AB-DIAS-AUSENCIA.
05950X     MOVE TMC-AUS-TARDANZAS(TMC-X-AUS) TO AB-TARDANZAS.
05950Y     WRITE AB-RECORD.
05950Z     ADD 1 TO TMC-CANT-AUSENTES.
059510 5410-GRABAR-AUSENCIA-EXIT.
059511     EXIT.
059512*
059513******************************************************************
059514* 5500-ACUMULAR-AUSENCIA - ADD THE DAY TO THE EMPLOYEE/REASON
059515*                          ROW; LATE ARRIVALS GO TO THE ROW
059516*                          WITHOUT A REASON
059517******************************************************************
059518 5500-ACUMULAR-AUSENCIA.
059519     MOVE TMC-DIA-MOTIVO(TMC-X-DIA) TO TMC-MOTIVO-AUX.
05951A     PERFORM 5510-UBICAR-AUSENCIA THRU 5510-UBICAR-AUSENCIA-EXIT.
05951B     IF NOT TMC-ES-HALLADO
05951C         GO TO 5500-ACUMULAR-AUSENCIA-EXIT
05951D     END-IF.
05951E     IF TMC-MOTIVO-AUX NOT = SPACES
05951F         ADD 1 TO TMC-AUS-DIAS(TMC-X-AUS)
05951G     END-IF.
05951H     IF TMC-DIA-TARDE(TMC-X-DIA) = 'S'
05951I         IF TMC-MOTIVO-AUX NOT = SPACES
05951J             MOVE SPACES TO TMC-MOTIVO-AUX
05951K             PERFORM 5510-UBICAR-AUSENCIA
05951L                 THRU 5510-UBICAR-AUSENCIA-EXIT
05951M         END-IF
05951N         IF TMC-ES-HALLADO
05951O             ADD 1 TO TMC-AUS-TARDANZAS(TMC-X-AUS)
05951P         END-IF
05951Q     END-IF.
05951R 5500-ACUMULAR-AUSENCIA-EXIT.
05951S     EXIT.
05951T*
05951U******************************************************************
05951V* 5510-UBICAR-AUSENCIA - FIND OR OPEN THE EMPLOYEE/REASON ROW
05951W******************************************************************
05951X 5510-UBICAR-AUSENCIA.
05951Y     MOVE 'N' TO TMC-HALLADO.
05951Z     PERFORM 5520-COMPARAR-AUSENCIA
059520         THRU 5520-COMPARAR-AUSENCIA-EXIT
059521         VARYING TMC-X-AUS FROM 1 BY 1
059522         UNTIL TMC-X-AUS > TMC-CANT-AUSMOT
059523         OR TMC-ES-HALLADO.
059524     IF TMC-ES-HALLADO
059525         SET TMC-X-AUS DOWN BY 1
059526         GO TO 5510-UBICAR-AUSENCIA-EXIT
059527     END-IF.
059528     IF TMC-CANT-AUSMOT NOT < 200
059529         GO TO 5510-UBICAR-AUSENCIA-EXIT
05952A     END-IF.
05952B     ADD 1 TO TMC-CANT-AUSMOT.
05952C     SET TMC-X-AUS TO TMC-CANT-AUSMOT.
05952D     MOVE TMC-DIA-ID(TMC-X-DIA) TO TMC-AUS-ID(TMC-X-AUS).
05952E     MOVE TMC-DIA-NOMBRE(TMC-X-DIA) TO TMC-AUS-NOMBRE(TMC-X-AUS).
05952F     MOVE TMC-MOTIVO-AUX TO TMC-AUS-MOTIVO(TMC-X-AUS).
05952G     MOVE ZERO TO TMC-AUS-DIAS(TMC-X-AUS).
05952H     MOVE ZERO TO TMC-AUS-TARDANZAS(TMC-X-AUS).
05952I     SET TMC-ES-HALLADO TO TRUE.
05952V 5510-UBICAR-AUSENCIA-EXIT.
05952W     EXIT.
05952X*
05952Y******************************************************************
05952Z* 5520-COMPARAR-AUSENCIA - ONE EMPLOYEE/REASON ROW
059530******************************************************************
059531 5520-COMPARAR-AUSENCIA.
059532     IF TMC-AUS-ID(TMC-X-AUS) = TMC-DIA-ID(TMC-X-DIA)
059533         AND TMC-AUS-MOTIVO(TMC-X-AUS) = TMC-MOTIVO-AUX
059534         SET TMC-ES-HALLADO TO TRUE
059535     END-IF.
059536 5520-COMPARAR-AUSENCIA-EXIT.
059537     EXIT.
059600*
059700******************************************************************
059800* 6000-LISTAR - THE DIARY ON CONSOLE
059900******************************************************************
060000 6000-LISTAR.
060100     DISPLAY 'LEGAJO NOMBRE FECHA    NOR EX F A R PERIODO MT T '
060101         'PROYECTO ENT  SAL'.
060200     PERFORM 6100-LISTAR-UNA THRU 6100-LISTAR-UNA-EXIT
060300         VARYING TMC-X-DIA FROM 1 BY 1
060400         UNTIL TMC-X-DIA > TMC-CANT-ENTRADAS.
061800         TMC-DIA-FERIADO(TMC-X-DIA) ' '
061900         TMC-DIA-APROBADO(TMC-X-DIA) ' '
062000         TMC-DIA-RESUMIDO(TMC-X-DIA) ' '
062100         TMC-DIA-PERIODO(TMC-X-DIA) ' '
062110         TMC-DIA-MOTIVO(TMC-X-DIA) ' '
062120         TMC-DIA-TARDE(TMC-X-DIA) ' '
062121         TMC-DIA-PROYECTO(TMC-X-DIA) ' '
062122         TMC-DIA-ENTRADA(TMC-X-DIA) ' '
062123         TMC-DIA-SALIDA(TMC-X-DIA).
062200 6100-LISTAR-UNA-EXIT.
062300     EXIT.
062400*
062401******************************************************************
062402* 6500-AVISAR-PENDIENTES - ENTRIES AWAITING APPROVAL TO THE
062403*                          NOTIFICATION OUTBOX
062404******************************************************************
062405 6500-AVISAR-PENDIENTES.
062406     PERFORM 6510-AVISAR-UNA THRU 6510-AVISAR-UNA-EXIT
062407         VARYING TMC-X-DIA FROM 1 BY 1
062408         UNTIL TMC-X-DIA > TMC-CANT-ENTRADAS.
062409 6500-AVISAR-PENDIENTES-EXIT.
06240A     EXIT.
06240B*
06240C 6510-AVISAR-UNA.
06240D     IF TMC-DIA-APROBADO(TMC-X-DIA) = 'S'
06240E         OR TMC-DIA-RESUMIDO(TMC-X-DIA) = 'S'
06240F         GO TO 6510-AVISAR-UNA-EXIT
06240G     END-IF.
06240H     MOVE SPACES TO TMC-NTF-CLAVE.
06240I     STRING TMC-DIA-ID(TMC-X-DIA) ' ' TMC-DIA-FECHA(TMC-X-DIA)
06240J         DELIMITED BY SIZE INTO TMC-NTF-CLAVE.
06240K     MOVE TMC-DIA-FECHA(TMC-X-DIA) TO TMC-NTF-VENCE.
06240L     CALL 'NOTIFICA' USING TMC-NTF-TIPO TMC-NTF-DESTINO
06240M         TMC-NTF-CLAVE TMC-NTF-VENCE TMC-NTF-TEXTO.
06240N 6510-AVISAR-UNA-EXIT.
06240O     EXIT.
06240P*
062500******************************************************************
062600* 7000-GRABAR-DIARIO - REWRITE TIMEREG FROM THE TABLE
062700******************************************************************
064700     MOVE TMC-DIA-APROBADO(TMC-X-DIA) TO TR-APROBADO.
064800     MOVE TMC-DIA-RESUMIDO(TMC-X-DIA) TO TR-RESUMIDO.
064900     MOVE TMC-DIA-PERIODO(TMC-X-DIA) TO TR-PERIODO-RESUMEN.
064901     MOVE TMC-DIA-MOTIVO(TMC-X-DIA) TO TR-MOTIVO.
064902     MOVE TMC-DIA-TARDE(TMC-X-DIA) TO TR-TARDE.
064903     MOVE TMC-DIA-PROYECTO(TMC-X-DIA) TO TR-PROYECTO.
064904     MOVE TMC-DIA-ENTRADA(TMC-X-DIA) TO TR-HORA-ENTRADA.
064905     MOVE TMC-DIA-SALIDA(TMC-X-DIA) TO TR-HORA-SALIDA.
065000     WRITE TR-RECORD.
065100 7100-GRABAR-ENTRADA-EXIT.
065200     EXIT.
