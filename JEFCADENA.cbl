000100******************************************************************
000200* AUTHOR:      HERNAN HERGERT
000300* INSTALLATION: DATA PROCESSING
000400* DATE-WRITTEN:
000500* DATE-COMPILED:
000600* PURPOSE:     SHARED MANAGEMENT-CHAIN CHECK FOR THE APPROVAL
000700*              STEPS (TIMECAP, PROBREV, ENTREVISTA, REQMAINT).
000800*              ACTION 'V' TELLS WHETHER THE OPERATOR MAY APPROVE
000900*              FOR AN EMPLOYEE ON A DATE: THE CHAIN IS WALKED UP
001000*              THE JEFATURAS LINES IN FORCE ON THE DATE, SKIPPING
001100*              A MANAGER WHO IS TERMINATED, NOT ON THE EMPLOYEES
001200*              MASTER OR ABSENT THAT DAY (A TIMEREG DAY WITH AN
001300*              ABSENCE REASON), AND THE OPERATOR'S EMPLOYEE (FROM
001400*              OPEREMP) MUST BE THE FIRST MANAGER AVAILABLE OR
001500*              ANYONE ABOVE. THE RESULT IS S ACCEPTED, N NOT IN
001600*              THE CHAIN, U OPERATOR NOT TIED TO AN EMPLOYEE, OR
001700*              L NO REPORTING LINE (OR NOBODY AVAILABLE UP THE
001800*              CHAIN), WHERE THE CALLER KEEPS ITS MENU-LEVEL RULE.
001900*              THE FIRST MANAGER AVAILABLE COMES BACK IN THE
002000*              MANAGER ARGUMENT. ACTION 'E' RETURNS THE EMPLOYEE
002100*              TIED TO AN OPERATOR (RESULT S, OR U WHEN THERE IS
002200*              NONE) AND ACTION 'J' THE MANAGER IN FORCE FOR AN
002300*              EMPLOYEE ON A DATE (RESULT S, OR L WHEN THERE IS
002400*              NONE). THE FILES ARE READ ONCE ON THE FIRST CALL
002500*              AND KEPT FOR THE REST OF THE RUN UNIT, LIKE
002600*              SUPLVIG. A CHAIN LONGER THAN 20 LEVELS IS TAKEN AS
002700*              CIRCULAR AND STOPS THERE.
002800* TECTONICS:   COBC
002900*
003000* MODIFICATION HISTORY:
003100*   - NEW SUBROUTINE, IN THE STYLE OF SUPLVIG.
003101*   - THE TIMEREG LAYOUT CARRIES THE START AND END TIME TIMECAP
003102*     NOW RECORDS AT THE END OF EACH ENTRY.
003200******************************************************************
003300 IDENTIFICATION DIVISION.
003400 PROGRAM-ID. JEFCADENA.
003500 ENVIRONMENT DIVISION.
003600 INPUT-OUTPUT SECTION.
003700 FILE-CONTROL.
003800     SELECT OPTIONAL JEFATURAS-FILE ASSIGN TO 'JEFATURAS'
003900         ORGANIZATION IS LINE SEQUENTIAL
004000         FILE STATUS IS JFC-STATUS.
004100     SELECT OPTIONAL OPEREMP-FILE ASSIGN TO 'OPEREMP'
004200         ORGANIZATION IS LINE SEQUENTIAL
004300         FILE STATUS IS JFC-STATUS.
004400     SELECT OPTIONAL EMPLOYEES-FILE ASSIGN TO 'EMPLOYEES'
004500         ORGANIZATION IS LINE SEQUENTIAL
004600         FILE STATUS IS JFC-STATUS.
004700     SELECT OPTIONAL TIMEREG-FILE ASSIGN TO 'TIMEREG'
004800         ORGANIZATION IS LINE SEQUENTIAL
004900         FILE STATUS IS JFC-STATUS.
005000 DATA DIVISION.
005100 FILE SECTION.
005200 FD  JEFATURAS-FILE
005300     LABEL RECORDS ARE STANDARD.
005400 01  JF-RECORD.
005500     COPY JEFATURA.
005600 FD  OPEREMP-FILE
005700     LABEL RECORDS ARE STANDARD.
005800 01  OE-RECORD.
005900     COPY OPEREMP.
006000 FD  EMPLOYEES-FILE
006100     LABEL RECORDS ARE STANDARD.
006200 01  EM-RECORD.
006300     COPY EMPLEADO.
006400 FD  TIMEREG-FILE
006500     LABEL RECORDS ARE STANDARD.
006600 01  TR-RECORD.
006700     05 TR-ID                    PIC 9(05).
006800     05 TR-NOMBRE                PIC X(05).
006900     05 TR-FECHA                 PIC 9(08).
007000     05 TR-HORAS-NORM            PIC 9(02).
007100     05 TR-HORAS-EXTRA           PIC 9(02).
007200     05 TR-FERIADO               PIC X(01).
007300     05 TR-APROBADO              PIC X(01).
007400     05 TR-RESUMIDO              PIC X(01).
007500     05 TR-PERIODO-RESUMEN       PIC 9(06).
007600     05 TR-MOTIVO                PIC X(02).
007700     05 TR-TARDE                 PIC X(01).
007800     05 TR-PROYECTO              PIC X(08).
007801     05 TR-HORA-ENTRADA          PIC X(04).
007802     05 TR-HORA-SALIDA           PIC X(04).
007900 WORKING-STORAGE SECTION.
008000*
008100 01  JFC-STATUS                  PIC XX.
008200 01  JFC-CARGADO                 PIC X VALUE 'N'.
008300     88  JFC-ES-CARGADO          VALUE 'Y'.
008400 01  JFC-FIN-ARCHIVO             PIC X VALUE 'N'.
008500     88  JFC-ES-FIN-ARCHIVO      VALUE 'Y'.
008600 01  JFC-HALLADO                 PIC X VALUE 'N'.
008700     88  JFC-ES-HALLADO          VALUE 'Y'.
008800 01  JFC-DISPONIBLE              PIC X VALUE 'N'.
008900     88  JFC-ES-DISPONIBLE       VALUE 'Y'.
009000 01  JFC-FIN-CADENA              PIC X VALUE 'N'.
009100     88  JFC-ES-FIN-CADENA       VALUE 'Y'.
009200 01  JFC-APROBADO                PIC X VALUE 'N'.
009300     88  JFC-ES-APROBADO         VALUE 'Y'.
009400*
009500 01  JFC-SUJETO                  PIC 9(05).
009600 01  JFC-ACTUAL                  PIC 9(05).
009700 01  JFC-JEFE                    PIC 9(05).
009800 01  JFC-ID-APROBADOR            PIC 9(05).
009900 01  JFC-MEJOR-VIGENCIA          PIC 9(08).
010000 01  JFC-NIVEL                   PIC 9(02).
010100*
010200 01  JFC-CANT-LINEAS             PIC 9(04) VALUE ZERO.
010300 01  JFC-TABLA-LINEAS.
010400     05  JFC-LINEA-FILA OCCURS 2000 TIMES
010500                        INDEXED BY JFC-X-LIN.
010600         10 JFC-LIN-ID           PIC 9(05).
010700         10 JFC-LIN-VIGENCIA     PIC 9(08).
010800         10 JFC-LIN-JEFE         PIC 9(05).
010900*
011000 01  JFC-CANT-OPERADORES         PIC 9(03) VALUE ZERO.
011100 01  JFC-TABLA-OPERADORES.
011200     05  JFC-OPER-FILA OCCURS 100 TIMES
011300                       INDEXED BY JFC-X-OPE.
011400         10 JFC-OPE-USUARIO      PIC X(08).
011500         10 JFC-OPE-ID           PIC 9(05).
011600*
011700 01  JFC-CANT-EMPLEADOS          PIC 9(04) VALUE ZERO.
011800 01  JFC-TABLA-EMPLEADOS.
011900     05  JFC-EMPL-FILA OCCURS 1000 TIMES
012000                       INDEXED BY JFC-X-EMP.
012100         10 JFC-EMP-ID           PIC 9(05).
012200         10 JFC-EMP-ESTADO       PIC X(01).
012300         10 JFC-EMP-FECHA-BAJA   PIC 9(08).
012400*
012500 01  JFC-CANT-AUSENCIAS          PIC 9(04) VALUE ZERO.
012600 01  JFC-TABLA-AUSENCIAS.
012700     05  JFC-AUSEN-FILA OCCURS 3000 TIMES
012800                        INDEXED BY JFC-X-AUS.
012900         10 JFC-AUS-ID           PIC 9(05).
013000         10 JFC-AUS-FECHA        PIC 9(08).
013100*
013200 LINKAGE SECTION.
013300 01  JFC-ACCION                  PIC X(01).
013400     88  JFC-ES-VERIFICAR        VALUE 'V'.
013500     88  JFC-ES-EMPLEADO-OPER    VALUE 'E'.
013600     88  JFC-ES-JEFE-VIGENTE     VALUE 'J'.
013700 01  JFC-ID                      PIC 9(05).
013800 01  JFC-FECHA                   PIC 9(08).
013900 01  JFC-USUARIO                 PIC X(08).
014000 01  JFC-RESULTADO               PIC X(01).
014100 01  JFC-JEFE-ID                 PIC 9(05).
014200*
014300 PROCEDURE DIVISION USING JFC-ACCION
014400                          JFC-ID
014500                          JFC-FECHA
014600                          JFC-USUARIO
014700                          JFC-RESULTADO
014800                          JFC-JEFE-ID.
014900******************************************************************
015000* 0000-MAINLINE - LOAD THE FILES ONCE, THEN ANSWER THE ACTION
015100******************************************************************
015200 0000-MAINLINE.
015300     IF NOT JFC-ES-CARGADO
015400         PERFORM 1000-CARGAR THRU 1000-CARGAR-EXIT
015500     END-IF.
015600     MOVE ZERO TO JFC-JEFE-ID.
015700     EVALUATE TRUE
015800         WHEN JFC-ES-EMPLEADO-OPER
015900             PERFORM 2000-EMPLEADO-OPERADOR
016000                 THRU 2000-EMPLEADO-OPERADOR-EXIT
016100         WHEN JFC-ES-JEFE-VIGENTE
016200             MOVE JFC-ID TO JFC-ACTUAL
016300             PERFORM 2200-JEFE-VIGENTE THRU 2200-JEFE-VIGENTE-EXIT
016400             MOVE JFC-JEFE TO JFC-JEFE-ID
016500             IF JFC-ES-HALLADO AND JFC-JEFE NOT = ZERO
016600                 MOVE 'S' TO JFC-RESULTADO
016700             ELSE
016800                 MOVE 'L' TO JFC-RESULTADO
016900             END-IF
017000         WHEN OTHER
017100             PERFORM 3000-VERIFICAR THRU 3000-VERIFICAR-EXIT
017200     END-EVALUATE.
017300     GOBACK.
017400 0000-MAINLINE-EXIT.
017500     EXIT.
017600*
017700******************************************************************
017800* 1000-CARGAR - REPORTING LINES, OPERATOR LINKS, THE MASTER AND
017900*               THE ABSENCE DAYS OF THE DIARY
018000******************************************************************
018100 1000-CARGAR.
018200     SET JFC-ES-CARGADO TO TRUE.
018300     MOVE 'N' TO JFC-FIN-ARCHIVO.
018400     OPEN INPUT JEFATURAS-FILE.
018500     IF JFC-STATUS = '00'
018600         PERFORM 1100-LEER-LINEA THRU 1100-LEER-LINEA-EXIT
018700             UNTIL JFC-ES-FIN-ARCHIVO
018800     END-IF.
018900     CLOSE JEFATURAS-FILE.
019000     MOVE 'N' TO JFC-FIN-ARCHIVO.
019100     OPEN INPUT OPEREMP-FILE.
019200     IF JFC-STATUS = '00'
019300         PERFORM 1200-LEER-OPERADOR THRU 1200-LEER-OPERADOR-EXIT
019400             UNTIL JFC-ES-FIN-ARCHIVO
019500     END-IF.
019600     CLOSE OPEREMP-FILE.
019700     MOVE 'N' TO JFC-FIN-ARCHIVO.
019800     OPEN INPUT EMPLOYEES-FILE.
019900     IF JFC-STATUS = '00'
020000         PERFORM 1300-LEER-EMPLEADO THRU 1300-LEER-EMPLEADO-EXIT
020100             UNTIL JFC-ES-FIN-ARCHIVO
020200     END-IF.
020300     CLOSE EMPLOYEES-FILE.
020400     MOVE 'N' TO JFC-FIN-ARCHIVO.
020500     OPEN INPUT TIMEREG-FILE.
020600     IF JFC-STATUS = '00'
020700         PERFORM 1400-LEER-DIARIO THRU 1400-LEER-DIARIO-EXIT
020800             UNTIL JFC-ES-FIN-ARCHIVO
020900     END-IF.
021000     CLOSE TIMEREG-FILE.
021100 1000-CARGAR-EXIT.
021200     EXIT.
021300*
021400******************************************************************
021500* 1100-LEER-LINEA - KEEP ONE REPORTING LINE
021600******************************************************************
021700 1100-LEER-LINEA.
021800     READ JEFATURAS-FILE
021900         AT END
022000             SET JFC-ES-FIN-ARCHIVO TO TRUE
022100         NOT AT END
022200             IF JFC-CANT-LINEAS < 2000
022300                 AND JF-ID IS NUMERIC
022400                 AND JF-VIGENCIA-DESDE IS NUMERIC
022500                 AND JF-JEFE-ID IS NUMERIC
022600                 ADD 1 TO JFC-CANT-LINEAS
022700                 SET JFC-X-LIN TO JFC-CANT-LINEAS
022800                 MOVE JF-ID TO JFC-LIN-ID(JFC-X-LIN)
022900                 MOVE JF-VIGENCIA-DESDE
023000                     TO JFC-LIN-VIGENCIA(JFC-X-LIN)
023100                 MOVE JF-JEFE-ID TO JFC-LIN-JEFE(JFC-X-LIN)
023200             ELSE
023300                 DISPLAY 'JEFCADENA: FILA DE JEFATURAS IGNORADA: '
023400                     JF-RECORD
023500             END-IF
023600     END-READ.
023700 1100-LEER-LINEA-EXIT.
023800     EXIT.
023900*
024000******************************************************************
024100* 1200-LEER-OPERADOR - KEEP ONE OPERATOR/EMPLOYEE LINK
024200******************************************************************
024300 1200-LEER-OPERADOR.
024400     READ OPEREMP-FILE
024500         AT END
024600             SET JFC-ES-FIN-ARCHIVO TO TRUE
024700         NOT AT END
024800             IF JFC-CANT-OPERADORES < 100
024900                 AND OE-ID IS NUMERIC
025000                 ADD 1 TO JFC-CANT-OPERADORES
025100                 SET JFC-X-OPE TO JFC-CANT-OPERADORES
025200                 MOVE OE-USUARIO TO JFC-OPE-USUARIO(JFC-X-OPE)
025300                 MOVE OE-ID TO JFC-OPE-ID(JFC-X-OPE)
025400             END-IF
025500     END-READ.
025600 1200-LEER-OPERADOR-EXIT.
025700     EXIT.
025800*
025900******************************************************************
026000* 1300-LEER-EMPLEADO - KEEP THE STATUS OF ONE EMPLOYEE
026100******************************************************************
026200 1300-LEER-EMPLEADO.
026300     READ EMPLOYEES-FILE
026400         AT END
026500             SET JFC-ES-FIN-ARCHIVO TO TRUE
026600         NOT AT END
026700             IF JFC-CANT-EMPLEADOS < 1000
026800                 AND EM-ID IS NUMERIC
026900                 AND EM-ID NOT = ZERO
027000                 ADD 1 TO JFC-CANT-EMPLEADOS
027100                 SET JFC-X-EMP TO JFC-CANT-EMPLEADOS
027200                 MOVE EM-ID TO JFC-EMP-ID(JFC-X-EMP)
027300                 MOVE EM-ESTADO TO JFC-EMP-ESTADO(JFC-X-EMP)
027400                 MOVE ZERO TO JFC-EMP-FECHA-BAJA(JFC-X-EMP)
027500                 IF EM-FECHA-BAJA IS NUMERIC
027600                     MOVE EM-FECHA-BAJA
027700                         TO JFC-EMP-FECHA-BAJA(JFC-X-EMP)
027800                 END-IF
027900             END-IF
028000     END-READ.
028100 1300-LEER-EMPLEADO-EXIT.
028200     EXIT.
028300*
028400******************************************************************
028500* 1400-LEER-DIARIO - KEEP ONE ABSENCE DAY OF THE DIARY
028600******************************************************************
028700 1400-LEER-DIARIO.
028800     READ TIMEREG-FILE
028900         AT END
029000             SET JFC-ES-FIN-ARCHIVO TO TRUE
029100         NOT AT END
029200             IF JFC-CANT-AUSENCIAS < 3000
029300                 AND TR-MOTIVO NOT = SPACES
029400                 AND TR-FECHA IS NUMERIC
029500                 ADD 1 TO JFC-CANT-AUSENCIAS
029600                 SET JFC-X-AUS TO JFC-CANT-AUSENCIAS
029700                 MOVE TR-ID TO JFC-AUS-ID(JFC-X-AUS)
029800                 MOVE TR-FECHA TO JFC-AUS-FECHA(JFC-X-AUS)
029900             END-IF
030000     END-READ.
030100 1400-LEER-DIARIO-EXIT.
030200     EXIT.
030300*
030400******************************************************************
030500* 2000-EMPLEADO-OPERADOR - THE EMPLOYEE BEHIND AN OPERATOR
030600******************************************************************
030700 2000-EMPLEADO-OPERADOR.
030800     MOVE ZERO TO JFC-ID.
030900     MOVE 'U' TO JFC-RESULTADO.
031000     SET JFC-X-OPE TO 1.
031100     SEARCH JFC-OPER-FILA
031200         AT END
031300             CONTINUE
031400         WHEN JFC-X-OPE > JFC-CANT-OPERADORES
031500             CONTINUE
031600         WHEN JFC-OPE-USUARIO(JFC-X-OPE) = JFC-USUARIO
031700             AND JFC-OPE-ID(JFC-X-OPE) NOT = ZERO
031800             MOVE JFC-OPE-ID(JFC-X-OPE) TO JFC-ID
031900             MOVE 'S' TO JFC-RESULTADO
032000     END-SEARCH.
032100 2000-EMPLEADO-OPERADOR-EXIT.
032200     EXIT.
032300*
032400******************************************************************
032500* 2200-JEFE-VIGENTE - THE MANAGER OF JFC-ACTUAL IN FORCE ON THE
032600*                     DATE (THE LATEST LINE ON OR BEFORE IT)
032700******************************************************************
032800 2200-JEFE-VIGENTE.
032900     MOVE ZERO TO JFC-JEFE.
033000     MOVE ZERO TO JFC-MEJOR-VIGENCIA.
033100     MOVE 'N' TO JFC-HALLADO.
033200     PERFORM 2210-EVALUAR-LINEA THRU 2210-EVALUAR-LINEA-EXIT
033300         VARYING JFC-X-LIN FROM 1 BY 1
033400         UNTIL JFC-X-LIN > JFC-CANT-LINEAS.
033500 2200-JEFE-VIGENTE-EXIT.
033600     EXIT.
033700*
033800******************************************************************
033900* 2210-EVALUAR-LINEA - KEEP THE LINE IF IT IS THE LATEST IN FORCE
034000******************************************************************
034100 2210-EVALUAR-LINEA.
034200     IF JFC-LIN-ID(JFC-X-LIN) = JFC-ACTUAL
034300         AND JFC-LIN-VIGENCIA(JFC-X-LIN) <= JFC-FECHA
034400         IF NOT JFC-ES-HALLADO
034500             OR JFC-LIN-VIGENCIA(JFC-X-LIN) >= JFC-MEJOR-VIGENCIA
034600             MOVE JFC-LIN-VIGENCIA(JFC-X-LIN)
034700                 TO JFC-MEJOR-VIGENCIA
034800             MOVE JFC-LIN-JEFE(JFC-X-LIN) TO JFC-JEFE
034900             SET JFC-ES-HALLADO TO TRUE
035000         END-IF
035100     END-IF.
035200 2210-EVALUAR-LINEA-EXIT.
035300     EXIT.
035400*
035500******************************************************************
035600* 3000-VERIFICAR - MAY THE OPERATOR APPROVE FOR THE EMPLOYEE
035700******************************************************************
035800 3000-VERIFICAR.
035900     MOVE JFC-ID TO JFC-SUJETO.
036000     PERFORM 2000-EMPLEADO-OPERADOR
036100         THRU 2000-EMPLEADO-OPERADOR-EXIT.
036200     MOVE JFC-ID TO JFC-ID-APROBADOR.
036300     MOVE JFC-SUJETO TO JFC-ID.
036400     MOVE JFC-SUJETO TO JFC-ACTUAL.
036500     MOVE 'N' TO JFC-DISPONIBLE.
036600     MOVE 'N' TO JFC-APROBADO.
036700     MOVE 'N' TO JFC-FIN-CADENA.
036800     MOVE ZERO TO JFC-NIVEL.
036900     PERFORM 3100-SUBIR-NIVEL THRU 3100-SUBIR-NIVEL-EXIT
037000         UNTIL JFC-ES-FIN-CADENA.
037100     EVALUATE TRUE
037200         WHEN JFC-JEFE-ID = ZERO
037300             MOVE 'L' TO JFC-RESULTADO
037400         WHEN JFC-ID-APROBADOR = ZERO
037500             MOVE 'U' TO JFC-RESULTADO
037600         WHEN JFC-ES-APROBADO
037700             MOVE 'S' TO JFC-RESULTADO
037800         WHEN OTHER
037900             MOVE 'N' TO JFC-RESULTADO
038000     END-EVALUATE.
038100 3000-VERIFICAR-EXIT.
038200     EXIT.
038300*
038400******************************************************************
038500* 3100-SUBIR-NIVEL - ONE STEP UP THE CHAIN; AN UNAVAILABLE
038600*                    MANAGER PASSES THE APPROVAL TO THE NEXT LEVEL
038700******************************************************************
038800 3100-SUBIR-NIVEL.
038900     ADD 1 TO JFC-NIVEL.
039000     IF JFC-NIVEL > 20
039100         SET JFC-ES-FIN-CADENA TO TRUE
039200         GO TO 3100-SUBIR-NIVEL-EXIT
039300     END-IF.
039400     PERFORM 2200-JEFE-VIGENTE THRU 2200-JEFE-VIGENTE-EXIT.
039500     IF JFC-JEFE = ZERO
039600         OR JFC-JEFE = JFC-SUJETO
039700         SET JFC-ES-FIN-CADENA TO TRUE
039800         GO TO 3100-SUBIR-NIVEL-EXIT
039900     END-IF.
040000     IF NOT JFC-ES-DISPONIBLE
040100         PERFORM 3200-CONTROLAR-JEFE THRU 3200-CONTROLAR-JEFE-EXIT
040200         IF JFC-ES-DISPONIBLE
040300             MOVE JFC-JEFE TO JFC-JEFE-ID
040400         END-IF
040500     END-IF.
040600     IF JFC-ES-DISPONIBLE
040700         AND JFC-JEFE = JFC-ID-APROBADOR
040800         SET JFC-ES-APROBADO TO TRUE
040900         SET JFC-ES-FIN-CADENA TO TRUE
041000     END-IF.
041100     MOVE JFC-JEFE TO JFC-ACTUAL.
041200 3100-SUBIR-NIVEL-EXIT.
041300     EXIT.
041400*
041500******************************************************************
041600* 3200-CONTROLAR-JEFE - THE MANAGER IS ON THE MASTER, NOT
041700*                       TERMINATED BY THE DATE AND NOT ABSENT
041800*                       ON IT
041900******************************************************************
042000 3200-CONTROLAR-JEFE.
042100     MOVE 'N' TO JFC-HALLADO.
042200     SET JFC-X-EMP TO 1.
042300     SEARCH JFC-EMPL-FILA
042400         AT END
042500             CONTINUE
042600         WHEN JFC-X-EMP > JFC-CANT-EMPLEADOS
042700             CONTINUE
042800         WHEN JFC-EMP-ID(JFC-X-EMP) = JFC-JEFE
042900             SET JFC-ES-HALLADO TO TRUE
043000     END-SEARCH.
043100     IF NOT JFC-ES-HALLADO
043200         GO TO 3200-CONTROLAR-JEFE-EXIT
043300     END-IF.
043400     IF JFC-EMP-ESTADO(JFC-X-EMP) = 'B'
043500         AND (JFC-EMP-FECHA-BAJA(JFC-X-EMP) = ZERO
043600              OR JFC-EMP-FECHA-BAJA(JFC-X-EMP) <= JFC-FECHA)
043700         GO TO 3200-CONTROLAR-JEFE-EXIT
043800     END-IF.
043900     MOVE 'N' TO JFC-HALLADO.
044000     SET JFC-X-AUS TO 1.
044100     SEARCH JFC-AUSEN-FILA
044200         AT END
044300             CONTINUE
044400         WHEN JFC-X-AUS > JFC-CANT-AUSENCIAS
044500             CONTINUE
044600         WHEN JFC-AUS-ID(JFC-X-AUS) = JFC-JEFE
044700             AND JFC-AUS-FECHA(JFC-X-AUS) = JFC-FECHA
044800             SET JFC-ES-HALLADO TO TRUE
044900     END-SEARCH.
045000     IF NOT JFC-ES-HALLADO
045100         SET JFC-ES-DISPONIBLE TO TRUE
045200     END-IF.
045300 3200-CONTROLAR-JEFE-EXIT.
045400     EXIT.
045500 END PROGRAM JEFCADENA.
