002050*     ALSO APPLIED TO IT BY KEYED WRITE/REWRITE, LIKE
002060*     EMPMAINT, SO THE PAYROLL (WHICH READS EMPIDX WHEN IT
002070*     EXISTS) STOPS PAYING THE EMPLOYEE.
002071*   - A TERMINATION FROM HERE IS RECORDED WITH REASON PP
002072*     (PERIODO DE PRUEBA) IN EM-MOTIVO-BAJA.
002073*   - A HIRE REFERRED BY AN EMPLOYEE SETTLES THE REFERRAL IN
002074*     REFERIDOS: A CONFIRMATION QUEUES THE BONUS FOR THE
002075*     REFERRER'S NEXT PAYROLL, OR CANCELS IT (BJ) WHEN THE
002076*     REFERRER IS NO LONGER ACTIVE; A TERMINATION CANCELS IT
002077*     (PR).
002078*   - EVERY PROBATION LISTED ON PROBRPT IS ALSO SENT TO THE
002079*     NOTIFICATION OUTBOX (EVENT PRUE, DUE ON THE END DATE).
00207A*   - CONFIRM, EXTEND AND TERMINATE ARE ONLY ACCEPTED FROM AN
00207B*     OPERATOR IN THE EMPLOYEE'S MANAGEMENT CHAIN (JEFCADENA,
00207C*     ESCALATING PAST AN ABSENT OR TERMINATED MANAGER); AN
00207D*     EMPLOYEE WITH NO REPORTING LINE KEEPS THE MENU-LEVEL RULE.
00207E*   - EVERY CHANGE TO AN EMPLOYEE ROW NOW ALSO CALLS EMITEVT
00207F*     WITH THE ROW BEFORE AND AFTER, SO IT REACHES THE
00207G*     CORPORATE HR FEED THAT ENVIOHR DELIVERS.
002100******************************************************************
002200 IDENTIFICATION DIVISION.
002300 PROGRAM-ID. PROBREV.
003230         ACCESS MODE IS DYNAMIC
003240         RECORD KEY IS EIX-ID
003250         FILE STATUS IS PRB-STATUS-EMPIDX.
003260     SELECT OPTIONAL REFERIDOS-FILE ASSIGN TO 'REFERIDOS'
003270         ORGANIZATION IS LINE SEQUENTIAL
003280         FILE STATUS IS PRB-STATUS-REFERIDOS.
003300     SELECT REPORTE-FILE ASSIGN TO 'PROBRPT'
003400         ORGANIZATION IS LINE SEQUENTIAL.
003500 DATA DIVISION.
004849                   EM-FECHA-BAJA     BY EIX-FECHA-BAJA
00484A                   EM-BANCO          BY EIX-BANCO
00484B                   EM-CUENTA         BY EIX-CUENTA
00484C                   EM-COMPANIA       BY EIX-COMPANIA
00484D                   EM-MOTIVO-BAJA    BY EIX-MOTIVO-BAJA.
00484E FD  REFERIDOS-FILE
00484F     LABEL RECORDS ARE STANDARD.
00484G 01  RF-RECORD.
00484H     COPY REFERIDO.
004900 FD  REPORTE-FILE
005000     LABEL RECORDS ARE STANDARD
005100     RECORD CONTAINS 80 CHARACTERS.
005610 01  PRB-LOCK-ACCION             PIC X(01).
005620 01  PRB-LOCK-PROGRAMA           PIC X(11).
005630 01  PRB-LOCK-OCUPADO            PIC X(01).
005631 01  PRB-STATUS-REFERIDOS        PIC XX.
005700*
005800 01  PRB-FECHA-HOY               PIC 9(08).
005801 01  PRB-EVT-ENTIDAD             PIC X(01) VALUE 'E'.
005802 01  PRB-EVT-TIPO                PIC X(04) VALUE SPACES.
005803 01  PRB-EVT-ORIGEN              PIC X(10) VALUE 'PROBREV'.
005804 01  PRB-EVT-ANTES               PIC X(100).
005805 01  PRB-EVT-DESPUES             PIC X(100).
005900 01  PRB-DIA-HOY                 PIC 9(07).
006000 01  PRB-DIA-FIN                 PIC 9(07).
006100 01  PRB-DIAS-VENTANA            PIC 9(03).
006300 01  PRB-OPCION                  PIC X(01).
006400 01  PRB-ID-BUSCADO              PIC 9(05).
006500 01  PRB-FECHA-BAJA-ENT          PIC 9(08).
006501 01  PRB-NTF-TIPO                PIC X(04) VALUE 'PRUE'.
006502 01  PRB-NTF-DESTINO             PIC X(08) VALUE SPACES.
006503 01  PRB-NTF-CLAVE               PIC X(20).
006504 01  PRB-NTF-VENCE               PIC 9(08).
006505 01  PRB-NTF-TEXTO               PIC X(30)
006506         VALUE 'FIN DE PERIODO DE PRUEBA'.
006507 01  PRB-SES-ACCION              PIC X(01) VALUE 'G'.
006508 01  PRB-OPERADOR                PIC X(08).
006509 01  PRB-JFC-ACCION              PIC X(01) VALUE 'V'.
00650A 01  PRB-JFC-RESULTADO           PIC X(01).
00650B 01  PRB-JFC-JEFE                PIC 9(05).
006600*
006700 01  PRB-INDICADORES.
006800     05  PRB-SALIR               PIC X VALUE 'N'.
007500         88  PRB-ES-HUBO-CAMBIOS VALUE 'Y'.
007600     05  PRB-HUBO-BAJAS          PIC X VALUE 'N'.
007700         88  PRB-ES-HUBO-BAJAS   VALUE 'Y'.
007710     05  PRB-HUBO-REFERIDOS      PIC X VALUE 'N'.
007720         88  PRB-ES-HUBO-REFERIDOS VALUE 'Y'.
007730     05  PRB-REFERENTE-ACTIVO    PIC X VALUE 'N'.
007740         88  PRB-ES-REFERENTE-ACTIVO VALUE 'Y'.
007750     05  PRB-VEREDICTO           PIC X(01).
007760         88  PRB-ES-CONFIRMACION VALUE 'C'.
007770         88  PRB-ES-TERMINACION  VALUE 'T'.
007800*
007900 01  PRB-CANT-PROB               PIC 9(03) VALUE ZERO.
008000 01  PRB-TABLA-PROB.
008800 01  PRB-CANT-EMPL               PIC 9(03) VALUE ZERO.
008900 01  PRB-TABLA-EMPL.
009000     05  PRB-EMPL-FILA OCCURS 500 TIMES
009100                       INDEXED BY PRB-X-EMP PIC X(57).
009200 01  PRB-EMPL-AUX.
009300     COPY EMPLEADO
009400         REPLACING EM-NOMBRE         BY PRB-AUX-NOMBRE
010200                   EM-FECHA-BAJA     BY PRB-AUX-FECHA-BAJA
010300                   EM-BANCO          BY PRB-AUX-BANCO
010400                   EM-CUENTA         BY PRB-AUX-CUENTA
010500                   EM-COMPANIA       BY PRB-AUX-COMPANIA
010501                   EM-MOTIVO-BAJA    BY PRB-AUX-MOTIVO-BAJA.
010502*
010503*    REFERIDOS: SE TRABAJA CADA FILA SOBRE EL REGISTRO RF-RECORD
010504 01  PRB-CANT-REF                PIC 9(03) VALUE ZERO.
010505 01  PRB-TABLA-REF.
010506     05  PRB-REF-FILA OCCURS 500 TIMES
010507                      INDEXED BY PRB-X-REF PIC X(54).
010600*
010700 PROCEDURE DIVISION.
010800******************************************************************
012400         PERFORM 7500-GRABAR-MAESTRO
012500             THRU 7500-GRABAR-MAESTRO-EXIT
012600     END-IF.
012601     IF PRB-ES-HUBO-REFERIDOS
012602         PERFORM 7800-GRABAR-REFERIDOS
012603             THRU 7800-GRABAR-REFERIDOS-EXIT
012604     END-IF.
012610     MOVE 'L' TO PRB-LOCK-ACCION.
012620     CALL 'MAESTLOCK' USING PRB-LOCK-ACCION
012630         PRB-LOCK-PROGRAMA PRB-LOCK-OCUPADO.
014800     END-IF.
014900     CLOSE EMPLOYEES-FILE.
015000     MOVE 'N' TO PRB-FIN-ARCHIVO.
015010     OPEN INPUT REFERIDOS-FILE.
015020     IF PRB-STATUS-REFERIDOS = '00'
015030         PERFORM 1300-LEER-REFERIDO THRU 1300-LEER-REFERIDO-EXIT
015040             UNTIL PRB-ES-FIN-ARCHIVO
015050     END-IF.
015060     CLOSE REFERIDOS-FILE.
015070     MOVE 'N' TO PRB-FIN-ARCHIVO.
015100 1000-CARGAR-TABLAS-EXIT.
015200     EXIT.
015300*
018900     END-READ.
019000 1200-LEER-EMPLEADO-EXIT.
019100     EXIT.
019101*
019102******************************************************************
019103* 1300-LEER-REFERIDO - KEEP ONE REFERRAL ROW IMAGE
019104******************************************************************
019105 1300-LEER-REFERIDO.
019106     READ REFERIDOS-FILE
019107         AT END
019108             SET PRB-ES-FIN-ARCHIVO TO TRUE
019109         NOT AT END
019110             IF PRB-CANT-REF < 500
019111                 ADD 1 TO PRB-CANT-REF
019112                 SET PRB-X-REF TO PRB-CANT-REF
019113                 MOVE RF-RECORD TO PRB-REF-FILA(PRB-X-REF)
019114             END-IF
019115     END-READ.
019116 1300-LEER-REFERIDO-EXIT.
019117     EXIT.
019200*
019300******************************************************************
019400* 2000-PROCESAR-OPCION - MENU DISPATCH
026300                 ' (DESDE ' PRB-PRO-INICIO(PRB-X-PRO) ')'
026400                 DELIMITED BY SIZE INTO RPT-LINEA
026500             WRITE RPT-LINEA
026501             MOVE SPACES TO PRB-NTF-CLAVE
026502             STRING PRB-PRO-ID(PRB-X-PRO) ' '
026503                 PRB-PRO-NOMBRE(PRB-X-PRO)
026504                 DELIMITED BY SIZE INTO PRB-NTF-CLAVE
026505             MOVE PRB-PRO-FIN(PRB-X-PRO) TO PRB-NTF-VENCE
026506             CALL 'NOTIFICA' USING PRB-NTF-TIPO PRB-NTF-DESTINO
026507                 PRB-NTF-CLAVE PRB-NTF-VENCE PRB-NTF-TEXTO
026600         END-IF
026700     END-IF.
026800 3100-EVALUAR-UNA-EXIT.
027800         MOVE 'C' TO PRB-PRO-ESTADO(PRB-X-PRO)
027900         MOVE 'Y' TO PRB-HUBO-CAMBIOS
028000         DISPLAY 'PERIODO DE PRUEBA CONFIRMADO'
028010         MOVE 'C' TO PRB-VEREDICTO
028020         PERFORM 6200-RESOLVER-REFERIDOS
028030             THRU 6200-RESOLVER-REFERIDOS-EXIT
028100     END-IF.
028200 4000-CONFIRMAR-EXIT.
028300     EXIT.
032400         UNTIL PRB-X-EMP > PRB-CANT-EMPL.
032500     DISPLAY 'BAJA REGISTRADA, LA NOMINA LIQUIDA EL PERIODO '
032600         'FINAL'.
032610     MOVE 'T' TO PRB-VEREDICTO.
032620     PERFORM 6200-RESOLVER-REFERIDOS
032630         THRU 6200-RESOLVER-REFERIDOS-EXIT.
032700 6000-TERMINAR-EXIT.
032800     EXIT.
032900*
033600         AND PRB-AUX-ID NOT = ZERO
033700         MOVE 'B' TO PRB-AUX-ESTADO
033800         MOVE PRB-FECHA-BAJA-ENT TO PRB-AUX-FECHA-BAJA
033801         MOVE 'PP' TO PRB-AUX-MOTIVO-BAJA
033802         MOVE PRB-EMPL-FILA(PRB-X-EMP) TO PRB-EVT-ANTES
033900         MOVE PRB-EMPL-AUX TO PRB-EMPL-FILA(PRB-X-EMP)
034000         MOVE 'Y' TO PRB-HUBO-BAJAS
034001         MOVE PRB-EMPL-AUX TO PRB-EVT-DESPUES
034002         CALL 'EMITEVT' USING PRB-EVT-ENTIDAD PRB-EVT-TIPO
034003             PRB-EVT-ORIGEN PRB-EVT-ANTES PRB-EVT-DESPUES
034100     END-IF.
034200 6100-MARCAR-BAJA-EXIT.
034300     EXIT.
034301*
034302******************************************************************
034303* 6200-RESOLVER-REFERIDOS - THE PROBATION VERDICT SETTLES THE
034304*                           REFERRAL OF THE HIRE, IF ANY
034305******************************************************************
034306 6200-RESOLVER-REFERIDOS.
034307     PERFORM 6210-RESOLVER-UNO THRU 6210-RESOLVER-UNO-EXIT
034308         VARYING PRB-X-REF FROM 1 BY 1
034309         UNTIL PRB-X-REF > PRB-CANT-REF.
034310 6200-RESOLVER-REFERIDOS-EXIT.
034311     EXIT.
034312*
034313******************************************************************
034314* 6210-RESOLVER-UNO - A REFERRAL UNDER PROBATION FOR THIS HIRE:
034315*                     CONFIRMED WITH THE REFERRER STILL ACTIVE
034316*                     QUEUES THE BONUS, ANYTHING ELSE CANCELS IT
034317******************************************************************
034318 6210-RESOLVER-UNO.
034319     MOVE PRB-REF-FILA(PRB-X-REF) TO RF-RECORD.
034320     IF RF-ID-REFERIDO NOT = PRB-ID-BUSCADO
034321         OR NOT RF-EN-PRUEBA
034322         GO TO 6210-RESOLVER-UNO-EXIT
034323     END-IF.
034324     MOVE PRB-FECHA-HOY TO RF-FECHA-DECISION.
034325     IF PRB-ES-TERMINACION
034326         SET RF-ANULADO TO TRUE
034327         SET RF-MOTIVO-PRUEBA TO TRUE
034328         DISPLAY 'PREMIO POR REFERIDO ANULADO (NO SUPERO LA '
034329             'PRUEBA), REFERENTE ' RF-ID-REFERENTE
034330     ELSE
034331         MOVE 'N' TO PRB-REFERENTE-ACTIVO
034332         PERFORM 6220-COMPARAR-REFERENTE
034333             THRU 6220-COMPARAR-REFERENTE-EXIT
034334             VARYING PRB-X-EMP FROM 1 BY 1
034335             UNTIL PRB-X-EMP > PRB-CANT-EMPL
034336             OR PRB-ES-REFERENTE-ACTIVO
034337         IF PRB-ES-REFERENTE-ACTIVO
034338             SET RF-PENDIENTE-PAGO TO TRUE
034339             DISPLAY 'PREMIO POR REFERIDO A PAGAR AL REFERENTE '
034340                 RF-ID-REFERENTE ' EN LA PROXIMA NOMINA'
034341         ELSE
034342             SET RF-ANULADO TO TRUE
034343             SET RF-MOTIVO-BAJA-REFERENTE TO TRUE
034344             DISPLAY 'PREMIO POR REFERIDO ANULADO, EL REFERENTE '
034345                 RF-ID-REFERENTE ' YA NO ESTA ACTIVO'
034346         END-IF
034347     END-IF.
034348     MOVE RF-RECORD TO PRB-REF-FILA(PRB-X-REF).
034349     MOVE 'Y' TO PRB-HUBO-REFERIDOS.
034350 6210-RESOLVER-UNO-EXIT.
034351     EXIT.
034352*
034353******************************************************************
034354* 6220-COMPARAR-REFERENTE - IS THIS ROW THE REFERRER, ACTIVE
034355******************************************************************
034356 6220-COMPARAR-REFERENTE.
034357     MOVE PRB-EMPL-FILA(PRB-X-EMP) TO PRB-EMPL-AUX.
034358     IF PRB-AUX-ID = RF-ID-REFERENTE
034359         AND NOT PRB-AUX-DADO-DE-BAJA
034360         SET PRB-ES-REFERENTE-ACTIVO TO TRUE
034361     END-IF.
034362 6220-COMPARAR-REFERENTE-EXIT.
034363     EXIT.
034400*
034500******************************************************************
034600* 8000-BUSCAR-PROBATION - FIND AN UNRESOLVED PROBATION
035800         DISPLAY 'SIN PRUEBA PENDIENTE PARA ' PRB-ID-BUSCADO
035900     ELSE
036000         SET PRB-X-PRO DOWN BY 1
036001         CALL 'SESUSER' USING PRB-SES-ACCION PRB-OPERADOR
036002         CALL 'JEFCADENA' USING PRB-JFC-ACCION PRB-ID-BUSCADO
036003             PRB-FECHA-HOY PRB-OPERADOR PRB-JFC-RESULTADO
036004             PRB-JFC-JEFE
036005         IF PRB-JFC-RESULTADO NOT = 'S'
036006             AND PRB-JFC-RESULTADO NOT = 'L'
036007             DISPLAY 'EL OPERADOR NO ESTA EN LA CADENA DE '
036008                 'MANDO DE ' PRB-ID-BUSCADO
036009                 ' (JEFE A CARGO: ' PRB-JFC-JEFE ')'
03600A             MOVE 'N' TO PRB-HALLADO
03600B         END-IF
036100     END-IF.
036200 8000-BUSCAR-PROBATION-EXIT.
036300     EXIT.
04229F     END-WRITE.
04229G 7710-APLICAR-IDX-EXIT.
04229H     EXIT.
04229I*
04229J******************************************************************
04229K* 7800-GRABAR-REFERIDOS - REWRITE REFERIDOS WITH THE VERDICTS
04229L******************************************************************
04229M 7800-GRABAR-REFERIDOS.
04229N     OPEN OUTPUT REFERIDOS-FILE.
04229O     PERFORM 7810-GRABAR-REFERIDO THRU 7810-GRABAR-REFERIDO-EXIT
04229P         VARYING PRB-X-REF FROM 1 BY 1
04229Q         UNTIL PRB-X-REF > PRB-CANT-REF.
04229R     CLOSE REFERIDOS-FILE.
04229S     DISPLAY 'PROBREV: REFERIDOS REGRABADO'.
04229T 7800-GRABAR-REFERIDOS-EXIT.
04229U     EXIT.
04229V*
04229W******************************************************************
04229X* 7810-GRABAR-REFERIDO - WRITE ONE REFERRAL ROW
04229Y******************************************************************
04229Z 7810-GRABAR-REFERIDO.
0422A0     MOVE PRB-REF-FILA(PRB-X-REF) TO RF-RECORD.
0422A1     WRITE RF-RECORD.
0422A2 7810-GRABAR-REFERIDO-EXIT.
0422A3     EXIT.
042300 END PROGRAM PROBREV.
