002000*
002100* MODIFICATION HISTORY:
002200*   - NEW MAINTENANCE PROGRAM, OFFERED FROM THE MENUUTIL MENU.
002201*   - A NEW ACCOUNT MAY BE GIVEN LEVEL 9 (SUPERVISOR), THE ONLY
002202*     LEVEL ALLOWED TO OVERRIDE A SEGREGATION-OF-DUTIES CONFLICT
002203*     IN APRUEBA, CIERREPER AND LIBRELOCK.
002204*   - EMPLOYEE SELF-SERVICE PINS: OPTION P ISSUES OR RESETS THE
002205*     EMPPIN PIN OF A CANDIDATE NUMBER ON THE EMPLOYEES MASTER
002206*     (FORCED TO CHANGE ON THE FIRST AUTOCONS SIGN-ON), OPTION B
002207*     UNLOCKS A PIN LOCKED BY THREE BAD TRIES.
002208*   - OPTION E TIES AN OPERATOR TO THE CANDIDATE NUMBER OF THE
002209*     EMPLOYEE BEHIND IT (OPEREMP), SO THE APPROVAL STEPS CAN
00220A*     PLACE THE OPERATOR IN AN EMPLOYEE'S MANAGEMENT CHAIN.
00220B*   - THE SIGNLOG OPTION COLUMN IS NOW THREE DIGITS WIDE.
00220C*   - THE SIGNLOG LAYOUT CARRIES THE CADAUD CHAIN TRAILER
00220D*     (SEQUENCE AND CHECK VALUE) THAT VERIFCAD CHECKS.
002300******************************************************************
002400 IDENTIFICATION DIVISION.
002500 PROGRAM-ID. OPERMAINT.
003400         FILE STATUS IS OPM-STATUS-SIGNLOG.
003500     SELECT REPORTE-FILE ASSIGN TO 'SEGRPT'
003600         ORGANIZATION IS LINE SEQUENTIAL.
003601     SELECT OPTIONAL EMPPIN-FILE ASSIGN TO 'EMPPIN'
003602         ORGANIZATION IS LINE SEQUENTIAL
003603         FILE STATUS IS OPM-STATUS-PIN.
003604     SELECT OPTIONAL EMPLOYEES-FILE ASSIGN TO 'EMPLOYEES'
003605         ORGANIZATION IS LINE SEQUENTIAL
003606         FILE STATUS IS OPM-STATUS-EMPL.
003607     SELECT OPTIONAL OPEREMP-FILE ASSIGN TO 'OPEREMP'
003608         ORGANIZATION IS LINE SEQUENTIAL
003609         FILE STATUS IS OPM-STATUS-OPEREMP.
003700 DATA DIVISION.
003800 FILE SECTION.
003900 FD  OPERATORS-FILE
005300     05 SGL-HORA                 PIC X(08).
005400     05 SGL-USUARIO              PIC X(08).
005500     05 SGL-RESULTADO            PIC X(01).
005600     05 SGL-OPCION               PIC X(03).
005601     COPY CADAUD
005602         REPLACING CAD-SECUENCIA     BY SGL-SECUENCIA
005603                   CAD-CONTROL       BY SGL-CONTROL.
005700 FD  REPORTE-FILE
005800     LABEL RECORDS ARE STANDARD
005900     RECORD CONTAINS 80 CHARACTERS.
006000 01  RPT-LINEA                   PIC X(80).
006001 FD  EMPPIN-FILE
006002     LABEL RECORDS ARE STANDARD.
006003 01  EP-RECORD.
006004     COPY EMPPIN.
006005 FD  EMPLOYEES-FILE
006006     LABEL RECORDS ARE STANDARD.
006007 01  EM-RECORD.
006008     COPY EMPLEADO.
006009 FD  OPEREMP-FILE
00600A     LABEL RECORDS ARE STANDARD.
00600B 01  OE-RECORD.
00600C     COPY OPEREMP.
006100 WORKING-STORAGE SECTION.
006200*
006300 01  OPM-STATUS-OPER             PIC XX.
006400 01  OPM-STATUS-SIGNLOG          PIC XX.
006401 01  OPM-STATUS-PIN              PIC XX.
006402 01  OPM-STATUS-EMPL             PIC XX.
006403 01  OPM-STATUS-OPEREMP          PIC XX.
006500*
006600 01  OPM-FECHA-HOY               PIC 9(08).
006700 01  OPM-OPCION                  PIC X(01).
007800         88  OPM-ES-HALLADO      VALUE 'Y'.
007900     05  OPM-HUBO-CAMBIOS        PIC X VALUE 'N'.
008000         88  OPM-ES-HUBO-CAMBIOS VALUE 'Y'.
008001     05  OPM-EMPLEADO            PIC X VALUE 'N'.
008002         88  OPM-ES-EMPLEADO     VALUE 'Y'.
008100*
008200 01  OPM-CANT-OPER               PIC 9(02) VALUE ZERO.
008300 01  OPM-TABLA-OPER.
009000         10 OPM-OPE-INTENTOS     PIC 9(01).
009100         10 OPM-OPE-BLOQUEADO    PIC X(01).
009200         10 OPM-OPE-FORZADO      PIC X(01).
009201*
009202* PINES DE AUTOCONSULTA DE LOS EMPLEADOS (EMPPIN)
009203 01  OPM-ID-ENT                  PIC X(05).
009204 01  OPM-ID-EMPLEADO             PIC 9(05) VALUE ZERO.
009205 01  OPM-CANT-PINES              PIC 9(04) VALUE ZERO.
009206 01  OPM-TABLA-PINES.
009207     05  OPM-PIN-FILA OCCURS 2000 TIMES
009208                      INDEXED BY OPM-X-PIN
009209                      PIC X(24).
00920A 01  OPM-PIN-ACTUAL.
00920B     05 OPP-ID                   PIC 9(05).
00920C     05 OPP-PIN                  PIC X(08).
00920D     05 OPP-FECHA-PIN            PIC 9(08).
00920E     05 OPP-INTENTOS             PIC 9(01).
00920F     05 OPP-BLOQUEADO            PIC X(01).
00920G     05 OPP-CAMBIO-FORZADO       PIC X(01).
00920H*
00920I* VINCULO OPERADOR / LEGAJO PARA LAS APROBACIONES (OPEREMP)
00920J 01  OPM-CANT-VINCULOS           PIC 9(03) VALUE ZERO.
00920K 01  OPM-TABLA-VINCULOS.
00920L     05  OPM-VINCULO-FILA OCCURS 100 TIMES
00920M                          INDEXED BY OPM-X-VIN.
00920N         10 OPM-VIN-USUARIO      PIC X(08).
00920O         10 OPM-VIN-ID           PIC 9(05).
009300*
009400 PROCEDURE DIVISION.
009500******************************************************************
018400     DISPLAY 'M. MIGRAR CLAVES LEGIBLES (UNA SOLA VEZ)'.
018500     DISPLAY 'L. LISTAR'.
018600     DISPLAY 'R. REPORTE DE SEGURIDAD (SEGRPT)'.
018601     DISPLAY 'P. PIN DE EMPLEADO (ALTA O RESETEO)'.
018602     DISPLAY 'B. DESBLOQUEAR PIN DE EMPLEADO'.
018603     DISPLAY 'E. EMPLEADO DEL OPERADOR (APROBACIONES)'.
018700     DISPLAY 'S. SALIR Y GRABAR'.
018800     DISPLAY 'INGRESE UNA OPCION: ' WITH NO ADVANCING.
018900     ACCEPT OPM-OPCION.
020700         WHEN 'R'
020800         WHEN 'r'
020900             PERFORM 6000-REPORTE THRU 6000-REPORTE-EXIT
020901         WHEN 'P'
020902         WHEN 'p'
020903             PERFORM 4900-PIN-EMPLEADO
020904                 THRU 4900-PIN-EMPLEADO-EXIT
020905         WHEN 'B'
020906         WHEN 'b'
020907             PERFORM 4930-DESBLOQUEAR-PIN
020908                 THRU 4930-DESBLOQUEAR-PIN-EXIT
020909         WHEN 'E'
02090A         WHEN 'e'
02090B             PERFORM 4990-EMPLEADO-OPERADOR
02090C                 THRU 4990-EMPLEADO-OPERADOR-EXIT
021000         WHEN 'S'
021100         WHEN 's'
021200             MOVE 'Y' TO OPM-SALIR
023200     ACCEPT OPM-CLAVE-ENT.
023300     CALL 'CIFRACLAVE' USING OPM-CLAVE-ENT OPM-CLAVE-CIFRADA.
023400     MOVE OPM-CLAVE-CIFRADA TO OPM-OPE-CLAVE(OPM-X-OPE).
023500     DISPLAY 'NIVEL (1-3, 9=SUPERVISOR): ' WITH NO ADVANCING.
023600     ACCEPT OPM-OPE-NIVEL(OPM-X-OPE).
023700     MOVE OPM-FECHA-HOY TO OPM-OPE-FECHA-CLAVE(OPM-X-OPE).
023800     MOVE ZERO TO OPM-OPE-INTENTOS(OPM-X-OPE).
031000     MOVE OPM-FECHA-HOY TO OPM-OPE-FECHA-CLAVE(OPM-X-OPE).
031100 4810-MIGRAR-UNA-EXIT.
031200     EXIT.
031201*
031202******************************************************************
031203* 4900-PIN-EMPLEADO - ISSUE OR RESET A SELF-SERVICE PIN, FORCED
031204*                     TO CHANGE ON THE FIRST AUTOCONS SIGN-ON
031205******************************************************************
031206 4900-PIN-EMPLEADO.
031207     PERFORM 4940-PEDIR-EMPLEADO THRU 4940-PEDIR-EMPLEADO-EXIT.
031208     IF OPM-ID-EMPLEADO = ZERO
031209         GO TO 4900-PIN-EMPLEADO-EXIT
03120A     END-IF.
03120B     PERFORM 4950-VERIFICAR-EMPLEADO
03120C         THRU 4950-VERIFICAR-EMPLEADO-EXIT.
03120D     IF NOT OPM-ES-EMPLEADO
03120E         DISPLAY 'EL LEGAJO NO FIGURA EN EL MAESTRO DE EMPLEADOS'
03120F         GO TO 4900-PIN-EMPLEADO-EXIT
03120G     END-IF.
03120H     PERFORM 4960-CARGAR-PINES THRU 4960-CARGAR-PINES-EXIT.
03120I     PERFORM 4970-BUSCAR-PIN THRU 4970-BUSCAR-PIN-EXIT.
03120J     IF NOT OPM-ES-HALLADO
03120K         IF OPM-CANT-PINES >= 2000
03120L             DISPLAY 'TABLA DE PINES LLENA'
03120M             GO TO 4900-PIN-EMPLEADO-EXIT
03120N         END-IF
03120O         ADD 1 TO OPM-CANT-PINES
03120P         SET OPM-X-PIN TO OPM-CANT-PINES
03120Q         MOVE OPM-ID-EMPLEADO TO OPP-ID
03120R     END-IF.
03120S     DISPLAY 'PIN INICIAL (8): ' WITH NO ADVANCING.
03120T     ACCEPT OPM-CLAVE-ENT.
03120U     IF OPM-CLAVE-ENT = SPACES
03120V         DISPLAY 'PIN VACIO, NO SE GRABA'
03120W         GO TO 4900-PIN-EMPLEADO-EXIT
03120X     END-IF.
03120Y     CALL 'CIFRACLAVE' USING OPM-CLAVE-ENT OPM-CLAVE-CIFRADA.
03120Z     MOVE OPM-CLAVE-CIFRADA TO OPP-PIN.
031210     MOVE OPM-FECHA-HOY TO OPP-FECHA-PIN.
031211     MOVE ZERO TO OPP-INTENTOS.
031212     MOVE 'N' TO OPP-BLOQUEADO.
031213     MOVE 'S' TO OPP-CAMBIO-FORZADO.
031214     MOVE OPM-PIN-ACTUAL TO OPM-PIN-FILA(OPM-X-PIN).
031215     PERFORM 4980-GRABAR-PINES THRU 4980-GRABAR-PINES-EXIT.
031216     DISPLAY 'PIN GRABADO (CAMBIO FORZADO AL PRIMER INGRESO)'.
031217 4900-PIN-EMPLEADO-EXIT.
031218     EXIT.
031219*
03121A******************************************************************
03121B* 4930-DESBLOQUEAR-PIN - CLEAR A LOCKED SELF-SERVICE PIN
03121C******************************************************************
03121D 4930-DESBLOQUEAR-PIN.
03121E     PERFORM 4940-PEDIR-EMPLEADO THRU 4940-PEDIR-EMPLEADO-EXIT.
03121F     IF OPM-ID-EMPLEADO = ZERO
03121G         GO TO 4930-DESBLOQUEAR-PIN-EXIT
03121H     END-IF.
03121I     PERFORM 4960-CARGAR-PINES THRU 4960-CARGAR-PINES-EXIT.
03121J     PERFORM 4970-BUSCAR-PIN THRU 4970-BUSCAR-PIN-EXIT.
03121K     IF NOT OPM-ES-HALLADO
03121L         DISPLAY 'EL LEGAJO NO TIENE PIN EMITIDO'
03121M         GO TO 4930-DESBLOQUEAR-PIN-EXIT
03121N     END-IF.
03121O     MOVE 'N' TO OPP-BLOQUEADO.
03121P     MOVE ZERO TO OPP-INTENTOS.
03121Q     MOVE OPM-PIN-ACTUAL TO OPM-PIN-FILA(OPM-X-PIN).
03121R     PERFORM 4980-GRABAR-PINES THRU 4980-GRABAR-PINES-EXIT.
03121S     DISPLAY 'PIN DESBLOQUEADO'.
03121T 4930-DESBLOQUEAR-PIN-EXIT.
03121U     EXIT.
03121V*
03121W******************************************************************
03121X* 4940-PEDIR-EMPLEADO - THE CANDIDATE NUMBER, ZERO IF INVALID
03121Y******************************************************************
03121Z 4940-PEDIR-EMPLEADO.
031220     DISPLAY 'NUMERO DE LEGAJO: ' WITH NO ADVANCING.
031221     ACCEPT OPM-ID-ENT.
031222     IF OPM-ID-ENT IS NUMERIC
031223         MOVE OPM-ID-ENT TO OPM-ID-EMPLEADO
031224     ELSE
031225         MOVE ZERO TO OPM-ID-EMPLEADO
031226     END-IF.
031227     IF OPM-ID-EMPLEADO = ZERO
031228         DISPLAY 'NUMERO DE LEGAJO INVALIDO'
031229     END-IF.
03122A 4940-PEDIR-EMPLEADO-EXIT.
03122B     EXIT.
03122C*
03122D******************************************************************
03122E* 4950-VERIFICAR-EMPLEADO - THE NUMBER MUST BE ON THE MASTER
03122F******************************************************************
03122G 4950-VERIFICAR-EMPLEADO.
03122H     MOVE 'N' TO OPM-EMPLEADO.
03122I     MOVE 'N' TO OPM-FIN-ARCHIVO.
03122J     OPEN INPUT EMPLOYEES-FILE.
03122K     IF OPM-STATUS-EMPL = '00'
03122L         PERFORM 4951-LEER-EMPLEADO
03122M             THRU 4951-LEER-EMPLEADO-EXIT
03122N             UNTIL OPM-ES-FIN-ARCHIVO OR OPM-ES-EMPLEADO
03122O     END-IF.
03122P     CLOSE EMPLOYEES-FILE.
03122Q     MOVE 'N' TO OPM-FIN-ARCHIVO.
03122R 4950-VERIFICAR-EMPLEADO-EXIT.
03122S     EXIT.
03122T*
03122U 4951-LEER-EMPLEADO.
03122V     READ EMPLOYEES-FILE
03122W         AT END
03122X             SET OPM-ES-FIN-ARCHIVO TO TRUE
03122Y         NOT AT END
03122Z             IF EM-ID = OPM-ID-EMPLEADO
031230                 SET OPM-ES-EMPLEADO TO TRUE
031231             END-IF
031232     END-READ.
031233 4951-LEER-EMPLEADO-EXIT.
031234     EXIT.
031235*
031236******************************************************************
031237* 4960-CARGAR-PINES - THE PIN FILE INTO THE TABLE
031238******************************************************************
031239 4960-CARGAR-PINES.
03123A     MOVE ZERO TO OPM-CANT-PINES.
03123B     MOVE 'N' TO OPM-FIN-ARCHIVO.
03123C     OPEN INPUT EMPPIN-FILE.
03123D     IF OPM-STATUS-PIN = '00'
03123E         PERFORM 4961-LEER-PIN THRU 4961-LEER-PIN-EXIT
03123F             UNTIL OPM-ES-FIN-ARCHIVO
03123G     END-IF.
03123H     CLOSE EMPPIN-FILE.
03123I     MOVE 'N' TO OPM-FIN-ARCHIVO.
03123J 4960-CARGAR-PINES-EXIT.
03123K     EXIT.
03123L*
03123M 4961-LEER-PIN.
03123N     READ EMPPIN-FILE
03123O         AT END
03123P             SET OPM-ES-FIN-ARCHIVO TO TRUE
03123Q         NOT AT END
03123R             IF OPM-CANT-PINES < 2000
03123S                 ADD 1 TO OPM-CANT-PINES
03123T                 SET OPM-X-PIN TO OPM-CANT-PINES
03123U                 MOVE EP-RECORD TO OPM-PIN-FILA(OPM-X-PIN)
03123V             END-IF
03123W     END-READ.
03123X 4961-LEER-PIN-EXIT.
03123Y     EXIT.
03123Z*
031240******************************************************************
031241* 4970-BUSCAR-PIN - THE ROW OF THE CANDIDATE NUMBER, IF ANY
031242******************************************************************
031243 4970-BUSCAR-PIN.
031244     MOVE 'N' TO OPM-HALLADO.
031245     PERFORM 4971-COMPARAR-PIN THRU 4971-COMPARAR-PIN-EXIT
031246         VARYING OPM-X-PIN FROM 1 BY 1
031247         UNTIL OPM-X-PIN > OPM-CANT-PINES
031248         OR OPM-ES-HALLADO.
031249     IF OPM-ES-HALLADO
03124A         SET OPM-X-PIN DOWN BY 1
03124B         MOVE OPM-PIN-FILA(OPM-X-PIN) TO OPM-PIN-ACTUAL
03124C     ELSE
03124D         INITIALIZE OPM-PIN-ACTUAL
03124E     END-IF.
03124F 4970-BUSCAR-PIN-EXIT.
03124G     EXIT.
03124H*
03124I 4971-COMPARAR-PIN.
03124J     MOVE OPM-PIN-FILA(OPM-X-PIN) TO OPM-PIN-ACTUAL.
03124K     IF OPP-ID = OPM-ID-EMPLEADO
03124L         SET OPM-ES-HALLADO TO TRUE
03124M     END-IF.
03124N 4971-COMPARAR-PIN-EXIT.
03124O     EXIT.
03124P*
03124Q******************************************************************
03124R* 4980-GRABAR-PINES - REWRITE THE PIN FILE
03124S******************************************************************
03124T 4980-GRABAR-PINES.
03124U     OPEN OUTPUT EMPPIN-FILE.
03124V     PERFORM 4981-GRABAR-PIN THRU 4981-GRABAR-PIN-EXIT
03124W         VARYING OPM-X-PIN FROM 1 BY 1
03124X         UNTIL OPM-X-PIN > OPM-CANT-PINES.
03124Y     CLOSE EMPPIN-FILE.
03124Z 4980-GRABAR-PINES-EXIT.
031250     EXIT.
031251*
031252 4981-GRABAR-PIN.
031253     MOVE OPM-PIN-FILA(OPM-X-PIN) TO EP-RECORD.
031254     WRITE EP-RECORD.
031255 4981-GRABAR-PIN-EXIT.
031256     EXIT.
031257*
031258******************************************************************
031259* 4990-EMPLEADO-OPERADOR - TIE AN OPERATOR TO THE CANDIDATE
03125A*                          NUMBER OF THE EMPLOYEE BEHIND IT, FOR
03125B*                          THE MANAGEMENT-CHAIN APPROVALS; ZERO
03125C*                          REMOVES THE TIE
03125D******************************************************************
03125E 4990-EMPLEADO-OPERADOR.
03125F     PERFORM 8000-BUSCAR-OPERADOR THRU 8000-BUSCAR-OPERADOR-EXIT.
03125G     IF NOT OPM-ES-HALLADO
03125H         GO TO 4990-EMPLEADO-OPERADOR-EXIT
03125I     END-IF.
03125J     DISPLAY 'NUMERO DE LEGAJO (0 = DESVINCULAR): '
03125K         WITH NO ADVANCING.
03125L     ACCEPT OPM-ID-ENT.
03125M     IF OPM-ID-ENT = '0'
03125N         MOVE '00000' TO OPM-ID-ENT
03125O     END-IF.
03125P     IF OPM-ID-ENT IS NOT NUMERIC
03125Q         DISPLAY 'NUMERO DE LEGAJO INVALIDO'
03125R         GO TO 4990-EMPLEADO-OPERADOR-EXIT
03125S     END-IF.
03125T     MOVE OPM-ID-ENT TO OPM-ID-EMPLEADO.
03125U     IF OPM-ID-EMPLEADO NOT = ZERO
03125V         PERFORM 4950-VERIFICAR-EMPLEADO
03125W             THRU 4950-VERIFICAR-EMPLEADO-EXIT
03125X         IF NOT OPM-ES-EMPLEADO
03125Y             DISPLAY 'EL LEGAJO NO FIGURA EN EL MAESTRO'
03125Z             GO TO 4990-EMPLEADO-OPERADOR-EXIT
031260         END-IF
031261     END-IF.
031262     PERFORM 4991-CARGAR-VINCULOS THRU 4991-CARGAR-VINCULOS-EXIT.
031263     MOVE 'N' TO OPM-HALLADO.
031264     SET OPM-X-VIN TO 1.
031265     SEARCH OPM-VINCULO-FILA
031266         AT END
031267             CONTINUE
031268         WHEN OPM-X-VIN > OPM-CANT-VINCULOS
031269             CONTINUE
03126A         WHEN OPM-VIN-USUARIO(OPM-X-VIN) = OPM-USUARIO-BUSCADO
03126B             SET OPM-ES-HALLADO TO TRUE
03126C     END-SEARCH.
03126D     IF NOT OPM-ES-HALLADO
03126E         IF OPM-CANT-VINCULOS >= 100
03126F             DISPLAY 'TABLA DE VINCULOS LLENA'
03126G             GO TO 4990-EMPLEADO-OPERADOR-EXIT
03126H         END-IF
03126I         ADD 1 TO OPM-CANT-VINCULOS
03126J         SET OPM-X-VIN TO OPM-CANT-VINCULOS
03126K         MOVE OPM-USUARIO-BUSCADO TO OPM-VIN-USUARIO(OPM-X-VIN)
03126L     END-IF.
03126M     MOVE OPM-ID-EMPLEADO TO OPM-VIN-ID(OPM-X-VIN).
03126N     OPEN OUTPUT OPEREMP-FILE.
03126O     PERFORM 4993-GRABAR-VINCULO THRU 4993-GRABAR-VINCULO-EXIT
03126P         VARYING OPM-X-VIN FROM 1 BY 1
03126Q         UNTIL OPM-X-VIN > OPM-CANT-VINCULOS.
03126R     CLOSE OPEREMP-FILE.
03126S     IF OPM-ID-EMPLEADO = ZERO
03126T         DISPLAY 'OPERADOR DESVINCULADO'
03126U     ELSE
03126V         DISPLAY 'OPERADOR VINCULADO AL LEGAJO ' OPM-ID-EMPLEADO
03126W     END-IF.
03126X 4990-EMPLEADO-OPERADOR-EXIT.
03126Y     EXIT.
03126Z*
031270******************************************************************
031271* 4991-CARGAR-VINCULOS - THE OPEREMP FILE INTO THE TABLE
031272******************************************************************
031273 4991-CARGAR-VINCULOS.
031274     MOVE ZERO TO OPM-CANT-VINCULOS.
031275     MOVE 'N' TO OPM-FIN-ARCHIVO.
031276     OPEN INPUT OPEREMP-FILE.
031277     IF OPM-STATUS-OPEREMP = '00'
031278         PERFORM 4992-LEER-VINCULO THRU 4992-LEER-VINCULO-EXIT
031279             UNTIL OPM-ES-FIN-ARCHIVO
03127A     END-IF.
03127B     CLOSE OPEREMP-FILE.
03127C     MOVE 'N' TO OPM-FIN-ARCHIVO.
03127D 4991-CARGAR-VINCULOS-EXIT.
03127E     EXIT.
03127F*
03127G 4992-LEER-VINCULO.
03127H     READ OPEREMP-FILE
03127I         AT END
03127J             SET OPM-ES-FIN-ARCHIVO TO TRUE
03127K         NOT AT END
03127L             IF OPM-CANT-VINCULOS < 100
03127M                 AND OE-ID NOT = ZERO
03127N                 ADD 1 TO OPM-CANT-VINCULOS
03127O                 SET OPM-X-VIN TO OPM-CANT-VINCULOS
03127P                 MOVE OE-USUARIO TO OPM-VIN-USUARIO(OPM-X-VIN)
03127Q                 MOVE OE-ID TO OPM-VIN-ID(OPM-X-VIN)
03127R             END-IF
03127S     END-READ.
03127T 4992-LEER-VINCULO-EXIT.
03127U     EXIT.
03127V*
03127W 4993-GRABAR-VINCULO.
03127X     IF OPM-VIN-ID(OPM-X-VIN) NOT = ZERO
03127Y         MOVE OPM-VIN-USUARIO(OPM-X-VIN) TO OE-USUARIO
03127Z         MOVE OPM-VIN-ID(OPM-X-VIN) TO OE-ID
031280         WRITE OE-RECORD
031281     END-IF.
031282 4993-GRABAR-VINCULO-EXIT.
031283     EXIT.
031300*
031400******************************************************************
031500* 5000-LISTAR - ACCOUNTS WITHOUT ANY KEY MATERIAL
