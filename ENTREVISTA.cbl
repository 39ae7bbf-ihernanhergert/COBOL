001900*
002000* MODIFICATION HISTORY:
002100*   - NEW SCHEDULING PROGRAM, OFFERED FROM THE MENUUTIL MENU.
002101*   - A RESULT IS ONLY TAKEN FROM THE BOOKED INTERVIEWER OR FROM
002102*     AN OPERATOR UP THE INTERVIEWER'S REPORTING LINE (JEFCADENA);
002103*     INTERVIEWERS NOT LINKED TO AN EMPLOYEE KEEP THE OLD RULE.
002200******************************************************************
002300 IDENTIFICATION DIVISION.
002400 PROGRAM-ID. ENTREVISTA.
005900     05  ENT-FECHA-HOY           PIC 9(08).
006000     05  ENT-PIPE-ETAPA          PIC X(12).
006100     05  ENT-PIPE-PERIODO        PIC 9(06) VALUE ZERO.
006101     05  ENT-SES-ACCION          PIC X(01) VALUE 'G'.
006102     05  ENT-OPERADOR            PIC X(08) VALUE SPACES.
006103     05  ENT-JFC-ACCION          PIC X(01).
006104     05  ENT-JFC-ID              PIC 9(05).
006105     05  ENT-JFC-RESULTADO       PIC X(01).
006106     05  ENT-JFC-JEFE            PIC 9(05).
006200*
006300 01  ENT-CANT-CITAS              PIC 9(03) VALUE ZERO.
006400 01  ENT-TABLA-CITAS.
020100         GO TO 4000-RESULTADO-EXIT
020200     END-IF.
020300     SET ENT-X-CIT DOWN BY 1.
020301     CALL 'SESUSER' USING ENT-SES-ACCION ENT-OPERADOR.
020302     IF ENT-OPERADOR NOT = ENT-CIT-ENTREV(ENT-X-CIT)
020303         MOVE 'E' TO ENT-JFC-ACCION
020304         MOVE ZERO TO ENT-JFC-ID
020305         CALL 'JEFCADENA' USING ENT-JFC-ACCION ENT-JFC-ID
020306             ENT-FECHA-HOY ENT-CIT-ENTREV(ENT-X-CIT)
020307             ENT-JFC-RESULTADO ENT-JFC-JEFE
020308         IF ENT-JFC-RESULTADO = 'S'
020309             MOVE 'V' TO ENT-JFC-ACCION
02030A             CALL 'JEFCADENA' USING ENT-JFC-ACCION ENT-JFC-ID
02030B                 ENT-FECHA-HOY ENT-OPERADOR
02030C                 ENT-JFC-RESULTADO ENT-JFC-JEFE
02030D             IF ENT-JFC-RESULTADO = 'N' OR 'U'
02030E                 DISPLAY 'SOLO EL ENTREVISTADOR '
02030F                     ENT-CIT-ENTREV(ENT-X-CIT)
02030G                     ' O SU CADENA DE MANDO CARGA EL RESULTADO'
02030H                 GO TO 4000-RESULTADO-EXIT
02030I             END-IF
02030J         END-IF
02030K     END-IF.
020400     DISPLAY 'RESULTADO (A=APROBADO, R=RECHAZADO, '
020500         'N=NO SE PRESENTO): ' WITH NO ADVANCING.
020600     ACCEPT ENT-RESULTADO-ENT.
