002000*     THEIR WSF-IDIOMA-OPERADOR SWITCH (COPYBOOK IDIOMA) AND A
002100*     MESSAGE CODE AND GET BACK PLAIN TEXT WITH NO TRAILING
002200*     PADDING TO WORRY ABOUT BEYOND MSJ-TEXTO'S OWN WIDTH.
002210*   - CODES 043 TO 045 FOR THE EJERCICIO03 COURSE CATALOG:
002220*     UNKNOWN COURSE, MISSING PREREQUISITE COURSE AND A COURSE
002230*     THAT ONLY ADMITS GRADUATES.
002240*   - CODES 046 TO 062 FOR THE COMPTOTAL ANNUAL COMPENSATION
002250*     STATEMENT, PRINTED IN THE EMPLOYEE'S LANGUAGE.
002300******************************************************************
002400 IDENTIFICATION DIVISION.
002500 PROGRAM-ID. MENSAJES.
030784                 MOVE 'NO SE PUDO ABRIR EL ARCHIVO:'
030785                     TO MSJ-TEXTO
030786             END-IF
030787         WHEN 043
030788             IF MSJ-INGLES
030789                 MOVE 'THE COURSE IS NOT IN THE COURSE CATALOG'
03078A                     TO MSJ-TEXTO
03078B             ELSE
03078C                 MOVE 'EL CURSO NO ESTA EN EL CATALOGO'
03078D                     TO MSJ-TEXTO
03078E             END-IF
03078F         WHEN 044
03078G             IF MSJ-INGLES
03078H                 MOVE 'HAS NOT COMPLETED THE PREREQUISITE COURSE'
03078I                     TO MSJ-TEXTO
03078J             ELSE
03078K                 MOVE 'NO COMPLETO EL CURSO PREVIO REQUERIDO'
03078L                     TO MSJ-TEXTO
03078M             END-IF
03078N         WHEN 045
03078O             IF MSJ-INGLES
03078P                 MOVE 'IS NOT A GRADUATE OF THE CAREER'
03078Q                     TO MSJ-TEXTO
03078R             ELSE
03078S                 MOVE 'NO ES GRADUADO DE LA CARRERA'
03078T                     TO MSJ-TEXTO
03078U             END-IF
03078V         WHEN 046
03078W             IF MSJ-INGLES
03078X                 MOVE 'ANNUAL TOTAL COMPENSATION STATEMENT'
03078Y                     TO MSJ-TEXTO
03078Z             ELSE
030790                 MOVE 'ESTADO ANUAL DE COMPENSACION TOTAL'
030791                     TO MSJ-TEXTO
030792             END-IF
030793         WHEN 047
030794             IF MSJ-INGLES
030795                 MOVE 'EMPLOYEE' TO MSJ-TEXTO
030796             ELSE
030797                 MOVE 'EMPLEADO' TO MSJ-TEXTO
030798             END-IF
030799         WHEN 048
03079A             IF MSJ-INGLES
03079B                 MOVE 'ITEM' TO MSJ-TEXTO
03079C             ELSE
03079D                 MOVE 'CONCEPTO' TO MSJ-TEXTO
03079E             END-IF
03079F         WHEN 049
03079G             IF MSJ-INGLES
03079H                 MOVE 'CHANGE' TO MSJ-TEXTO
03079I             ELSE
03079J                 MOVE 'DIFERENCIA' TO MSJ-TEXTO
03079K             END-IF
03079L         WHEN 050
03079M             IF MSJ-INGLES
03079N                 MOVE 'BASE SALARY' TO MSJ-TEXTO
03079O             ELSE
03079P                 MOVE 'SUELDO BASICO' TO MSJ-TEXTO
03079Q             END-IF
03079R         WHEN 051
03079S             IF MSJ-INGLES
03079T                 MOVE 'OVERTIME' TO MSJ-TEXTO
03079U             ELSE
03079V                 MOVE 'HORAS EXTRA' TO MSJ-TEXTO
03079W             END-IF
03079X         WHEN 052
03079Y             IF MSJ-INGLES
03079Z                 MOVE 'YEAR-END BONUS' TO MSJ-TEXTO
0307A0             ELSE
0307A1                 MOVE 'BONO ANUAL' TO MSJ-TEXTO
0307A2             END-IF
0307A3         WHEN 053
0307A4             IF MSJ-INGLES
0307A5                 MOVE 'AGUINALDO (13TH SALARY)' TO MSJ-TEXTO
0307A6             ELSE
0307A7                 MOVE 'AGUINALDO (SAC)' TO MSJ-TEXTO
0307A8             END-IF
0307A9         WHEN 054
0307AA             IF MSJ-INGLES
0307AB                 MOVE 'RETRO PAY' TO MSJ-TEXTO
0307AC             ELSE
0307AD                 MOVE 'RETROACTIVOS' TO MSJ-TEXTO
0307AE             END-IF
0307AF         WHEN 055
0307AG             IF MSJ-INGLES
0307AH                 MOVE 'TOTAL CASH COMPENSATION' TO MSJ-TEXTO
0307AI             ELSE
0307AJ                 MOVE 'TOTAL REMUNERACION EN DINERO' TO MSJ-TEXTO
0307AK             END-IF
0307AL         WHEN 056
0307AM             IF MSJ-INGLES
0307AN                 MOVE 'EMPLOYER CONTRIBUTIONS' TO MSJ-TEXTO
0307AO             ELSE
0307AP                 MOVE 'CONTRIBUCIONES PATRONALES' TO MSJ-TEXTO
0307AQ             END-IF
0307AR         WHEN 057
0307AS             IF MSJ-INGLES
0307AT                 MOVE 'BENEFITS PAID BY THE COMPANY' TO MSJ-TEXTO
0307AU             ELSE
0307AV                 MOVE 'BENEFICIOS A CARGO DE LA EMPRESA'
0307AW                     TO MSJ-TEXTO
0307AX             END-IF
0307AY         WHEN 058
0307AZ             IF MSJ-INGLES
0307B0                 MOVE 'LOAN INTEREST SUBSIDY' TO MSJ-TEXTO
0307B1             ELSE
0307B2                 MOVE 'SUBSIDIO DE INTERES PRESTAMOS' TO MSJ-TEXTO
0307B3             END-IF
0307B4         WHEN 059
0307B5             IF MSJ-INGLES
0307B6                 MOVE 'TOTAL COMPENSATION' TO MSJ-TEXTO
0307B7             ELSE
0307B8                 MOVE 'COMPENSACION TOTAL' TO MSJ-TEXTO
0307B9             END-IF
0307BA         WHEN 060
0307BB             IF MSJ-INGLES
0307BC                 MOVE 'VACATION DAYS TAKEN' TO MSJ-TEXTO
0307BD             ELSE
0307BE                 MOVE 'VACACIONES GOZADAS (DIAS)' TO MSJ-TEXTO
0307BF             END-IF
0307BG         WHEN 061
0307BH             IF MSJ-INGLES
0307BI                 MOVE 'VACATION VALUE (IN SALARY)' TO MSJ-TEXTO
0307BJ             ELSE
0307BK                 MOVE 'VALOR VACACIONES (EN SUELDO)' TO MSJ-TEXTO
0307BL             END-IF
0307BM         WHEN 062
0307BN             IF MSJ-INGLES
0307BO                 MOVE 'VACATION BALANCE TODAY (DAYS)' TO MSJ-TEXTO
0307BP             ELSE
0307BQ                 MOVE 'SALDO DE VACACIONES HOY (DIAS)'
0307BR                     TO MSJ-TEXTO
0307BS             END-IF
030800         WHEN OTHER
030900             MOVE SPACES TO MSJ-TEXTO
031000     END-EVALUATE.
