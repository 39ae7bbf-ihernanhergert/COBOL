002060*     NEXT-MONTH ADVANCE WHEN NO CALENDAR IS ON FILE, SO A
002070*     WEEKLY, BIWEEKLY AND MONTHLY CYCLE CAN EACH HAVE THEIR
002080*     OWN OPEN PERIOD AT THE SAME TIME.
002081*   - BEFORE CLOSING, THE SIGNED-ON OPERATOR'S ACTIONS IN THE
002082*     PERIOD ARE CHECKED AGAINST THE SODRULES CONFLICT TABLE
002083*     THROUGH THE SHARED VERIFSOD ROUTINE (FOR EXAMPLE HAVING
002084*     RELEASED THE SAME PERIOD IN APRUEBA); A CONFLICT LEAVES
002085*     THE PERIOD OPEN UNLESS A LEVEL-9 OPERATOR OVERRIDES IT.
002086*   - A CLOSE CHECKLIST NOW STANDS IN FRONT OF THE ROLL. THE
002087*     PASOCIERRE TABLE LISTS THE CLOSE STEPS AND WHICH ARE
002088*     MANDATORY; EACH STEP MARKS ITSELF DONE IN CHKCIERRE
002089*     (THROUGH MARCACIER) WHEN IT ENDS CLEANLY. THE CHECKLIST
00208A*     OF THE PERIOD AND THE COMPANIA PARMS COMPANY IS SHOWN,
00208B*     AND WHILE A MANDATORY STEP IS OPEN THE PERIOD STAYS
00208C*     OPEN UNLESS A DIFFERENT LEVEL-9 OPERATOR OVERRIDES IT
00208D*     WITH A REASON; REFUSALS AND OVERRIDES GO TO CIERRELOG.
00208E*     WITHOUT PASOCIERRE THE CLOSE BEHAVES AS BEFORE.
002100******************************************************************
002200 IDENTIFICATION DIVISION.
002300 PROGRAM-ID. CIERREPER.
003000     SELECT OPTIONAL PAYCAL-FILE ASSIGN TO 'PAYCAL'
003100         ORGANIZATION IS LINE SEQUENTIAL
003200         FILE STATUS IS CPE-STATUS-PAYCAL.
003201     SELECT OPTIONAL PASOCIERRE-FILE ASSIGN TO 'PASOCIERRE'
003202         ORGANIZATION IS LINE SEQUENTIAL
003203         FILE STATUS IS CPE-STATUS-PASOS.
003204     SELECT OPTIONAL CHKCIERRE-FILE ASSIGN TO 'CHKCIERRE'
003205         ORGANIZATION IS LINE SEQUENTIAL
003206         FILE STATUS IS CPE-STATUS-CHK.
003207     SELECT OPTIONAL COMPANIAS-FILE ASSIGN TO 'COMPANIAS'
003208         ORGANIZATION IS LINE SEQUENTIAL
003209         FILE STATUS IS CPE-STATUS-CIAS.
00320A     SELECT OPTIONAL OPERATORS-FILE ASSIGN TO 'OPERATORS'
00320B         ORGANIZATION IS LINE SEQUENTIAL
00320C         FILE STATUS IS CPE-STATUS-OPER.
00320D     SELECT OPTIONAL CIERRELOG-FILE ASSIGN TO 'CIERRELOG'
00320E         ORGANIZATION IS LINE SEQUENTIAL
00320F         FILE STATUS IS CPE-STATUS-LOG.
003300 DATA DIVISION.
003400 FILE SECTION.
003500 FD  PERIODCTL-FILE
004700     05 CALP-SECUENCIA           PIC 9(02).
004800     05 CALP-FECHA-DESDE         PIC 9(08).
004900     05 CALP-FECHA-HASTA         PIC 9(08).
004901 FD  PASOCIERRE-FILE
004902     LABEL RECORDS ARE STANDARD.
004903 01  PS-RECORD.
004904     05 PS-PASO                  PIC X(10).
004905     05 PS-OBLIGATORIO           PIC X(01).
004906     05 PS-DESCRIPCION           PIC X(40).
004907 FD  CHKCIERRE-FILE
004908     LABEL RECORDS ARE STANDARD.
004909 01  CK-RECORD.
00490A     COPY CHKCIER.
00490B FD  COMPANIAS-FILE
00490C     LABEL RECORDS ARE STANDARD.
00490D 01  CO-RECORD.
00490E     05 CO-CODIGO                PIC X(03).
00490F     05 CO-NOMBRE                PIC X(20).
00490G     05 CO-MONEDA                PIC X(03).
00490H     05 CO-FRECUENCIA            PIC X(01).
00490I FD  OPERATORS-FILE
00490J     LABEL RECORDS ARE STANDARD.
00490K 01  OP-RECORD.
00490L     05 OP-USUARIO               PIC X(08).
00490M     05 OP-CLAVE                 PIC X(08).
00490N     05 OP-NIVEL                 PIC 9(01).
00490O     05 OP-FECHA-CLAVE           PIC 9(08).
00490P     05 OP-INTENTOS              PIC 9(01).
00490Q     05 OP-BLOQUEADO             PIC X(01).
00490R     05 OP-CAMBIO-FORZADO        PIC X(01).
00490S FD  CIERRELOG-FILE
00490T     LABEL RECORDS ARE STANDARD.
00490U 01  CL-RECORD.
00490V     05 CL-FECHA                 PIC 9(08).
00490W     05 CL-HORA                  PIC X(08).
00490X     05 CL-PERIODO               PIC 9(06).
00490Y     05 CL-FRECUENCIA            PIC X(01).
00490Z     05 CL-COMPANIA              PIC X(03).
004910     05 CL-PASO                  PIC X(10).
004911     05 CL-USUARIO               PIC X(08).
004912     05 CL-RESULTADO             PIC X(01).
004913     05 CL-AUTORIZANTE           PIC X(08).
004914     05 CL-MOTIVO                PIC X(40).
005000 WORKING-STORAGE SECTION.
005100*
005200 01  CPE-STATUS                  PIC XX.
006000     05 CPE-MES                  PIC 9(02).
006100 01  CPE-SECUENCIA-PROXIMA       PIC 9(02).
006200 01  CPE-RESPUESTA               PIC X(01).
006201 01  CPE-SES-ACCION              PIC X(01).
006202 01  CPE-SES-USUARIO             PIC X(08).
006203 01  CPE-SOD-PASO                PIC X(10) VALUE 'CIERREPER'.
006204 01  CPE-SOD-PERMITIDO           PIC X(01) VALUE 'S'.
006205     88  CPE-ES-SOD-PERMITIDO    VALUE 'S'.
006206 01  CPE-CHK-PERMITIDO           PIC X(01) VALUE 'S'.
006207     88  CPE-ES-CHK-PERMITIDO    VALUE 'S'.
006208 01  CPE-STATUS-PASOS            PIC XX.
006209 01  CPE-STATUS-CHK              PIC XX.
00620A 01  CPE-STATUS-CIAS             PIC XX.
00620B 01  CPE-STATUS-OPER             PIC XX.
00620C 01  CPE-STATUS-LOG              PIC XX.
00620D 01  CPE-COMPANIA                PIC X(03) VALUE SPACES.
00620E 01  CPE-PARM-CLAVE              PIC X(12).
00620F 01  CPE-PARM-VALOR              PIC X(20).
00620G 01  CPE-PARM-HALLADO            PIC X(01).
00620H     88  CPE-ES-PARM-HALLADO     VALUE 'Y'.
00620I 01  CPE-FECHA-HOY               PIC 9(08).
00620J 01  CPE-HORA-AHORA              PIC X(08).
00620K 01  CPE-AUTORIZANTE             PIC X(08).
00620L 01  CPE-CLAVE-ENT               PIC X(08).
00620M 01  CPE-CLAVE-CIFRADA           PIC X(08).
00620N 01  CPE-MOTIVO                  PIC X(40).
00620O 01  CPE-RESULTADO               PIC X(01).
00620P 01  CPE-TXT-TIPO                PIC X(11).
00620Q 01  CPE-TXT-ESTADO              PIC X(09).
00620R 01  CPE-CANT-FALTAN             PIC 9(02) VALUE ZERO.
00620S 01  CPE-CIAS-PENDIENTES         PIC 9(02) VALUE ZERO.
006300*
006400 01  CPE-INDICADORES.
006500     05  CPE-FIN-ARCHIVO         PIC X VALUE 'N'.
006800         88  CPE-ES-HALLADO      VALUE 'Y'.
006900     05  CPE-CAL-HALLADO         PIC X VALUE 'N'.
007000         88  CPE-ES-CAL-HALLADO  VALUE 'Y'.
007001     05  CPE-AUTORIZADO          PIC X VALUE 'N'.
007002         88  CPE-ES-AUTORIZADO   VALUE 'Y'.
007100*
007200 01  CPE-CANT-FILAS              PIC 9(02) VALUE ZERO.
007300 01  CPE-TABLA-FILAS.
007700         10 CPE-FIL-ESTADO       PIC X(01).
007800         10 CPE-FIL-FRECUENCIA   PIC X(01).
007900         10 CPE-FIL-SECUENCIA    PIC 9(02).
007901*
007902*    PASOS DE LA LISTA DE CIERRE; SIN COMPANIA EN PARMS, UN PASO
007903*    MARCADO POR COMPANIA QUEDA HECHO CUANDO LO ESTA EN TODAS.
007904 01  CPE-CANT-PASOS              PIC 9(02) VALUE ZERO.
007905 01  CPE-TABLA-PASOS.
007906     05  CPE-PASO OCCURS 30 TIMES
007907                  INDEXED BY CPE-X-PAS.
007908         10 CPE-PAS-PASO         PIC X(10).
007909         10 CPE-PAS-OBLIGATORIO  PIC X(01).
00790A         10 CPE-PAS-DESCRIPCION  PIC X(40).
00790B         10 CPE-PAS-HECHO        PIC X(01).
00790C         10 CPE-PAS-CIA-HECHA    PIC X(01) OCCURS 20 TIMES
00790D                                 INDEXED BY CPE-X-HEC.
00790E*
00790F 01  CPE-CANT-CIAS               PIC 9(02) VALUE ZERO.
00790G 01  CPE-TABLA-CIAS.
00790H     05  CPE-CIA OCCURS 20 TIMES
00790I                 INDEXED BY CPE-X-CIA.
00790J         10 CPE-CIA-CODIGO       PIC X(03).
008000*
008100 PROCEDURE DIVISION.
008200******************************************************************
011100             WITH NO ADVANCING
011200         ACCEPT CPE-RESPUESTA
011300         IF CPE-RESPUESTA = 'S' OR CPE-RESPUESTA = 's'
011400             PERFORM 1500-SEGREGACION THRU 1500-SEGREGACION-EXIT
011401             IF CPE-ES-SOD-PERMITIDO
011402                 PERFORM 4000-CONTROL-CIERRE
011403                     THRU 4000-CONTROL-CIERRE-EXIT
011404             END-IF
011410             IF CPE-ES-SOD-PERMITIDO AND CPE-ES-CHK-PERMITIDO
011420                 PERFORM 2000-AVANZAR-PERIODO
011500                     THRU 2000-AVANZAR-PERIODO-EXIT
011510                 PERFORM 2600-ACTUALIZAR-FILA
011600                     THRU 2600-ACTUALIZAR-FILA-EXIT
011610                 PERFORM 3000-GRABAR-CONTROL
011700                     THRU 3000-GRABAR-CONTROL-EXIT
011800             ELSE
011810                 DISPLAY 'CIERREPER: EL PERIODO SIGUE ABIERTO'
011820                 MOVE 8 TO RETURN-CODE
011900             END-IF
012000         ELSE
012100             DISPLAY 'CIERREPER: SIN CAMBIOS'
012200         END-IF
019800     END-IF.
019900 1110-COMPARAR-FILA-EXIT.
020000     EXIT.
020001*
020002******************************************************************
020003* 1500-SEGREGACION - THE CLOSER MAY NOT HOLD A CONFLICTING ROLE
020004*                    IN THE PERIOD BEING CLOSED
020005******************************************************************
020006 1500-SEGREGACION.
020007     MOVE 'G' TO CPE-SES-ACCION.
020008     CALL 'SESUSER' USING CPE-SES-ACCION CPE-SES-USUARIO.
020009     CALL 'VERIFSOD' USING CPE-SOD-PASO CPE-SES-USUARIO
02000A         CPE-PERIODO-ACTUAL CPE-SOD-PERMITIDO.
02000B 1500-SEGREGACION-EXIT.
02000C     EXIT.
020100*
020200******************************************************************
020300* 2000-AVANZAR-PERIODO - NEXT CYCLE FROM PAYCAL, OR THE PLAIN
031500     WRITE PC-RECORD.
031600 3100-GRABAR-FILA-EXIT.
031700     EXIT.
0317A0*
0317A1******************************************************************
0317A2* 4000-CONTROL-CIERRE - EVERY MANDATORY STEP OF THE CHECKLIST
0317A3*                       MUST BE DONE, OR A LEVEL-9 OVERRIDE
0317A4******************************************************************
0317A5 4000-CONTROL-CIERRE.
0317A6     MOVE 'S' TO CPE-CHK-PERMITIDO.
0317A7     MOVE 'N' TO CPE-AUTORIZADO.
0317A8     MOVE ZERO TO CPE-CANT-FALTAN.
0317A9     PERFORM 4100-CARGAR-PASOS THRU 4100-CARGAR-PASOS-EXIT.
0317AA     IF CPE-CANT-PASOS = ZERO
0317AB         GO TO 4000-CONTROL-CIERRE-EXIT
0317AC     END-IF.
0317AD     MOVE SPACES TO CPE-COMPANIA.
0317AE     MOVE 'COMPANIA' TO CPE-PARM-CLAVE.
0317AF     CALL 'LEERPARM' USING CPE-PARM-CLAVE
0317AG         CPE-PARM-VALOR CPE-PARM-HALLADO.
0317AH     IF CPE-ES-PARM-HALLADO
0317AI         MOVE CPE-PARM-VALOR(1:3) TO CPE-COMPANIA
0317AJ     END-IF.
0317AK     IF CPE-COMPANIA = SPACES
0317AL         PERFORM 4200-CARGAR-COMPANIAS
0317AM             THRU 4200-CARGAR-COMPANIAS-EXIT
0317AN     END-IF.
0317AO     PERFORM 4300-LEER-CHECKLIST THRU 4300-LEER-CHECKLIST-EXIT.
0317AP     IF CPE-COMPANIA = SPACES
0317AQ         DISPLAY '=== LISTA DE CIERRE DEL PERIODO '
0317AR             CPE-PERIODO-ACTUAL ' - TODAS LAS COMPANIAS ==='
0317AS     ELSE
0317AT         DISPLAY '=== LISTA DE CIERRE DEL PERIODO '
0317AU             CPE-PERIODO-ACTUAL ' - COMPANIA ' CPE-COMPANIA ' ==='
0317AV     END-IF.
0317AW     PERFORM 4500-MOSTRAR-PASO THRU 4500-MOSTRAR-PASO-EXIT
0317AX         VARYING CPE-X-PAS FROM 1 BY 1
0317AY         UNTIL CPE-X-PAS > CPE-CANT-PASOS.
0317AZ     IF CPE-CANT-FALTAN = ZERO
0317B0         GO TO 4000-CONTROL-CIERRE-EXIT
0317B1     END-IF.
0317B2     DISPLAY 'CIERREPER: FALTAN ' CPE-CANT-FALTAN
0317B3         ' PASOS OBLIGATORIOS DE LA LISTA DE CIERRE'.
0317B4     PERFORM 4700-EXCEPCION THRU 4700-EXCEPCION-EXIT.
0317B5     IF CPE-ES-AUTORIZADO
0317B6         MOVE 'O' TO CPE-RESULTADO
0317B7         DISPLAY 'CIERRE AUTORIZADO POR ' CPE-AUTORIZANTE
0317B8     ELSE
0317B9         MOVE 'B' TO CPE-RESULTADO
0317BA         MOVE 'N' TO CPE-CHK-PERMITIDO
0317BB     END-IF.
0317BC     PERFORM 4900-ABRIR-CIERRELOG THRU 4900-ABRIR-CIERRELOG-EXIT.
0317BD     PERFORM 4910-ANOTAR-PASO THRU 4910-ANOTAR-PASO-EXIT
0317BE         VARYING CPE-X-PAS FROM 1 BY 1
0317BF         UNTIL CPE-X-PAS > CPE-CANT-PASOS.
0317BG     CLOSE CIERRELOG-FILE.
0317BH 4000-CONTROL-CIERRE-EXIT.
0317BI     EXIT.
0317BJ*
0317BK******************************************************************
0317BL* 4100-CARGAR-PASOS - THE PASOCIERRE STEP LIST
0317BM******************************************************************
0317BN 4100-CARGAR-PASOS.
0317BO     MOVE ZERO TO CPE-CANT-PASOS.
0317BP     MOVE 'N' TO CPE-FIN-ARCHIVO.
0317BQ     OPEN INPUT PASOCIERRE-FILE.
0317BR     IF CPE-STATUS-PASOS = '00'
0317BS         PERFORM 4110-LEER-PASO THRU 4110-LEER-PASO-EXIT
0317BT             UNTIL CPE-ES-FIN-ARCHIVO
0317BU     END-IF.
0317BV     CLOSE PASOCIERRE-FILE.
0317BW 4100-CARGAR-PASOS-EXIT.
0317BX     EXIT.
0317BY*
0317BZ******************************************************************
0317C0* 4110-LEER-PASO - KEEP ONE STEP (COMMENT LINES START WITH '*')
0317C1******************************************************************
0317C2 4110-LEER-PASO.
0317C3     READ PASOCIERRE-FILE
0317C4         AT END
0317C5             SET CPE-ES-FIN-ARCHIVO TO TRUE
0317C6         NOT AT END
0317C7             IF PS-RECORD(1:1) NOT = '*'
0317C8                 AND PS-PASO NOT = SPACES
0317C9                 AND CPE-CANT-PASOS < 30
0317CA                 ADD 1 TO CPE-CANT-PASOS
0317CB                 SET CPE-X-PAS TO CPE-CANT-PASOS
0317CC                 MOVE PS-PASO TO CPE-PAS-PASO(CPE-X-PAS)
0317CD                 MOVE PS-OBLIGATORIO
0317CE                     TO CPE-PAS-OBLIGATORIO(CPE-X-PAS)
0317CF                 IF PS-OBLIGATORIO NOT = 'N'
0317CG                     MOVE 'S' TO CPE-PAS-OBLIGATORIO(CPE-X-PAS)
0317CH                 END-IF
0317CI                 MOVE PS-DESCRIPCION
0317CJ                     TO CPE-PAS-DESCRIPCION(CPE-X-PAS)
0317CK                 MOVE 'N' TO CPE-PAS-HECHO(CPE-X-PAS)
0317CL                 PERFORM 4120-LIMPIAR-COMPANIA
0317CM                     THRU 4120-LIMPIAR-COMPANIA-EXIT
0317CN                     VARYING CPE-X-HEC FROM 1 BY 1
0317CO                     UNTIL CPE-X-HEC > 20
0317CP             END-IF
0317CQ     END-READ.
0317CR 4110-LEER-PASO-EXIT.
0317CS     EXIT.
0317CT*
0317CU******************************************************************
0317CV* 4120-LIMPIAR-COMPANIA - NO COMPANY HAS DONE THE STEP YET
0317CW******************************************************************
0317CX 4120-LIMPIAR-COMPANIA.
0317CY     MOVE 'N' TO CPE-PAS-CIA-HECHA(CPE-X-PAS, CPE-X-HEC).
0317CZ 4120-LIMPIAR-COMPANIA-EXIT.
0317D0     EXIT.
0317D1*
0317D2******************************************************************
0317D3* 4200-CARGAR-COMPANIAS - THE COMPANIES A FULL CLOSE COVERS
0317D4******************************************************************
0317D5 4200-CARGAR-COMPANIAS.
0317D6     MOVE ZERO TO CPE-CANT-CIAS.
0317D7     MOVE 'N' TO CPE-FIN-ARCHIVO.
0317D8     OPEN INPUT COMPANIAS-FILE.
0317D9     IF CPE-STATUS-CIAS = '00'
0317DA         PERFORM 4210-LEER-COMPANIA THRU 4210-LEER-COMPANIA-EXIT
0317DB             UNTIL CPE-ES-FIN-ARCHIVO
0317DC     END-IF.
0317DD     CLOSE COMPANIAS-FILE.
0317DE 4200-CARGAR-COMPANIAS-EXIT.
0317DF     EXIT.
0317DG*
0317DH******************************************************************
0317DI* 4210-LEER-COMPANIA - KEEP ONE COMPANY PAID ON THIS CYCLE
0317DJ******************************************************************
0317DK 4210-LEER-COMPANIA.
0317DL     READ COMPANIAS-FILE
0317DM         AT END
0317DN             SET CPE-ES-FIN-ARCHIVO TO TRUE
0317DO         NOT AT END
0317DP             IF CO-FRECUENCIA = SPACE
0317DQ                 MOVE 'M' TO CO-FRECUENCIA
0317DR             END-IF
0317DS             IF CO-CODIGO NOT = SPACES AND CPE-CANT-CIAS < 20
0317DT                 AND CO-FRECUENCIA = CPE-FRECUENCIA
0317DU                 ADD 1 TO CPE-CANT-CIAS
0317DV                 SET CPE-X-CIA TO CPE-CANT-CIAS
0317DW                 MOVE CO-CODIGO TO CPE-CIA-CODIGO(CPE-X-CIA)
0317DX             END-IF
0317DY     END-READ.
0317DZ 4210-LEER-COMPANIA-EXIT.
0317E0     EXIT.
0317E1*
0317E2******************************************************************
0317E3* 4300-LEER-CHECKLIST - THE STEPS MARKED DONE FOR THE PERIOD
0317E4******************************************************************
0317E5 4300-LEER-CHECKLIST.
0317E6     MOVE 'N' TO CPE-FIN-ARCHIVO.
0317E7     OPEN INPUT CHKCIERRE-FILE.
0317E8     IF CPE-STATUS-CHK = '00'
0317E9         PERFORM 4310-LEER-MARCA THRU 4310-LEER-MARCA-EXIT
0317EA             UNTIL CPE-ES-FIN-ARCHIVO
0317EB     END-IF.
0317EC     CLOSE CHKCIERRE-FILE.
0317ED 4300-LEER-CHECKLIST-EXIT.
0317EE     EXIT.
0317EF*
0317EG******************************************************************
0317EH* 4310-LEER-MARCA - ONE CHECKLIST ROW AGAINST THE STEP LIST
0317EI******************************************************************
0317EJ 4310-LEER-MARCA.
0317EK     READ CHKCIERRE-FILE
0317EL         AT END
0317EM             SET CPE-ES-FIN-ARCHIVO TO TRUE
0317EN         NOT AT END
0317EO             IF CK-PERIODO = CPE-PERIODO-ACTUAL
0317EP                 PERFORM 4320-MARCAR-PASO
0317EQ                     THRU 4320-MARCAR-PASO-EXIT
0317ER                     VARYING CPE-X-PAS FROM 1 BY 1
0317ES                     UNTIL CPE-X-PAS > CPE-CANT-PASOS
0317ET             END-IF
0317EU     END-READ.
0317EV 4310-LEER-MARCA-EXIT.
0317EW     EXIT.
0317EX*
0317EY******************************************************************
0317EZ* 4320-MARCAR-PASO - A RUN FOR EVERY COMPANY, OR FOR THE ONE
0317F0*                    BEING CLOSED, FINISHES THE STEP; A RUN FOR
0317F1*                    ONE COMPANY COUNTS TOWARD A FULL CLOSE
0317F2******************************************************************
0317F3 4320-MARCAR-PASO.
0317F4     IF CPE-PAS-PASO(CPE-X-PAS) NOT = CK-PASO
0317F5         GO TO 4320-MARCAR-PASO-EXIT
0317F6     END-IF.
0317F7     IF CK-COMPANIA = SPACES OR CK-COMPANIA = CPE-COMPANIA
0317F8         MOVE 'S' TO CPE-PAS-HECHO(CPE-X-PAS)
0317F9         GO TO 4320-MARCAR-PASO-EXIT
0317FA     END-IF.
0317FB     IF CPE-COMPANIA = SPACES
0317FC         PERFORM 4330-MARCAR-COMPANIA
0317FD             THRU 4330-MARCAR-COMPANIA-EXIT
0317FE             VARYING CPE-X-CIA FROM 1 BY 1
0317FF             UNTIL CPE-X-CIA > CPE-CANT-CIAS
0317FG     END-IF.
0317FH 4320-MARCAR-PASO-EXIT.
0317FI     EXIT.
0317FJ*
0317FK******************************************************************
0317FL* 4330-MARCAR-COMPANIA - NOTE THE COMPANY THAT RAN THE STEP
0317FM******************************************************************
0317FN 4330-MARCAR-COMPANIA.
0317FO     IF CPE-CIA-CODIGO(CPE-X-CIA) = CK-COMPANIA
0317FP         SET CPE-X-HEC TO CPE-X-CIA
0317FQ         MOVE 'S' TO CPE-PAS-CIA-HECHA(CPE-X-PAS, CPE-X-HEC)
0317FR     END-IF.
0317FS 4330-MARCAR-COMPANIA-EXIT.
0317FT     EXIT.
0317FU*
0317FV******************************************************************
0317FW* 4500-MOSTRAR-PASO - ONE CHECKLIST LINE; AN OPEN MANDATORY STEP
0317FX*                     IS COUNTED AS MISSING
0317FY******************************************************************
0317FZ 4500-MOSTRAR-PASO.
0317G0     MOVE ZERO TO CPE-CIAS-PENDIENTES.
0317G1     IF CPE-PAS-HECHO(CPE-X-PAS) NOT = 'S'
0317G2         AND CPE-COMPANIA = SPACES
0317G3         AND CPE-CANT-CIAS > ZERO
0317G4         PERFORM 4510-CONTAR-COMPANIA
0317G5             THRU 4510-CONTAR-COMPANIA-EXIT
0317G6             VARYING CPE-X-HEC FROM 1 BY 1
0317G7             UNTIL CPE-X-HEC > CPE-CANT-CIAS
0317G8         IF CPE-CIAS-PENDIENTES = ZERO
0317G9             MOVE 'S' TO CPE-PAS-HECHO(CPE-X-PAS)
0317GA         END-IF
0317GB     END-IF.
0317GC     IF CPE-PAS-OBLIGATORIO(CPE-X-PAS) = 'S'
0317GD         MOVE 'OBLIGATORIO' TO CPE-TXT-TIPO
0317GE     ELSE
0317GF         MOVE 'OPCIONAL' TO CPE-TXT-TIPO
0317GG     END-IF.
0317GH     IF CPE-PAS-HECHO(CPE-X-PAS) = 'S'
0317GI         MOVE 'HECHO' TO CPE-TXT-ESTADO
0317GJ     ELSE
0317GK         MOVE 'PENDIENTE' TO CPE-TXT-ESTADO
0317GL     END-IF.
0317GM     DISPLAY '  ' CPE-PAS-PASO(CPE-X-PAS) ' ' CPE-TXT-TIPO ' '
0317GN         CPE-TXT-ESTADO ' ' CPE-PAS-DESCRIPCION(CPE-X-PAS).
0317GO     IF CPE-PAS-HECHO(CPE-X-PAS) = 'S'
0317GP         GO TO 4500-MOSTRAR-PASO-EXIT
0317GQ     END-IF.
0317GR     IF CPE-PAS-OBLIGATORIO(CPE-X-PAS) = 'S'
0317GS         ADD 1 TO CPE-CANT-FALTAN
0317GT     END-IF.
0317GU     IF CPE-CIAS-PENDIENTES > ZERO
0317GV         AND CPE-CIAS-PENDIENTES < CPE-CANT-CIAS
0317GW         PERFORM 4520-MOSTRAR-COMPANIA
0317GX             THRU 4520-MOSTRAR-COMPANIA-EXIT
0317GY             VARYING CPE-X-HEC FROM 1 BY 1
0317GZ             UNTIL CPE-X-HEC > CPE-CANT-CIAS
0317H0     END-IF.
0317H1 4500-MOSTRAR-PASO-EXIT.
0317H2     EXIT.
0317H3*
0317H4******************************************************************
0317H5* 4510-CONTAR-COMPANIA - COMPANIES STILL WITHOUT THE STEP
0317H6******************************************************************
0317H7 4510-CONTAR-COMPANIA.
0317H8     IF CPE-PAS-CIA-HECHA(CPE-X-PAS, CPE-X-HEC) NOT = 'S'
0317H9         ADD 1 TO CPE-CIAS-PENDIENTES
0317HA     END-IF.
0317HB 4510-CONTAR-COMPANIA-EXIT.
0317HC     EXIT.
0317HD*
0317HE******************************************************************
0317HF* 4520-MOSTRAR-COMPANIA - NAME A COMPANY THE STEP IS MISSING FOR
0317HG******************************************************************
0317HH 4520-MOSTRAR-COMPANIA.
0317HI     IF CPE-PAS-CIA-HECHA(CPE-X-PAS, CPE-X-HEC) NOT = 'S'
0317HJ         SET CPE-X-CIA TO CPE-X-HEC
0317HK         DISPLAY '      FALTA EN LA COMPANIA '
0317HL             CPE-CIA-CODIGO(CPE-X-CIA)
0317HM     END-IF.
0317HN 4520-MOSTRAR-COMPANIA-EXIT.
0317HO     EXIT.
0317HP*
0317HQ******************************************************************
0317HR* 4700-EXCEPCION - A DIFFERENT LEVEL-9 OPERATOR MAY OVERRIDE,
0317HS*                  GIVING THE REASON
0317HT******************************************************************
0317HU 4700-EXCEPCION.
0317HV     MOVE SPACES TO CPE-MOTIVO.
0317HW     DISPLAY 'EXCEPCION - USUARIO NIVEL 9 (BLANCO = NO): '
0317HX         WITH NO ADVANCING.
0317HY     ACCEPT CPE-AUTORIZANTE.
0317HZ     IF CPE-AUTORIZANTE = SPACES
0317I0         GO TO 4700-EXCEPCION-EXIT
0317I1     END-IF.
0317I2     IF CPE-AUTORIZANTE = CPE-SES-USUARIO
0317I3         DISPLAY 'LA EXCEPCION NO PUEDE AUTORIZARLA EL MISMO '
0317I4             'OPERADOR'
0317I5         MOVE SPACES TO CPE-AUTORIZANTE
0317I6         GO TO 4700-EXCEPCION-EXIT
0317I7     END-IF.
0317I8     DISPLAY 'CLAVE: ' WITH NO ADVANCING.
0317I9     ACCEPT CPE-CLAVE-ENT.
0317IA     CALL 'CIFRACLAVE' USING CPE-CLAVE-ENT CPE-CLAVE-CIFRADA.
0317IB     MOVE 'N' TO CPE-FIN-ARCHIVO.
0317IC     OPEN INPUT OPERATORS-FILE.
0317ID     IF CPE-STATUS-OPER = '00'
0317IE         PERFORM 4710-COMPARAR-OPERADOR
0317IF             THRU 4710-COMPARAR-OPERADOR-EXIT
0317IG             UNTIL CPE-ES-FIN-ARCHIVO OR CPE-ES-AUTORIZADO
0317IH     END-IF.
0317II     CLOSE OPERATORS-FILE.
0317IJ     IF NOT CPE-ES-AUTORIZADO
0317IK         DISPLAY 'USUARIO O CLAVE INCORRECTOS, O SIN NIVEL 9'
0317IL         GO TO 4700-EXCEPCION-EXIT
0317IM     END-IF.
0317IN     DISPLAY 'MOTIVO DE LA EXCEPCION: ' WITH NO ADVANCING.
0317IO     ACCEPT CPE-MOTIVO.
0317IP     IF CPE-MOTIVO = SPACES
0317IQ         DISPLAY 'SIN MOTIVO NO HAY EXCEPCION'
0317IR         MOVE 'N' TO CPE-AUTORIZADO
0317IS     END-IF.
0317IT 4700-EXCEPCION-EXIT.
0317IU     EXIT.
0317IV*
0317IW******************************************************************
0317IX* 4710-COMPARAR-OPERADOR - VALIDATE THE OVERRIDE SIGNATURE
0317IY******************************************************************
0317IZ 4710-COMPARAR-OPERADOR.
0317J0     READ OPERATORS-FILE
0317J1         AT END
0317J2             SET CPE-ES-FIN-ARCHIVO TO TRUE
0317J3         NOT AT END
0317J4             IF OP-USUARIO = CPE-AUTORIZANTE
0317J5                 AND OP-CLAVE = CPE-CLAVE-CIFRADA
0317J6                 AND OP-NIVEL = 9
0317J7                 AND OP-BLOQUEADO NOT = 'S'
0317J8                 MOVE 'Y' TO CPE-AUTORIZADO
0317J9             END-IF
0317JA     END-READ.
0317JB 4710-COMPARAR-OPERADOR-EXIT.
0317JC     EXIT.
0317JD*
0317JE******************************************************************
0317JF* 4900-ABRIR-CIERRELOG - APPEND, CREATING THE FILE THE FIRST TIME
0317JG******************************************************************
0317JH 4900-ABRIR-CIERRELOG.
0317JI     OPEN EXTEND CIERRELOG-FILE.
0317JJ     IF CPE-STATUS-LOG = '35'
0317JK         OPEN OUTPUT CIERRELOG-FILE
0317JL     END-IF.
0317JM     ACCEPT CPE-FECHA-HOY FROM DATE YYYYMMDD.
0317JN     ACCEPT CPE-HORA-AHORA FROM TIME.
0317JO 4900-ABRIR-CIERRELOG-EXIT.
0317JP     EXIT.
0317JQ*
0317JR******************************************************************
0317JS* 4910-ANOTAR-PASO - ONE CIERRELOG ROW PER MISSING MANDATORY STEP
0317JT******************************************************************
0317JU 4910-ANOTAR-PASO.
0317JV     IF CPE-PAS-OBLIGATORIO(CPE-X-PAS) NOT = 'S'
0317JW         OR CPE-PAS-HECHO(CPE-X-PAS) = 'S'
0317JX         GO TO 4910-ANOTAR-PASO-EXIT
0317JY     END-IF.
0317JZ     MOVE CPE-FECHA-HOY TO CL-FECHA.
0317K0     MOVE CPE-HORA-AHORA TO CL-HORA.
0317K1     MOVE CPE-PERIODO-ACTUAL TO CL-PERIODO.
0317K2     MOVE CPE-FRECUENCIA TO CL-FRECUENCIA.
0317K3     MOVE CPE-COMPANIA TO CL-COMPANIA.
0317K4     MOVE CPE-PAS-PASO(CPE-X-PAS) TO CL-PASO.
0317K5     MOVE CPE-SES-USUARIO TO CL-USUARIO.
0317K6     MOVE CPE-RESULTADO TO CL-RESULTADO.
0317K7     IF CPE-ES-AUTORIZADO
0317K8         MOVE CPE-AUTORIZANTE TO CL-AUTORIZANTE
0317K9         MOVE CPE-MOTIVO TO CL-MOTIVO
0317KA     ELSE
0317KB         MOVE SPACES TO CL-AUTORIZANTE
0317KC         MOVE SPACES TO CL-MOTIVO
0317KD     END-IF.
0317KE     WRITE CL-RECORD.
0317KF 4910-ANOTAR-PASO-EXIT.
0317KG     EXIT.
031800 END PROGRAM CIERREPER.
