00179J*     REISSUE QUEUE (LEVEL 3).
00179K*   - ADDED OPTION 73, THE NEW FMTBANCO PER-BANK PAYMENT FILE
00179L*     FORMATTER (LEVEL 3).
00179M*   - ADDED OPTION 74, THE NEW DECLSS MONTHLY SOCIAL-SECURITY
00179N*     DECLARATION PER COMPANY (LEVEL 3).
00179O*   - ADDED OPTION 75, THE NEW EMBARGOS COURT GARNISHMENT
00179P*     DEPOSITS AND PER-ORDER BALANCES (LEVEL 3).
00179Q*   - ADDED OPTION 76, THE NEW PRESREPT ATTENDANCE-BONUS
00179R*     FORFEITURE REPORT (LEVEL 1).
00179S*   - ADDED OPTION 77, THE NEW GASTOS EXPENSE REIMBURSEMENT
00179T*     CLAIMS CAPTURE AND APPROVAL (LEVEL 2).
00179U*   - ADDED OPTION 78, THE NEW EVALDES PERFORMANCE-REVIEW
00179V*     CYCLE AND MERIT INCREASES (LEVEL 2).
00179W*   - ADDED OPTION 79, THE NEW DEDPERS PERSONAL INCOME TAX
00179X*     DEDUCTIONS DECLARATIONS (LEVEL 2).
00179Y*   - ADDED OPTION 80, THE NEW LIBROSJ STATUTORY PAYROLL
00179Z*     LEDGER WITH AUTHORIZED FOLIO NUMBERING (LEVEL 3).
0017A0*   - ADDED OPTION 81, THE NEW COMPREG SIDE-BY-SIDE COMPARISON OF
0017A1*     TWO PAYROLL REGISTER GENERATIONS (LEVEL 3).
0017A2*   - ADDED OPTION 82, THE NEW HISTCAMB UNIFIED CHANGE-HISTORY
0017A3*     TIMELINE OF ALL THE AUDIT TRAILS (LEVEL 3).
0017A4*   - ADDED OPTION 83, THE NEW SODREPT MONTHLY
0017A5*     SEGREGATION-OF-DUTIES VIOLATIONS AND OVERRIDES REPORT
0017A6*     (LEVEL 3).
0017A7*   - ADDED OPTION 84, THE NEW APRUCTA STEP THAT APPROVES
0017A8*     OR REJECTS THE DEPOSIT-ACCOUNT CHANGES EMPMAINT NOW
0017A9*     HOLDS AS PENDING (LEVEL 3, LIKE APRUEBA).
0017AA*   - ADDED OPTION 85, THE NEW ANOMALIAS SCAN FOR SUSPICIOUS
0017AB*     PAYROLL CASES AND ITS REVIEW OF THE FINDINGS (LEVEL 3).
0017AC*   - NEW OPTION 86 RUNS PRIVDATOS, THE CANDIDATE
0017AD*     SUBJECT ACCESS REPORT AND ANONYMIZATION (LEVEL 3).
0017AE*   - NEW OPTION 87 RUNS ROTACION, THE HEADCOUNT AND
0017AF*     TURNOVER STATISTICS REPORT (LEVEL 2).
0017AG*   - NEW OPTION 88 RUNS EMBUDO, THE RECRUITING FUNNEL, TIME
0017AH*     TO FILL AND SOURCE OF HIRE REPORT (LEVEL 2).
0017AI*   - NEW OPTION 89 RUNS REFREPT, THE EMPLOYEE REFERRAL REPORT,
0017AJ*     STAGE AND BONUS STATE PER REFERRED CANDIDATE (LEVEL 2).
0017AK*   - NEW OPTION 90 RUNS FACTCURS, TUITION BILLING, PAYMENTS,
0017AL*     REFUNDS AND AGED RECEIVABLES OF THE COURSES (LEVEL 2).
0017AM*   - NEW OPTION 91 RUNS AUTOCONS, EMPLOYEE SELF-SERVICE
0017AN*     INQUIRY BY CANDIDATE NUMBER AND PIN (LEVEL 1).
0017AO*   - NEW OPTION 92 RUNS NOTIDESP, DISPATCH AND ACKNOWLEDGEMENT OF
0017AP*     THE NOTIFICATION OUTBOX (LEVEL 2).
0017AQ*   - NEW OPTION 93 RUNS MONBATCH, BATCH RUN-TIME TREND AND
0017AR*     BREACH LIST FOR ESTADOOPS (LEVEL 3).
0017AS*   - NEW OPTION 94 RUNS CONCILGL, RECONCILIATION OF THE PAYROLL
0017AT*     POSTINGS AGAINST THE LEDGER TRIAL BALANCE (LEVEL 3).
0017AU*   - NEW OPTION 95 RUNS CONCCHQ, CHECKS PAID BY THE BANK, AND
0017AV*     POSSIBLE FRAUD AND STALE CHECKS (LEVEL 3).
0017AW*   - NEW OPTION 96 RUNS COSTPROY, LABOR COST BY PROJECT
0017AX*     FROM APPROVED HOURS (LEVEL 3).
0017AY*   - NEW OPTION 97 RUNS ORGANIG, THE ORGANIZATION CHART PER
0017AZ*     COMPANY AND DEPARTMENT (LEVEL 2).
0017B0*   - NEW OPTION 98 RUNS VENCONTR, THE FIXED-TERM CONTRACT
0017B1*     EXPIRY REPORT AND CLOSE (LEVEL 2).
0017B2*   - NEW OPTION 99 RUNS CAMBVISTO, THE SUPERVISOR SIGN-OFF OF
0017B3*     THE PRE-PAYROLL CHANGE REGISTER (LEVEL 3).
0017B4*   - ADDED OPTION 100, THE NEW CARTARECH REJECTION, WAITLIST
0017B5*     AND NOT-SELECTED LETTERS (LEVEL 2), AND WIDENED THE OPTION
0017B6*     FIELD (AND ITS SIGNLOG COLUMN) TO THREE DIGITS TO MAKE
0017B7*     ROOM FOR IT.
0017B8*   - NEW OPTION 101 RUNS BENMAINT, BENEFIT ELECTIONS AT OPEN
0017B9*     ENROLLMENT OR FOR A LIFE EVENT (LEVEL 2).
0017BA*   - NEW OPTION 102 RUNS COMPTOTAL, THE ANNUAL TOTAL
0017BB*     COMPENSATION STATEMENT PER EMPLOYEE (LEVEL 2).
0017BC*   - NEW OPTION 103 RUNS RECALCREG, THE INDEPENDENT
0017BD*     RECOMPUTATION OF THE PAYROLL REGISTER (LEVEL 3).
0017BE*   - NEW OPTION 104 RUNS PAYMERGE, THE MERGE OF THE PER-
0017BF*     COMPANY SEGMENTS OF A PARTITIONED PAYROLL RUN (LEVEL 3).
0017BG*   - NEW OPTION 105 RUNS VACSOLIC, THE VACATION REQUEST AND
0017BH*     APPROVAL WORKFLOW (OPEN TO EVERY OPERATOR).
0017BI*   - NEW OPTION 106 RUNS COMISION, THE SALES COMMISSION
0017BJ*     STATEMENTS AND THEIR APPROVAL (LEVEL 3).
0017BK*   - NEW OPTION 107 RUNS ENVIOHR, THE CHANGE-EVENT FEED TO THE
0017BL*     CORPORATE HR SYSTEM: SEND, ACKNOWLEDGE, RESEND (LEVEL 2).
0017BM*   - NEW OPTION 108 RUNS REDUCCION, WORKFORCE-REDUCTION
0017BN*     COSTING AND MASS TERMINATION BATCHES (LEVEL 3).
0017BO*   - SIGNLOG ROWS ARE NOW CHAINED THROUGH CADENAUD (SEQUENCE
0017BP*     AND CHECK VALUE IN THE CADAUD TRAILER) FOR VERIFCAD.
0017BQ*   - NEW OPTION 109 RUNS VERIFCAD, THE AUDIT-CHAIN
0017BR*     VERIFICATION (LEVEL 3).
0017BS*   - NEW OPTION 110 RUNS REVERPER, THE FULL REVERSAL OF A
0017BT*     POSTED PAY PERIOD OF ONE COMPANY (LEVEL 3).
001740*   - A SIGN-ON VALIDATED AGAINST THE OPERATORS FILE NOW GATES
001741*     THE MENU (THREE ATTEMPTS), EACH OPTION CARRIES A REQUIRED
001742*     AUTHORIZATION LEVEL (1=CONSULTA, 2=RRHH, 3=NOMINA), AND
002184     05 SGL-HORA                 PIC X(08).
002185     05 SGL-USUARIO              PIC X(08).
002186     05 SGL-RESULTADO            PIC X(01).
002187     05 SGL-OPCION               PIC 9(03).
002188     COPY CADAUD
002189         REPLACING CAD-SECUENCIA     BY SGL-SECUENCIA
00218A                   CAD-CONTROL       BY SGL-CONTROL.
002200 WORKING-STORAGE SECTION.
002300*
002400 01  MNU-OPCION                  PIC 9(03) VALUE ZERO.
002500 01  MNU-SALIR                   PIC X VALUE 'N'.
002600     88  MNU-ES-SALIR            VALUE 'Y'.
002610 01  MNU-NOMBRE-PROGRAMA         PIC X(11) VALUE 'MENUUTIL'.
00269U         10 MNU-OPE-INTENTOS     PIC 9(01).
00269V         10 MNU-OPE-BLOQUEADO    PIC X(01).
00269W         10 MNU-OPE-FORZADO      PIC X(01).
00269X 01  MNU-CAD-ACCION              PIC X(01) VALUE 'G'.
00269Y 01  MNU-CAD-ARCHIVO             PIC X(12) VALUE 'SIGNLOG'.
00269Z 01  MNU-CAD-LARGO               PIC 9(03) VALUE 28.
0026A0 01  MNU-ANCLA.
0026A1     COPY CADANCLA.
002700*
002800 PROCEDURE DIVISION.
002900******************************************************************
006456             CALL 'RETBANCO'
006457         WHEN 73
006458             CALL 'FMTBANCO'
006459         WHEN 74
00645A             CALL 'DECLSS'
00645B         WHEN 75
00645C             CALL 'EMBARGOS'
00645D         WHEN 76
00645E             CALL 'PRESREPT'
00645F         WHEN 77
00645G             CALL 'GASTOS'
00645H         WHEN 78
00645I             CALL 'EVALDES'
00645J         WHEN 79
00645K             CALL 'DEDPERS'
00645L         WHEN 80
00645M             CALL 'LIBROSJ'
00645N         WHEN 81
00645O             CALL 'COMPREG'
00645P         WHEN 82
00645Q             CALL 'HISTCAMB'
00645R         WHEN 83
00645S             CALL 'SODREPT'
00645T         WHEN 84
00645U             CALL 'APRUCTA'
00645V         WHEN 85
00645W             CALL 'ANOMALIAS'
00645X         WHEN 86
00645Y             CALL 'PRIVDATOS'
00645Z         WHEN 87
006460             CALL 'ROTACION'
006461         WHEN 88
006462             CALL 'EMBUDO'
006463         WHEN 89
006464             CALL 'REFREPT'
006465         WHEN 90
006466             CALL 'FACTCURS'
006467         WHEN 91
006468             CALL 'AUTOCONS'
006469         WHEN 92
00646A             CALL 'NOTIDESP'
00646B         WHEN 93
00646C             CALL 'MONBATCH'
00646D         WHEN 94
00646E             CALL 'CONCILGL'
00646F         WHEN 95
00646G             CALL 'CONCCHQ'
00646H         WHEN 96
00646I             CALL 'COSTPROY'
00646J         WHEN 97
00646K             CALL 'ORGANIG'
00646L         WHEN 98
00646M             CALL 'VENCONTR'
00646N         WHEN 99
00646O             CALL 'CAMBVISTO'
00646P         WHEN 100
00646Q             CALL 'CARTARECH'
00646R         WHEN 101
00646S             CALL 'BENMAINT'
00646T         WHEN 102
00646U             CALL 'COMPTOTAL'
00646V         WHEN 103
00646W             CALL 'RECALCREG'
00646X         WHEN 104
00646Y             CALL 'PAYMERGE'
00646Z         WHEN 105
006470             CALL 'VACSOLIC'
006471         WHEN 106
006472             CALL 'COMISION'
006473         WHEN 107
006474             CALL 'ENVIOHR'
006475         WHEN 108
006476             CALL 'REDUCCION'
006477         WHEN 109
006478             CALL 'VERIFCAD'
006479         WHEN 110
00647A             CALL 'REVERPER'
006440         WHEN OTHER
006500             DISPLAY 'OPCION INVALIDA'
006600     END-EVALUATE
00687I         WHEN 68
00687J         WHEN 69
00687K         WHEN 70
00687L         WHEN 77
00687M         WHEN 78
00687N         WHEN 79
00687O         WHEN 87
00687P         WHEN 88
00687Q         WHEN 89
00687R         WHEN 90
00687S         WHEN 92
00687T         WHEN 97
00687U         WHEN 98
00687V         WHEN 100
00687W         WHEN 101
00687X         WHEN 102
00687Y         WHEN 107
006873             MOVE 2 TO MNU-NIVEL-REQUERIDO
006874         WHEN 6
006875         WHEN 8
00688Q         WHEN 71
00688R         WHEN 72
00688S         WHEN 73
00688T         WHEN 74
00688U         WHEN 75
00688V         WHEN 80
00688W         WHEN 81
00688X         WHEN 82
00688Y         WHEN 83
00688Z         WHEN 84
006890         WHEN 85
006891         WHEN 86
006892         WHEN 93
006893         WHEN 94
006894         WHEN 95
006895         WHEN 96
006896         WHEN 99
006897         WHEN 103
006898         WHEN 104
006899         WHEN 106
00689A         WHEN 108
00689B         WHEN 109
00689C         WHEN 110
006883             MOVE 3 TO MNU-NIVEL-REQUERIDO
006884         WHEN OTHER
006885             MOVE 1 TO MNU-NIVEL-REQUERIDO
008696     DISPLAY '71. CTASCAN - CONTROL DE CUENTAS DE DEPOSITO'.
008697     DISPLAY '72. RETBANCO - RETORNOS DEL BANCO Y REEMISION'.
008698     DISPLAY '73. FMTBANCO - ARCHIVOS DE PAGO POR BANCO'.
008699     DISPLAY '74. DECLSS - DECLARACION DE SEGURIDAD SOCIAL'.
00869A     DISPLAY '75. EMBARGOS - EMBARGOS JUDICIALES - DEPOSITOS'.
00869B     DISPLAY '76. PRESREPT - PRESENTISMOS PERDIDOS'.
00869C     DISPLAY '77. GASTOS - RENDICIONES DE GASTOS'.
00869D     DISPLAY '78. EVALDES - EVALUACION DE DESEMPENO'.
00869E     DISPLAY '79. DEDPERS - DEDUCCIONES PERSONALES GANANCIAS'.
00869F     DISPLAY '80. LIBROSJ - LIBRO DE SUELDOS Y JORNALES'.
00869G     DISPLAY '81. COMPREG - COMPARACION DE REGISTROS'.
00869H     DISPLAY '82. HISTCAMB - HISTORIAL UNIFICADO DE CAMBIOS'.
00869I     DISPLAY '83. SODREPT - VIOLACIONES DE SEGREGACION'.
00869J     DISPLAY '84. APRUCTA - APROBAR CAMBIOS DE CUENTA'.
00869K     DISPLAY '85. ANOMALIAS - CASOS SOSPECHOSOS DE NOMINA'.
00869L     DISPLAY '86. PRIVDATOS - DATOS PERSONALES DE CANDIDATOS'.
00869M     DISPLAY '87. ROTACION - ROTACION Y DOTACION'.
00869N     DISPLAY '88. EMBUDO - EMBUDO DE RECLUTAMIENTO'.
00869O     DISPLAY '89. REFREPT - REFERIDOS DE EMPLEADOS'.
00869P     DISPLAY '90. FACTCURS - FACTURACION Y COBRANZA DE CURSOS'.
00869Q     DISPLAY '91. AUTOCONS - AUTOCONSULTA DEL EMPLEADO'.
00869R     DISPLAY '92. NOTIDESP - AVISOS Y NOTIFICACIONES'.
00869S     DISPLAY '93. MONBATCH - TIEMPOS Y DEMORAS DEL BATCH'.
00869T     DISPLAY '94. CONCILGL - CONCILIACION NOMINA / MAYOR'.
00869U     DISPLAY '95. CONCCHQ - CONCILIACION DE CHEQUES'.
00869V     DISPLAY '96. COSTPROY - COSTO DE MANO DE OBRA POR PROYECTO'.
00869W     DISPLAY '97. ORGANIG - ORGANIGRAMA Y LINEAS DE REPORTE'.
00869X     DISPLAY '98. VENCONTR - VENCIMIENTO DE CONTRATOS'.
00869Y     DISPLAY '99. CAMBVISTO - REVISION DE CAMBIOS PRE-NOMINA'.
00869Z     DISPLAY '100. CARTARECH - CARTAS DE RECHAZO Y NO SELECCION'.
0086A0     DISPLAY '101. BENMAINT - BENEFICIOS: ADHESION Y CAMBIOS'.
0086A1     DISPLAY '102. COMPTOTAL - COMPENSACION TOTAL ANUAL'.
0086A2     DISPLAY '103. RECALCREG - RECALCULO INDEPENDIENTE'.
0086A3     DISPLAY '104. PAYMERGE - FUSION DE PARTICIONES'.
0086A4     DISPLAY '105. VACSOLIC - SOLICITUDES DE VACACIONES'.
0086A5     DISPLAY '106. COMISION - COMISIONES DE VENTAS'.
0086A6     DISPLAY '107. ENVIOHR - NOVEDADES A RRHH CORPORATIVO'.
0086A7     DISPLAY '108. REDUCCION - REDUCCION DE DOTACION'.
0086A8     DISPLAY '109. VERIFCAD - VERIFICACION DE AUDITORIA'.
0086A9     DISPLAY '110. REVERPER - REVERSO DE PERIODO POSTEADO'.
008670     DISPLAY 'INGRESE UNA OPCION: '.
008680 1100-MOSTRAR-MENU-EXIT.
008690     EXIT.
008971     MOVE MNU-HORA-AHORA TO SGL-HORA.
008972     MOVE MNU-USUARIO-ENT TO SGL-USUARIO.
008973     MOVE MNU-RESULT-FIRMA TO SGL-RESULTADO.
008974     CALL 'CADENAUD' USING MNU-CAD-ACCION MNU-CAD-ARCHIVO
008975         SGL-REGISTRO MNU-CAD-LARGO MNU-ANCLA.
008976     MOVE ANC-ULT-SECUENCIA TO SGL-SECUENCIA.
008977     MOVE ANC-ULT-CONTROL TO SGL-CONTROL.
008978     WRITE SGL-REGISTRO.
008979     CLOSE SIGNLOG-FILE.
008980 0540-ANOTAR-SIGNLOG-EXIT.
008981     EXIT.
008982 END PROGRAM MENUUTIL.
