000100******************************************************************
000200* AUTHOR:      HERNAN HERGERT
000300* INSTALLATION: DATA PROCESSING
000400* DATE-WRITTEN:
000500* DATE-COMPILED:
000600* PURPOSE:     INDEPENDENT RECOMPUTATION OF THE PAYROLL REGISTER.
000700*              PAYCONCIL PROVES PAYROLLREG, PAYHIST AND YTDTOTALS
000800*              AGREE, BUT ALL THREE COME FROM THE SAME EJERCICIO02
000900*              CALCULATION, SO A LOGIC ERROR IS COPIED FAITHFULLY
001000*              TO ALL OF THEM. THIS STEP REPRICES EVERY EMPLOYEE
001100*              OF THE PERIOD FROM THE INPUTS ALONE: THE SENIORITY,
001200*              SALARY AND BONUS THROUGH THE SHARED COTIZAR PRICING
001300*              WITH THE RATE VERSIONS IN FORCE IN THE PERIOD, THE
001400*              CONTRACTED WORKDAY (JORNVIG), THE YEARS-OF-SERVICE
001500*              PREMIUM (ANTIGUEDAD), THE ATTENDANCE BONUS AND THE
001600*              PRORATION DAYS (EMPLOYEES, ABSENCES, MOTAUSEN,
001700*              CALENDARIO), THE OVERTIME (HOURS) AND THE
001800*              DEDUCTIONS TABLE. STATEFUL DEDUCTIONS NO TABLE CAN
001900*              REPRICE (LOAN INSTALLMENTS, GARNISHMENTS, BENEFIT
002000*              SHARES, ARREARS, THE NET-FLOOR ADJUSTMENT AND THE
002100*              CUMULATIVE BRACKET TAX) ARE TAKEN AS POSTED IN
002200*              DEDDET, AND SO ARE THE REFERRAL AWARDS IN HORASDET.
002300*              EVERY SALARY, BONUS, OVERTIME, DEDUCTION OR NET
002400*              FIGURE THAT DIFFERS FROM THE REGISTER BY MORE THAN
002500*              THE TOLRECALC ROUNDING TOLERANCE IS PRINTED TO
002600*              RECALCRPT WITH THE COMPONENT THAT DISAGREES AND
002700*              KEPT IN RECALCDIF, WHERE APRUEBA COUNTS THEM FOR
002800*              THE RELEASE PACKAGE.
002900* TECTONICS:   COBC
003000*
003100* MODIFICATION HISTORY:
003200*   - NEW VERIFICATION STEP, RUN AFTER THE PAYROLL IN PAYMTH AND
003300*     OFFERED FROM THE MENUUTIL MENU.
003301*   - THE YEARS-OF-SERVICE RATE IS CHOSEN PER EMPLOYEE BY THE
003302*     COMPANY OF THE REGISTER LINE, AS EJERCICIO02 DOES, NOT BY
003303*     THE COMPANIA CARD.
003400******************************************************************
003500 IDENTIFICATION DIVISION.
003600 PROGRAM-ID. RECALCREG.
003700 ENVIRONMENT DIVISION.
003800 INPUT-OUTPUT SECTION.
003900 FILE-CONTROL.
004000     SELECT OPTIONAL REGSTATE-FILE ASSIGN TO 'REGSTATE'
004100         ORGANIZATION IS LINE SEQUENTIAL
004200         FILE STATUS IS RCL-STATUS-REGSTATE.
004300     SELECT OPTIONAL PAYROLL-REG-FILE ASSIGN TO 'PAYROLLREG'
004400         ORGANIZATION IS LINE SEQUENTIAL
004500         FILE STATUS IS RCL-STATUS-PAYROLL.
004600     SELECT OPTIONAL EMPLOYEES-FILE ASSIGN TO 'EMPLOYEES'
004700         ORGANIZATION IS LINE SEQUENTIAL
004800         FILE STATUS IS RCL-STATUS-EMPLEADOS.
004900     SELECT OPTIONAL HOURS-FILE ASSIGN TO 'HOURS'
005000         ORGANIZATION IS LINE SEQUENTIAL
005100         FILE STATUS IS RCL-STATUS-HORAS.
005200     SELECT OPTIONAL ABSENCES-FILE ASSIGN TO 'ABSENCES'
005300         ORGANIZATION IS LINE SEQUENTIAL
005400         FILE STATUS IS RCL-STATUS-AUSENCIAS.
005500     SELECT OPTIONAL MOTAUSEN-FILE ASSIGN TO 'MOTAUSEN'
005600         ORGANIZATION IS LINE SEQUENTIAL
005700         FILE STATUS IS RCL-STATUS-MOTIVOS.
005800     SELECT OPTIONAL CALENDARIO-FILE ASSIGN TO 'CALENDARIO'
005900         ORGANIZATION IS LINE SEQUENTIAL
006000         FILE STATUS IS RCL-STATUS-CALENDARIO.
006100     SELECT OPTIONAL ANTIGUEDAD-FILE ASSIGN TO 'ANTIGUEDAD'
006200         ORGANIZATION IS LINE SEQUENTIAL
006300         FILE STATUS IS RCL-STATUS-ANTIG.
006400     SELECT OPTIONAL DEDUCTIONS-FILE ASSIGN TO 'DEDUCTIONS'
006500         ORGANIZATION IS LINE SEQUENTIAL
006600         FILE STATUS IS RCL-STATUS-DEDUCC.
006700     SELECT OPTIONAL TAXBRKT-FILE ASSIGN TO 'TAXBRKT'
006800         ORGANIZATION IS LINE SEQUENTIAL
006900         FILE STATUS IS RCL-STATUS-ESCALAS.
007000     SELECT OPTIONAL DEDDET-FILE ASSIGN TO 'DEDDET'
007100         ORGANIZATION IS LINE SEQUENTIAL
007200         FILE STATUS IS RCL-STATUS-DEDDET.
007300     SELECT OPTIONAL HORASDET-FILE ASSIGN TO 'HORASDET'
007400         ORGANIZATION IS LINE SEQUENTIAL
007500         FILE STATUS IS RCL-STATUS-HORASDET.
007600     SELECT RECALCDIF-FILE ASSIGN TO 'RECALCDIF'
007700         ORGANIZATION IS LINE SEQUENTIAL.
007800     SELECT RECALC-RPT-FILE ASSIGN TO 'RECALCRPT'
007900         ORGANIZATION IS LINE SEQUENTIAL.
008000 DATA DIVISION.
008100 FILE SECTION.
008200 FD  REGSTATE-FILE
008300     LABEL RECORDS ARE STANDARD.
008400 01  RG-RECORD.
008500     05 RG-PERIODO               PIC 9(06).
008600     05 RG-ESTADO                PIC X(01).
008700     05 RG-USUARIO               PIC X(08).
008800     05 RG-FECHA                 PIC 9(08).
008900 FD  PAYROLL-REG-FILE
009000     LABEL RECORDS ARE STANDARD.
009100 01  PR-RECORD.
009200     COPY PAYROLLREG.
009300 FD  EMPLOYEES-FILE
009400     LABEL RECORDS ARE STANDARD.
009500 01  EM-RECORD.
009600     COPY EMPLEADO.
009700 FD  HOURS-FILE
009800     LABEL RECORDS ARE STANDARD.
009900 01  HS-RECORD.
010000     05 HS-NOMBRE                PIC X(05).
010100     05 HS-HORAS-NORMALES        PIC 9(03).
010200     05 HS-HORAS-EXTRA           PIC 9(03).
010300     05 HS-ID                    PIC 9(05).
010400     05 HS-HORAS-EXTRA-FERIADO   PIC 9(03).
010500 FD  ABSENCES-FILE
010600     LABEL RECORDS ARE STANDARD.
010700 01  AB-RECORD.
010800     05 AB-NOMBRE                PIC X(05).
010900     05 AB-DIAS-SIN-GOCE         PIC 9(02).
011000     05 AB-DIAS-VACACIONES       PIC 9(02).
011100     05 AB-ID                    PIC 9(05).
011200     05 AB-MOTIVO                PIC X(02).
011300     05 AB-DIAS-AUSENCIA         PIC 9(02).
011400     05 AB-TARDANZAS             PIC 9(02).
011500 FD  MOTAUSEN-FILE
011600     LABEL RECORDS ARE STANDARD.
011700 01  MA-RECORD.
011800     05 MA-CODIGO                PIC X(02).
011900     05 MA-DESCRIPCION           PIC X(20).
012000     05 MA-JUSTIFICADA           PIC X(01).
012100 FD  CALENDARIO-FILE
012200     LABEL RECORDS ARE STANDARD.
012300 01  CL-RECORD.
012400     05 CL-FECHA                 PIC 9(08).
012500     05 CL-DESCRIPCION           PIC X(20).
012600 FD  ANTIGUEDAD-FILE
012700     LABEL RECORDS ARE STANDARD.
012800 01  AN-RECORD.
012900     05 AN-PORCENTAJE            PIC 9(02)V99.
013000     05 AN-VIGENCIA-DESDE        PIC 9(06).
013100     05 AN-COMPANIA              PIC X(03).
013200 FD  DEDUCTIONS-FILE
013300     LABEL RECORDS ARE STANDARD.
013400 01  DD-RECORD.
013500     05 DD-CONCEPTO              PIC X(15).
013600     05 DD-TIPO                  PIC X(01).
013700     05 DD-VALOR                 PIC 9(05)V99.
013800     05 DD-APLICA                PIC X(01).
013900     05 DD-AGENCIA               PIC X(03).
014000 FD  TAXBRKT-FILE
014100     LABEL RECORDS ARE STANDARD.
014200 01  TB-RECORD                   PIC X(40).
014300 FD  DEDDET-FILE
014400     LABEL RECORDS ARE STANDARD.
014500 01  DT-RECORD.
014600     05 DT-ID                    PIC 9(05).
014700     05 DT-NOMBRE                PIC X(05).
014800     05 DT-CONCEPTO              PIC X(15).
014900     05 DT-IMPORTE               PIC S9(06)V99.
015000     05 DT-PERIODO               PIC 9(06).
015100     05 DT-COMPANIA              PIC X(03).
015200 FD  HORASDET-FILE
015300     LABEL RECORDS ARE STANDARD.
015400 01  HD-RECORD.
015500     05 HD-ID                    PIC 9(05).
015600     05 HD-NOMBRE                PIC X(05).
015700     05 HD-TIPO                  PIC X(01).
015800     05 HD-HORAS                 PIC 9(03).
015900     05 HD-IMPORTE               PIC 9(06)V99.
016000     05 HD-PERIODO               PIC 9(06).
016100 FD  RECALCDIF-FILE
016200     LABEL RECORDS ARE STANDARD.
016300 01  DR-RECORD.
016400     COPY DIFRECAL.
016500 FD  RECALC-RPT-FILE
016600     LABEL RECORDS ARE STANDARD
016700     RECORD CONTAINS 80 CHARACTERS.
016800 01  RPT-LINEA                   PIC X(80).
016900 WORKING-STORAGE SECTION.
017000*
017100 01  RCL-STATUS-REGSTATE         PIC XX.
017200 01  RCL-STATUS-PAYROLL          PIC XX.
017300 01  RCL-STATUS-EMPLEADOS        PIC XX.
017400 01  RCL-STATUS-HORAS            PIC XX.
017500 01  RCL-STATUS-AUSENCIAS        PIC XX.
017600 01  RCL-STATUS-MOTIVOS          PIC XX.
017700 01  RCL-STATUS-CALENDARIO       PIC XX.
017800 01  RCL-STATUS-ANTIG            PIC XX.
017900 01  RCL-STATUS-DEDUCC           PIC XX.
018000 01  RCL-STATUS-ESCALAS          PIC XX.
018100 01  RCL-STATUS-DEDDET           PIC XX.
018200 01  RCL-STATUS-HORASDET         PIC XX.
018300*
018400 01  RCL-INDICADORES.
018500     05  RCL-FIN-ARCHIVO         PIC X VALUE 'N'.
018600         88  RCL-ES-FIN-ARCHIVO  VALUE 'Y'.
018700     05  RCL-HALLADO             PIC X VALUE 'N'.
018800         88  RCL-ES-HALLADO      VALUE 'Y'.
018900     05  RCL-HAY-CALENDARIO      PIC X VALUE 'N'.
019000         88  RCL-ES-HAY-CALENDARIO VALUE 'Y'.
019100     05  RCL-HAY-ESCALAS         PIC X VALUE 'N'.
019200         88  RCL-ES-HAY-ESCALAS  VALUE 'Y'.
019300     05  RCL-HAY-DEDDET          PIC X VALUE 'N'.
019400         88  RCL-ES-HAY-DEDDET   VALUE 'Y'.
019500     05  RCL-MEJOR-ESPECIFICA    PIC X VALUE 'N'.
019600         88  RCL-ES-MEJOR-ESPECIFICA VALUE 'S'.
019601     05  RCL-ANT-HALLADO         PIC X VALUE 'N'.
019602         88  RCL-ES-ANT-HALLADO  VALUE 'Y'.
019700     05  RCL-EMP-DIFIERE         PIC X VALUE 'N'.
019800         88  RCL-ES-EMP-DIFIERE  VALUE 'Y'.
019900*
020000 01  RCL-PARM-CLAVE              PIC X(12).
020100 01  RCL-PARM-VALOR              PIC X(20).
020200 01  RCL-PARM-HALLADO            PIC X(01).
020300     88  RCL-ES-PARM-HALLADO     VALUE 'S'.
020400*
020500*    PARAMETROS DE LA CORRIDA, CON LOS MISMOS VALORES POR OMISION
020600*    QUE USA EJERCICIO02 CUANDO FALTA LA TARJETA.
020700 01  RCL-PARAMETROS.
020800     05  RCL-PERIODO             PIC 9(06) VALUE ZERO.
020900     05  RCL-PER-DESGLOSE REDEFINES RCL-PERIODO.
021000         10 RCL-PER-ANIO         PIC 9(04).
021100         10 RCL-PER-MES          PIC 9(02).
021200     05  RCL-COMPANIA            PIC X(03) VALUE SPACES.
021300     05  RCL-TOLERANCIA          PIC 9(03)V99 VALUE 1.00.
021400     05  RCL-PORC-PRESENT        PIC 9(02)V99 VALUE ZERO.
021500     05  RCL-MAX-TARDANZAS       PIC 9(02) VALUE 3.
021600     05  RCL-MULT-EXTRA          PIC 9(03) VALUE 150.
021700     05  RCL-MULT-FERIADO        PIC 9(03) VALUE 200.
021800     05  RCL-HORAS-MES           PIC 9(03) VALUE 160.
021900     05  RCL-PORC-ANTIG          PIC 9(02)V99 VALUE ZERO.
022000     05  RCL-CONCEPTO-GANANCIAS  PIC X(15) VALUE 'IMP GANANCIAS'.
022100*
022200 01  RCL-FECHA-HOY               PIC 9(08).
022300 01  RCL-MEJOR-VIGENCIA          PIC 9(06).
022400 01  RCL-VIGENCIA-FILA           PIC 9(06).
022500 01  RCL-FECHA-AUX               PIC 9(08).
022600 01  RCL-FECHA-DESGLOSE REDEFINES RCL-FECHA-AUX.
022700     05 RCL-FEC-PERIODO          PIC 9(06).
022800     05 RCL-FEC-DIA              PIC 9(02).
022900*
023000*    CALENDARIO DEL PERIODO: 'L' LABORABLE, 'N' NO LABORABLE.
023100 01  RCL-DIAS-MES                PIC 9(02).
023200 01  RCL-DIAS-HABILES-MES        PIC 9(02).
023300 01  RCL-RESTO                   PIC 9(03).
023400 01  RCL-COCIENTE                PIC 9(04).
023500 01  RCL-TABLA-NOLAB.
023600     05  RCL-DIA-NOLAB           PIC X(01) OCCURS 31 TIMES
023700                                 INDEXED BY RCL-X-DIA.
023800*
023900 01  RCL-CANT-EMPLEADOS          PIC 9(04) VALUE ZERO.
024000 01  RCL-TABLA-EMPLEADOS.
024100     05  RCL-FILA-EMP OCCURS 500 TIMES
024200                      INDEXED BY RCL-X-EMP.
024300         10 RCL-EMP-ID           PIC 9(05).
024400         10 RCL-EMP-NOMBRE       PIC X(05).
024500         10 RCL-EMP-EXPERIENCIA  PIC 9(02).
024600         10 RCL-EMP-INGRESO      PIC 9(08).
024700         10 RCL-EMP-ESTADO       PIC X(01).
024800         10 RCL-EMP-BAJA         PIC 9(08).
024900*
025000*    UNA FILA POR EMPLEADO CON LA SUMA DE SUS LINEAS DEL PERIODO
025100*    (LAS LINEAS PARTIDAS POR TRASLADO O CAMBIO DE DEPARTAMENTO
025200*    SE VUELVEN A JUNTAR PARA COMPARARLAS CON UN SOLO CALCULO).
025300 01  RCL-CANT-REG                PIC 9(04) VALUE ZERO.
025400 01  RCL-TABLA-REGISTRO.
025500     05  RCL-FILA-REG OCCURS 500 TIMES
025600                      INDEXED BY RCL-X-REG.
025700         10 RCL-REG-ID           PIC 9(05).
025800         10 RCL-REG-NOMBRE       PIC X(05).
025900         10 RCL-REG-MENSUAL      PIC 9(07)V99.
026000         10 RCL-REG-ANUAL        PIC 9(08)V99.
026100         10 RCL-REG-PRORRATEADO  PIC 9(07)V99.
026200         10 RCL-REG-BONO         PIC 9(07)V99.
026300         10 RCL-REG-EXTRA        PIC 9(07)V99.
026400         10 RCL-REG-DEDUCCIONES  PIC 9(07)V99.
026500         10 RCL-REG-NETO         PIC 9(08)V99.
026501         10 RCL-REG-COMPANIA     PIC X(03).
026600*
026601*    PORCENTAJES DE ANTIGUEDAD VIGENTES EN EL PERIODO, CON SU
026602*    COMPANIA (EN BLANCO LOS GENERALES).
026603 01  RCL-CANT-ANTIG              PIC 9(02) VALUE ZERO.
026604 01  RCL-TABLA-ANTIG.
026605     05  RCL-FILA-ANT OCCURS 50 TIMES
026606                      INDEXED BY RCL-X-ANT.
026607         10 RCL-ANT-PORCENTAJE   PIC 9(02)V99.
026608         10 RCL-ANT-VIGENCIA     PIC 9(06).
026609         10 RCL-ANT-COMPANIA     PIC X(03).
02660A*
026700 01  RCL-CANT-HORAS              PIC 9(04) VALUE ZERO.
026800 01  RCL-TABLA-HORAS.
026900     05  RCL-FILA-HORA OCCURS 500 TIMES
027000                       INDEXED BY RCL-X-HORA.
027100         10 RCL-HOR-ID           PIC 9(05).
027200         10 RCL-HOR-NOMBRE       PIC X(05).
027300         10 RCL-HOR-NORMALES     PIC 9(03).
027400         10 RCL-HOR-EXTRA        PIC 9(03).
027500         10 RCL-HOR-FERIADO      PIC 9(03).
027600*
027700 01  RCL-CANT-AUSENCIAS          PIC 9(04) VALUE ZERO.
027800 01  RCL-TABLA-AUSENCIAS.
027900     05  RCL-FILA-AUS OCCURS 200 TIMES
028000                      INDEXED BY RCL-X-AUS.
028100         10 RCL-AUS-ID           PIC 9(05).
028200         10 RCL-AUS-NOMBRE       PIC X(05).
028300         10 RCL-AUS-SIN-GOCE     PIC 9(02).
028400         10 RCL-AUS-MOTIVO       PIC X(02).
028500         10 RCL-AUS-DIAS-MOT     PIC 9(02).
028600         10 RCL-AUS-TARDANZAS    PIC 9(02).
028700*
028800 01  RCL-CANT-MOTIVOS            PIC 9(02) VALUE ZERO.
028900 01  RCL-TABLA-MOTIVOS.
029000     05  RCL-FILA-MOT OCCURS 50 TIMES
029100                      INDEXED BY RCL-X-MOT.
029200         10 RCL-MOT-CODIGO       PIC X(02).
029300         10 RCL-MOT-JUSTIF       PIC X(01).
029400*
029500 01  RCL-CANT-DEDUCC             PIC 9(02) VALUE ZERO.
029600 01  RCL-TABLA-DEDUCC.
029700     05  RCL-FILA-DED OCCURS 20 TIMES
029800                      INDEXED BY RCL-X-DED.
029900         10 RCL-DED-CONCEPTO     PIC X(15).
030000         10 RCL-DED-TIPO         PIC X(01).
030100         10 RCL-DED-VALOR        PIC 9(05)V99.
030200         10 RCL-DED-APLICA       PIC X(01).
030300         10 RCL-DED-RECALC       PIC S9(07)V99.
030400         10 RCL-DED-POSTEADO     PIC S9(07)V99.
030500*
030600 01  RCL-CANT-DEDDET             PIC 9(04) VALUE ZERO.
030700 01  RCL-TABLA-DEDDET.
030800     05  RCL-FILA-DET OCCURS 3000 TIMES
030900                      INDEXED BY RCL-X-DET.
031000         10 RCL-DET-ID           PIC 9(05).
031100         10 RCL-DET-NOMBRE       PIC X(05).
031200         10 RCL-DET-CONCEPTO     PIC X(15).
031300         10 RCL-DET-IMPORTE      PIC S9(06)V99.
031400*
031500 01  RCL-CANT-PREMIOS            PIC 9(04) VALUE ZERO.
031600 01  RCL-TABLA-PREMIOS.
031700     05  RCL-FILA-PRM OCCURS 200 TIMES
031800                      INDEXED BY RCL-X-PRM.
031900         10 RCL-PRM-ID           PIC 9(05).
032000         10 RCL-PRM-NOMBRE       PIC X(05).
032100         10 RCL-PRM-IMPORTE      PIC 9(06)V99.
032200*
032300*    EMPLEADO EN CURSO.
032400 01  RCL-EMPLEADO-AUX.
032500     05  RCL-ID-AUX              PIC 9(05).
032600     05  RCL-NOMBRE-AUX          PIC X(05).
032700     05  RCL-EXPERIENCIA-AUX     PIC 9(02).
032800     05  RCL-INGRESO-AUX         PIC 9(08).
032900     05  RCL-ESTADO-AUX          PIC X(01).
033000     05  RCL-BAJA-AUX            PIC 9(08).
033001     05  RCL-COMPANIA-AUX        PIC X(03).
033100*
033200*    AREA DE LLAMADA A COTIZAR, JORNVIG, SUPLVIG Y CALCEDAD.
033300 01  RCL-CTZ-SENIORIDAD          PIC X(06).
033400 01  RCL-CTZ-MENSUAL             PIC 9(06).
033500 01  RCL-CTZ-ANUAL               PIC 9(08).
033600 01  RCL-CTZ-BONO                PIC 9(06)V99.
033700 01  RCL-CTZ-SUPLEMENTO          PIC 9(06).
033800 01  RCL-SUPLEM-IMPORTE          PIC 9(06)V99.
033900 01  RCL-SUPLEM-MOTIVO           PIC X(02).
034000 01  RCL-PORC-FTE                PIC 9(03)V99.
034100 01  RCL-PORC-FTE-FIN            PIC 9(03).
034200 01  RCL-FECHA-REF               PIC 9(08).
034300 01  RCL-ANIOS-ANTIG             PIC 9(03).
034400 01  RCL-FECHA-VALIDA            PIC X(01).
034500*
034600*    IMPORTES RECALCULADOS DEL EMPLEADO EN CURSO.
034700 01  RCL-CALCULO.
034800     05  RCL-SUELDO-ESCALA       PIC 9(07)V99.
034900     05  RCL-BASE-BONO           PIC 9(07)V99.
035000     05  RCL-ANTIG-MENSUAL       PIC 9(07)V99.
035100     05  RCL-PRESENT-MENSUAL     PIC 9(07)V99.
035200     05  RCL-SUELDO-MENSUAL      PIC 9(07)V99.
035300     05  RCL-SUELDO-ANUAL        PIC 9(08)V99.
035400     05  RCL-PRORRATEADO         PIC 9(07)V99.
035500     05  RCL-BONO                PIC 9(07)V99.
035600     05  RCL-EXTRA               PIC 9(07)V99.
035700     05  RCL-FERIADO             PIC 9(07)V99.
035800     05  RCL-DEDUCCIONES         PIC S9(07)V99.
035900     05  RCL-NETO                PIC S9(08)V99.
036000     05  RCL-HORAS-CONTRATO      PIC 9(03)V99.
036100     05  RCL-HORAS-EXCEDENTE     PIC 9(03).
036200     05  RCL-HORAS-PAGO          PIC 9(04).
036300     05  RCL-DIAS-TRABAJADOS     PIC S9(03).
036400     05  RCL-DIAS-SIN-GOCE       PIC 9(03).
036500     05  RCL-DIAS-INJUST         PIC 9(03).
036600     05  RCL-TARDANZAS           PIC 9(03).
036700     05  RCL-DIA-DESDE           PIC 9(02).
036800     05  RCL-DIA-HASTA           PIC 9(02).
036900     05  RCL-DIA-CICLO           PIC 9(02).
037000     05  RCL-DIAS-HABILES-TRAB   PIC 9(02).
037100*
037200*    COMPARACION DE UN COMPONENTE.
037300 01  RCL-CMP-TEXTO               PIC X(15).
037400 01  RCL-CMP-POSTEADO            PIC S9(08)V99.
037500 01  RCL-CMP-RECALC              PIC S9(08)V99.
037600 01  RCL-DIFERENCIA              PIC S9(08)V99.
037700 01  RCL-DIF-ABSOLUTA            PIC 9(08)V99.
037800*
037900 01  RCL-TOTALES.
038000     05  RCL-CANT-REVISADOS      PIC 9(05) VALUE ZERO.
038100     05  RCL-CANT-EMP-DIFIEREN   PIC 9(05) VALUE ZERO.
038200     05  RCL-CANT-COMPONENTES    PIC 9(05) VALUE ZERO.
038300     05  RCL-CANT-OTRAS-LINEAS   PIC 9(05) VALUE ZERO.
038400*
038500 01  RCL-ENCABEZADO.
038600     05  FILLER                  PIC X(06) VALUE 'ID'.
038700     05  FILLER                  PIC X(07) VALUE 'NOMBRE'.
038800     05  FILLER                  PIC X(16) VALUE 'COMPONENTE'.
038900     05  FILLER                  PIC X(14) VALUE '     POSTEADO'.
039000     05  FILLER                  PIC X(14) VALUE '  RECALCULADO'.
039100     05  FILLER                  PIC X(13) VALUE '   DIFERENCIA'.
039200     05  FILLER                  PIC X(10) VALUE SPACES.
039300*
039400 01  RCL-DETALLE.
039500     05  RCL-DET-ID-ED           PIC 9(05).
039600     05  FILLER                  PIC X(01) VALUE SPACE.
039700     05  RCL-DET-NOMBRE-ED       PIC X(05).
039800     05  FILLER                  PIC X(02) VALUE SPACES.
039900     05  RCL-DET-COMPONENTE      PIC X(15).
040000     05  FILLER                  PIC X(01) VALUE SPACE.
040100     05  RCL-DET-POSTEADO        PIC --,---,--9.99.
040200     05  FILLER                  PIC X(01) VALUE SPACE.
040300     05  RCL-DET-RECALC          PIC --,---,--9.99.
040400     05  FILLER                  PIC X(01) VALUE SPACE.
040500     05  RCL-DET-DIFERENCIA      PIC --,---,--9.99.
040600     05  FILLER                  PIC X(10) VALUE SPACES.
040700*
040800 01  RCL-TOLERANCIA-ED           PIC ZZ9.99.
040900*
041000 PROCEDURE DIVISION.
041100******************************************************************
041200* 0000-MAINLINE - LOAD THE PERIOD'S INPUTS, REPRICE EVERY EMPLOYEE
041300*                 ON THE REGISTER AND REPORT THE DISAGREEMENTS
041400******************************************************************
041500 0000-MAINLINE.
041600     PERFORM 1000-INICIO THRU 1000-INICIO-EXIT.
041700     IF RCL-PERIODO = ZERO
041800         DISPLAY 'RECALCREG: SIN PERIODO A VERIFICAR'
041900         MOVE 8 TO RETURN-CODE
042000         GOBACK
042100     END-IF.
042200     PERFORM 2000-CARGAR-REGISTRO THRU 2000-CARGAR-REGISTRO-EXIT.
042300     PERFORM 2100-CARGAR-EMPLEADOS
042400         THRU 2100-CARGAR-EMPLEADOS-EXIT.
042500     PERFORM 2200-CARGAR-HORAS THRU 2200-CARGAR-HORAS-EXIT.
042600     PERFORM 2300-CARGAR-AUSENCIAS
042700         THRU 2300-CARGAR-AUSENCIAS-EXIT.
042800     PERFORM 2400-CARGAR-MOTIVOS THRU 2400-CARGAR-MOTIVOS-EXIT.
042900     PERFORM 2500-CARGAR-CALENDARIO
043000         THRU 2500-CARGAR-CALENDARIO-EXIT.
043100     PERFORM 2600-CARGAR-ANTIGUEDAD
043200         THRU 2600-CARGAR-ANTIGUEDAD-EXIT.
043300     PERFORM 2700-CARGAR-DEDUCCIONES
043400         THRU 2700-CARGAR-DEDUCCIONES-EXIT.
043500     PERFORM 2800-CARGAR-DEDDET THRU 2800-CARGAR-DEDDET-EXIT.
043600     PERFORM 2900-CARGAR-PREMIOS THRU 2900-CARGAR-PREMIOS-EXIT.
043700     OPEN OUTPUT RECALC-RPT-FILE.
043800     OPEN OUTPUT RECALCDIF-FILE.
043900     PERFORM 3000-ENCABEZADO THRU 3000-ENCABEZADO-EXIT.
044000     PERFORM 4000-RECALCULAR-EMPLEADO
044100         THRU 4000-RECALCULAR-EMPLEADO-EXIT
044200         VARYING RCL-X-REG FROM 1 BY 1
044300         UNTIL RCL-X-REG > RCL-CANT-REG.
044400     PERFORM 6000-TOTALES THRU 6000-TOTALES-EXIT.
044500     CLOSE RECALCDIF-FILE.
044600     CLOSE RECALC-RPT-FILE.
044700     IF RCL-CANT-EMP-DIFIEREN > ZERO
044800         MOVE 4 TO RETURN-CODE
044900     END-IF.
045000     GOBACK.
045100 0000-MAINLINE-EXIT.
045200     EXIT.
045300*
045400******************************************************************
045500* 1000-INICIO - PERIOD PENDING RELEASE AND THE PAYROLL'S CARDS
045600******************************************************************
045700 1000-INICIO.
045800     ACCEPT RCL-FECHA-HOY FROM DATE YYYYMMDD.
045900     OPEN INPUT REGSTATE-FILE.
046000     IF RCL-STATUS-REGSTATE = '00'
046100         READ REGSTATE-FILE
046200             NOT AT END
046300                 IF RG-ESTADO = 'P'
046400                     MOVE RG-PERIODO TO RCL-PERIODO
046500                 END-IF
046600         END-READ
046700     END-IF.
046800     CLOSE REGSTATE-FILE.
046900     IF RCL-PERIODO = ZERO
047000         DISPLAY 'PERIODO A VERIFICAR (AAAAMM): '
047100             WITH NO ADVANCING
047200         ACCEPT RCL-PERIODO
047300     END-IF.
047400     MOVE 'COMPANIA' TO RCL-PARM-CLAVE.
047500     PERFORM 1100-LEER-TARJETA THRU 1100-LEER-TARJETA-EXIT.
047600     IF RCL-ES-PARM-HALLADO
047700         MOVE RCL-PARM-VALOR(1:3) TO RCL-COMPANIA
047800     END-IF.
047900     MOVE 'TOLRECALC' TO RCL-PARM-CLAVE.
048000     PERFORM 1100-LEER-TARJETA THRU 1100-LEER-TARJETA-EXIT.
048100     IF RCL-ES-PARM-HALLADO
048200         AND RCL-PARM-VALOR(1:5) IS NUMERIC
048300         MOVE RCL-PARM-VALOR(1:5) TO RCL-TOLERANCIA
048400     END-IF.
048500     MOVE 'PRESENTISMO' TO RCL-PARM-CLAVE.
048600     PERFORM 1100-LEER-TARJETA THRU 1100-LEER-TARJETA-EXIT.
048700     IF RCL-ES-PARM-HALLADO
048800         AND RCL-PARM-VALOR(1:4) IS NUMERIC
048900         MOVE RCL-PARM-VALOR(1:4) TO RCL-PORC-PRESENT
049000     END-IF.
049100     MOVE 'TARDANZAMAX' TO RCL-PARM-CLAVE.
049200     PERFORM 1100-LEER-TARJETA THRU 1100-LEER-TARJETA-EXIT.
049300     IF RCL-ES-PARM-HALLADO
049400         AND RCL-PARM-VALOR(1:2) IS NUMERIC
049500         MOVE RCL-PARM-VALOR(1:2) TO RCL-MAX-TARDANZAS
049600     END-IF.
049700     MOVE 'MULTEXTRA' TO RCL-PARM-CLAVE.
049800     PERFORM 1100-LEER-TARJETA THRU 1100-LEER-TARJETA-EXIT.
049900     IF RCL-ES-PARM-HALLADO
050000         AND RCL-PARM-VALOR(1:3) IS NUMERIC
050100         MOVE RCL-PARM-VALOR(1:3) TO RCL-MULT-EXTRA
050200     END-IF.
050300     MOVE 'MULTFERIADO' TO RCL-PARM-CLAVE.
050400     PERFORM 1100-LEER-TARJETA THRU 1100-LEER-TARJETA-EXIT.
050500     IF RCL-ES-PARM-HALLADO
050600         AND RCL-PARM-VALOR(1:3) IS NUMERIC
050700         MOVE RCL-PARM-VALOR(1:3) TO RCL-MULT-FERIADO
050800     END-IF.
050900 1000-INICIO-EXIT.
051000     EXIT.
051100*
051200******************************************************************
051300* 1100-LEER-TARJETA - ONE PARMS CARD BY KEYWORD
051400******************************************************************
051500 1100-LEER-TARJETA.
051600     CALL 'LEERPARM' USING RCL-PARM-CLAVE
051700         RCL-PARM-VALOR RCL-PARM-HALLADO.
051800 1100-LEER-TARJETA-EXIT.
051900     EXIT.
052000*
052100******************************************************************
052200* 2000-CARGAR-REGISTRO - THE PERIOD'S LINES, ONE ROW PER EMPLOYEE
052300******************************************************************
052400 2000-CARGAR-REGISTRO.
052500     MOVE 'N' TO RCL-FIN-ARCHIVO.
052600     OPEN INPUT PAYROLL-REG-FILE.
052700     IF RCL-STATUS-PAYROLL = '00'
052800         PERFORM 2010-LEER-REGISTRO THRU 2010-LEER-REGISTRO-EXIT
052900             UNTIL RCL-ES-FIN-ARCHIVO
053000     ELSE
053100         DISPLAY 'RECALCREG: SIN ARCHIVO PAYROLLREG DISPONIBLE'
053200     END-IF.
053300     CLOSE PAYROLL-REG-FILE.
053400 2000-CARGAR-REGISTRO-EXIT.
053500     EXIT.
053600*
053700******************************************************************
053800* 2010-LEER-REGISTRO - ADD ONE PERIOD LINE TO ITS EMPLOYEE ROW;
053900*                      RETRO, AGUINALDO, SETTLEMENT, ALLOWANCE,
054000*                      REIMBURSEMENT AND TOP-UP LINES ARE ONLY
054100*                      COUNTED, THEY ARE NOT PRICED FROM THESE
054200*                      INPUTS
054300******************************************************************
054400 2010-LEER-REGISTRO.
054500     READ PAYROLL-REG-FILE
054600         AT END
054700             SET RCL-ES-FIN-ARCHIVO TO TRUE
054800             GO TO 2010-LEER-REGISTRO-EXIT
054900     END-READ.
055000     IF PR-RECORD(1:1) = '*'
055100         OR PR-PERIODO NOT = RCL-PERIODO
055200         GO TO 2010-LEER-REGISTRO-EXIT
055300     END-IF.
055400     IF PR-TIPO-LINEA NOT = SPACE
055500         AND PR-TIPO-LINEA NOT = 'O'
055600         AND PR-TIPO-LINEA NOT = 'T'
055700         AND PR-TIPO-LINEA NOT = 'E'
055800         ADD 1 TO RCL-CANT-OTRAS-LINEAS
055900         GO TO 2010-LEER-REGISTRO-EXIT
056000     END-IF.
056100     MOVE 'N' TO RCL-HALLADO.
056200     PERFORM 2020-BUSCAR-FILA-REG THRU 2020-BUSCAR-FILA-REG-EXIT
056300         VARYING RCL-X-REG FROM 1 BY 1
056400         UNTIL RCL-X-REG > RCL-CANT-REG
056500            OR RCL-ES-HALLADO.
056600     IF RCL-ES-HALLADO
056700         SET RCL-X-REG DOWN BY 1
056800     ELSE
056900         IF RCL-CANT-REG >= 500
057000             DISPLAY 'RECALCREG: MAS DE 500 EMPLEADOS, SE OMITE '
057100                 PR-NOMBRE
057200             GO TO 2010-LEER-REGISTRO-EXIT
057300         END-IF
057400         ADD 1 TO RCL-CANT-REG
057500         SET RCL-X-REG TO RCL-CANT-REG
057600         INITIALIZE RCL-FILA-REG(RCL-X-REG)
057700         MOVE PR-ID TO RCL-REG-ID(RCL-X-REG)
057800         MOVE PR-NOMBRE TO RCL-REG-NOMBRE(RCL-X-REG)
057801         MOVE PR-COMPANIA TO RCL-REG-COMPANIA(RCL-X-REG)
057900     END-IF.
058000     ADD PR-SUELDO-MENSUAL TO RCL-REG-MENSUAL(RCL-X-REG).
058100     ADD PR-SUELDO-ANUAL TO RCL-REG-ANUAL(RCL-X-REG).
058200     ADD PR-SUELDO-PRORRATEADO TO RCL-REG-PRORRATEADO(RCL-X-REG).
058300     ADD PR-BONO TO RCL-REG-BONO(RCL-X-REG).
058400     ADD PR-IMPORTE-EXTRA TO RCL-REG-EXTRA(RCL-X-REG).
058500     ADD PR-DEDUCCIONES TO RCL-REG-DEDUCCIONES(RCL-X-REG).
058600     ADD PR-NETO TO RCL-REG-NETO(RCL-X-REG).
058601* LA COMPANIA DEL EMPLEADO ES LA DE LA LINEA QUE TRAE EL SUELDO
058602* (LA PRIMERA DE UN TRASLADO).
058603     IF PR-SUELDO-MENSUAL > ZERO
058604         MOVE PR-COMPANIA TO RCL-REG-COMPANIA(RCL-X-REG)
058605     END-IF.
058700 2010-LEER-REGISTRO-EXIT.
058800     EXIT.
058900*
059000******************************************************************
059100* 2020-BUSCAR-FILA-REG - SAME EMPLOYEE BY ID, OR BY NAME WHEN ONE
059200*                        SIDE PREDATES THE CANDIDATE NUMBERS
059300******************************************************************
059400 2020-BUSCAR-FILA-REG.
059500     IF (PR-ID NOT = ZERO
059600          AND RCL-REG-ID(RCL-X-REG) = PR-ID)
059700        OR ((PR-ID = ZERO OR RCL-REG-ID(RCL-X-REG) = ZERO)
059800            AND RCL-REG-NOMBRE(RCL-X-REG) = PR-NOMBRE)
059900         SET RCL-ES-HALLADO TO TRUE
060000     END-IF.
060100 2020-BUSCAR-FILA-REG-EXIT.
060200     EXIT.
060300*
060400******************************************************************
060500* 2100-CARGAR-EMPLEADOS - EXPERIENCE, HIRE AND TERMINATION DATES
060600******************************************************************
060700 2100-CARGAR-EMPLEADOS.
060800     MOVE 'N' TO RCL-FIN-ARCHIVO.
060900     OPEN INPUT EMPLOYEES-FILE.
061000     IF RCL-STATUS-EMPLEADOS = '00'
061100         PERFORM 2110-LEER-EMPLEADO THRU 2110-LEER-EMPLEADO-EXIT
061200             UNTIL RCL-ES-FIN-ARCHIVO
061300     END-IF.
061400     CLOSE EMPLOYEES-FILE.
061500 2100-CARGAR-EMPLEADOS-EXIT.
061600     EXIT.
061700*
061800 2110-LEER-EMPLEADO.
061900     READ EMPLOYEES-FILE
062000         AT END
062100             SET RCL-ES-FIN-ARCHIVO TO TRUE
062200         NOT AT END
062300             IF RCL-CANT-EMPLEADOS < 500
062400                 ADD 1 TO RCL-CANT-EMPLEADOS
062500                 SET RCL-X-EMP TO RCL-CANT-EMPLEADOS
062600                 MOVE EM-ID TO RCL-EMP-ID(RCL-X-EMP)
062700                 MOVE EM-NOMBRE TO RCL-EMP-NOMBRE(RCL-X-EMP)
062800                 MOVE EM-EXPERIENCIA
062900                     TO RCL-EMP-EXPERIENCIA(RCL-X-EMP)
063000                 MOVE EM-FECHA-INGRESO
063100                     TO RCL-EMP-INGRESO(RCL-X-EMP)
063200                 MOVE EM-ESTADO TO RCL-EMP-ESTADO(RCL-X-EMP)
063300                 MOVE EM-FECHA-BAJA TO RCL-EMP-BAJA(RCL-X-EMP)
063400             END-IF
063500     END-READ.
063600 2110-LEER-EMPLEADO-EXIT.
063700     EXIT.
063800*
063900******************************************************************
064000* 2200-CARGAR-HORAS - THE PERIOD'S HOURS FEED
064100******************************************************************
064200 2200-CARGAR-HORAS.
064300     MOVE 'N' TO RCL-FIN-ARCHIVO.
064400     OPEN INPUT HOURS-FILE.
064500     IF RCL-STATUS-HORAS = '00'
064600         PERFORM 2210-LEER-HORAS THRU 2210-LEER-HORAS-EXIT
064700             UNTIL RCL-ES-FIN-ARCHIVO
064800     END-IF.
064900     CLOSE HOURS-FILE.
065000 2200-CARGAR-HORAS-EXIT.
065100     EXIT.
065200*
065300 2210-LEER-HORAS.
065400     READ HOURS-FILE
065500         AT END
065600             SET RCL-ES-FIN-ARCHIVO TO TRUE
065700         NOT AT END
065800             IF RCL-CANT-HORAS < 500
065900                 ADD 1 TO RCL-CANT-HORAS
066000                 SET RCL-X-HORA TO RCL-CANT-HORAS
066100                 MOVE HS-ID TO RCL-HOR-ID(RCL-X-HORA)
066200                 MOVE HS-NOMBRE TO RCL-HOR-NOMBRE(RCL-X-HORA)
066300                 MOVE HS-HORAS-NORMALES
066400                     TO RCL-HOR-NORMALES(RCL-X-HORA)
066500                 MOVE HS-HORAS-EXTRA TO RCL-HOR-EXTRA(RCL-X-HORA)
066600                 MOVE ZERO TO RCL-HOR-FERIADO(RCL-X-HORA)
066700                 IF HS-HORAS-EXTRA-FERIADO IS NUMERIC
066800                     MOVE HS-HORAS-EXTRA-FERIADO
066900                         TO RCL-HOR-FERIADO(RCL-X-HORA)
067000                 END-IF
067100             END-IF
067200     END-READ.
067300 2210-LEER-HORAS-EXIT.
067400     EXIT.
067500*
067600******************************************************************
067700* 2300-CARGAR-AUSENCIAS - UNPAID DAYS, ABSENCE REASONS, LATENESS
067800******************************************************************
067900 2300-CARGAR-AUSENCIAS.
068000     MOVE 'N' TO RCL-FIN-ARCHIVO.
068100     OPEN INPUT ABSENCES-FILE.
068200     IF RCL-STATUS-AUSENCIAS = '00'
068300         PERFORM 2310-LEER-AUSENCIA THRU 2310-LEER-AUSENCIA-EXIT
068400             UNTIL RCL-ES-FIN-ARCHIVO
068500     END-IF.
068600     CLOSE ABSENCES-FILE.
068700 2300-CARGAR-AUSENCIAS-EXIT.
068800     EXIT.
068900*
069000 2310-LEER-AUSENCIA.
069100     READ ABSENCES-FILE
069200         AT END
069300             SET RCL-ES-FIN-ARCHIVO TO TRUE
069400         NOT AT END
069500             IF RCL-CANT-AUSENCIAS < 200
069600                 ADD 1 TO RCL-CANT-AUSENCIAS
069700                 SET RCL-X-AUS TO RCL-CANT-AUSENCIAS
069800                 MOVE AB-ID TO RCL-AUS-ID(RCL-X-AUS)
069900                 MOVE AB-NOMBRE TO RCL-AUS-NOMBRE(RCL-X-AUS)
070000                 MOVE AB-DIAS-SIN-GOCE
070100                     TO RCL-AUS-SIN-GOCE(RCL-X-AUS)
070200                 MOVE AB-MOTIVO TO RCL-AUS-MOTIVO(RCL-X-AUS)
070300                 MOVE ZERO TO RCL-AUS-DIAS-MOT(RCL-X-AUS)
070400                 MOVE ZERO TO RCL-AUS-TARDANZAS(RCL-X-AUS)
070500                 IF AB-DIAS-AUSENCIA IS NUMERIC
070600                     MOVE AB-DIAS-AUSENCIA
070700                         TO RCL-AUS-DIAS-MOT(RCL-X-AUS)
070800                 END-IF
070900                 IF AB-TARDANZAS IS NUMERIC
071000                     MOVE AB-TARDANZAS
071100                         TO RCL-AUS-TARDANZAS(RCL-X-AUS)
071200                 END-IF
071300             END-IF
071400     END-READ.
071500 2310-LEER-AUSENCIA-EXIT.
071600     EXIT.
071700*
071800******************************************************************
071900* 2400-CARGAR-MOTIVOS - JUSTIFIED / UNJUSTIFIED ABSENCE REASONS
072000******************************************************************
072100 2400-CARGAR-MOTIVOS.
072200     MOVE 'N' TO RCL-FIN-ARCHIVO.
072300     OPEN INPUT MOTAUSEN-FILE.
072400     IF RCL-STATUS-MOTIVOS = '00'
072500         PERFORM 2410-LEER-MOTIVO THRU 2410-LEER-MOTIVO-EXIT
072600             UNTIL RCL-ES-FIN-ARCHIVO
072700     END-IF.
072800     CLOSE MOTAUSEN-FILE.
072900 2400-CARGAR-MOTIVOS-EXIT.
073000     EXIT.
073100*
073200 2410-LEER-MOTIVO.
073300     READ MOTAUSEN-FILE
073400         AT END
073500             SET RCL-ES-FIN-ARCHIVO TO TRUE
073600         NOT AT END
073700             IF RCL-CANT-MOTIVOS < 50
073800                 ADD 1 TO RCL-CANT-MOTIVOS
073900                 SET RCL-X-MOT TO RCL-CANT-MOTIVOS
074000                 MOVE MA-CODIGO TO RCL-MOT-CODIGO(RCL-X-MOT)
074100                 MOVE MA-JUSTIFICADA TO RCL-MOT-JUSTIF(RCL-X-MOT)
074200             END-IF
074300     END-READ.
074400 2410-LEER-MOTIVO-EXIT.
074500     EXIT.
074600*
074700******************************************************************
074800* 2500-CARGAR-CALENDARIO - DAYS OF THE MONTH AND THE NON-WORKING
074900*                          DAYS OF THE PERIOD; WITHOUT A CALENDAR
075000*                          THE 30-DAY COMMERCIAL MONTH APPLIES
075100******************************************************************
075200 2500-CARGAR-CALENDARIO.
075300     MOVE ALL 'L' TO RCL-TABLA-NOLAB.
075400     EVALUATE RCL-PER-MES
075500         WHEN 1 WHEN 3 WHEN 5 WHEN 7 WHEN 8 WHEN 10 WHEN 12
075600             MOVE 31 TO RCL-DIAS-MES
075700         WHEN 4 WHEN 6 WHEN 9 WHEN 11
075800             MOVE 30 TO RCL-DIAS-MES
075900         WHEN OTHER
076000             MOVE 28 TO RCL-DIAS-MES
076100             DIVIDE RCL-PER-ANIO BY 4 GIVING RCL-COCIENTE
076200                 REMAINDER RCL-RESTO
076300             IF RCL-RESTO = ZERO
076400                 MOVE 29 TO RCL-DIAS-MES
076500                 DIVIDE RCL-PER-ANIO BY 100 GIVING RCL-COCIENTE
076600                     REMAINDER RCL-RESTO
076700                 IF RCL-RESTO = ZERO
076800                     MOVE 28 TO RCL-DIAS-MES
076900                     DIVIDE RCL-PER-ANIO BY 400
077000                         GIVING RCL-COCIENTE REMAINDER RCL-RESTO
077100                     IF RCL-RESTO = ZERO
077200                         MOVE 29 TO RCL-DIAS-MES
077300                     END-IF
077400                 END-IF
077500             END-IF
077600     END-EVALUATE.
077700     MOVE 'N' TO RCL-FIN-ARCHIVO.
077800     OPEN INPUT CALENDARIO-FILE.
077900     IF RCL-STATUS-CALENDARIO = '00'
078000         SET RCL-ES-HAY-CALENDARIO TO TRUE
078100         PERFORM 2510-LEER-CALENDARIO
078200             THRU 2510-LEER-CALENDARIO-EXIT
078300             UNTIL RCL-ES-FIN-ARCHIVO
078400     END-IF.
078500     CLOSE CALENDARIO-FILE.
078600     MOVE ZERO TO RCL-DIAS-HABILES-MES.
078700     PERFORM 2520-CONTAR-HABIL THRU 2520-CONTAR-HABIL-EXIT
078800         VARYING RCL-X-DIA FROM 1 BY 1
078900         UNTIL RCL-X-DIA > RCL-DIAS-MES.
079000 2500-CARGAR-CALENDARIO-EXIT.
079100     EXIT.
079200*
079300 2510-LEER-CALENDARIO.
079400     READ CALENDARIO-FILE
079500         AT END
079600             SET RCL-ES-FIN-ARCHIVO TO TRUE
079700         NOT AT END
079800             MOVE CL-FECHA TO RCL-FECHA-AUX
079900             IF RCL-FEC-PERIODO = RCL-PERIODO
080000                 AND RCL-FEC-DIA > ZERO
080100                 AND RCL-FEC-DIA <= 31
080200                 SET RCL-X-DIA TO RCL-FEC-DIA
080300                 MOVE 'N' TO RCL-DIA-NOLAB(RCL-X-DIA)
080400             END-IF
080500     END-READ.
080600 2510-LEER-CALENDARIO-EXIT.
080700     EXIT.
080800*
080900 2520-CONTAR-HABIL.
081000     IF RCL-DIA-NOLAB(RCL-X-DIA) = 'L'
081100         ADD 1 TO RCL-DIAS-HABILES-MES
081200     END-IF.
081300 2520-CONTAR-HABIL-EXIT.
081400     EXIT.
081500*
081600******************************************************************
081601* 2600-CARGAR-ANTIGUEDAD - PREMIUM PERCENT PER YEAR OF SERVICE IN
081602*                          FORCE IN THE PERIOD, PER COMPANY OR
081603*                          GENERAL; 4120 PICKS THE EMPLOYEE'S
081604******************************************************************
081605 2600-CARGAR-ANTIGUEDAD.
081606     MOVE 'N' TO RCL-FIN-ARCHIVO.
081607     MOVE ZERO TO RCL-CANT-ANTIG.
081608     OPEN INPUT ANTIGUEDAD-FILE.
081609     IF RCL-STATUS-ANTIG = '00'
08160A         PERFORM 2610-LEER-ANTIGUEDAD
08160B             THRU 2610-LEER-ANTIGUEDAD-EXIT
08160C             UNTIL RCL-ES-FIN-ARCHIVO
08160D     END-IF.
08160E     CLOSE ANTIGUEDAD-FILE.
08160F 2600-CARGAR-ANTIGUEDAD-EXIT.
08160G     EXIT.
08160H*
08160I 2610-LEER-ANTIGUEDAD.
08160J     READ ANTIGUEDAD-FILE
08160K         AT END
08160L             SET RCL-ES-FIN-ARCHIVO TO TRUE
08160M             GO TO 2610-LEER-ANTIGUEDAD-EXIT
08160N     END-READ.
08160O     IF AN-PORCENTAJE IS NOT NUMERIC
08160P         GO TO 2610-LEER-ANTIGUEDAD-EXIT
08160Q     END-IF.
08160R     MOVE ZERO TO RCL-VIGENCIA-FILA.
08160S     IF AN-VIGENCIA-DESDE IS NUMERIC
08160T         MOVE AN-VIGENCIA-DESDE TO RCL-VIGENCIA-FILA
08160U     END-IF.
08160V     IF RCL-VIGENCIA-FILA > RCL-PERIODO
08160W         GO TO 2610-LEER-ANTIGUEDAD-EXIT
08160X     END-IF.
08160Y     IF RCL-CANT-ANTIG >= 50
08160Z         DISPLAY 'RECALCREG: MAS DE 50 FILAS EN ANTIGUEDAD, SE '
081610             'OMITE EL RESTO'
081611         SET RCL-ES-FIN-ARCHIVO TO TRUE
081612         GO TO 2610-LEER-ANTIGUEDAD-EXIT
081613     END-IF.
081614     ADD 1 TO RCL-CANT-ANTIG.
081615     SET RCL-X-ANT TO RCL-CANT-ANTIG.
081616     MOVE AN-PORCENTAJE TO RCL-ANT-PORCENTAJE(RCL-X-ANT).
081617     MOVE RCL-VIGENCIA-FILA TO RCL-ANT-VIGENCIA(RCL-X-ANT).
081618     MOVE AN-COMPANIA TO RCL-ANT-COMPANIA(RCL-X-ANT).
081619 2610-LEER-ANTIGUEDAD-EXIT.
08161A     EXIT.
086700*
086800******************************************************************
086900* 2700-CARGAR-DEDUCCIONES - THE DEDUCTIONS TABLE, AND WHETHER THE
087000*                           INCOME TAX GOES BY TAXBRKT BRACKETS
087100******************************************************************
087200 2700-CARGAR-DEDUCCIONES.
087300     MOVE 'N' TO RCL-FIN-ARCHIVO.
087400     OPEN INPUT DEDUCTIONS-FILE.
087500     IF RCL-STATUS-DEDUCC = '00'
087600         PERFORM 2710-LEER-DEDUCCION THRU 2710-LEER-DEDUCCION-EXIT
087700             UNTIL RCL-ES-FIN-ARCHIVO
087800     END-IF.
087900     CLOSE DEDUCTIONS-FILE.
088000     OPEN INPUT TAXBRKT-FILE.
088100     IF RCL-STATUS-ESCALAS = '00'
088200         READ TAXBRKT-FILE
088300             NOT AT END
088400                 SET RCL-ES-HAY-ESCALAS TO TRUE
088500         END-READ
088600     END-IF.
088700     CLOSE TAXBRKT-FILE.
088800 2700-CARGAR-DEDUCCIONES-EXIT.
088900     EXIT.
089000*
089100 2710-LEER-DEDUCCION.
089200     READ DEDUCTIONS-FILE
089300         AT END
089400             SET RCL-ES-FIN-ARCHIVO TO TRUE
089500         NOT AT END
089600             IF RCL-CANT-DEDUCC < 20
089700                 ADD 1 TO RCL-CANT-DEDUCC
089800                 SET RCL-X-DED TO RCL-CANT-DEDUCC
089900                 MOVE DD-CONCEPTO TO RCL-DED-CONCEPTO(RCL-X-DED)
090000                 MOVE DD-TIPO TO RCL-DED-TIPO(RCL-X-DED)
090100                 MOVE DD-VALOR TO RCL-DED-VALOR(RCL-X-DED)
090200                 MOVE DD-APLICA TO RCL-DED-APLICA(RCL-X-DED)
090300             END-IF
090400     END-READ.
090500 2710-LEER-DEDUCCION-EXIT.
090600     EXIT.
090700*
090800******************************************************************
090900* 2800-CARGAR-DEDDET - THE DEDUCTION DETAIL POSTED FOR THE PERIOD
091000******************************************************************
091100 2800-CARGAR-DEDDET.
091200     MOVE 'N' TO RCL-FIN-ARCHIVO.
091300     OPEN INPUT DEDDET-FILE.
091400     IF RCL-STATUS-DEDDET = '00'
091500         PERFORM 2810-LEER-DEDDET THRU 2810-LEER-DEDDET-EXIT
091600             UNTIL RCL-ES-FIN-ARCHIVO
091700     END-IF.
091800     CLOSE DEDDET-FILE.
091900     IF RCL-CANT-DEDDET > ZERO
092000         SET RCL-ES-HAY-DEDDET TO TRUE
092100     END-IF.
092200 2800-CARGAR-DEDDET-EXIT.
092300     EXIT.
092400*
092500 2810-LEER-DEDDET.
092600     READ DEDDET-FILE
092700         AT END
092800             SET RCL-ES-FIN-ARCHIVO TO TRUE
092900         NOT AT END
093000             IF DT-PERIODO = RCL-PERIODO
093100                 AND RCL-CANT-DEDDET < 3000
093200                 ADD 1 TO RCL-CANT-DEDDET
093300                 SET RCL-X-DET TO RCL-CANT-DEDDET
093400                 MOVE DT-ID TO RCL-DET-ID(RCL-X-DET)
093500                 MOVE DT-NOMBRE TO RCL-DET-NOMBRE(RCL-X-DET)
093600                 MOVE DT-CONCEPTO TO RCL-DET-CONCEPTO(RCL-X-DET)
093700                 MOVE DT-IMPORTE TO RCL-DET-IMPORTE(RCL-X-DET)
093800             END-IF
093900     END-READ.
094000 2810-LEER-DEDDET-EXIT.
094100     EXIT.
094200*
094300******************************************************************
094400* 2900-CARGAR-PREMIOS - REFERRAL AWARDS PAID IN THE PERIOD
094500*                       (HORASDET TYPE 'R'), PART OF THE OVERTIME
094600*                       AMOUNT OF THE LINE
094700******************************************************************
094800 2900-CARGAR-PREMIOS.
094900     MOVE 'N' TO RCL-FIN-ARCHIVO.
095000     OPEN INPUT HORASDET-FILE.
095100     IF RCL-STATUS-HORASDET = '00'
095200         PERFORM 2910-LEER-HORASDET THRU 2910-LEER-HORASDET-EXIT
095300             UNTIL RCL-ES-FIN-ARCHIVO
095400     END-IF.
095500     CLOSE HORASDET-FILE.
095600 2900-CARGAR-PREMIOS-EXIT.
095700     EXIT.
095800*
095900 2910-LEER-HORASDET.
096000     READ HORASDET-FILE
096100         AT END
096200             SET RCL-ES-FIN-ARCHIVO TO TRUE
096300         NOT AT END
096400             IF HD-PERIODO = RCL-PERIODO
096500                 AND HD-TIPO = 'R'
096600                 AND RCL-CANT-PREMIOS < 200
096700                 ADD 1 TO RCL-CANT-PREMIOS
096800                 SET RCL-X-PRM TO RCL-CANT-PREMIOS
096900                 MOVE HD-ID TO RCL-PRM-ID(RCL-X-PRM)
097000                 MOVE HD-NOMBRE TO RCL-PRM-NOMBRE(RCL-X-PRM)
097100                 MOVE HD-IMPORTE TO RCL-PRM-IMPORTE(RCL-X-PRM)
097200             END-IF
097300     END-READ.
097400 2910-LEER-HORASDET-EXIT.
097500     EXIT.
097600*
097700******************************************************************
097800* 3000-ENCABEZADO - REPORT TITLE AND COLUMN HEADINGS
097900******************************************************************
098000 3000-ENCABEZADO.
098100     MOVE RCL-TOLERANCIA TO RCL-TOLERANCIA-ED.
098200     MOVE SPACES TO RPT-LINEA.
098300     STRING 'RECALCREG - RECALCULO INDEPENDIENTE DEL REGISTRO, '
098400         'PERIODO ' RCL-PERIODO
098500         DELIMITED BY SIZE INTO RPT-LINEA.
098600     WRITE RPT-LINEA.
098700     MOVE SPACES TO RPT-LINEA.
098800     STRING 'COMPANIA: ' RCL-COMPANIA
098900         '   TOLERANCIA POR COMPONENTE: ' RCL-TOLERANCIA-ED
099000         DELIMITED BY SIZE INTO RPT-LINEA.
099100     WRITE RPT-LINEA.
099200     IF RCL-ES-HAY-ESCALAS
099300         MOVE SPACES TO RPT-LINEA
099400         STRING 'IMPUESTO ' RCL-CONCEPTO-GANANCIAS
099500             ' POR ESCALA ACUMULADA: SE TOMA DE DEDDET'
099600             DELIMITED BY SIZE INTO RPT-LINEA
099700         WRITE RPT-LINEA
099800     END-IF.
099900     IF NOT RCL-ES-HAY-DEDDET
100000         MOVE 'SIN DEDDET DEL PERIODO: NO SE COMPARA POR CONCEPTO'
100100             TO RPT-LINEA
100200         WRITE RPT-LINEA
100300     END-IF.
100400     MOVE SPACES TO RPT-LINEA.
100500     WRITE RPT-LINEA.
100600     WRITE RPT-LINEA FROM RCL-ENCABEZADO.
100700 3000-ENCABEZADO-EXIT.
100800     EXIT.
100900*
101000******************************************************************
101100* 4000-RECALCULAR-EMPLEADO - REPRICE ONE EMPLOYEE OF THE REGISTER
101200*                            AND COMPARE EVERY COMPONENT
101300******************************************************************
101400 4000-RECALCULAR-EMPLEADO.
101500     ADD 1 TO RCL-CANT-REVISADOS.
101600     MOVE 'N' TO RCL-EMP-DIFIERE.
101700     INITIALIZE RCL-CALCULO.
101800     MOVE RCL-REG-ID(RCL-X-REG) TO RCL-ID-AUX.
101900     MOVE RCL-REG-NOMBRE(RCL-X-REG) TO RCL-NOMBRE-AUX.
102000     MOVE 'N' TO RCL-HALLADO.
102100     PERFORM 4010-BUSCAR-EMPLEADO THRU 4010-BUSCAR-EMPLEADO-EXIT
102200         VARYING RCL-X-EMP FROM 1 BY 1
102300         UNTIL RCL-X-EMP > RCL-CANT-EMPLEADOS
102400            OR RCL-ES-HALLADO.
102500     IF NOT RCL-ES-HALLADO
102600         MOVE 'SIN EMPLEADO' TO RCL-CMP-TEXTO
102700         MOVE RCL-REG-NETO(RCL-X-REG) TO RCL-CMP-POSTEADO
102800         MOVE ZERO TO RCL-CMP-RECALC
102900         PERFORM 5000-COMPARAR THRU 5000-COMPARAR-EXIT
103000         GO TO 4000-CONTAR
103100     END-IF.
103200     PERFORM 4100-SUELDO-MENSUAL THRU 4100-SUELDO-MENSUAL-EXIT.
103300     PERFORM 4200-PRORRATEAR THRU 4200-PRORRATEAR-EXIT.
103400     IF RCL-CTZ-MENSUAL > ZERO
103500         COMPUTE RCL-BONO ROUNDED =
103600             RCL-CTZ-BONO * RCL-BASE-BONO / RCL-CTZ-MENSUAL
103700     END-IF.
103800     PERFORM 4300-HORAS-EXTRA THRU 4300-HORAS-EXTRA-EXIT.
103900     PERFORM 4400-DEDUCCIONES THRU 4400-DEDUCCIONES-EXIT.
104000     COMPUTE RCL-NETO = RCL-PRORRATEADO + RCL-BONO + RCL-EXTRA
104100         - RCL-DEDUCCIONES.
104200     PERFORM 4500-COMPARAR-EMPLEADO
104300         THRU 4500-COMPARAR-EMPLEADO-EXIT.
104400 4000-CONTAR.
104500     IF RCL-ES-EMP-DIFIERE
104600         ADD 1 TO RCL-CANT-EMP-DIFIEREN
104700     END-IF.
104800 4000-RECALCULAR-EMPLEADO-EXIT.
104900     EXIT.
105000*
105100 4010-BUSCAR-EMPLEADO.
105200     IF (RCL-ID-AUX NOT = ZERO
105300          AND RCL-EMP-ID(RCL-X-EMP) = RCL-ID-AUX)
105400        OR ((RCL-ID-AUX = ZERO OR RCL-EMP-ID(RCL-X-EMP) = ZERO)
105500            AND RCL-EMP-NOMBRE(RCL-X-EMP) = RCL-NOMBRE-AUX)
105600         SET RCL-ES-HALLADO TO TRUE
105700         MOVE RCL-EMP-EXPERIENCIA(RCL-X-EMP)
105800             TO RCL-EXPERIENCIA-AUX
105900         MOVE RCL-EMP-INGRESO(RCL-X-EMP) TO RCL-INGRESO-AUX
106000         MOVE RCL-EMP-ESTADO(RCL-X-EMP) TO RCL-ESTADO-AUX
106100         MOVE RCL-EMP-BAJA(RCL-X-EMP) TO RCL-BAJA-AUX
106200     END-IF.
106300 4010-BUSCAR-EMPLEADO-EXIT.
106400     EXIT.
106500*
106600******************************************************************
106700* 4100-SUELDO-MENSUAL - BRACKET RATE AND BONUS FROM COTIZAR FOR
106800*                       THE PERIOD, SCALED BY THE CONTRACTED
106900*                       WORKDAY, PLUS THE PERSONAL SUPPLEMENT, THE
107000*                       YEARS-OF-SERVICE PREMIUM AND THE
107100*                       ATTENDANCE BONUS
107200******************************************************************
107300 4100-SUELDO-MENSUAL.
107400     CALL 'COTIZAR' USING RCL-EXPERIENCIA-AUX RCL-CTZ-SENIORIDAD
107500         RCL-CTZ-MENSUAL RCL-CTZ-ANUAL RCL-CTZ-BONO
107600         RCL-ID-AUX RCL-CTZ-SUPLEMENTO RCL-PERIODO RCL-COMPANIA.
107700     COMPUTE RCL-SUELDO-ESCALA =
107800         RCL-CTZ-MENSUAL - RCL-CTZ-SUPLEMENTO.
107900     CALL 'JORNVIG' USING RCL-ID-AUX RCL-PERIODO
108000         RCL-PORC-FTE RCL-PORC-FTE-FIN.
108100     COMPUTE RCL-HORAS-CONTRATO ROUNDED =
108200         RCL-HORAS-MES * RCL-PORC-FTE / 100.
108300     IF RCL-PORC-FTE < 100
108400         COMPUTE RCL-SUELDO-ESCALA ROUNDED =
108500             RCL-SUELDO-ESCALA * RCL-PORC-FTE / 100
108600     END-IF.
108700     MOVE ZERO TO RCL-SUPLEM-IMPORTE.
108800     CALL 'SUPLVIG' USING RCL-ID-AUX RCL-PERIODO
108900         RCL-SUPLEM-IMPORTE RCL-SUPLEM-MOTIVO.
109000     COMPUTE RCL-BASE-BONO =
109100         RCL-SUELDO-ESCALA + RCL-SUPLEM-IMPORTE.
109101     PERFORM 4130-ELEGIR-ANTIGUEDAD
109102         THRU 4130-ELEGIR-ANTIGUEDAD-EXIT.
109200     MOVE ZERO TO RCL-ANIOS-ANTIG.
109300     IF RCL-PORC-ANTIG > ZERO
109400         AND RCL-INGRESO-AUX IS NUMERIC
109500         AND RCL-INGRESO-AUX > ZERO
109600         COMPUTE RCL-FECHA-REF = RCL-PERIODO * 100 + 1
109700         CALL 'CALCEDAD' USING RCL-INGRESO-AUX RCL-FECHA-REF
109800             RCL-ANIOS-ANTIG RCL-FECHA-VALIDA
109900         IF RCL-FECHA-VALIDA NOT = 'Y'
110000             MOVE ZERO TO RCL-ANIOS-ANTIG
110100         END-IF
110200     END-IF.
110300     IF RCL-ANIOS-ANTIG > ZERO
110400         COMPUTE RCL-ANTIG-MENSUAL ROUNDED =
110500             RCL-BASE-BONO * RCL-PORC-ANTIG * RCL-ANIOS-ANTIG
110600             / 100
110700     END-IF.
110800     COMPUTE RCL-SUELDO-MENSUAL =
110900         RCL-BASE-BONO + RCL-ANTIG-MENSUAL.
111000     IF RCL-PORC-PRESENT > ZERO
111100         PERFORM 4110-SUMAR-ASISTENCIA
111200             THRU 4110-SUMAR-ASISTENCIA-EXIT
111300             VARYING RCL-X-AUS FROM 1 BY 1
111400             UNTIL RCL-X-AUS > RCL-CANT-AUSENCIAS
111500         IF RCL-DIAS-INJUST = ZERO
111600             AND RCL-TARDANZAS NOT > RCL-MAX-TARDANZAS
111700             COMPUTE RCL-PRESENT-MENSUAL ROUNDED =
111800                 RCL-SUELDO-MENSUAL * RCL-PORC-PRESENT / 100
111900             ADD RCL-PRESENT-MENSUAL TO RCL-SUELDO-MENSUAL
112000         END-IF
112100     END-IF.
112200     COMPUTE RCL-SUELDO-ANUAL = RCL-SUELDO-MENSUAL * 12.
112300 4100-SUELDO-MENSUAL-EXIT.
112400     EXIT.
112500*
112600******************************************************************
112700* 4110-SUMAR-ASISTENCIA - LATENESS AND UNJUSTIFIED ABSENCE DAYS
112800******************************************************************
112900 4110-SUMAR-ASISTENCIA.
113000     IF NOT ((RCL-ID-AUX NOT = ZERO
113100              AND RCL-AUS-ID(RCL-X-AUS) = RCL-ID-AUX)
113200             OR ((RCL-ID-AUX = ZERO
113300                  OR RCL-AUS-ID(RCL-X-AUS) = ZERO)
113400                 AND RCL-AUS-NOMBRE(RCL-X-AUS) = RCL-NOMBRE-AUX))
113500         GO TO 4110-SUMAR-ASISTENCIA-EXIT
113600     END-IF.
113700     ADD RCL-AUS-TARDANZAS(RCL-X-AUS) TO RCL-TARDANZAS.
113800     IF RCL-AUS-MOTIVO(RCL-X-AUS) = SPACES
113900         OR (RCL-AUS-SIN-GOCE(RCL-X-AUS) = ZERO
114000             AND RCL-AUS-DIAS-MOT(RCL-X-AUS) = ZERO)
114100         GO TO 4110-SUMAR-ASISTENCIA-EXIT
114200     END-IF.
114300     MOVE 'N' TO RCL-HALLADO.
114400     PERFORM 4120-COMPARAR-MOTIVO THRU 4120-COMPARAR-MOTIVO-EXIT
114500         VARYING RCL-X-MOT FROM 1 BY 1
114600         UNTIL RCL-X-MOT > RCL-CANT-MOTIVOS
114700            OR RCL-ES-HALLADO.
114800     IF NOT RCL-ES-HALLADO
114900         COMPUTE RCL-DIAS-INJUST = RCL-DIAS-INJUST
115000             + RCL-AUS-SIN-GOCE(RCL-X-AUS)
115100             + RCL-AUS-DIAS-MOT(RCL-X-AUS)
115200     END-IF.
115300 4110-SUMAR-ASISTENCIA-EXIT.
115400     EXIT.
115500*
115600 4120-COMPARAR-MOTIVO.
115700     IF RCL-MOT-CODIGO(RCL-X-MOT) = RCL-AUS-MOTIVO(RCL-X-AUS)
115800         AND RCL-MOT-JUSTIF(RCL-X-MOT) = 'S'
115900         SET RCL-ES-HALLADO TO TRUE
116000     END-IF.
116100 4120-COMPARAR-MOTIVO-EXIT.
116200     EXIT.
116201*
116202******************************************************************
116203* 4130-ELEGIR-ANTIGUEDAD - YEARS-OF-SERVICE PERCENT IN FORCE FOR
116204*                          THE EMPLOYEE'S COMPANY (A COMPANY ROW
116205*                          WINS OVER A GENERAL ONE OF THE SAME
116206*                          PERIOD), AS EJERCICIO02 CHOOSES IT
116207******************************************************************
116208 4130-ELEGIR-ANTIGUEDAD.
116209     MOVE RCL-REG-COMPANIA(RCL-X-REG) TO RCL-COMPANIA-AUX.
11620A     IF RCL-COMPANIA-AUX = SPACES
11620B         MOVE RCL-COMPANIA TO RCL-COMPANIA-AUX
11620C     END-IF.
11620D     MOVE ZERO TO RCL-PORC-ANTIG.
11620E     MOVE ZERO TO RCL-MEJOR-VIGENCIA.
11620F     MOVE 'N' TO RCL-ANT-HALLADO.
11620G     MOVE 'N' TO RCL-MEJOR-ESPECIFICA.
11620H     PERFORM 4140-EVALUAR-ANTIGUEDAD
11620I         THRU 4140-EVALUAR-ANTIGUEDAD-EXIT
11620J         VARYING RCL-X-ANT FROM 1 BY 1
11620K         UNTIL RCL-X-ANT > RCL-CANT-ANTIG.
11620L 4130-ELEGIR-ANTIGUEDAD-EXIT.
11620M     EXIT.
11620N*
11620O 4140-EVALUAR-ANTIGUEDAD.
11620P     IF RCL-ANT-COMPANIA(RCL-X-ANT) NOT = SPACES
11620Q         AND RCL-ANT-COMPANIA(RCL-X-ANT) NOT = RCL-COMPANIA-AUX
11620R         GO TO 4140-EVALUAR-ANTIGUEDAD-EXIT
11620S     END-IF.
11620T     IF NOT RCL-ES-ANT-HALLADO
11620U         OR RCL-ANT-VIGENCIA(RCL-X-ANT) > RCL-MEJOR-VIGENCIA
11620V         OR (RCL-ANT-VIGENCIA(RCL-X-ANT) = RCL-MEJOR-VIGENCIA
11620W             AND NOT RCL-ES-MEJOR-ESPECIFICA)
11620X         MOVE RCL-ANT-VIGENCIA(RCL-X-ANT) TO RCL-MEJOR-VIGENCIA
11620Y         MOVE RCL-ANT-PORCENTAJE(RCL-X-ANT) TO RCL-PORC-ANTIG
11620Z         IF RCL-ANT-COMPANIA(RCL-X-ANT) NOT = SPACES
116210             MOVE 'S' TO RCL-MEJOR-ESPECIFICA
116211         ELSE
116212             MOVE 'N' TO RCL-MEJOR-ESPECIFICA
116213         END-IF
116214         SET RCL-ES-ANT-HALLADO TO TRUE
116215     END-IF.
116216 4140-EVALUAR-ANTIGUEDAD-EXIT.
116217     EXIT.
116300*
116400******************************************************************
116500* 4200-PRORRATEAR - DAYS WORKED IN THE PERIOD FROM THE HIRE AND
116600*                   TERMINATION DATES LESS THE UNPAID DAYS, OVER
116700*                   THE 30-DAY MONTH OR THE CALENDAR'S WORKING
116800*                   DAYS
116900******************************************************************
117000 4200-PRORRATEAR.
117100     MOVE RCL-SUELDO-MENSUAL TO RCL-PRORRATEADO.
117200     MOVE 30 TO RCL-DIAS-TRABAJADOS.
117300     MOVE 1 TO RCL-DIA-DESDE.
117400     MOVE RCL-DIAS-MES TO RCL-DIA-HASTA.
117500     MOVE RCL-INGRESO-AUX TO RCL-FECHA-AUX.
117600     IF RCL-FEC-PERIODO = RCL-PERIODO
117700         AND RCL-FEC-DIA > ZERO
117800         COMPUTE RCL-DIAS-TRABAJADOS = 31 - RCL-FEC-DIA
117900         IF RCL-DIAS-TRABAJADOS > 30
118000             MOVE 30 TO RCL-DIAS-TRABAJADOS
118100         END-IF
118200         MOVE RCL-FEC-DIA TO RCL-DIA-DESDE
118300     END-IF.
118400     MOVE RCL-BAJA-AUX TO RCL-FECHA-AUX.
118500     IF RCL-ESTADO-AUX = 'B'
118600         AND RCL-FEC-PERIODO = RCL-PERIODO
118700         COMPUTE RCL-DIAS-TRABAJADOS = RCL-DIAS-TRABAJADOS
118800             - (31 - RCL-FEC-DIA)
118900         IF RCL-DIAS-TRABAJADOS < ZERO
119000             MOVE ZERO TO RCL-DIAS-TRABAJADOS
119100         END-IF
119200         IF RCL-FEC-DIA > ZERO
119300             MOVE RCL-FEC-DIA TO RCL-DIA-HASTA
119400         END-IF
119500     END-IF.
119600     IF RCL-DIA-HASTA > RCL-DIAS-MES
119700         MOVE RCL-DIAS-MES TO RCL-DIA-HASTA
119800     END-IF.
119900     PERFORM 4210-SUMAR-SIN-GOCE THRU 4210-SUMAR-SIN-GOCE-EXIT
120000         VARYING RCL-X-AUS FROM 1 BY 1
120100         UNTIL RCL-X-AUS > RCL-CANT-AUSENCIAS.
120200     IF RCL-DIAS-SIN-GOCE > RCL-DIAS-TRABAJADOS
120300         MOVE ZERO TO RCL-DIAS-TRABAJADOS
120400     ELSE
120500         SUBTRACT RCL-DIAS-SIN-GOCE FROM RCL-DIAS-TRABAJADOS
120600     END-IF.
120700     IF RCL-ES-HAY-CALENDARIO
120800         PERFORM 4220-PRORRATEO-HABIL
120900             THRU 4220-PRORRATEO-HABIL-EXIT
121000     ELSE
121100         IF RCL-DIAS-TRABAJADOS NOT = 30
121200             COMPUTE RCL-PRORRATEADO ROUNDED =
121300                 RCL-SUELDO-MENSUAL * RCL-DIAS-TRABAJADOS / 30
121400         END-IF
121500     END-IF.
121600 4200-PRORRATEAR-EXIT.
121700     EXIT.
121800*
121900 4210-SUMAR-SIN-GOCE.
122000     IF (RCL-ID-AUX NOT = ZERO
122100          AND RCL-AUS-ID(RCL-X-AUS) = RCL-ID-AUX)
122200        OR ((RCL-ID-AUX = ZERO OR RCL-AUS-ID(RCL-X-AUS) = ZERO)
122300            AND RCL-AUS-NOMBRE(RCL-X-AUS) = RCL-NOMBRE-AUX)
122400         ADD RCL-AUS-SIN-GOCE(RCL-X-AUS) TO RCL-DIAS-SIN-GOCE
122500     END-IF.
122600 4210-SUMAR-SIN-GOCE-EXIT.
122700     EXIT.
122800*
122900******************************************************************
123000* 4220-PRORRATEO-HABIL - WORKING DAYS FROM THE HIRE (OR THE 1ST)
123100*                        TO THE TERMINATION (OR THE MONTH END),
123200*                        LESS THE UNPAID DAYS
123300******************************************************************
123400 4220-PRORRATEO-HABIL.
123500     MOVE ZERO TO RCL-DIAS-HABILES-TRAB.
123600     IF RCL-DIA-DESDE <= RCL-DIA-HASTA
123700         PERFORM 4230-CONTAR-HABIL-TRAB
123800             THRU 4230-CONTAR-HABIL-TRAB-EXIT
123900             VARYING RCL-DIA-CICLO FROM RCL-DIA-DESDE BY 1
124000             UNTIL RCL-DIA-CICLO > RCL-DIA-HASTA
124100     END-IF.
124200     IF RCL-DIAS-SIN-GOCE > RCL-DIAS-HABILES-TRAB
124300         MOVE ZERO TO RCL-DIAS-HABILES-TRAB
124400     ELSE
124500         SUBTRACT RCL-DIAS-SIN-GOCE FROM RCL-DIAS-HABILES-TRAB
124600     END-IF.
124700     IF RCL-DIAS-HABILES-MES > ZERO
124800         COMPUTE RCL-PRORRATEADO ROUNDED =
124900             RCL-SUELDO-MENSUAL * RCL-DIAS-HABILES-TRAB
125000             / RCL-DIAS-HABILES-MES
125100     END-IF.
125200     IF RCL-PRORRATEADO > RCL-SUELDO-MENSUAL
125300         MOVE RCL-SUELDO-MENSUAL TO RCL-PRORRATEADO
125400     END-IF.
125500 4220-PRORRATEO-HABIL-EXIT.
125600     EXIT.
125700*
125800 4230-CONTAR-HABIL-TRAB.
125900     SET RCL-X-DIA TO RCL-DIA-CICLO.
126000     IF RCL-DIA-NOLAB(RCL-X-DIA) = 'L'
126100         ADD 1 TO RCL-DIAS-HABILES-TRAB
126200     END-IF.
126300 4230-CONTAR-HABIL-TRAB-EXIT.
126400     EXIT.
126500*
126600******************************************************************
126700* 4300-HORAS-EXTRA - OVERTIME FROM THE HOURS FEED AT THE HOURLY
126800*                    VALUE OF THE CONTRACTED WORKDAY, PLUS THE
126900*                    REFERRAL AWARDS PAID WITH THE LINE
127000******************************************************************
127100 4300-HORAS-EXTRA.
127200     MOVE 'N' TO RCL-HALLADO.
127300     PERFORM 4310-BUSCAR-HORAS THRU 4310-BUSCAR-HORAS-EXIT
127400         VARYING RCL-X-HORA FROM 1 BY 1
127500         UNTIL RCL-X-HORA > RCL-CANT-HORAS
127600            OR RCL-ES-HALLADO.
127700     PERFORM 4320-SUMAR-PREMIO THRU 4320-SUMAR-PREMIO-EXIT
127800         VARYING RCL-X-PRM FROM 1 BY 1
127900         UNTIL RCL-X-PRM > RCL-CANT-PREMIOS.
128000 4300-HORAS-EXTRA-EXIT.
128100     EXIT.
128200*
128300 4310-BUSCAR-HORAS.
128400     IF NOT ((RCL-ID-AUX NOT = ZERO
128500              AND RCL-HOR-ID(RCL-X-HORA) = RCL-ID-AUX)
128600             OR ((RCL-ID-AUX = ZERO
128700                  OR RCL-HOR-ID(RCL-X-HORA) = ZERO)
128800                 AND RCL-HOR-NOMBRE(RCL-X-HORA) = RCL-NOMBRE-AUX))
128900         GO TO 4310-BUSCAR-HORAS-EXIT
129000     END-IF.
129100     SET RCL-ES-HALLADO TO TRUE.
129200     IF RCL-HORAS-CONTRATO = ZERO
129300         GO TO 4310-BUSCAR-HORAS-EXIT
129400     END-IF.
129500     MOVE ZERO TO RCL-HORAS-EXCEDENTE.
129600     IF RCL-PORC-FTE < 100
129700         AND RCL-HOR-NORMALES(RCL-X-HORA) > RCL-HORAS-CONTRATO
129800         COMPUTE RCL-HORAS-EXCEDENTE =
129900             RCL-HOR-NORMALES(RCL-X-HORA) - RCL-HORAS-CONTRATO
130000     END-IF.
130100     COMPUTE RCL-HORAS-PAGO =
130200         RCL-HOR-EXTRA(RCL-X-HORA) + RCL-HORAS-EXCEDENTE.
130300     COMPUTE RCL-EXTRA ROUNDED =
130400         RCL-SUELDO-MENSUAL / RCL-HORAS-CONTRATO
130500         * RCL-HORAS-PAGO * RCL-MULT-EXTRA / 100.
130600     IF RCL-HOR-FERIADO(RCL-X-HORA) > ZERO
130700         COMPUTE RCL-FERIADO ROUNDED =
130800             RCL-SUELDO-MENSUAL / RCL-HORAS-CONTRATO
130900             * RCL-HOR-FERIADO(RCL-X-HORA) * RCL-MULT-FERIADO
131000             / 100
131100         ADD RCL-FERIADO TO RCL-EXTRA
131200     END-IF.
131300 4310-BUSCAR-HORAS-EXIT.
131400     EXIT.
131500*
131600 4320-SUMAR-PREMIO.
131700     IF (RCL-ID-AUX NOT = ZERO
131800          AND RCL-PRM-ID(RCL-X-PRM) = RCL-ID-AUX)
131900        OR ((RCL-ID-AUX = ZERO OR RCL-PRM-ID(RCL-X-PRM) = ZERO)
132000            AND RCL-PRM-NOMBRE(RCL-X-PRM) = RCL-NOMBRE-AUX)
132100         ADD RCL-PRM-IMPORTE(RCL-X-PRM) TO RCL-EXTRA
132200     END-IF.
132300 4320-SUMAR-PREMIO-EXIT.
132400     EXIT.
132500*
132600******************************************************************
132700* 4400-DEDUCCIONES - THE TABLE CONCEPTS REPRICED ON THE RECOMPUTED
132800*                    SALARY AND BONUS, PLUS THE STATEFUL DEDDET
132900*                    ROWS AS POSTED
133000******************************************************************
133100 4400-DEDUCCIONES.
133200     PERFORM 4410-PRECIO-CONCEPTO THRU 4410-PRECIO-CONCEPTO-EXIT
133300         VARYING RCL-X-DED FROM 1 BY 1
133400         UNTIL RCL-X-DED > RCL-CANT-DEDUCC.
133500     PERFORM 4420-FILA-DEDDET THRU 4420-FILA-DEDDET-EXIT
133600         VARYING RCL-X-DET FROM 1 BY 1
133700         UNTIL RCL-X-DET > RCL-CANT-DEDDET.
133800     PERFORM 4430-SUMAR-CONCEPTO THRU 4430-SUMAR-CONCEPTO-EXIT
133900         VARYING RCL-X-DED FROM 1 BY 1
134000         UNTIL RCL-X-DED > RCL-CANT-DEDUCC.
134100 4400-DEDUCCIONES-EXIT.
134200     EXIT.
134300*
134400 4410-PRECIO-CONCEPTO.
134500     MOVE ZERO TO RCL-DED-POSTEADO(RCL-X-DED).
134600     EVALUATE TRUE
134700         WHEN RCL-DED-TIPO(RCL-X-DED) = 'F'
134800             MOVE RCL-DED-VALOR(RCL-X-DED)
134900                 TO RCL-DED-RECALC(RCL-X-DED)
135000         WHEN RCL-DED-APLICA(RCL-X-DED) = 'B'
135100             COMPUTE RCL-DED-RECALC(RCL-X-DED) ROUNDED =
135200                 RCL-BONO * RCL-DED-VALOR(RCL-X-DED) / 100
135300         WHEN OTHER
135400             COMPUTE RCL-DED-RECALC(RCL-X-DED) ROUNDED =
135500                 RCL-PRORRATEADO * RCL-DED-VALOR(RCL-X-DED) / 100
135600     END-EVALUATE.
135700 4410-PRECIO-CONCEPTO-EXIT.
135800     EXIT.
135900*
136000******************************************************************
136100* 4420-FILA-DEDDET - A DEDDET ROW OF THE EMPLOYEE: A TABLE CONCEPT
136200*                    IS KEPT AS THE POSTED FIGURE TO COMPARE, ANY
136300*                    OTHER CONCEPT JOINS THE TOTAL AS POSTED
136400******************************************************************
136500 4420-FILA-DEDDET.
136600     IF NOT ((RCL-ID-AUX NOT = ZERO
136700              AND RCL-DET-ID(RCL-X-DET) = RCL-ID-AUX)
136800             OR ((RCL-ID-AUX = ZERO
136900                  OR RCL-DET-ID(RCL-X-DET) = ZERO)
137000                 AND RCL-DET-NOMBRE(RCL-X-DET) = RCL-NOMBRE-AUX))
137100         GO TO 4420-FILA-DEDDET-EXIT
137200     END-IF.
137300     MOVE 'N' TO RCL-HALLADO.
137400     PERFORM 4425-UBICAR-CONCEPTO THRU 4425-UBICAR-CONCEPTO-EXIT
137500         VARYING RCL-X-DED FROM 1 BY 1
137600         UNTIL RCL-X-DED > RCL-CANT-DEDUCC
137700            OR RCL-ES-HALLADO.
137800     IF RCL-ES-HALLADO
137900         SET RCL-X-DED DOWN BY 1
138000         ADD RCL-DET-IMPORTE(RCL-X-DET)
138100             TO RCL-DED-POSTEADO(RCL-X-DED)
138200     ELSE
138300         ADD RCL-DET-IMPORTE(RCL-X-DET) TO RCL-DEDUCCIONES
138400     END-IF.
138500 4420-FILA-DEDDET-EXIT.
138600     EXIT.
138700*
138800 4425-UBICAR-CONCEPTO.
138900     IF RCL-DED-CONCEPTO(RCL-X-DED) = RCL-DET-CONCEPTO(RCL-X-DET)
139000         SET RCL-ES-HALLADO TO TRUE
139100     END-IF.
139200 4425-UBICAR-CONCEPTO-EXIT.
139300     EXIT.
139400*
139500******************************************************************
139600* 4430-SUMAR-CONCEPTO - ONE TABLE CONCEPT INTO THE TOTAL; THE
139700*                       BRACKET INCOME TAX IS CUMULATIVE OVER THE
139800*                       YEAR, SO IT IS TAKEN AS POSTED
139900******************************************************************
140000 4430-SUMAR-CONCEPTO.
140100     IF RCL-ES-HAY-ESCALAS
140200         AND RCL-DED-CONCEPTO(RCL-X-DED) = RCL-CONCEPTO-GANANCIAS
140300         MOVE RCL-DED-POSTEADO(RCL-X-DED)
140400             TO RCL-DED-RECALC(RCL-X-DED)
140500     END-IF.
140600     ADD RCL-DED-RECALC(RCL-X-DED) TO RCL-DEDUCCIONES.
140700 4430-SUMAR-CONCEPTO-EXIT.
140800     EXIT.
140900*
141000******************************************************************
141100* 4500-COMPARAR-EMPLEADO - EVERY COMPONENT AGAINST THE REGISTER
141200******************************************************************
141300 4500-COMPARAR-EMPLEADO.
141400     MOVE 'SUELDO MENSUAL' TO RCL-CMP-TEXTO.
141500     MOVE RCL-REG-MENSUAL(RCL-X-REG) TO RCL-CMP-POSTEADO.
141600     MOVE RCL-SUELDO-MENSUAL TO RCL-CMP-RECALC.
141700     PERFORM 5000-COMPARAR THRU 5000-COMPARAR-EXIT.
141800     MOVE 'SUELDO ANUAL' TO RCL-CMP-TEXTO.
141900     MOVE RCL-REG-ANUAL(RCL-X-REG) TO RCL-CMP-POSTEADO.
142000     MOVE RCL-SUELDO-ANUAL TO RCL-CMP-RECALC.
142100     PERFORM 5000-COMPARAR THRU 5000-COMPARAR-EXIT.
142200     MOVE 'SUELDO PERIODO' TO RCL-CMP-TEXTO.
142300     MOVE RCL-REG-PRORRATEADO(RCL-X-REG) TO RCL-CMP-POSTEADO.
142400     MOVE RCL-PRORRATEADO TO RCL-CMP-RECALC.
142500     PERFORM 5000-COMPARAR THRU 5000-COMPARAR-EXIT.
142600     MOVE 'BONO' TO RCL-CMP-TEXTO.
142700     MOVE RCL-REG-BONO(RCL-X-REG) TO RCL-CMP-POSTEADO.
142800     MOVE RCL-BONO TO RCL-CMP-RECALC.
142900     PERFORM 5000-COMPARAR THRU 5000-COMPARAR-EXIT.
143000     MOVE 'IMPORTE EXTRA' TO RCL-CMP-TEXTO.
143100     MOVE RCL-REG-EXTRA(RCL-X-REG) TO RCL-CMP-POSTEADO.
143200     MOVE RCL-EXTRA TO RCL-CMP-RECALC.
143300     PERFORM 5000-COMPARAR THRU 5000-COMPARAR-EXIT.
143400     IF RCL-ES-HAY-DEDDET
143500         PERFORM 4510-COMPARAR-CONCEPTO
143600             THRU 4510-COMPARAR-CONCEPTO-EXIT
143700             VARYING RCL-X-DED FROM 1 BY 1
143800             UNTIL RCL-X-DED > RCL-CANT-DEDUCC
143900     END-IF.
144000     MOVE 'DEDUCCIONES' TO RCL-CMP-TEXTO.
144100     MOVE RCL-REG-DEDUCCIONES(RCL-X-REG) TO RCL-CMP-POSTEADO.
144200     MOVE RCL-DEDUCCIONES TO RCL-CMP-RECALC.
144300     PERFORM 5000-COMPARAR THRU 5000-COMPARAR-EXIT.
144400     MOVE 'NETO' TO RCL-CMP-TEXTO.
144500     MOVE RCL-REG-NETO(RCL-X-REG) TO RCL-CMP-POSTEADO.
144600     MOVE RCL-NETO TO RCL-CMP-RECALC.
144700     PERFORM 5000-COMPARAR THRU 5000-COMPARAR-EXIT.
144800 4500-COMPARAR-EMPLEADO-EXIT.
144900     EXIT.
145000*
145100 4510-COMPARAR-CONCEPTO.
145200     MOVE RCL-DED-CONCEPTO(RCL-X-DED) TO RCL-CMP-TEXTO.
145300     MOVE RCL-DED-POSTEADO(RCL-X-DED) TO RCL-CMP-POSTEADO.
145400     MOVE RCL-DED-RECALC(RCL-X-DED) TO RCL-CMP-RECALC.
145500     PERFORM 5000-COMPARAR THRU 5000-COMPARAR-EXIT.
145600 4510-COMPARAR-CONCEPTO-EXIT.
145700     EXIT.
145800*
145900******************************************************************
146000* 5000-COMPARAR - ONE COMPONENT; BEYOND THE TOLERANCE IT IS
146100*                 PRINTED AND KEPT IN RECALCDIF
146200******************************************************************
146300 5000-COMPARAR.
146400     COMPUTE RCL-DIFERENCIA = RCL-CMP-POSTEADO - RCL-CMP-RECALC.
146500     IF RCL-DIFERENCIA < ZERO
146600         COMPUTE RCL-DIF-ABSOLUTA = ZERO - RCL-DIFERENCIA
146700     ELSE
146800         MOVE RCL-DIFERENCIA TO RCL-DIF-ABSOLUTA
146900     END-IF.
147000     IF RCL-DIF-ABSOLUTA NOT > RCL-TOLERANCIA
147100         GO TO 5000-COMPARAR-EXIT
147200     END-IF.
147300     SET RCL-ES-EMP-DIFIERE TO TRUE.
147400     ADD 1 TO RCL-CANT-COMPONENTES.
147500     MOVE RCL-ID-AUX TO RCL-DET-ID-ED.
147600     MOVE RCL-NOMBRE-AUX TO RCL-DET-NOMBRE-ED.
147700     MOVE RCL-CMP-TEXTO TO RCL-DET-COMPONENTE.
147800     MOVE RCL-CMP-POSTEADO TO RCL-DET-POSTEADO.
147900     MOVE RCL-CMP-RECALC TO RCL-DET-RECALC.
148000     MOVE RCL-DIFERENCIA TO RCL-DET-DIFERENCIA.
148100     WRITE RPT-LINEA FROM RCL-DETALLE.
148200     INITIALIZE DR-RECORD.
148300     SET DR-ES-DIFERENCIA TO TRUE.
148400     MOVE RCL-PERIODO TO DR-PERIODO.
148500     MOVE RCL-ID-AUX TO DR-ID.
148600     MOVE RCL-NOMBRE-AUX TO DR-NOMBRE.
148700     MOVE RCL-CMP-TEXTO TO DR-COMPONENTE.
148800     MOVE RCL-CMP-POSTEADO TO DR-POSTEADO.
148900     MOVE RCL-CMP-RECALC TO DR-RECALCULADO.
149000     MOVE RCL-FECHA-HOY TO DR-FECHA.
149100     WRITE DR-RECORD.
149200 5000-COMPARAR-EXIT.
149300     EXIT.
149400*
149500******************************************************************
149600* 6000-TOTALES - COUNTS, THE RECALCDIF CONTROL ROW AND A VERDICT
149700*                ALSO SHOWN ON THE OPERATOR CONSOLE
149800******************************************************************
149900 6000-TOTALES.
150000     MOVE SPACES TO RPT-LINEA.
150100     WRITE RPT-LINEA.
150200     MOVE SPACES TO RPT-LINEA.
150300     STRING 'EMPLEADOS RECALCULADOS:            '
150400         RCL-CANT-REVISADOS
150500         DELIMITED BY SIZE INTO RPT-LINEA.
150600     WRITE RPT-LINEA.
150700     MOVE SPACES TO RPT-LINEA.
150800     STRING 'LINEAS DE OTRO TIPO NO RECALCULADAS: '
150900         RCL-CANT-OTRAS-LINEAS
151000         DELIMITED BY SIZE INTO RPT-LINEA.
151100     WRITE RPT-LINEA.
151200     MOVE SPACES TO RPT-LINEA.
151300     STRING 'EMPLEADOS CON DIFERENCIAS:         '
151400         RCL-CANT-EMP-DIFIEREN
151500         DELIMITED BY SIZE INTO RPT-LINEA.
151600     WRITE RPT-LINEA.
151700     MOVE SPACES TO RPT-LINEA.
151800     STRING 'COMPONENTES CON DIFERENCIAS:       '
151900         RCL-CANT-COMPONENTES
152000         DELIMITED BY SIZE INTO RPT-LINEA.
152100     WRITE RPT-LINEA.
152200     INITIALIZE DR-RECORD.
152300     SET DR-ES-CONTROL TO TRUE.
152400     MOVE RCL-PERIODO TO DR-PERIODO.
152500     MOVE RCL-CANT-REVISADOS TO DR-CANT-REVISADOS.
152600     MOVE RCL-CANT-EMP-DIFIEREN TO DR-CANT-DIFERENCIAS.
152700     MOVE RCL-FECHA-HOY TO DR-FECHA.
152800     WRITE DR-RECORD.
152900     MOVE SPACES TO RPT-LINEA.
153000     WRITE RPT-LINEA.
153100     IF RCL-CANT-EMP-DIFIEREN > ZERO
153200         MOVE '*** RESULTADO: HAY DIFERENCIAS CON EL RECALCULO'
153300             TO RPT-LINEA
153400     ELSE
153500         MOVE '*** RESULTADO: REGISTRO COINCIDE CON EL RECALCULO'
153600             TO RPT-LINEA
153700     END-IF.
153800     WRITE RPT-LINEA.
153900     DISPLAY 'RECALCREG: ' RPT-LINEA.
154000 6000-TOTALES-EXIT.
154100     EXIT.
154200 END PROGRAM RECALCREG.
