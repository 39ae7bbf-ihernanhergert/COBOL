      *     delivery: a file that did not match its manifest is
      *     refused whole instead of paying truncated hours. With no
      *     receipt on record the load behaves as before.
      *   - Employer social-security contributions are now computed
      *     alongside the employee deductions: a CONTRIBPAT table
      *     (concept, percentage, effective period, company, agency;
      *     blank company = every company, the latest version in
      *     force wins like PAYRATES) is applied to each employee's
      *     gross pay for the period (prorated salary plus bonus
      *     plus overtime), and every concept writes its own CONTDET
      *     detail row next to DEDDET. ASIENTOGL posts those rows as
      *     expense versus payable, REMESAS adds them to each
      *     agency's remittance, and the budget control now compares
      *     salary plus employer cost. A trial run writes nothing.
      *   - Court-ordered wage garnishments (embargos) now come from
      *     their own GARNISHMENT master instead of made-up LOANS
      *     rows. After the statutory deductions and the net floor,
      *     each employee's open orders are applied in priority
      *     order: a fixed amount or a percentage of the attachable
      *     net (gross less statutory deductions), held within the
      *     attachable share set by the EMBARGABLE card for
      *     creditors and EMBALIMENTO for alimony, within what is
      *     still owed and within the net left. Every withholding
      *     writes a DEDDET row and an EMBDET row for the court
      *     remittance; an order that reaches its total is closed.
      *   - Family allowances are now paid from the employee's
      *     registered dependents (DEPENDIENTES, kept in PERSMAINT).
      *     An ASIGFAM table gives the amount per dependent type and
      *     monthly-salary band, effective-dated like PAYRATES, with
      *     an age limit per type. Each dependent with the proof on
      *     file is checked through CALCEDAD as of the first day of
      *     the period, so a child who has reached the limit stops
      *     being paid by itself. The total posts as its own register
      *     and history line (PR-TIPO-LINEA 'H', PR-SENIORIDAD
      *     ASGFAM): it is not taxable, so it stays out of the
      *     IMP GANANCIAS base and out of the deductions.
      *   - A years-of-service premium is now added to the monthly
      *     salary: a percentage per completed year since
      *     EM-FECHA-INGRESO, counted through CALCEDAD as of the
      *     first day of the period, from the ANTIGUEDAD table
      *     (effective-dated, company rows over general ones, like
      *     PAYRATES). TRASLADO keeps the start date, so the count
      *     carries across companies; a rehire restarts it. The
      *     premium travels inside PR-SUELDO-MENSUAL, the payable
      *     salary and PAYHIST, so the bonus is the only figure
      *     left on the bare scale salary, and the paid amount is
      *     shown apart in the new PR-ADIC-ANTIG register column.
      *     The severance best salary now also weighs the current
      *     month.
      *   - Attendance bonus (presentismo): a percentage of the
      *     monthly salary (PRESENTISMO card in PARMS, nn.nn; no
      *     card, no bonus) paid to anyone with no unjustified
      *     absence and no more late arrivals than the TARDANZAMAX
      *     card allows (default 3). ABSENCES rows now carry a
      *     reason code from the new MOTAUSEN table, its
      *     justified/unjustified flag, days absent for the reason
      *     and late arrivals; an employee may have several rows.
      *     Rows without a code keep meaning authorized unpaid
      *     leave. The bonus is folded into the monthly salary like
      *     the years-of-service premium; the paid amount, or the
      *     reason it was lost, goes to the new PR-PRESENTISMO /
      *     PR-PRESENT-ESTADO / PR-PRESENT-MOTIVO / PR-PRESENT-CANT
      *     register columns for RECIBOS and PRESREPT.
      *   - Expense reimbursement claims keyed and approved in the
      *     new GASTOS program are now paid with the register: every
      *     approved claim of the employee adds to one reimbursement
      *     line (PR-TIPO-LINEA 'V', PR-SENIORIDAD REINTG) that is
      *     not taxable, like the family allowance, so ASIENTOGL
      *     posts it to the department's REINTG expense account.
      *     Each claim paid is marked paid with the period and the
      *     GASTOS file is rewritten at the end of the run, so no
      *     claim is reimbursed twice; a test run marks nothing.
      *   - Individual salary supplement: the SUPLEMENTOS row in
      *     force for the employee and period (keyed in EMPMAINT
      *     with a reason code and the approving operator, looked
      *     up through the shared SUPLVIG routine) is added to the
      *     bracket salary before anything else, so it is part of
      *     the monthly, prorated and annual salary, of the base of
      *     the years-of-service premium and the attendance bonus,
      *     and of the bonus base, which is now bracket salary plus
      *     supplement.
      *   - The personal income tax deductions each employee declares
      *     in the new DEDPERS program (spouse, children, rent,
      *     mortgage interest, health insurance, domestic staff;
      *     annual amount valid from a month of the fiscal year) now
      *     lower the IMP GANANCIAS base: the cumulative bracket tax
      *     is computed on the year-to-date taxable pay less the
      *     declared amounts accrued pro rata through the month
      *     (one twelfth of each declaration per month from its
      *     starting month), and the December year-end adjustment
      *     takes the full year's declarations off the annual base.
      *   - EMPCAMBIOS rows now carry the operator who keyed them and
      *     the date they were keyed (set by EFECTIVO); the run keeps
      *     both when it rewrites the file after marking rows applied.
      *   - the EMPLOYEES layout carries the new EM-MOTIVO-BAJA
      *     termination reason; the pending-row image is widened.
      *   - Employee referral bonuses queued in REFERIDOS (by PROBREV,
      *     when the referred hire passes probation) are paid to the
      *     referrer as taxable variable pay: the amount for the
      *     hire's level in force in the period (REFPREMIO table) is
      *     added to the extra-pay column of the referrer's register
      *     line, so it follows the overtime into the tax base,
      *     contributions, garnishable pay and year-to-date, and is
      *     itemized on HORASDET with type 'R'. The referral is
      *     marked paid with the amount and period; a level with no
      *     amount on the table stays pending. A queued bonus whose
      *     referrer has left is cancelled (BJ). REFERIDOS is
      *     rewritten at the end of the run; a test run marks
      *     nothing.
      *   - The final settlement follows the employee's contract type:
      *     the contract in force is the last CONTRATOS row for the
      *     employee (none = permanent) and TIPOCONT gives, for a
      *     contract that ran to its end date (reason FC) and for any
      *     other termination, the percentage of the seniority
      *     indemnity paid and whether the notice month is paid. A
      *     permanent employee settles exactly as before.
      *   - Part-time employees: the contracted working time in
      *     force (percentage of a full-time position, JORNADAS
      *     rows keyed in EMPMAINT and prorated by day through the
      *     shared JORNVIG routine) scales the bracket salary before
      *     anything else, so the monthly, prorated and annual
      *     salary, the bonus base, the years-of-service premium,
      *     the attendance bonus and the aguinaldo base (PAYHIST)
      *     follow it; the individual supplement is not scaled. The
      *     vacation accrual is scaled the same way. Overtime is
      *     paid on the contracted hours (the monthly full-time
      *     hours times the percentage): normal hours beyond them
      *     are paid as overtime, at the hourly rate of the
      *     contracted hours. The department summary and the budget
      *     control show the FTE next to the headcount. An employee
      *     with no JORNADAS row is full time and pays as before.
      *   - Statutory minimum wage check: the minimum in force for the
      *     employee's company and the period (SALMINIMO table, per
      *     full-time month and per hour, effective-dated with
      *     company rows over general ones, looked up through the
      *     shared SALMVIG routine) is prorated like the salary --
      *     the month amount by the contracted percentage, the hour
      *     amount by the contracted hours, both by the days paid --
      *     and the higher of the two is compared with the prorated
      *     salary. A salary below it is logged to EXCEPTIONS2 with
      *     its own reason; with the SALMINCOMPL card set to S the
      *     difference is also paid as its own register and history
      *     line (PR-TIPO-LINEA 'M', PR-SENIORIDAD SALMIN), which is
      *     remuneration, so it stays in the taxable history.
      *   - Optional benefits: the elections in force for the period
      *     (BENEFELEC, keyed in BENMAINT; the employee's latest row
      *     per plan, a blank option meaning not enrolled) are priced
      *     from the PLANBENEF catalog version in force -- a fixed
      *     premium, a premium plus one per covered dependent, a rate
      *     per thousand of a multiple of the monthly salary, or a
      *     percentage of the salary paid. The employee share is
      *     withheld as a deduction with its own detail line (concept
      *     BEN- plus plan and option); the employer share goes to
      *     CONTDET under the same concept with the provider as the
      *     agency, and counts in the employer cost of the department
      *     summary and the budget control.
      *   - The vacation days taken in the period are written to
      *     HORASDET as type 'V' rows (days in HD-HORAS, valued at
      *     the monthly salary / 30 per day, as the settlement values
      *     them), so the annual compensation statement can show the
      *     days taken and their value per year.
      *   - Partitioned run: with the PARTICION card set to S the run
      *     processes only the company of the COMPANIA card and works
      *     on its own files -- lock LOCKccc, checkpoint CKPTccc,
      *     exceptions EXCPccc, register segment REGPccc (SIMPccc on
      *     a trial run), history segment HISPccc, year-to-date
      *     increment YTDPccc and sort work files RSRTccc/RTMPccc --
      *     so the companies can run at the same time and each one
      *     restarts from its own checkpoint. A partition does not
      *     start while PAYLOCK is held (a full run or PAYMERGE in
      *     progress) and a full run does not start while any
      *     partition lock is held. The backup, PAYROLLIX, REGSTATE
      *     and the bonus reprocess are left to PAYMERGE, which
      *     builds the single register and history from the segments.
      *   - One-off items (NOVEDADES, one row per employee, period and
      *     concept, received through the RECEPCION manifest like
      *     HOURS) are applied once, in the first run of their period
      *     or later: the NOVCONC concept master says whether each is
      *     earnings or a deduction, taxable or not, counted in the
      *     aguinaldo and severance best salary or not, and its GL
      *     account. Earnings are paid as their own register and
      *     history line (PR-TIPO-LINEA 'N' taxable, 'X' not taxable,
      *     PR-SENIORIDAD the concept); taxable ones add to the income
      *     tax, contributions and garnishable base. Deductions are
      *     withheld on the main line after the loan installment with
      *     a DEDDET row NOV- plus the concept; a taxable deduction
      *     lowers the tax and contributions base. Every item applied
      *     writes a NOVDET row for RECIBOS and ASIENTOGL and is
      *     marked applied with the period; NOVEDADES is rewritten at
      *     the end of the run. An unknown concept stays pending and
      *     a test run marks nothing.
      *   - Every final settlement of a real run is also reported to
      *     the corporate HR feed: EMITEVT logs a LIQF event with the
      *     employee row as the payroll holds it (ENVIOHR delivers).
      *   - RATECHG rows are now chained through CADENAUD: each line
      *     carries the CADAUD trailer (sequence and check value), so
      *     VERIFCAD can show that no rate change was edited out.
      *   - PAYHIST amounts are signed: REVERPER backs a posted period
      *     out with negated copies of its lines. The best-salary
      *     preload and the bonus reprocess ask ANULHIST which lines
      *     are cancelled or are reversals and leave both out. Every
      *     change to a VACSALDO balance in a real run is also logged
      *     to VACMOV (employee, period, company, days), so a reversal
      *     can put the balances back.
      *   - The ANTIGUEDAD percentage is now chosen per employee in
      *     30B by the employee's own company, as the contributions
      *     are, instead of once at load for the COMPANIA card.
      *   - A partition no longer rewrites the shared masters whole:
      *     LOANS, GARNISHMENT, GASTOS, NOVEDADES, REFERIDOS,
      *     TRASLADOS, EMPCAMBIOS, VACSALDO and ARREARS go to
      *     per-company segments holding only that company's rows,
      *     and its RATECHG and RUNLOG lines (unchained) and RATESNAP
      *     go to segments too. PAYMERGE applies them all, chaining
      *     the audit lines through CADENAUD under PAYLOCK.
      *   - In a partition DEDDET, HORASDET, VACMOV, CONTDET, EMBDET
      *     and NOVDET go to per-company segments as well (opened in
      *     07E, after 08J has read the shared DEDDET); PAYMERGE
      *     appends them to the shared files.
      *   - The best-salary preload and the bonus reprocess take the
      *     month's salary only from a line that carries one: the
      *     zero-salary second line of a transfer or department split
      *     adds its bonus share to the month instead of replacing it,
      *     and a minimum-wage top-up ('M') adds to the month's pay
      *     the way a retro line ('N') does.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EJERCICIO02.
           SELECT BONUSRATES-FILE ASSIGN TO 'BONUSRATES'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSV-ARCH-STATUS.
           SELECT OPTIONAL YTD-FILE ASSIGN USING WSV-NOMBRE-YTD
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WSY-YTD-STATUS.
           SELECT EMPLOYEES-FILE ASSIGN TO 'EMPLOYEES'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSV-ARCH-STATUS.
           SELECT OPTIONAL CHECKPOINT-FILE ASSIGN USING WSV-NOMBRE-CKPT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WSK-CKPT-STATUS.
           SELECT OPTIONAL PAYHIST-FILE
               ASSIGN USING WSV-NOMBRE-HISTORIAL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSH-HIST-STATUS.
           SELECT EXCEPTIONS2-FILE
               ASSIGN USING WSV-NOMBRE-EXCEPCIONES
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT SORT-WORK-FILE ASSIGN TO 'SORTWK01'.
           SELECT OPTIONAL BONOADJ-FILE ASSIGN TO 'BONOADJ'
           SELECT OPTIONAL DEPTMAST-FILE ASSIGN TO 'DEPTMAST'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSM-DEPTO-STATUS.
           SELECT OPTIONAL REGSORT-FILE ASSIGN USING WSV-NOMBRE-REGSORT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSS-SORT-STATUS.
           SELECT OPTIONAL REGTEMP-FILE ASSIGN USING WSV-NOMBRE-REGTEMP
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WST-TEMP-STATUS.
           SELECT OPTIONAL RATESNAP-FILE
               ASSIGN USING WSV-NOMBRE-RATESNAP
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSN-SNAP-STATUS.
           SELECT OPTIONAL RATECHG-FILE ASSIGN USING WSV-NOMBRE-RATECHG
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSN-CHG-STATUS.
           SELECT OPTIONAL RUNLOGP-FILE
               ASSIGN USING WSV-NOMBRE-RUNLOG-PART
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSV-RUNLOGP-STATUS.
           SELECT OPTIONAL PAYLOCK-FILE ASSIGN USING WSV-NOMBRE-LOCK
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSL-LOCK-STATUS.
           SELECT OPTIONAL RESUBMIT2-FILE ASSIGN TO 'RESUBMIT2'
           SELECT OPTIONAL HOURS-FILE ASSIGN TO 'HOURS'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSO-HORAS-STATUS.
           SELECT OPTIONAL EMPCAMBIOS-FILE
               ASSIGN USING WSV-NOMBRE-CAMBIOS
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSU-CAMBIO-STATUS.
           SELECT OPTIONAL EMPIDX-FILE ASSIGN TO 'EMPIDX'
           SELECT OPTIONAL REGSTATE-FILE ASSIGN TO 'REGSTATE'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSE-REGSTATE-STATUS.
           SELECT OPTIONAL TRASLADOS-FILE
               ASSIGN USING WSV-NOMBRE-TRASLADOS
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WST-TRASLADO-STATUS.
           SELECT OPTIONAL LOANS-FILE ASSIGN USING WSV-NOMBRE-PRESTAMOS
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSJ-PRESTAMO-STATUS.
           SELECT OPTIONAL BUDGET-FILE ASSIGN TO 'BUDGET'
           SELECT OPTIONAL CALENDARIO-FILE ASSIGN TO 'CALENDARIO'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSB-CALEND-STATUS.
           SELECT OPTIONAL HORASDET-FILE
               ASSIGN USING WSV-NOMBRE-HORASDET
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSB-HORASDET-STATUS.
           SELECT OPTIONAL ARREARS-FILE ASSIGN USING WSV-NOMBRE-ATRASOS
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSA-ATRASO-STATUS.
           SELECT OPTIONAL ABSENCES-FILE ASSIGN TO 'ABSENCES'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSA-AUSENCIA-STATUS.
           SELECT OPTIONAL VACSALDO-FILE
               ASSIGN USING WSV-NOMBRE-VACSALDO
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSA-VACSALDO-STATUS.
           SELECT OPTIONAL VACMOV-FILE
               ASSIGN USING WSV-NOMBRE-VACMOV
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSA-VACMOV-STATUS.
           SELECT OPTIONAL TAXBRKT-FILE ASSIGN TO 'TAXBRKT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSG-ESCALA-STATUS.
           SELECT OPTIONAL DEDDET-FILE
               ASSIGN USING WSV-NOMBRE-DEDDET
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSG-DETALLE-STATUS.
           SELECT OPTIONAL DEDPERS-FILE ASSIGN TO 'DEDPERS'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSG-DEDPERS-STATUS.
           SELECT OPTIONAL CONTRIBPAT-FILE ASSIGN TO 'CONTRIBPAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSG-APORTE-STATUS.
           SELECT OPTIONAL PLANBENEF-FILE ASSIGN TO 'PLANBENEF'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSG-PLANBEN-STATUS.
           SELECT OPTIONAL BENEFELEC-FILE ASSIGN TO 'BENEFELEC'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSG-BENELEC-STATUS.
           SELECT OPTIONAL CONTDET-FILE
               ASSIGN USING WSV-NOMBRE-CONTDET
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSG-CONTDET-STATUS.
           SELECT OPTIONAL GARNISHMENT-FILE
               ASSIGN USING WSV-NOMBRE-EMBARGOS
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSJ-EMBARGO-STATUS.
           SELECT OPTIONAL EMBDET-FILE
               ASSIGN USING WSV-NOMBRE-EMBDET
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSG-EMBDET-STATUS.
           SELECT OPTIONAL DEPENDIENTES-FILE ASSIGN TO 'DEPENDIENTES'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSF-DEPEND-STATUS.
           SELECT OPTIONAL ASIGFAM-FILE ASSIGN TO 'ASIGFAM'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSF-ASIGFAM-STATUS.
           SELECT OPTIONAL GASTOS-FILE ASSIGN USING WSV-NOMBRE-GASTOS
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSF-GASTOS-STATUS.
           SELECT OPTIONAL NOVCONC-FILE ASSIGN TO 'NOVCONC'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSF-NOVCONC-STATUS.
           SELECT OPTIONAL NOVEDADES-FILE
               ASSIGN USING WSV-NOMBRE-NOVEDADES
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSF-NOVED-STATUS.
           SELECT OPTIONAL NOVDET-FILE
               ASSIGN USING WSV-NOMBRE-NOVDET
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSF-NOVDET-STATUS.
           SELECT OPTIONAL REFERIDOS-FILE
               ASSIGN USING WSV-NOMBRE-REFERIDOS
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSF-REFER-STATUS.
           SELECT OPTIONAL CONTRATOS-FILE ASSIGN TO 'CONTRATOS'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSF-CONTR-STATUS.
           SELECT OPTIONAL REFPREMIO-FILE ASSIGN TO 'REFPREMIO'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSF-PREMIO-STATUS.
           SELECT OPTIONAL ANTIGUEDAD-FILE ASSIGN TO 'ANTIGUEDAD'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSF-ANTIG-STATUS.
           SELECT OPTIONAL MOTAUSEN-FILE ASSIGN TO 'MOTAUSEN'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSF-MOTAUS-STATUS.
           SELECT OPTIONAL PERIODCTL-FILE ASSIGN TO 'PERIODCTL'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSQ-PERIODO-STATUS.
       01  PH-RECORD.
           05 PH-NOMBRE                    PIC X(05).
           05 PH-SENIORIDAD                PIC X(06).
           05 PH-SUELDO-MENSUAL            PIC S9(06)V99.
           05 PH-SUELDO-ANUAL              PIC S9(07)V99.
           05 PH-BONO                      PIC S9(06)V99.
           05 PH-PERIODO                   PIC 9(06).
           05 PH-DEPARTAMENTO              PIC X(10).
           05 PH-EXPERIENCIA               PIC 9(02).
           05 PH-ID                        PIC 9(05).
           05 PH-IMPORTE-EXTRA             PIC S9(06)V99.
           05 PH-TIPO-LINEA                PIC X(01).
           05 PH-PERIODO-REF               PIC 9(06).
           05 PH-COMPANIA                  PIC X(03).

       FD  REGSORT-FILE
           LABEL RECORDS ARE STANDARD.
       01  RSO-REGISTRO                    PIC X(121).

       FD  REGTEMP-FILE
           LABEL RECORDS ARE STANDARD.
       01  RGT-REGISTRO                    PIC X(121).

       FD  RATESNAP-FILE
           LABEL RECORDS ARE STANDARD.

       FD  RATECHG-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 107 CHARACTERS.
       01  CHG-REGISTRO.
           05 CHG-LINEA                    PIC X(80).
           COPY CADAUD
               REPLACING CAD-SECUENCIA     BY CHG-SECUENCIA
                         CAD-CONTROL       BY CHG-CONTROL.

      * Lineas de RUNLOG de una particion, sin encadenar; PAYMERGE
      * las pasa a RUNLOG por CADENAUD (mismo contenido que RUNLOG).
       FD  RUNLOGP-FILE
           LABEL RECORDS ARE STANDARD.
       01  RLP-REGISTRO.
           05 RLP-FECHA                    PIC 9(08).
           05 RLP-HORA                     PIC X(08).
           05 RLP-PROGRAMA                 PIC X(11).
           05 RLP-EVENTO                   PIC X(01).
           05 RLP-CANTIDAD                 PIC 9(05).
           05 RLP-USUARIO                  PIC X(08).

       FD  PAYLOCK-FILE
           LABEL RECORDS ARE STANDARD.
                         EM-FECHA-BAJA     BY RS2-FECHA-BAJA
                         EM-BANCO          BY RS2-BANCO
                         EM-CUENTA         BY RS2-CUENTA
                         EM-COMPANIA       BY RS2-COMPANIA
                         EM-MOTIVO-BAJA    BY RS2-MOTIVO-BAJA.

       FD  HOURS-FILE
           LABEL RECORDS ARE STANDARD.
           05 EC-FECHA-DESDE               PIC 9(08).
           05 EC-DEPARTAMENTO              PIC X(10).
           05 EC-APLICADO                  PIC X(01).
           05 EC-USUARIO                   PIC X(08).
           05 EC-FECHA-ALTA                PIC X(08).

       FD  EMPIDX-FILE
           LABEL RECORDS ARE STANDARD.
                         EM-FECHA-BAJA     BY EIX-FECHA-BAJA
                         EM-BANCO          BY EIX-BANCO
                         EM-CUENTA         BY EIX-CUENTA
                         EM-COMPANIA       BY EIX-COMPANIA
                         EM-MOTIVO-BAJA    BY EIX-MOTIVO-BAJA.

       FD  REGSTATE-FILE
           LABEL RECORDS ARE STANDARD.
           05 AB-DIAS-SIN-GOCE             PIC 9(02).
           05 AB-DIAS-VACACIONES           PIC 9(02).
           05 AB-ID                        PIC 9(05).
      * Motivo de la ausencia (MOTAUSEN), dias ausentes por ese
      * motivo que no cambian la paga y llegadas tarde; van al final
      * para que las filas viejas se sigan leyendo.
           05 AB-MOTIVO                    PIC X(02).
           05 AB-DIAS-AUSENCIA             PIC 9(02).
           05 AB-TARDANZAS                 PIC 9(02).

       FD  VACSALDO-FILE
           LABEL RECORDS ARE STANDARD.
           05 VS-NOMBRE                    PIC X(05).
           05 VS-SALDO                     PIC S9(03)V99.

       FD  VACMOV-FILE
           LABEL RECORDS ARE STANDARD.
       01  VM-RECORD.
           05 VM-ID                        PIC 9(05).
           05 VM-NOMBRE                    PIC X(05).
           05 VM-PERIODO                   PIC 9(06).
           05 VM-COMPANIA                  PIC X(03).
           05 VM-DIAS                      PIC S9(03)V99.

       FD  TAXBRKT-FILE
           LABEL RECORDS ARE STANDARD.
       01  TB-RECORD.
           05 TB-FIJO                      PIC 9(07)V99.
           05 TB-VIGENCIA-DESDE            PIC 9(06).

       FD  DEDPERS-FILE
           LABEL RECORDS ARE STANDARD.
       01  DJ-RECORD.
           COPY DEDPER.

       FD  DEDDET-FILE
           LABEL RECORDS ARE STANDARD.
       01  DT-RECORD.
           05 DT-PERIODO                   PIC 9(06).
           05 DT-COMPANIA                  PIC X(03).

       FD  CONTRIBPAT-FILE
           LABEL RECORDS ARE STANDARD.
       01  CP-RECORD.
           05 CP-CONCEPTO                  PIC X(15).
           05 CP-PORCENTAJE                PIC 9(03)V99.
           05 CP-VIGENCIA-DESDE            PIC 9(06).
           05 CP-COMPANIA                  PIC X(03).
           05 CP-AGENCIA                   PIC X(03).

       FD  PLANBENEF-FILE
           LABEL RECORDS ARE STANDARD.
       01  BP-RECORD.
           COPY PLANBEN.

       FD  BENEFELEC-FILE
           LABEL RECORDS ARE STANDARD.
       01  EB-RECORD.
           COPY BENELEC.

       FD  CONTDET-FILE
           LABEL RECORDS ARE STANDARD.
       01  CD-RECORD.
           COPY CONTDET.

       FD  GARNISHMENT-FILE
           LABEL RECORDS ARE STANDARD.
       01  GA-RECORD.
           COPY EMBARGO.

       FD  EMBDET-FILE
           LABEL RECORDS ARE STANDARD.
       01  ED-RECORD.
           COPY EMBDET.

       FD  DEPENDIENTES-FILE
           LABEL RECORDS ARE STANDARD.
       01  DP-RECORD.
           COPY DEPEND.

       FD  ASIGFAM-FILE
           LABEL RECORDS ARE STANDARD.
       01  AF-RECORD.
           05 AF-TIPO                      PIC X(01).
           05 AF-SUELDO-HASTA              PIC 9(07)V99.
           05 AF-IMPORTE                   PIC 9(06)V99.
           05 AF-VIGENCIA-DESDE            PIC 9(06).
           05 AF-EDAD-TOPE                 PIC 9(03).

       FD  GASTOS-FILE
           LABEL RECORDS ARE STANDARD.
       01  GT-RECORD.
           COPY GASTO.

       FD  NOVCONC-FILE
           LABEL RECORDS ARE STANDARD.
       01  NC-RECORD.
           COPY NOVCONC.

       FD  NOVEDADES-FILE
           LABEL RECORDS ARE STANDARD.
       01  NV-RECORD.
           COPY NOVEDAD.

       FD  NOVDET-FILE
           LABEL RECORDS ARE STANDARD.
       01  ND-RECORD.
           COPY NOVDET.

       FD  REFERIDOS-FILE
           LABEL RECORDS ARE STANDARD.
       01  RF-RECORD.
           COPY REFERIDO.

       FD  CONTRATOS-FILE
           LABEL RECORDS ARE STANDARD.
       01  KT-RECORD.
           COPY CONTRATO.

       FD  REFPREMIO-FILE
           LABEL RECORDS ARE STANDARD.
       01  RP-RECORD.
           05 RP-NIVEL                     PIC X(06).
           05 RP-IMPORTE                   PIC 9(06)V99.
           05 RP-VIGENCIA-DESDE            PIC 9(06).

       FD  ANTIGUEDAD-FILE
           LABEL RECORDS ARE STANDARD.
       01  AN-RECORD.
           05 AN-PORCENTAJE                PIC 9(02)V99.
           05 AN-VIGENCIA-DESDE            PIC 9(06).
           05 AN-COMPANIA                  PIC X(03).

       FD  MOTAUSEN-FILE
           LABEL RECORDS ARE STANDARD.
       01  MA-RECORD.
           05 MA-CODIGO                    PIC X(02).
           05 MA-DESCRIPCION               PIC X(20).
           05 MA-JUSTIFICADA               PIC X(01).

       FD  COMPANIAS-FILE
           LABEL RECORDS ARE STANDARD.
       01  CO-RECORD.
                         PR-IMPORTE-EXTRA  BY PIX-IMPORTE-EXTRA
                         PR-TIPO-LINEA     BY PIX-TIPO-LINEA
                         PR-PERIODO-REF    BY PIX-PERIODO-REF
                         PR-COMPANIA       BY PIX-COMPANIA
                         PR-ADIC-ANTIG     BY PIX-ADIC-ANTIG
                         PR-PRESENTISMO    BY PIX-PRESENTISMO
                         PR-PRESENT-ESTADO BY PIX-PRESENT-ESTADO
                         PR-PRESENT-MOTIVO BY PIX-PRESENT-MOTIVO
                         PR-PRESENT-CANT   BY PIX-PRESENT-CANT.

       SD  SORT-WORK-FILE.
       01  SW-RECORD.
                         PR-IMPORTE-EXTRA  BY SW-IMPORTE-EXTRA
                         PR-TIPO-LINEA     BY SW-TIPO-LINEA
                         PR-PERIODO-REF    BY SW-PERIODO-REF
                         PR-COMPANIA       BY SW-COMPANIA
                         PR-ADIC-ANTIG     BY SW-ADIC-ANTIG
                         PR-PRESENTISMO    BY SW-PRESENTISMO
                         PR-PRESENT-ESTADO BY SW-PRESENT-ESTADO
                         PR-PRESENT-MOTIVO BY SW-PRESENT-MOTIVO
                         PR-PRESENT-CANT   BY SW-PRESENT-CANT.

       WORKING-STORAGE SECTION.

       01 WSV-RECEP-RESULT                 PIC X(01).
       01 WSV-NOMBRE-REGISTRO              PIC X(12)
                                           VALUE 'PAYROLLREG'.
       01 WSV-NOMBRE-LOCK                  PIC X(12)
                                           VALUE 'PAYLOCK'.
       01 WSV-NOMBRE-LOCK-PROPIO           PIC X(12).
       01 WSV-NOMBRE-CKPT                  PIC X(12)
                                           VALUE 'PAYCKPT'.
       01 WSV-NOMBRE-HISTORIAL             PIC X(12)
                                           VALUE 'PAYHIST'.
       01 WSV-NOMBRE-HIST-PART             PIC X(12).
       01 WSV-NOMBRE-EXCEPCIONES           PIC X(12)
                                           VALUE 'EXCEPTIONS2'.
       01 WSV-NOMBRE-YTD                   PIC X(12)
                                           VALUE 'YTDTOTALS'.
       01 WSV-NOMBRE-REGSORT               PIC X(12)
                                           VALUE 'REGSORT'.
       01 WSV-NOMBRE-REGTEMP               PIC X(12)
                                           VALUE 'REGTEMP'.
       01 WSV-NOMBRE-RUNLOG-PART           PIC X(12).
       01 WSV-NOMBRE-RATESNAP              PIC X(12)
                                           VALUE 'RATESNAP'.
       01 WSV-NOMBRE-RATECHG               PIC X(12)
                                           VALUE 'RATECHG'.
       01 WSV-NOMBRE-PRESTAMOS             PIC X(12)
                                           VALUE 'LOANS'.
       01 WSV-NOMBRE-EMBARGOS              PIC X(12)
                                           VALUE 'GARNISHMENT'.
       01 WSV-NOMBRE-GASTOS                PIC X(12)
                                           VALUE 'GASTOS'.
       01 WSV-NOMBRE-NOVEDADES             PIC X(12)
                                           VALUE 'NOVEDADES'.
       01 WSV-NOMBRE-REFERIDOS             PIC X(12)
                                           VALUE 'REFERIDOS'.
       01 WSV-NOMBRE-TRASLADOS             PIC X(12)
                                           VALUE 'TRASLADOS'.
       01 WSV-NOMBRE-CAMBIOS               PIC X(12)
                                           VALUE 'EMPCAMBIOS'.
       01 WSV-NOMBRE-VACSALDO              PIC X(12)
                                           VALUE 'VACSALDO'.
       01 WSV-NOMBRE-ATRASOS               PIC X(12)
                                           VALUE 'ARREARS'.
       01 WSV-NOMBRE-DEDDET                PIC X(12)
                                           VALUE 'DEDDET'.
       01 WSV-NOMBRE-HORASDET              PIC X(12)
                                           VALUE 'HORASDET'.
       01 WSV-NOMBRE-VACMOV                PIC X(12)
                                           VALUE 'VACMOV'.
       01 WSV-NOMBRE-CONTDET               PIC X(12)
                                           VALUE 'CONTDET'.
       01 WSV-NOMBRE-EMBDET                PIC X(12)
                                           VALUE 'EMBDET'.
       01 WSV-NOMBRE-NOVDET                PIC X(12)
                                           VALUE 'NOVDET'.
       01 WSV-ID-FILA                      PIC 9(05).
       01 WSF-FILA-PROPIA                  PIC X VALUE 'S'.
          88 WSS-FILA-PROPIA               VALUE 'S'.
       01 WSV-NOMBRE-SEGMENTO.
           05 WSV-SEGMENTO-PREFIJO         PIC X(04).
           05 WSV-SEGMENTO-COMPANIA        PIC X(03).
           05 FILLER                       PIC X(05) VALUE SPACES.
       01 WSF-PARTICION                    PIC X VALUE 'N'.
          88 WSS-PARTICION                 VALUE 'S' 's'.
          88 WSS-PARTICION-INVALIDA        VALUE 'X'.
       01 WSF-MODO-SIMULACION              PIC X VALUE 'N'.
          88 WSS-MODO-SIMULACION           VALUE 'S' 's'.

              10 WSR-DEPRES-CANT         PIC 9(04).
              10 WSR-DEPRES-SUELDO-ANUAL PIC 9(11)V99.
              10 WSR-DEPRES-BONO         PIC 9(11)V99.
              10 WSR-DEPRES-APORTES      PIC 9(11)V99.
              10 WSR-DEPRES-FTE          PIC 9(04)V99.

       01 WSU-CAMBIO-STATUS                PIC XX.
       01 WSF-FIN-CAMBIOS                  PIC X VALUE 'N'.
              10 WSV-CAM-FECHA      PIC 9(08).
              10 WSV-CAM-DEPTO      PIC X(10).
              10 WSV-CAM-APLICADO   PIC X(01).
              10 WSV-CAM-USUARIO    PIC X(08).
              10 WSV-CAM-FECHA-ALTA PIC X(08).
       01 WSI-EMPIDX-STATUS                PIC XX.
       01 WSF-USA-INDEXADO                 PIC X VALUE 'N'.
          88 WSS-USA-INDEXADO              VALUE 'Y'.
       01 WSV-PARTE-EXTRA                  PIC 9(06)V99.
       01 WSV-PARTE-DEDUCC                 PIC 9(06)V99.
       01 WSV-PARTE-NETO                   PIC S9(07)V99.
       01 WSV-PARTE-ANTIG                  PIC 9(06)V99.
       01 WSV-PARTE-PRESENT                PIC 9(06)V99.

       01 WSJ-PRESTAMO-STATUS              PIC XX.
       01 WSF-FIN-PRESTAMOS                PIC X VALUE 'N'.
              10 WSV-PRES-CUOTA     PIC 9(06)V99.
              10 WSV-PRES-SALDO     PIC 9(07)V99.

       01 WSJ-EMBARGO-STATUS               PIC XX.
       01 WSG-EMBDET-STATUS                PIC XX.
       01 WSF-FIN-EMBARGOS                 PIC X VALUE 'N'.
          88 WSS-FIN-EMBARGOS              VALUE 'Y'.
       01 WSF-EMBARGOS-MOVIDOS             PIC X VALUE 'N'.
          88 WSS-EMBARGOS-MOVIDOS          VALUE 'Y'.
       01 WSF-EMBDET-ABIERTO               PIC X VALUE 'N'.
          88 WSS-EMBDET-ABIERTO            VALUE 'Y'.
       01 WSF-EMBARGO-ELEGIDO              PIC X VALUE 'N'.
          88 WSS-EMBARGO-ELEGIDO           VALUE 'Y'.
       01 WSC-PCT-EMBARGABLE               PIC 9(03) VALUE 20.
       01 WSC-PCT-ALIMENTOS                PIC 9(03) VALUE 50.
       01 WSV-EMBARGABLE-AUX               PIC S9(07)V99.
       01 WSV-CUPO-ACREEDOR                PIC 9(07)V99.
       01 WSV-CUPO-ALIMENTOS               PIC 9(07)V99.
       01 WSV-EMBARGO-DISPONIBLE           PIC S9(07)V99.
       01 WSV-EMBARGO-IMPORTE              PIC 9(06)V99.
       01 WSR-TOTAL-EMBARGOS               PIC 9(11)V99 VALUE ZERO.
       01 WSX-EMB-ELEGIDO                  PIC 9(02) VALUE ZERO.
       01 WSV-CANT-EMBARGOS                PIC 9(02) VALUE ZERO.
       01 WSV-TABLA-EMBARGOS.
           05 WSV-EMBARGO-FILA OCCURS 50 TIMES
                               INDEXED BY WSX-EMB.
              10 WSV-EMB-ID         PIC 9(05).
              10 WSV-EMB-EXPEDIENTE PIC X(15).
              10 WSV-EMB-JUZGADO    PIC X(06).
              10 WSV-EMB-TIPO       PIC X(01).
              10 WSV-EMB-MODALIDAD  PIC X(01).
              10 WSV-EMB-VALOR      PIC 9(06)V99.
              10 WSV-EMB-TOPE       PIC 9(07)V99.
              10 WSV-EMB-RETENIDO   PIC 9(07)V99.
              10 WSV-EMB-PRIORIDAD  PIC 9(02).
              10 WSV-EMB-CUENTA     PIC X(22).
              10 WSV-EMB-ESTADO     PIC X(01).
              10 WSV-EMB-CIERRE     PIC 9(06).
              10 WSV-EMB-USADO      PIC X(01).

       01 WSA-ATRASO-STATUS                PIC XX.
       01 WSC-NETO-MINIMO                  PIC 9(07)V99 VALUE ZERO.
       01 WSF-FIN-ATRASOS                  PIC X VALUE 'N'.
       01 WSV-MEJOR-SUELDO-HIST            PIC 9(06)V99.
       01 WSV-ANIOS-SERVICIO               PIC 9(02).
       01 WSV-INDEMNIZACION                PIC 9(07)V99.
       01 WSF-CONTR-STATUS                 PIC XX.
       01 WSF-FIN-CONTRATOS                PIC X VALUE 'N'.
          88 WSS-FIN-CONTRATOS             VALUE 'Y'.
       01 WSF-CONTRATO-HALLADO             PIC X VALUE 'N'.
          88 WSS-CONTRATO-HALLADO          VALUE 'Y'.
       01 WSV-TIPO-CONTRATO-AUX            PIC X(01).
       01 WSV-ID-BUSCADO-KTR               PIC 9(05).
       01 WSV-PORC-INDEMN                  PIC 9(03).
       01 WSV-PAGA-PREAVISO                PIC X(01).
       01 WSV-CANT-CONTRATOS               PIC 9(03) VALUE ZERO.
       01 WSV-TABLA-CONTRATOS.
           05 WSV-CONTRATO-FILA OCCURS 500 TIMES
                                INDEXED BY WSX-KTR.
              10 WSV-KTR-ID         PIC 9(05).
              10 WSV-KTR-TIPO       PIC X(01).
       COPY TIPOCONT.
       01 WSV-PAGO-VACACIONES              PIC S9(07)V99.
       01 WSF-FIN-LIQHIST                  PIC X VALUE 'N'.
          88 WSS-FIN-LIQHIST               VALUE 'Y'.
              10 WSV-MEJH-ID        PIC 9(05).
              10 WSV-MEJH-NOMBRE    PIC X(05).
              10 WSV-MEJH-SUELDO    PIC 9(06)V99.
              10 WSV-MEJH-PERIODO   PIC 9(06).
              10 WSV-MEJH-ULTIMO    PIC 9(07)V99.

       01 WSA-AUSENCIA-STATUS              PIC XX.
       01 WSA-VACSALDO-STATUS              PIC XX.
              10 WSV-AUS-VACACIONES PIC 9(02).
              10 WSV-AUS-ID         PIC 9(05).
              10 WSV-AUS-USADO      PIC X(01).
              10 WSV-AUS-MOTIVO     PIC X(02).
              10 WSV-AUS-DIAS-MOT   PIC 9(02).
              10 WSV-AUS-TARDANZAS  PIC 9(02).
       01 WSV-CANT-VACSALDO                PIC 9(03) VALUE ZERO.
       01 WSA-VACMOV-STATUS                PIC XX.
       01 WSF-VACMOV-ABIERTO               PIC X VALUE 'N'.
          88 WSS-VACMOV-ABIERTO            VALUE 'Y'.
       01 WSV-VAC-SALDO-ANT                PIC S9(03)V99.
       01 WSX-VAC-USADO                    PIC 9(03).
       01 WSV-TABLA-VACSALDO.
           05 WSV-VACSALDO-FILA OCCURS 200 TIMES

       01 WSG-ESCALA-STATUS                PIC XX.
       01 WSG-DETALLE-STATUS               PIC XX.
       01 WSG-DEDPERS-STATUS               PIC XX.
       01 WSF-FIN-ESCALAS                  PIC X VALUE 'N'.
          88 WSS-FIN-ESCALAS               VALUE 'Y'.
       01 WSF-FIN-GANYTD                   PIC X VALUE 'N'.
              10 WSV-GAN-RETENIDO   PIC 9(07)V99.
              10 WSV-GAN-DEPTO      PIC X(10).
              10 WSV-GAN-COMPANIA   PIC X(03).
       01 WSF-FIN-DEDPERS                  PIC X VALUE 'N'.
          88 WSS-FIN-DEDPERS               VALUE 'Y'.
       01 WSV-DDP-ID                       PIC 9(05).
       01 WSV-DDP-MES                      PIC 9(02).
       01 WSV-DDP-MESES                    PIC 9(02).
       01 WSV-DDP-ACUMULADO                PIC 9(09)V99.
       01 WSV-CANT-DEDPERS                 PIC 9(03) VALUE ZERO.
       01 WSV-TABLA-DEDPERS.
           05 WSV-DEDPERS-FILA OCCURS 300 TIMES
                               INDEXED BY WSX-DDP.
              10 WSV-DDP-FILA-ID    PIC 9(05).
              10 WSV-DDP-IMPORTE    PIC 9(07)V99.
              10 WSV-DDP-MES-DESDE  PIC 9(02).
       01 WSV-DET-CONCEPTO                 PIC X(15).
       01 WSV-DET-IMPORTE                  PIC 9(06)V99.

       01 WSG-APORTE-STATUS                PIC XX.
       01 WSG-CONTDET-STATUS               PIC XX.
       01 WSF-FIN-APORTES                  PIC X VALUE 'N'.
          88 WSS-FIN-APORTES               VALUE 'Y'.
       01 WSF-CONTDET-ABIERTO              PIC X VALUE 'N'.
          88 WSS-CONTDET-ABIERTO           VALUE 'Y'.
       01 WSF-APORTE-SUPERADO              PIC X VALUE 'N'.
          88 WSS-APORTE-SUPERADO           VALUE 'Y'.
       01 WSV-BASE-APORTE                  PIC 9(07)V99.
       01 WSV-APORTE-IMPORTE               PIC 9(06)V99.
       01 WSR-TOTAL-APORTES                PIC 9(11)V99 VALUE ZERO.
       01 WSC-CANT-APORTES                 PIC 9(02) VALUE ZERO.
       01 WSC-TABLA-APORTES.
           05 WSC-APORTE-FILA OCCURS 20 TIMES
                              INDEXED BY WSX-APO WSX-APO2.
              10 WSC-APO-CONCEPTO  PIC X(15).
              10 WSC-APO-PORCENT   PIC 9(03)V99.
              10 WSC-APO-VIGENCIA  PIC 9(06).
              10 WSC-APO-COMPANIA  PIC X(03).
              10 WSC-APO-AGENCIA   PIC X(03).

       01 WSG-PLANBEN-STATUS               PIC XX.
       01 WSG-BENELEC-STATUS               PIC XX.
       01 WSF-FIN-BENEFICIOS               PIC X VALUE 'N'.
          88 WSS-FIN-BENEFICIOS            VALUE 'Y'.
       01 WSF-ELECCION-SUPERADA            PIC X VALUE 'N'.
          88 WSS-ELECCION-SUPERADA         VALUE 'Y'.
       01 WSV-BEN-PLAN-ELEGIDO             PIC 9(03).
       01 WSV-BEN-CONCEPTO                 PIC X(15).
       01 WSV-BEN-COSTO                    PIC 9(07)V99.
       01 WSV-BEN-EMPLEADO                 PIC 9(06)V99.
       01 WSV-BEN-PATRONAL                 PIC 9(06)V99.
       01 WSV-BEN-PATRONAL-AUX             PIC 9(06)V99.
       01 WSC-CANT-PLANES-BEN              PIC 9(03) VALUE ZERO.
       01 WSC-TABLA-PLANES-BEN.
           05 WSC-PLANBEN-FILA OCCURS 100 TIMES
                              INDEXED BY WSX-PLB.
              10 WSC-PLB-PLAN      PIC X(04).
              10 WSC-PLB-OPCION    PIC X(02).
              10 WSC-PLB-VIGENCIA  PIC 9(06).
              10 WSC-PLB-TIPO      PIC X(01).
              10 WSC-PLB-IMPORTE   PIC 9(06)V99.
              10 WSC-PLB-IMP-DEP   PIC 9(06)V99.
              10 WSC-PLB-MULTIPLO  PIC 9(02).
              10 WSC-PLB-TASA      PIC 9(03)V9999.
              10 WSC-PLB-PORC-EMPL PIC 9(03)V99.
              10 WSC-PLB-AGENCIA   PIC X(03).
       01 WSC-CANT-ELECC-BEN               PIC 9(04) VALUE ZERO.
       01 WSC-TABLA-ELECC-BEN.
           05 WSC-ELECBEN-FILA OCCURS 1000 TIMES
                              INDEXED BY WSX-ELB WSX-ELB2.
              10 WSC-ELB-ID        PIC 9(05).
              10 WSC-ELB-PLAN      PIC X(04).
              10 WSC-ELB-OPCION    PIC X(02).
              10 WSC-ELB-VIGENCIA  PIC 9(06).
              10 WSC-ELB-DEPEND    PIC 9(02).

       01 WSF-DEPEND-STATUS                PIC XX.
       01 WSF-ASIGFAM-STATUS               PIC XX.
       01 WSF-FIN-DEPENDIENTES             PIC X VALUE 'N'.
          88 WSS-FIN-DEPENDIENTES          VALUE 'Y'.
       01 WSF-FIN-ASIGFAM                  PIC X VALUE 'N'.
          88 WSS-FIN-ASIGFAM               VALUE 'Y'.
       01 WSF-ASIG-PAGA                    PIC X VALUE 'N'.
          88 WSS-ASIG-PAGA                 VALUE 'Y'.
       01 WSV-ASIG-FECHA-REF               PIC 9(08).
       01 WSV-ASIG-EDAD                    PIC 9(03).
       01 WSV-ASIG-FECHA-VALIDA            PIC X(01).
       01 WSV-ASIG-TOTAL                   PIC 9(06)V99.
       01 WSR-TOTAL-ASIGNACIONES           PIC 9(11)V99 VALUE ZERO.
       01 WSX-ASG-ELEGIDA                  PIC 9(02) VALUE ZERO.
       01 WSV-CANT-DEPENDIENTES            PIC 9(03) VALUE ZERO.
       01 WSV-TABLA-DEPENDIENTES.
           05 WSV-DEPENDIENTE-FILA OCCURS 300 TIMES
                                   INDEXED BY WSX-DEP.
              10 WSV-DEP-ID         PIC 9(05).
              10 WSV-DEP-NOMBRE     PIC X(30).
              10 WSV-DEP-TIPO       PIC X(01).
              10 WSV-DEP-FECHA-NAC  PIC 9(08).
              10 WSV-DEP-CONSTANCIA PIC X(01).
       01 WSC-CANT-ASIGNACIONES            PIC 9(02) VALUE ZERO.
       01 WSC-TABLA-ASIGNACIONES.
           05 WSC-ASIGNACION-FILA OCCURS 40 TIMES
                                  INDEXED BY WSX-ASG.
              10 WSC-ASG-TIPO       PIC X(01).
              10 WSC-ASG-HASTA      PIC 9(07)V99.
              10 WSC-ASG-IMPORTE    PIC 9(06)V99.
              10 WSC-ASG-VIGENCIA   PIC 9(06).
              10 WSC-ASG-EDAD-TOPE  PIC 9(03).

       01 WSF-GASTOS-STATUS                PIC XX.
       01 WSF-FIN-GASTOS                   PIC X VALUE 'N'.
          88 WSS-FIN-GASTOS                VALUE 'Y'.
       01 WSF-GASTOS-MOVIDOS               PIC X VALUE 'N'.
          88 WSS-GASTOS-MOVIDOS            VALUE 'Y'.
       01 WSF-GASTOS-DESBORDE              PIC X VALUE 'N'.
          88 WSS-GASTOS-DESBORDE           VALUE 'Y'.
       01 WSV-REINTEGRO-TOTAL              PIC 9(07)V99.
       01 WSR-TOTAL-REINTEGROS             PIC 9(11)V99 VALUE ZERO.
       01 WSV-CANT-GASTOS                  PIC 9(03) VALUE ZERO.
       01 WSV-TABLA-GASTOS.
           05 WSV-GASTO-FILA OCCURS 500 TIMES
                             INDEXED BY WSX-GTO.
              10 WSV-GTO-REGISTRO  PIC X(92).

       01 WSF-NOVCONC-STATUS               PIC XX.
       01 WSF-NOVED-STATUS                 PIC XX.
       01 WSF-NOVDET-STATUS                PIC XX.
       01 WSF-FIN-NOVEDADES                PIC X VALUE 'N'.
          88 WSS-FIN-NOVEDADES             VALUE 'Y'.
       01 WSF-NOVEDADES-MOVIDAS            PIC X VALUE 'N'.
          88 WSS-NOVEDADES-MOVIDAS         VALUE 'Y'.
       01 WSF-NOVEDADES-DESBORDE           PIC X VALUE 'N'.
          88 WSS-NOVEDADES-DESBORDE        VALUE 'Y'.
       01 WSF-NOVDET-ABIERTO               PIC X VALUE 'N'.
          88 WSS-NOVDET-ABIERTO            VALUE 'Y'.
       01 WSF-CONC-NOV-HALLADO             PIC X VALUE 'N'.
          88 WSS-CONC-NOV-HALLADO          VALUE 'Y'.
       01 WSV-CONC-NOV-BUSCA               PIC X(06).
       01 WSR-TOTAL-NOV-HABERES            PIC 9(11)V99 VALUE ZERO.
       01 WSR-TOTAL-NOV-DESCUENTOS         PIC 9(11)V99 VALUE ZERO.
       01 WSR-CANT-NOV-APLICADAS           PIC 9(05) VALUE ZERO.
       01 WSR-CANT-NOV-SIN-CONCEPTO        PIC 9(05) VALUE ZERO.
       01 WSC-CANT-CONC-NOV                PIC 9(03) VALUE ZERO.
       01 WSC-TABLA-CONC-NOV.
           05 WSC-CONC-NOV-FILA OCCURS 100 TIMES
                                INDEXED BY WSX-CNV.
              10 WSC-CNV-REGISTRO  PIC X(38).
       01 WSV-CANT-NOVEDADES               PIC 9(03) VALUE ZERO.
       01 WSV-TABLA-NOVEDADES.
           05 WSV-NOVEDAD-FILA OCCURS 500 TIMES
                               INDEXED BY WSX-NOV.
              10 WSV-NOV-REGISTRO  PIC X(37).
              10 WSV-NOV-TOMADA    PIC X(01).

       01 WSF-REFER-STATUS                 PIC XX.
       01 WSF-PREMIO-STATUS                PIC XX.
       01 WSF-FIN-REFERIDOS                PIC X VALUE 'N'.
          88 WSS-FIN-REFERIDOS             VALUE 'Y'.
       01 WSF-REFERIDOS-MOVIDOS            PIC X VALUE 'N'.
          88 WSS-REFERIDOS-MOVIDOS         VALUE 'Y'.
       01 WSF-REFERIDOS-DESBORDE           PIC X VALUE 'N'.
          88 WSS-REFERIDOS-DESBORDE        VALUE 'Y'.
       01 WSF-PREMIO-HALLADO               PIC X VALUE 'N'.
          88 WSS-PREMIO-HALLADO            VALUE 'Y'.
       01 WSF-REFERENTE-BAJA               PIC X VALUE 'N'.
          88 WSS-REFERENTE-BAJA            VALUE 'Y'.
       01 WSV-PREMIO-VIGENCIA              PIC 9(06).
       01 WSV-PREMIO-IMPORTE               PIC 9(06)V99.
       01 WSR-TOTAL-PREMIOS-REF            PIC 9(11)V99 VALUE ZERO.
       01 WSR-CANT-PREMIOS-REF             PIC 9(05) VALUE ZERO.
       01 WSR-CANT-REF-ANULADOS            PIC 9(05) VALUE ZERO.
       01 WSV-CANT-REFERIDOS               PIC 9(03) VALUE ZERO.
       01 WSV-TABLA-REFERIDOS.
           05 WSV-REFERIDO-FILA OCCURS 500 TIMES
                                INDEXED BY WSX-REF.
              10 WSV-REF-REGISTRO  PIC X(54).
       01 WSC-CANT-PREMIOS                 PIC 9(02) VALUE ZERO.
       01 WSC-TABLA-PREMIOS.
           05 WSC-PREMIO-FILA OCCURS 30 TIMES INDEXED BY WSX-PRM.
              10 WSC-PRM-NIVEL      PIC X(06).
              10 WSC-PRM-IMPORTE    PIC 9(06)V99.
              10 WSC-PRM-VIGENCIA   PIC 9(06).

       01 WSF-ANTIG-STATUS                 PIC XX.
       01 WSF-FIN-ANTIG                    PIC X VALUE 'N'.
          88 WSS-FIN-ANTIG                 VALUE 'Y'.
       01 WSC-PORC-ANTIG                   PIC 9(02)V99 VALUE ZERO.
       01 WSV-ANTIG-FECHA-REF              PIC 9(08).
       01 WSV-ANTIG-FECHA-VALIDA           PIC X(01).
       01 WSR-TOTAL-ANTIGUEDAD             PIC 9(11)V99 VALUE ZERO.
       01 WSC-CANT-ANTIG                   PIC 9(02) VALUE ZERO.
       01 WSC-TABLA-ANTIG.
           05 WSC-ANTIG-FILA OCCURS 20 TIMES INDEXED BY WSX-ANT.
              10 WSC-ANT-PORCENT    PIC 9(02)V99.
              10 WSC-ANT-VIGENCIA   PIC 9(06).
              10 WSC-ANT-COMPANIA   PIC X(03).

       01 WSF-MOTAUS-STATUS                PIC XX.
       01 WSF-FIN-MOTAUS                   PIC X VALUE 'N'.
          88 WSS-FIN-MOTAUS                VALUE 'Y'.
       01 WSF-MOTIVO-HALLADO               PIC X VALUE 'N'.
          88 WSS-MOTIVO-HALLADO            VALUE 'Y'.
       01 WSC-PORC-PRESENT                 PIC 9(02)V99 VALUE ZERO.
       01 WSC-MAX-TARDANZAS                PIC 9(02) VALUE 3.
       01 WSV-DIAS-MOTIVO-AUX              PIC 9(03).
       01 WSR-TOTAL-PRESENTISMO            PIC 9(11)V99 VALUE ZERO.
       01 WSR-CANT-PRESENT-PERDIDOS        PIC 9(05) VALUE ZERO.
       01 WSR-TOTAL-SUPLEMENTOS            PIC 9(11)V99 VALUE ZERO.
       01 WSR-CANT-SUPLEMENTOS             PIC 9(05) VALUE ZERO.
       01 WSR-CANT-JORNADA-PARCIAL         PIC 9(05) VALUE ZERO.
       01 WSC-COMPL-SALMIN                 PIC X VALUE 'N'.
          88 WSS-COMPL-SALMIN              VALUE 'S'.
       01 WSR-CANT-BAJO-SALMIN             PIC 9(05) VALUE ZERO.
       01 WSR-TOTAL-COMPL-SALMIN           PIC 9(11)V99 VALUE ZERO.
       01 WSV-FTE-ED                       PIC ZZZ9.99.
       01 WSC-CANT-MOTAUS                  PIC 9(02) VALUE ZERO.
       01 WSC-TABLA-MOTAUS.
           05 WSC-MOTAUS-FILA OCCURS 50 TIMES INDEXED BY WSX-MOT.
              10 WSC-MOT-CODIGO     PIC X(02).
              10 WSC-MOT-JUSTIF     PIC X(01).

       01 WSD-DED-STATUS                   PIC XX.
       01 WSC-TABLA-DEDUCC-CTL.
           05 WSC-CANT-DEDUCC PIC 9(02) VALUE ZERO.
           05 WSR-TOTAL-BONO             PIC 9(09)V99 VALUE ZERO.
           05 WSR-SUELDO-MINIMO          PIC 9(06)V99 VALUE ZERO.
           05 WSR-SUELDO-MAXIMO          PIC 9(06)V99 VALUE ZERO.
           05 WSR-TOTAL-FTE              PIC 9(04)V99 VALUE ZERO.

       01 WSV-CANT-EMPLEADOS           PIC 9(04) VALUE ZERO.
       01 WSR-CANT-EXCEPCIONES         PIC 9(04) VALUE ZERO.
              10 WSV-FECHA-INGRESO-AUX         PIC 9(08).
              10 WSV-ESTADO-AUX                PIC X(01).
              10 WSV-FECHA-BAJA-AUX            PIC 9(08).
              10 WSV-MOTIVO-BAJA-AUX           PIC X(02).
              10 WSV-COMPANIA-AUX              PIC X(03).
              10 WSV-SUELDO-PRORRATEADO-AUX    PIC 9(06)V99.
              10 WSV-DIAS-TRABAJADOS           PIC 9(02).
              10 WSV-DEDUCCIONES-AUX           PIC 9(06)V99.
              10 WSV-NETO-AUX                  PIC 9(07)V99.
              10 WSV-DED-IMPORTE-AUX           PIC 9(06)V99.
              10 WSV-APORTES-AUX               PIC 9(06)V99.
              10 WSV-ANIOS-ANTIG-AUX           PIC 9(03).
              10 WSV-ANTIG-MENSUAL-AUX         PIC 9(06)V99.
              10 WSV-ANTIG-PERIODO-AUX         PIC 9(06)V99.
              10 WSV-PRESENT-MENSUAL-AUX       PIC 9(06)V99.
              10 WSV-PRESENT-PERIODO-AUX       PIC 9(06)V99.
              10 WSV-PRESENT-ESTADO-AUX        PIC X(01).
              10 WSV-PRESENT-MOTIVO-AUX        PIC X(02).
              10 WSV-PRESENT-CANT-AUX          PIC 9(02).
              10 WSV-DIAS-INJUST-AUX           PIC 9(02).
              10 WSV-TARDANZAS-AUX             PIC 9(02).
              10 WSV-SUPLEM-MENSUAL-AUX        PIC 9(06)V99.
              10 WSV-SUPLEM-PERIODO-AUX        PIC 9(06)V99.
              10 WSV-SUPLEM-MOTIVO-AUX         PIC X(02).
              10 WSV-PORC-FTE-AUX              PIC 9(03)V99.
              10 WSV-PORC-FTE-FIN-AUX          PIC 9(03).
              10 WSV-FTE-AUX                   PIC 9(01)V9(04).
              10 WSV-HORAS-CONTRATO-AUX        PIC 9(03)V99.
              10 WSV-HORAS-EXCEDENTE-AUX       PIC 9(03).
              10 WSV-HORAS-EXTRA-PAGO-AUX      PIC 9(03).
              10 WSV-SALMIN-MENSUAL-AUX        PIC 9(06)V99.
              10 WSV-SALMIN-HORA-AUX           PIC 9(04)V99.
              10 WSV-SALMIN-PERIODO-AUX        PIC 9(06)V99.
              10 WSV-SALMIN-POR-HORA-AUX       PIC 9(06)V99.
              10 WSV-SALMIN-DIFER-AUX          PIC 9(06)V99.
              10 WSV-NOV-GRAVADO-AUX           PIC 9(06)V99.
              10 WSV-NOV-DESCUENTO-AUX         PIC 9(06)V99.
              10 WSV-NOV-DESC-GRAV-AUX         PIC 9(06)V99.
              10 WSV-NOV-INDEMN-AUX            PIC 9(06)V99.

       01 WSV-EVENTO-RUNLOG                PIC X(01).
       01 WSV-CANT-RUNLOG                  PIC 9(05).
       01 WSV-RUNLOGP-STATUS               PIC XX.

       01 WSV-SES-ACCION                   PIC X(01).
       01 WSV-SES-USUARIO                  PIC X(08).
       01 WSV-CAD-ACCION                   PIC X(01) VALUE 'G'.
       01 WSV-CAD-ARCHIVO                  PIC X(12) VALUE 'RATECHG'.
       01 WSV-CAD-LARGO                    PIC 9(03) VALUE 80.
       01 WSV-ANCLA.
           COPY CADANCLA.
       01 WSV-MODO-BACKUP                  PIC X(01).
       01 WSV-PIPE-ETAPA                   PIC X(12).
       01 WSV-EVT-ENTIDAD                  PIC X(01) VALUE 'E'.
       01 WSV-EVT-TIPO                     PIC X(04) VALUE 'LIQF'.
       01 WSV-EVT-ORIGEN                   PIC X(10) VALUE 'EJERCICIO2'.
       01 WSV-EVT-ANTES                    PIC X(100) VALUE SPACES.
       01 WSV-EVT-DESPUES                  PIC X(100).
       01 WSV-EVT-EMPLEADO.
           COPY EMPLEADO
               REPLACING EM-NOMBRE         BY WSV-EVT-NOMBRE
                         EM-EXPERIENCIA    BY WSV-EVT-EXPERIENCIA
                         EM-DEPARTAMENTO   BY WSV-EVT-DEPARTAMENTO
                         EM-ID             BY WSV-EVT-ID
                         EM-FECHA-INGRESO  BY WSV-EVT-FECHA-INGRESO
                         EM-ESTADO         BY WSV-EVT-ESTADO
                         EM-ACTIVO         BY WSV-EVT-ACTIVO
                         EM-DADO-DE-BAJA   BY WSV-EVT-DADO-DE-BAJA
                         EM-FECHA-BAJA     BY WSV-EVT-FECHA-BAJA
                         EM-BANCO          BY WSV-EVT-BANCO
                         EM-CUENTA         BY WSV-EVT-CUENTA
                         EM-COMPANIA       BY WSV-EVT-COMPANIA
                         EM-MOTIVO-BAJA    BY WSV-EVT-MOTIVO-BAJA.
       01 WSV-COMPANIA                     PIC X(03) VALUE SPACES.
       01 WSR-CANT-OTRA-COMPANIA           PIC 9(04) VALUE ZERO.
       01 WSV-DEPTO-FILTRO                 PIC X(10) VALUE SPACES.
       01 WSV-CANT-PENDIENTES              PIC 9(03) VALUE ZERO.
       01 WSV-TABLA-PENDIENTES.
           05 WSV-PENDIENTE-FILA OCCURS 100 TIMES
                                 INDEXED BY WSX-PEND PIC X(57).
       01 WSR-CANT-OTRO-DEPTO              PIC 9(04) VALUE ZERO.
       01 WSV-RESUBMIT-STATUS              PIC XX.
       01 WSF-FIN-RESUBMIT                 PIC X VALUE 'N'.
       01 WST-TEMP-STATUS                  PIC XX.
       01 WSS-SORT-STATUS                  PIC XX.
       01 WSV-ORIG-CANT                    PIC 9(07).
       01 WSV-ORIG-HASH                    PIC S9(15)V99.
       01 WSF-SORT-FALLIDO                 PIC X VALUE 'N'.
          88 WSS-SORT-FALLIDO              VALUE 'Y'.
       01 WSV-REGISTRO-CONTROL.
       01 WSF-BRACKET-ABIERTO              PIC X VALUE 'N'.
          88 WSS-BRACKET-ABIERTO           VALUE 'Y'.
       01 WSV-CTL-CANT                     PIC 9(07) VALUE ZERO.
       01 WSV-CTL-HASH                     PIC S9(15)V99 VALUE ZERO.
       01 WSV-VER-CANT                     PIC 9(07) VALUE ZERO.
       01 WSV-VER-HASH                     PIC S9(15)V99 VALUE ZERO.
       01 WSV-TRL-CANT                     PIC 9(07) VALUE ZERO.
       01 WSV-TRL-HASH                     PIC S9(15)V99 VALUE ZERO.
       01 WSF-CONTROL-INVALIDO             PIC X VALUE 'N'.
          88 WSS-CONTROL-INVALIDO          VALUE 'Y'.
       01 WSV-ANU-ACCION                   PIC X(01).
       01 WSV-ANU-RESULTADO                PIC X(01).

       01 WSN-SNAP-STATUS                  PIC XX.
       01 WSN-CHG-STATUS                   PIC XX.
              10 WSV-ESTADO-TBL        PIC X(01).
              10 WSV-FECHA-BAJA-TBL    PIC 9(08).
              10 WSV-COMPANIA-TBL      PIC X(03).
              10 WSV-MOTIVO-BAJA-TBL   PIC X(02).

       01 WSV-CAMPOS-EDITADOS.
           05 WSV-SUELDO-AUX-ED          PIC $ZZZ,ZZ9.99.
       PROCEDURE DIVISION.

       00-CONTROL.
           PERFORM 02-MODO-PARTICION.
           IF WSS-PARTICION-INVALIDA
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM 03-TOMAR-LOCK.
           IF WSS-LOCK-OCUPADO
               MOVE 8 TO RETURN-CODE
       00-CONTROL-END.
       EXIT.

       02-MODO-PARTICION.
      * Con la tarjeta PARTICION en S la corrida procesa solo la
      * compania de la tarjeta COMPANIA sobre sus propios archivos
      * (lock, checkpoint, excepciones, segmentos de registro, de
      * historial y de acumulados), asi las companias corren en
      * paralelo y se retoman por separado; PAYMERGE arma despues
      * el PAYROLLREG y el PAYHIST unicos. Los maestros que la
      * corrida actualiza, RATECHG y RATESNAP y las lineas de RUNLOG
      * tambien van a segmentos de la compania (ver 47R y 04B) que
      * aplica PAYMERGE, igual que los detalles DEDDET, HORASDET,
      * VACMOV, CONTDET, EMBDET y NOVDET (ver 07E). Los nombres se
      * reponen en cada llamada porque el programa se puede llamar
      * de nuevo.
           MOVE 'N' TO WSF-PARTICION.
           MOVE 'PAYLOCK' TO WSV-NOMBRE-LOCK.
           MOVE 'PAYCKPT' TO WSV-NOMBRE-CKPT.
           MOVE 'PAYHIST' TO WSV-NOMBRE-HISTORIAL.
           MOVE 'EXCEPTIONS2' TO WSV-NOMBRE-EXCEPCIONES.
           MOVE 'YTDTOTALS' TO WSV-NOMBRE-YTD.
           MOVE 'REGSORT' TO WSV-NOMBRE-REGSORT.
           MOVE 'REGTEMP' TO WSV-NOMBRE-REGTEMP.
           MOVE SPACES TO WSV-NOMBRE-HIST-PART.
           MOVE SPACES TO WSV-NOMBRE-RUNLOG-PART.
           MOVE 'RATESNAP' TO WSV-NOMBRE-RATESNAP.
           MOVE 'RATECHG' TO WSV-NOMBRE-RATECHG.
           MOVE 'LOANS' TO WSV-NOMBRE-PRESTAMOS.
           MOVE 'GARNISHMENT' TO WSV-NOMBRE-EMBARGOS.
           MOVE 'GASTOS' TO WSV-NOMBRE-GASTOS.
           MOVE 'NOVEDADES' TO WSV-NOMBRE-NOVEDADES.
           MOVE 'REFERIDOS' TO WSV-NOMBRE-REFERIDOS.
           MOVE 'TRASLADOS' TO WSV-NOMBRE-TRASLADOS.
           MOVE 'EMPCAMBIOS' TO WSV-NOMBRE-CAMBIOS.
           MOVE 'VACSALDO' TO WSV-NOMBRE-VACSALDO.
           MOVE 'ARREARS' TO WSV-NOMBRE-ATRASOS.
           MOVE 'DEDDET' TO WSV-NOMBRE-DEDDET.
           MOVE 'HORASDET' TO WSV-NOMBRE-HORASDET.
           MOVE 'VACMOV' TO WSV-NOMBRE-VACMOV.
           MOVE 'CONTDET' TO WSV-NOMBRE-CONTDET.
           MOVE 'EMBDET' TO WSV-NOMBRE-EMBDET.
           MOVE 'NOVDET' TO WSV-NOMBRE-NOVDET.
           MOVE 'PARTICION' TO WSV-PARM-CLAVE.
           CALL 'LEERPARM' USING WSV-PARM-CLAVE
               WSV-PARM-VALOR WSV-PARM-HALLADO.
           IF WSS-PARM-HALLADO
               MOVE WSV-PARM-VALOR(1:1) TO WSF-PARTICION
           END-IF.
           IF WSS-PARTICION
               MOVE 'COMPANIA' TO WSV-PARM-CLAVE
               CALL 'LEERPARM' USING WSV-PARM-CLAVE
                   WSV-PARM-VALOR WSV-PARM-HALLADO
               IF NOT WSS-PARM-HALLADO
                   OR WSV-PARM-VALOR(1:3) = SPACES
                   SET WSS-PARTICION-INVALIDA TO TRUE
                   DISPLAY 'EJERCICIO02: LA CORRIDA PARTICIONADA '
                       'NECESITA LA TARJETA COMPANIA'
               ELSE
                   MOVE WSV-PARM-VALOR(1:3) TO WSV-SEGMENTO-COMPANIA
                   MOVE 'LOCK' TO WSV-SEGMENTO-PREFIJO
                   MOVE WSV-NOMBRE-SEGMENTO TO WSV-NOMBRE-LOCK
                   MOVE 'CKPT' TO WSV-SEGMENTO-PREFIJO
                   MOVE WSV-NOMBRE-SEGMENTO TO WSV-NOMBRE-CKPT
                   MOVE 'HISP' TO WSV-SEGMENTO-PREFIJO
                   MOVE WSV-NOMBRE-SEGMENTO TO WSV-NOMBRE-HIST-PART
                   MOVE 'EXCP' TO WSV-SEGMENTO-PREFIJO
                   MOVE WSV-NOMBRE-SEGMENTO
                       TO WSV-NOMBRE-EXCEPCIONES
                   MOVE 'YTDP' TO WSV-SEGMENTO-PREFIJO
                   MOVE WSV-NOMBRE-SEGMENTO TO WSV-NOMBRE-YTD
                   MOVE 'RSRT' TO WSV-SEGMENTO-PREFIJO
                   MOVE WSV-NOMBRE-SEGMENTO TO WSV-NOMBRE-REGSORT
                   MOVE 'RTMP' TO WSV-SEGMENTO-PREFIJO
                   MOVE WSV-NOMBRE-SEGMENTO TO WSV-NOMBRE-REGTEMP
                   MOVE 'RLGP' TO WSV-SEGMENTO-PREFIJO
                   MOVE WSV-NOMBRE-SEGMENTO TO WSV-NOMBRE-RUNLOG-PART
                   MOVE 'RCHP' TO WSV-SEGMENTO-PREFIJO
                   MOVE WSV-NOMBRE-SEGMENTO TO WSV-NOMBRE-RATECHG
                   DISPLAY 'EJERCICIO02: CORRIDA PARTICIONADA DE LA '
                       'COMPANIA ' WSV-SEGMENTO-COMPANIA
               END-IF
           END-IF.
       02-MODO-PARTICION-END.
       EXIT.

       03-TOMAR-LOCK.
           MOVE 'N' TO WSF-LOCK-OCUPADO.
           PERFORM 03B-VERIFICAR-OTROS-LOCKS.
           OPEN INPUT PAYLOCK-FILE.
           IF WSL-LOCK-STATUS = '00'
               READ PAYLOCK-FILE
       03-TOMAR-LOCK-END.
       EXIT.

       03B-VERIFICAR-OTROS-LOCKS.
      * Una particion no arranca con una corrida general o un
      * PAYMERGE en curso (PAYLOCK tomado), y la corrida general no
      * arranca mientras alguna compania tenga su particion en curso.
           MOVE WSV-NOMBRE-LOCK TO WSV-NOMBRE-LOCK-PROPIO.
           IF WSS-PARTICION
               MOVE 'PAYLOCK' TO WSV-NOMBRE-LOCK
               PERFORM 03C-LEER-OTRO-LOCK
           ELSE
               MOVE 'N' TO WSF-FIN-PERIODOS
               OPEN INPUT COMPANIAS-FILE
               IF WSQ-COMPANIAS-STATUS = '00'
                   PERFORM 03D-LOCK-COMPANIA
                       UNTIL WSS-FIN-PERIODOS
               END-IF
               CLOSE COMPANIAS-FILE
               MOVE 'N' TO WSF-FIN-PERIODOS
           END-IF.
           MOVE WSV-NOMBRE-LOCK-PROPIO TO WSV-NOMBRE-LOCK.
       03B-VERIFICAR-OTROS-LOCKS-END.
       EXIT.

       03C-LEER-OTRO-LOCK.
           OPEN INPUT PAYLOCK-FILE.
           IF WSL-LOCK-STATUS = '00'
               READ PAYLOCK-FILE
                   NOT AT END
                       SET WSS-LOCK-OCUPADO TO TRUE
                       DISPLAY 'EJERCICIO02: ' WSV-NOMBRE-LOCK
                           ' TOMADO POR ' LK-USUARIO ' ('
                           LK-PROGRAMA ') DESDE ' LK-FECHA ' '
                           LK-HORA
               END-READ
           END-IF.
           CLOSE PAYLOCK-FILE.
       03C-LEER-OTRO-LOCK-END.
       EXIT.

       03D-LOCK-COMPANIA.
           READ COMPANIAS-FILE
               AT END
                   SET WSS-FIN-PERIODOS TO TRUE
               NOT AT END
                   MOVE 'LOCK' TO WSV-SEGMENTO-PREFIJO
                   MOVE CO-CODIGO TO WSV-SEGMENTO-COMPANIA
                   MOVE WSV-NOMBRE-SEGMENTO TO WSV-NOMBRE-LOCK
                   PERFORM 03C-LEER-OTRO-LOCK
           END-READ.
       03D-LOCK-COMPANIA-END.
       EXIT.

       04-LIBERAR-LOCK.
           OPEN OUTPUT PAYLOCK-FILE.
           CLOSE PAYLOCK-FILE.
       04-LIBERAR-LOCK-END.
       EXIT.

       04B-ANOTAR-RUNLOG.
      * RUNLOG encadena cada linea con su ancla en AUDCHAIN, que es
      * una sola para todos. Las particiones corren a la vez, asi que
      * la particion deja su linea sin encadenar en RLGPccc y
      * PAYMERGE la pasa a RUNLOG por CADENAUD con PAYLOCK tomado.
           IF WSS-PARTICION
               OPEN EXTEND RUNLOGP-FILE
               IF WSV-RUNLOGP-STATUS = '35'
                   OPEN OUTPUT RUNLOGP-FILE
               END-IF
               ACCEPT RLP-FECHA FROM DATE YYYYMMDD
               ACCEPT RLP-HORA FROM TIME
               MOVE WSC-NOMBRE-PROGRAMA TO RLP-PROGRAMA
               MOVE WSV-EVENTO-RUNLOG TO RLP-EVENTO
               MOVE WSV-CANT-RUNLOG TO RLP-CANTIDAD
               MOVE 'G' TO WSV-SES-ACCION
               CALL 'SESUSER' USING WSV-SES-ACCION WSV-SES-USUARIO
               MOVE WSV-SES-USUARIO TO RLP-USUARIO
               WRITE RLP-REGISTRO
               CLOSE RUNLOGP-FILE
           ELSE
               CALL 'RUNLOG' USING WSC-NOMBRE-PROGRAMA
                   WSV-EVENTO-RUNLOG WSV-CANT-RUNLOG
           END-IF.
       04B-ANOTAR-RUNLOG-END.
       EXIT.

       05-CONTROL-PERIODO.
      * Con el calendario de frecuencias cada ciclo (mensual,
      * quincenal, semanal) tiene su propia fila abierta en
           ACCEPT WSR-FECHA-CORRIDA FROM DATE YYYYMMDD.
           MOVE 'I' TO WSV-EVENTO-RUNLOG.
           MOVE ZERO TO WSV-CANT-RUNLOG.
           PERFORM 04B-ANOTAR-RUNLOG.
           MOVE WSR-FECHA-CORRIDA(1:6) TO WSH-PERIODO.
           IF WSQ-PERIODO-CONTROL > ZERO
               MOVE WSQ-PERIODO-CONTROL TO WSH-PERIODO
                   'POSTEA (REGISTRO EN PAYROLLTRI)'
           ELSE
               MOVE 'PAYROLLREG' TO WSV-NOMBRE-REGISTRO
      * En una particion el respaldo lo toma PAYMERGE, antes de
      * tocar PAYROLLREG y PAYHIST.
               IF NOT WSS-PARTICION
                   MOVE 'B' TO WSV-MODO-BACKUP
                   CALL 'PAYBKUP' USING WSV-MODO-BACKUP
               END-IF
           END-IF.
           IF WSS-PARTICION
               IF WSS-MODO-SIMULACION
                   MOVE 'SIMP' TO WSV-SEGMENTO-PREFIJO
               ELSE
                   MOVE 'REGP' TO WSV-SEGMENTO-PREFIJO
               END-IF
               MOVE WSV-NOMBRE-SEGMENTO TO WSV-NOMBRE-REGISTRO
               DISPLAY 'EJERCICIO02: SEGMENTO DE REGISTRO '
                   WSV-NOMBRE-REGISTRO
           END-IF.
           INITIALIZE WSV-POSTULANTE-AUX.
           MOVE 'N' TO WSF-FIN-TARIFAS.
           END-IF.
           INITIALIZE WSR-BAJAS.
           PERFORM 08-CARGAR-TARIFAS.
           PERFORM 08Y-CARGAR-ANTIGUEDAD.
           PERFORM 08B-CARGAR-BONOS.
           PERFORM 10B-VERIFICAR-TABLAS.
           PERFORM 10C-AUDITAR-TARIFAS.
           PERFORM 08C-CARGAR-DEDUCCIONES.
           PERFORM 08H-CARGAR-PRESTAMOS.
           PERFORM 08V-CARGAR-EMBARGOS.
           PERFORM 08R-CARGAR-TRASLADOS.
           PERFORM 08S-CARGAR-CAMBIOS.
           PERFORM 08T6-CARGAR-CONC-NOV.
           PERFORM 08I-CARGAR-ESCALAS.
           IF WSC-CANT-ESCALAS > ZERO
               PERFORM 08J-CARGAR-GANANCIAS-YTD
               PERFORM 08J3-CARGAR-DEDUCC-PERSONALES
           END-IF.
           PERFORM 08U-CARGAR-APORTES.
           PERFORM 08U2-CARGAR-PLANES-BENEF.
           IF WSC-CANT-PLANES-BEN > ZERO
               PERFORM 08U3-CARGAR-ELECCIONES
           END-IF.
           PERFORM 08X-CARGAR-ASIGNACIONES.
           IF WSC-CANT-ASIGNACIONES > ZERO
               PERFORM 08W-CARGAR-DEPENDIENTES
           END-IF.
           PERFORM 08T-CARGAR-GASTOS.
           PERFORM 08T7-CARGAR-NOVEDADES.
           PERFORM 08T3-CARGAR-REFERIDOS.
           PERFORM 08T5-CARGAR-CONTRATOS.
           PERFORM 08D-CARGAR-DEPTOS.
           PERFORM 08G-CARGAR-HORAS.
           PERFORM 08P-CARGAR-CALENDARIO.
           PERFORM 08Q-CARGAR-PRESUPUESTO.
           PERFORM 08M-CARGAR-AUSENCIAS.
           PERFORM 08Z-CARGAR-MOTIVOS.
           PERFORM 08N-CARGAR-VACSALDO.
           MOVE 'PRESENTISMO' TO WSV-PARM-CLAVE.
           CALL 'LEERPARM' USING WSV-PARM-CLAVE
               WSV-PARM-VALOR WSV-PARM-HALLADO.
           IF WSS-PARM-HALLADO
               AND WSV-PARM-VALOR(1:4) IS NUMERIC
               MOVE WSV-PARM-VALOR(1:4) TO WSC-PORC-PRESENT
           END-IF.
           MOVE 'TARDANZAMAX' TO WSV-PARM-CLAVE.
           CALL 'LEERPARM' USING WSV-PARM-CLAVE
               WSV-PARM-VALOR WSV-PARM-HALLADO.
           IF WSS-PARM-HALLADO
               AND WSV-PARM-VALOR(1:2) IS NUMERIC
               MOVE WSV-PARM-VALOR(1:2) TO WSC-MAX-TARDANZAS
           END-IF.
           MOVE ZERO TO WSC-NETO-MINIMO.
           MOVE 'NETOMINIMO' TO WSV-PARM-CLAVE.
           CALL 'LEERPARM' USING WSV-PARM-CLAVE
               AND WSV-PARM-VALOR(1:7) IS NUMERIC
               MOVE WSV-PARM-VALOR(1:7) TO WSC-NETO-MINIMO
           END-IF.
           MOVE 'SALMINCOMPL' TO WSV-PARM-CLAVE.
           CALL 'LEERPARM' USING WSV-PARM-CLAVE
               WSV-PARM-VALOR WSV-PARM-HALLADO.
           IF WSS-PARM-HALLADO
               AND WSV-PARM-VALOR(1:1) = 'S'
               SET WSS-COMPL-SALMIN TO TRUE
           END-IF.
           PERFORM 08O-CARGAR-ATRASOS.
           MOVE 'MULTEXTRA' TO WSV-PARM-CLAVE.
           CALL 'LEERPARM' USING WSV-PARM-CLAVE
       EXIT.

       10C-AUDITAR-TARIFAS.
      * En una particion los cambios van a RCHPccc sin encadenar y
      * el snapshot a SNPPccc; PAYMERGE los pasa a RATECHG (por
      * CADENAUD) y a RATESNAP. Todas las particiones comparan el
      * mismo RATESNAP, asi que un segmento que quedo de una corrida
      * sin fusionar se descarta: la comparacion lo vuelve a armar.
           IF WSS-PARTICION
               OPEN OUTPUT RATECHG-FILE
               CLOSE RATECHG-FILE
           END-IF.
           PERFORM 10D-ARMAR-SNAPSHOT.
           PERFORM 10E-LEER-SNAP-PREVIO.
           MOVE 'N' TO WSF-TARIFAS-CAMBIARON.
                   ' NUEVA [' WSN-LINEA-ARMADA ']'
                   DELIMITED BY SIZE INTO CHG-LINEA
           END-IF.
           IF WSS-PARTICION
               MOVE ZERO TO CHG-SECUENCIA
               MOVE SPACES TO CHG-CONTROL
           ELSE
               CALL 'CADENAUD' USING WSV-CAD-ACCION WSV-CAD-ARCHIVO
                   CHG-REGISTRO WSV-CAD-LARGO WSV-ANCLA
               MOVE ANC-ULT-SECUENCIA TO CHG-SECUENCIA
               MOVE ANC-ULT-CONTROL TO CHG-CONTROL
           END-IF.
           WRITE CHG-REGISTRO.
           CLOSE RATECHG-FILE.
       10H-ANOTAR-CAMBIO-END.
       EXIT.

       10G-GRABAR-SNAPSHOT.
           IF WSS-PARTICION
               MOVE 'SNPP' TO WSV-SEGMENTO-PREFIJO
               MOVE WSV-NOMBRE-SEGMENTO TO WSV-NOMBRE-RATESNAP
           END-IF.
           OPEN OUTPUT RATESNAP-FILE.
           PERFORM 10G2-GRABAR-FILA
               VARYING WSX-NUEVA FROM 1 BY 1
      * detalles para retomar el conteo y el hash, y NO se escribe
      * otro '*H', o el cierre cubriria solo las filas nuevas y los
      * verificadores rechazarian un archivo sano.
      * En una particion el bracket va al segmento de historial de
      * la compania; las lecturas anteriores de PAYHIST (ganancias
      * y mejores sueldos) ya se hicieron sobre el PAYHIST general.
           IF WSS-PARTICION
               MOVE WSV-NOMBRE-HIST-PART TO WSV-NOMBRE-HISTORIAL
           END-IF.
           MOVE 'N' TO WSF-BRACKET-ABIERTO.
           MOVE ZERO TO WSV-CTL-CANT.
           MOVE ZERO TO WSV-CTL-HASH.
       08F-EVALUAR-TARIFA-END.
       EXIT.

       08Y-CARGAR-ANTIGUEDAD.
      * Tabla de porcentajes de antiguedad por anio de servicio; el
      * vigente se elige por empleado en 30B segun su compania. Sin
      * tabla no se paga adicional.
           MOVE 'N' TO WSF-FIN-ANTIG.
           MOVE ZERO TO WSC-CANT-ANTIG.
           MOVE ZERO TO WSC-PORC-ANTIG.
           OPEN INPUT ANTIGUEDAD-FILE.
           IF WSF-ANTIG-STATUS = '00'
               PERFORM 09Y-LEER-ANTIGUEDAD UNTIL WSS-FIN-ANTIG
           END-IF.
           CLOSE ANTIGUEDAD-FILE.
       08Y-CARGAR-ANTIGUEDAD-END.
       EXIT.

       09Y-LEER-ANTIGUEDAD.
           READ ANTIGUEDAD-FILE
               AT END
                   SET WSS-FIN-ANTIG TO TRUE
               NOT AT END
                   IF WSC-CANT-ANTIG < 20
                       AND AN-PORCENTAJE IS NUMERIC
                       ADD 1 TO WSC-CANT-ANTIG
                       SET WSX-ANT TO WSC-CANT-ANTIG
                       MOVE AN-PORCENTAJE TO WSC-ANT-PORCENT(WSX-ANT)
                       MOVE ZERO TO WSC-ANT-VIGENCIA(WSX-ANT)
                       IF AN-VIGENCIA-DESDE IS NUMERIC
                           MOVE AN-VIGENCIA-DESDE
                               TO WSC-ANT-VIGENCIA(WSX-ANT)
                       END-IF
                       MOVE AN-COMPANIA TO WSC-ANT-COMPANIA(WSX-ANT)
                   END-IF
           END-READ.
       09Y-LEER-ANTIGUEDAD-END.
       EXIT.

       08Y2-EVALUAR-ANTIGUEDAD.
      * Fila vigente en el periodo, de la compania del empleado o de
      * todas; a igual vigencia la de la compania tapa a la general.
           IF WSC-ANT-VIGENCIA(WSX-ANT) <= WSV-PERIODO-TARIFA
               AND (WSC-ANT-COMPANIA(WSX-ANT) = SPACES
                    OR WSC-ANT-COMPANIA(WSX-ANT) = WSV-COMPANIA-AUX)
               IF NOT WSS-VIGENCIA-HALLADA
                   OR WSC-ANT-VIGENCIA(WSX-ANT) > WSV-MEJOR-VIGENCIA
                   OR (WSC-ANT-VIGENCIA(WSX-ANT) = WSV-MEJOR-VIGENCIA
                       AND WSF-MEJOR-ESPECIFICA = 'N')
                   MOVE WSC-ANT-VIGENCIA(WSX-ANT)
                       TO WSV-MEJOR-VIGENCIA
                   MOVE WSC-ANT-PORCENT(WSX-ANT) TO WSC-PORC-ANTIG
                   IF WSC-ANT-COMPANIA(WSX-ANT) NOT = SPACES
                       MOVE 'S' TO WSF-MEJOR-ESPECIFICA
                   ELSE
                       MOVE 'N' TO WSF-MEJOR-ESPECIFICA
                   END-IF
                   SET WSS-VIGENCIA-HALLADA TO TRUE
               END-IF
           END-IF.
       08Y2-EVALUAR-ANTIGUEDAD-END.
       EXIT.

       08B-CARGAR-BONOS.
           MOVE 'BONUSRATES' TO WSV-ARCH-NOMBRE.
           OPEN INPUT BONUSRATES-FILE.
                           TO WSV-CAM-DEPTO(WSX-CAM)
                       MOVE EC-APLICADO
                           TO WSV-CAM-APLICADO(WSX-CAM)
                       MOVE EC-USUARIO
                           TO WSV-CAM-USUARIO(WSX-CAM)
                       MOVE EC-FECHA-ALTA
                           TO WSV-CAM-FECHA-ALTA(WSX-CAM)
                   END-IF
           END-READ.
       09T-LEER-CAMBIO-END.
       09H-LEER-PRESTAMO-END.
       EXIT.

       08V-CARGAR-EMBARGOS.
           MOVE 'N' TO WSF-FIN-EMBARGOS.
           MOVE 'N' TO WSF-EMBARGOS-MOVIDOS.
           MOVE ZERO TO WSV-CANT-EMBARGOS.
           OPEN INPUT GARNISHMENT-FILE.
           IF WSJ-EMBARGO-STATUS = '00'
               PERFORM 09V-LEER-EMBARGO UNTIL WSS-FIN-EMBARGOS
           END-IF.
           CLOSE GARNISHMENT-FILE.
           MOVE 'EMBARGABLE' TO WSV-PARM-CLAVE.
           CALL 'LEERPARM' USING WSV-PARM-CLAVE
               WSV-PARM-VALOR WSV-PARM-HALLADO.
           IF WSS-PARM-HALLADO
               AND WSV-PARM-VALOR(1:3) IS NUMERIC
               MOVE WSV-PARM-VALOR(1:3) TO WSC-PCT-EMBARGABLE
           END-IF.
           MOVE 'EMBALIMENTO' TO WSV-PARM-CLAVE.
           CALL 'LEERPARM' USING WSV-PARM-CLAVE
               WSV-PARM-VALOR WSV-PARM-HALLADO.
           IF WSS-PARM-HALLADO
               AND WSV-PARM-VALOR(1:3) IS NUMERIC
               MOVE WSV-PARM-VALOR(1:3) TO WSC-PCT-ALIMENTOS
           END-IF.
       08V-CARGAR-EMBARGOS-END.
       EXIT.

       09V-LEER-EMBARGO.
           READ GARNISHMENT-FILE
               AT END
                   SET WSS-FIN-EMBARGOS TO TRUE
               NOT AT END
                   IF WSV-CANT-EMBARGOS < 50
                       ADD 1 TO WSV-CANT-EMBARGOS
                       SET WSX-EMB TO WSV-CANT-EMBARGOS
                       MOVE GA-ID TO WSV-EMB-ID(WSX-EMB)
                       MOVE GA-EXPEDIENTE
                           TO WSV-EMB-EXPEDIENTE(WSX-EMB)
                       MOVE GA-JUZGADO TO WSV-EMB-JUZGADO(WSX-EMB)
                       MOVE GA-TIPO TO WSV-EMB-TIPO(WSX-EMB)
                       MOVE GA-MODALIDAD
                           TO WSV-EMB-MODALIDAD(WSX-EMB)
                       MOVE GA-VALOR TO WSV-EMB-VALOR(WSX-EMB)
                       MOVE GA-TOPE TO WSV-EMB-TOPE(WSX-EMB)
                       MOVE GA-RETENIDO TO WSV-EMB-RETENIDO(WSX-EMB)
                       MOVE GA-PRIORIDAD
                           TO WSV-EMB-PRIORIDAD(WSX-EMB)
                       MOVE GA-CUENTA TO WSV-EMB-CUENTA(WSX-EMB)
                       MOVE GA-ESTADO TO WSV-EMB-ESTADO(WSX-EMB)
                       MOVE GA-PERIODO-CIERRE
                           TO WSV-EMB-CIERRE(WSX-EMB)
                       MOVE 'N' TO WSV-EMB-USADO(WSX-EMB)
                   END-IF
           END-READ.
       09V-LEER-EMBARGO-END.
       EXIT.

       08I-CARGAR-ESCALAS.
           MOVE 'N' TO WSF-FIN-ESCALAS.
           MOVE ZERO TO WSC-CANT-ESCALAS.
       08I-CARGAR-ESCALAS-END.
       EXIT.

       08X-CARGAR-ASIGNACIONES.
           MOVE 'N' TO WSF-FIN-ASIGFAM.
           MOVE ZERO TO WSC-CANT-ASIGNACIONES.
           OPEN INPUT ASIGFAM-FILE.
           IF WSF-ASIGFAM-STATUS = '00'
               PERFORM 09X-LEER-ASIGNACION UNTIL WSS-FIN-ASIGFAM
           END-IF.
           CLOSE ASIGFAM-FILE.
       08X-CARGAR-ASIGNACIONES-END.
       EXIT.

       09X-LEER-ASIGNACION.
           READ ASIGFAM-FILE
               AT END
                   SET WSS-FIN-ASIGFAM TO TRUE
               NOT AT END
                   IF WSC-CANT-ASIGNACIONES < 40
                       ADD 1 TO WSC-CANT-ASIGNACIONES
                       SET WSX-ASG TO WSC-CANT-ASIGNACIONES
                       MOVE AF-TIPO TO WSC-ASG-TIPO(WSX-ASG)
                       MOVE AF-SUELDO-HASTA TO WSC-ASG-HASTA(WSX-ASG)
                       MOVE AF-IMPORTE TO WSC-ASG-IMPORTE(WSX-ASG)
                       MOVE ZERO TO WSC-ASG-VIGENCIA(WSX-ASG)
                       IF AF-VIGENCIA-DESDE IS NUMERIC
                           MOVE AF-VIGENCIA-DESDE
                               TO WSC-ASG-VIGENCIA(WSX-ASG)
                       END-IF
                       MOVE ZERO TO WSC-ASG-EDAD-TOPE(WSX-ASG)
                       IF AF-EDAD-TOPE IS NUMERIC
                           MOVE AF-EDAD-TOPE
                               TO WSC-ASG-EDAD-TOPE(WSX-ASG)
                       END-IF
                   END-IF
           END-READ.
       09X-LEER-ASIGNACION-END.
       EXIT.

       08T-CARGAR-GASTOS.
      * Se guarda la fila entera: al final de la corrida GASTOS se
      * regraba desde la tabla, con las rendiciones pagadas marcadas.
      * Si el archivo no entra en la tabla no se paga ninguna, para
      * no perder filas al regrabar.
           MOVE 'N' TO WSF-FIN-GASTOS.
           MOVE 'N' TO WSF-GASTOS-MOVIDOS.
           MOVE 'N' TO WSF-GASTOS-DESBORDE.
           MOVE ZERO TO WSV-CANT-GASTOS.
           OPEN INPUT GASTOS-FILE.
           IF WSF-GASTOS-STATUS = '00'
               PERFORM 09T2-LEER-GASTO UNTIL WSS-FIN-GASTOS
           END-IF.
           CLOSE GASTOS-FILE.
           IF WSS-GASTOS-DESBORDE
               DISPLAY 'EJERCICIO02: GASTOS SUPERA LAS 500 FILAS DE '
                   'LA TABLA; NO SE REINTEGRA NINGUNA RENDICION'
               MOVE ZERO TO WSV-CANT-GASTOS
           END-IF.
       08T-CARGAR-GASTOS-END.
       EXIT.

       09T2-LEER-GASTO.
           READ GASTOS-FILE
               AT END
                   SET WSS-FIN-GASTOS TO TRUE
               NOT AT END
                   IF WSV-CANT-GASTOS < 500
                       ADD 1 TO WSV-CANT-GASTOS
                       SET WSX-GTO TO WSV-CANT-GASTOS
                       MOVE GT-RECORD TO WSV-GTO-REGISTRO(WSX-GTO)
                   ELSE
                       SET WSS-GASTOS-DESBORDE TO TRUE
                   END-IF
           END-READ.
       09T2-LEER-GASTO-END.
       EXIT.

       08T6-CARGAR-CONC-NOV.
      * Maestro de conceptos de novedades: se guarda la fila entera
      * y se busca por codigo al aplicar cada novedad, al rearmar el
      * acumulado de ganancias y el mejor sueldo de la liquidacion.
           MOVE 'N' TO WSF-FIN-NOVEDADES.
           MOVE ZERO TO WSC-CANT-CONC-NOV.
           OPEN INPUT NOVCONC-FILE.
           IF WSF-NOVCONC-STATUS = '00'
               PERFORM 09T6-LEER-CONC-NOV UNTIL WSS-FIN-NOVEDADES
           END-IF.
           CLOSE NOVCONC-FILE.
       08T6-CARGAR-CONC-NOV-END.
       EXIT.

       09T6-LEER-CONC-NOV.
           READ NOVCONC-FILE
               AT END
                   SET WSS-FIN-NOVEDADES TO TRUE
               NOT AT END
                   IF WSC-CANT-CONC-NOV < 100
                       ADD 1 TO WSC-CANT-CONC-NOV
                       SET WSX-CNV TO WSC-CANT-CONC-NOV
                       MOVE NC-RECORD TO WSC-CNV-REGISTRO(WSX-CNV)
                   END-IF
           END-READ.
       09T6-LEER-CONC-NOV-END.
       EXIT.

       08T7-CARGAR-NOVEDADES.
      * Como HOURS, una entrega de NOVEDADES que no paso su control
      * de RECEPCION se rechaza entera. Como GASTOS, se guarda la
      * fila entera y el archivo se regraba al final con las
      * novedades aplicadas marcadas; si no entra en la tabla no se
      * aplica ninguna, para no perder filas al regrabar.
           MOVE 'NOVEDADES' TO WSV-RECEP-ARCHIVO.
           CALL 'RECCHECK' USING WSV-RECEP-ARCHIVO
               WSV-RECEP-RESULT.
           IF WSV-RECEP-RESULT = 'N'
               DISPLAY WSC-NOMBRE-PROGRAMA ': LA ENTREGA NOVEDADES'
                   ' FALLO SU CONTROL DE RECEPCION'
               PERFORM 04-LIBERAR-LOCK
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF.
           MOVE 'N' TO WSF-FIN-NOVEDADES.
           MOVE 'N' TO WSF-NOVEDADES-MOVIDAS.
           MOVE 'N' TO WSF-NOVEDADES-DESBORDE.
           MOVE ZERO TO WSV-CANT-NOVEDADES.
           OPEN INPUT NOVEDADES-FILE.
           IF WSF-NOVED-STATUS = '00'
               PERFORM 09T7-LEER-NOVEDAD UNTIL WSS-FIN-NOVEDADES
           END-IF.
           CLOSE NOVEDADES-FILE.
           IF WSS-NOVEDADES-DESBORDE
               DISPLAY 'EJERCICIO02: NOVEDADES SUPERA LAS 500 FILAS '
                   'DE LA TABLA; NO SE APLICA NINGUNA NOVEDAD'
               MOVE ZERO TO WSV-CANT-NOVEDADES
           END-IF.
           IF WSV-CANT-NOVEDADES > ZERO
               AND WSC-CANT-CONC-NOV = ZERO
               DISPLAY 'EJERCICIO02: SIN MAESTRO NOVCONC, LAS '
                   'NOVEDADES QUEDAN PENDIENTES'
               MOVE ZERO TO WSV-CANT-NOVEDADES
           END-IF.
       08T7-CARGAR-NOVEDADES-END.
       EXIT.

       09T7-LEER-NOVEDAD.
           READ NOVEDADES-FILE
               AT END
                   SET WSS-FIN-NOVEDADES TO TRUE
               NOT AT END
                   IF WSV-CANT-NOVEDADES < 500
                       ADD 1 TO WSV-CANT-NOVEDADES
                       SET WSX-NOV TO WSV-CANT-NOVEDADES
                       MOVE NV-RECORD TO WSV-NOV-REGISTRO(WSX-NOV)
                       MOVE 'N' TO WSV-NOV-TOMADA(WSX-NOV)
                   ELSE
                       SET WSS-NOVEDADES-DESBORDE TO TRUE
                   END-IF
           END-READ.
       09T7-LEER-NOVEDAD-END.
       EXIT.

       08T3-CARGAR-REFERIDOS.
      * Premios por referido: REFERIDOS se guarda entero, como GASTOS,
      * porque al final de la corrida se regraba con los premios
      * pagados o anulados. Sin tabla REFPREMIO no se paga ninguno.
           MOVE 'N' TO WSF-FIN-REFERIDOS.
           MOVE 'N' TO WSF-REFERIDOS-MOVIDOS.
           MOVE 'N' TO WSF-REFERIDOS-DESBORDE.
           MOVE ZERO TO WSV-CANT-REFERIDOS.
           OPEN INPUT REFERIDOS-FILE.
           IF WSF-REFER-STATUS = '00'
               PERFORM 09T3-LEER-REFERIDO UNTIL WSS-FIN-REFERIDOS
           END-IF.
           CLOSE REFERIDOS-FILE.
           IF WSS-REFERIDOS-DESBORDE
               DISPLAY 'EJERCICIO02: REFERIDOS SUPERA LAS 500 FILAS '
                   'DE LA TABLA; NO SE PAGA NINGUN PREMIO'
               MOVE ZERO TO WSV-CANT-REFERIDOS
           END-IF.
           MOVE 'N' TO WSF-FIN-REFERIDOS.
           MOVE ZERO TO WSC-CANT-PREMIOS.
           OPEN INPUT REFPREMIO-FILE.
           IF WSF-PREMIO-STATUS = '00'
               PERFORM 09T4-LEER-PREMIO UNTIL WSS-FIN-REFERIDOS
           END-IF.
           CLOSE REFPREMIO-FILE.
       08T3-CARGAR-REFERIDOS-END.
       EXIT.

       09T3-LEER-REFERIDO.
           READ REFERIDOS-FILE
               AT END
                   SET WSS-FIN-REFERIDOS TO TRUE
               NOT AT END
                   IF WSV-CANT-REFERIDOS < 500
                       ADD 1 TO WSV-CANT-REFERIDOS
                       SET WSX-REF TO WSV-CANT-REFERIDOS
                       MOVE RF-RECORD TO WSV-REF-REGISTRO(WSX-REF)
                   ELSE
                       SET WSS-REFERIDOS-DESBORDE TO TRUE
                   END-IF
           END-READ.
       09T3-LEER-REFERIDO-END.
       EXIT.

       08T5-CARGAR-CONTRATOS.
      * Contrato vigente por empleado: la ultima fila de CONTRATOS
      * pisa a las anteriores. Sin fila el contrato es indeterminado.
           MOVE 'N' TO WSF-FIN-CONTRATOS.
           MOVE ZERO TO WSV-CANT-CONTRATOS.
           OPEN INPUT CONTRATOS-FILE.
           IF WSF-CONTR-STATUS = '00'
               PERFORM 09T5-LEER-CONTRATO UNTIL WSS-FIN-CONTRATOS
           END-IF.
           CLOSE CONTRATOS-FILE.
       08T5-CARGAR-CONTRATOS-END.
       EXIT.

       09T5-LEER-CONTRATO.
           READ CONTRATOS-FILE
               AT END
                   SET WSS-FIN-CONTRATOS TO TRUE
               NOT AT END
                   MOVE KT-ID TO WSV-ID-BUSCADO-KTR
                   PERFORM 31K-BUSCAR-CONTRATO
                   IF WSS-CONTRATO-HALLADO
                       MOVE KT-TIPO TO WSV-KTR-TIPO(WSX-KTR)
                   ELSE
                       IF WSV-CANT-CONTRATOS < 500
                           ADD 1 TO WSV-CANT-CONTRATOS
                           SET WSX-KTR TO WSV-CANT-CONTRATOS
                           MOVE KT-ID TO WSV-KTR-ID(WSX-KTR)
                           MOVE KT-TIPO TO WSV-KTR-TIPO(WSX-KTR)
                       END-IF
                   END-IF
           END-READ.
       09T5-LEER-CONTRATO-END.
       EXIT.

       09T4-LEER-PREMIO.
           READ REFPREMIO-FILE
               AT END
                   SET WSS-FIN-REFERIDOS TO TRUE
               NOT AT END
                   IF WSC-CANT-PREMIOS < 30
                       AND RP-IMPORTE IS NUMERIC
                       ADD 1 TO WSC-CANT-PREMIOS
                       SET WSX-PRM TO WSC-CANT-PREMIOS
                       MOVE RP-NIVEL TO WSC-PRM-NIVEL(WSX-PRM)
                       MOVE RP-IMPORTE TO WSC-PRM-IMPORTE(WSX-PRM)
                       MOVE ZERO TO WSC-PRM-VIGENCIA(WSX-PRM)
                       IF RP-VIGENCIA-DESDE IS NUMERIC
                           MOVE RP-VIGENCIA-DESDE
                               TO WSC-PRM-VIGENCIA(WSX-PRM)
                       END-IF
                   END-IF
           END-READ.
       09T4-LEER-PREMIO-END.
       EXIT.

       08W-CARGAR-DEPENDIENTES.
           MOVE 'N' TO WSF-FIN-DEPENDIENTES.
           MOVE ZERO TO WSV-CANT-DEPENDIENTES.
           OPEN INPUT DEPENDIENTES-FILE.
           IF WSF-DEPEND-STATUS = '00'
               PERFORM 09W-LEER-DEPENDIENTE
                   UNTIL WSS-FIN-DEPENDIENTES
           END-IF.
           CLOSE DEPENDIENTES-FILE.
       08W-CARGAR-DEPENDIENTES-END.
       EXIT.

       09W-LEER-DEPENDIENTE.
           READ DEPENDIENTES-FILE
               AT END
                   SET WSS-FIN-DEPENDIENTES TO TRUE
               NOT AT END
                   IF WSV-CANT-DEPENDIENTES < 300
                       AND DP-ID NOT = ZERO
                       ADD 1 TO WSV-CANT-DEPENDIENTES
                       SET WSX-DEP TO WSV-CANT-DEPENDIENTES
                       MOVE DP-ID TO WSV-DEP-ID(WSX-DEP)
                       MOVE DP-NOMBRE TO WSV-DEP-NOMBRE(WSX-DEP)
                       MOVE DP-TIPO TO WSV-DEP-TIPO(WSX-DEP)
                       MOVE DP-FECHA-NAC
                           TO WSV-DEP-FECHA-NAC(WSX-DEP)
                       MOVE DP-CONSTANCIA
                           TO WSV-DEP-CONSTANCIA(WSX-DEP)
                   END-IF
           END-READ.
       09W-LEER-DEPENDIENTE-END.
       EXIT.

       08U-CARGAR-APORTES.
           MOVE 'N' TO WSF-FIN-APORTES.
           MOVE ZERO TO WSC-CANT-APORTES.
           OPEN INPUT CONTRIBPAT-FILE.
           IF WSG-APORTE-STATUS = '00'
               PERFORM 09U-LEER-APORTE UNTIL WSS-FIN-APORTES
           END-IF.
           CLOSE CONTRIBPAT-FILE.
       08U-CARGAR-APORTES-END.
       EXIT.

       09U-LEER-APORTE.
           READ CONTRIBPAT-FILE
               AT END
                   SET WSS-FIN-APORTES TO TRUE
               NOT AT END
                   IF WSC-CANT-APORTES < 20
                       ADD 1 TO WSC-CANT-APORTES
                       SET WSX-APO TO WSC-CANT-APORTES
                       MOVE CP-CONCEPTO
                           TO WSC-APO-CONCEPTO(WSX-APO)
                       MOVE CP-PORCENTAJE
                           TO WSC-APO-PORCENT(WSX-APO)
                       IF CP-VIGENCIA-DESDE IS NUMERIC
                           MOVE CP-VIGENCIA-DESDE
                               TO WSC-APO-VIGENCIA(WSX-APO)
                       ELSE
                           MOVE ZERO TO WSC-APO-VIGENCIA(WSX-APO)
                       END-IF
                       MOVE CP-COMPANIA
                           TO WSC-APO-COMPANIA(WSX-APO)
                       MOVE CP-AGENCIA
                           TO WSC-APO-AGENCIA(WSX-APO)
                   END-IF
           END-READ.
       09U-LEER-APORTE-END.
       EXIT.

       08U2-CARGAR-PLANES-BENEF.
           MOVE 'N' TO WSF-FIN-BENEFICIOS.
           MOVE ZERO TO WSC-CANT-PLANES-BEN.
           OPEN INPUT PLANBENEF-FILE.
           IF WSG-PLANBEN-STATUS = '00'
               PERFORM 09U2-LEER-PLAN-BENEF UNTIL WSS-FIN-BENEFICIOS
           END-IF.
           CLOSE PLANBENEF-FILE.
       08U2-CARGAR-PLANES-BENEF-END.
       EXIT.

       09U2-LEER-PLAN-BENEF.
           READ PLANBENEF-FILE
               AT END
                   SET WSS-FIN-BENEFICIOS TO TRUE
               NOT AT END
                   IF WSC-CANT-PLANES-BEN < 100
                       AND BP-VIGENCIA-DESDE IS NUMERIC
                       ADD 1 TO WSC-CANT-PLANES-BEN
                       SET WSX-PLB TO WSC-CANT-PLANES-BEN
                       MOVE BP-PLAN TO WSC-PLB-PLAN(WSX-PLB)
                       MOVE BP-OPCION TO WSC-PLB-OPCION(WSX-PLB)
                       MOVE BP-VIGENCIA-DESDE
                           TO WSC-PLB-VIGENCIA(WSX-PLB)
                       MOVE BP-TIPO TO WSC-PLB-TIPO(WSX-PLB)
                       MOVE BP-IMPORTE TO WSC-PLB-IMPORTE(WSX-PLB)
                       MOVE BP-IMPORTE-DEP TO WSC-PLB-IMP-DEP(WSX-PLB)
                       MOVE BP-MULTIPLO TO WSC-PLB-MULTIPLO(WSX-PLB)
                       MOVE BP-TASA TO WSC-PLB-TASA(WSX-PLB)
                       MOVE BP-PORC-EMPLEADO
                           TO WSC-PLB-PORC-EMPL(WSX-PLB)
                       MOVE BP-AGENCIA TO WSC-PLB-AGENCIA(WSX-PLB)
                   END-IF
           END-READ.
       09U2-LEER-PLAN-BENEF-END.
       EXIT.

       08U3-CARGAR-ELECCIONES.
           MOVE 'N' TO WSF-FIN-BENEFICIOS.
           MOVE ZERO TO WSC-CANT-ELECC-BEN.
           OPEN INPUT BENEFELEC-FILE.
           IF WSG-BENELEC-STATUS = '00'
               PERFORM 09U3-LEER-ELECCION UNTIL WSS-FIN-BENEFICIOS
           END-IF.
           CLOSE BENEFELEC-FILE.
       08U3-CARGAR-ELECCIONES-END.
       EXIT.

       09U3-LEER-ELECCION.
      * Se guardan todas las filas: la vigente de cada plan se
      * elige por empleado y periodo al liquidar.
           READ BENEFELEC-FILE
               AT END
                   SET WSS-FIN-BENEFICIOS TO TRUE
               NOT AT END
                   IF WSC-CANT-ELECC-BEN < 1000
                       AND EB-VIGENCIA-DESDE IS NUMERIC
                       ADD 1 TO WSC-CANT-ELECC-BEN
                       SET WSX-ELB TO WSC-CANT-ELECC-BEN
                       MOVE EB-ID TO WSC-ELB-ID(WSX-ELB)
                       MOVE EB-PLAN TO WSC-ELB-PLAN(WSX-ELB)
                       MOVE EB-OPCION TO WSC-ELB-OPCION(WSX-ELB)
                       MOVE EB-VIGENCIA-DESDE
                           TO WSC-ELB-VIGENCIA(WSX-ELB)
                       MOVE ZERO TO WSC-ELB-DEPEND(WSX-ELB)
                       IF EB-DEPENDIENTES IS NUMERIC
                           MOVE EB-DEPENDIENTES
                               TO WSC-ELB-DEPEND(WSX-ELB)
                       END-IF
                   END-IF
           END-READ.
       09U3-LEER-ELECCION-END.
       EXIT.

       09I-LEER-ESCALA.
           READ TAXBRKT-FILE
               AT END
                   SET WSS-FIN-ESCALAS TO TRUE
               NOT AT END
                   IF WSC-CANT-ESCALAS < 20
                       ADD 1 TO WSC-CANT-ESCALAS
                       SET WSX-ESC TO WSC-CANT-ESCALAS
                       MOVE TB-DESDE TO WSC-ESC-DESDE(WSX-ESC)
                       MOVE TB-HASTA TO WSC-ESC-HASTA(WSX-ESC)
                       MOVE TB-TASA  TO WSC-ESC-TASA(WSX-ESC)
                       MOVE TB-FIJO  TO WSC-ESC-FIJO(WSX-ESC)
                       IF TB-VIGENCIA-DESDE IS NUMERIC
                           MOVE TB-VIGENCIA-DESDE
                               TO WSC-ESC-VIGENCIA(WSX-ESC)
                       ELSE
                           MOVE ZERO TO WSC-ESC-VIGENCIA(WSX-ESC)
                       END-IF
                   END-IF
           END-READ.
       09I-LEER-ESCALA-END.
       EXIT.

       08J-CARGAR-GANANCIAS-YTD.
      * El acumulado imponible del anio se rearma desde PAYHIST y lo
      * ya retenido por ganancias desde DEDDET, para que la escala
      * se aplique acumulativa y no recaude de mas en los meses
      * bajos.
           MOVE ZERO TO WSV-CANT-GANANCIAS.
           MOVE 'N' TO WSF-FIN-GANYTD.
           OPEN INPUT PAYHIST-FILE.
           IF WSH-HIST-STATUS = '00'
               PERFORM 08J2-LEER-HIST-GAN UNTIL WSS-FIN-GANYTD
           END-IF.
           CLOSE PAYHIST-FILE.
           MOVE 'N' TO WSF-FIN-GANYTD.
           OPEN INPUT DEDDET-FILE.
           IF WSG-DETALLE-STATUS = '00'
               PERFORM 08K-LEER-DET-GAN UNTIL WSS-FIN-GANYTD
           END-IF.
           CLOSE DEDDET-FILE.
       08J-CARGAR-GANANCIAS-YTD-END.
       EXIT.

       08J2-LEER-HIST-GAN.
           READ PAYHIST-FILE
               AT END
                   SET WSS-FIN-GANYTD TO TRUE
               NOT AT END
                   IF PH-RECORD(1:1) NOT = '*'
                       AND PH-TIPO-LINEA NOT = 'A'
                       AND PH-TIPO-LINEA NOT = 'D'
                       AND PH-TIPO-LINEA NOT = 'G'
                       AND PH-TIPO-LINEA NOT = 'F'
                       AND PH-TIPO-LINEA NOT = 'H'
                       AND PH-TIPO-LINEA NOT = 'V'
                       AND PH-TIPO-LINEA NOT = 'X'
                       AND PH-PERIODO(1:4) = WSH-PERIODO(1:4)
                       AND PH-PERIODO < WSH-PERIODO
                       MOVE PH-ID TO WSV-ID-AUX
                       MOVE PH-NOMBRE TO WSV-NOMBRE-AUX
                       PERFORM 08L-UBICAR-GANANCIA
                       SET WSX-GAN TO WSX-GAN-USADO
                       COMPUTE WSV-GAN-IMPONIBLE(WSX-GAN) =
                           WSV-GAN-IMPONIBLE(WSX-GAN)
                           + PH-SUELDO-MENSUAL + PH-BONO
                           + PH-IMPORTE-EXTRA
                       MOVE PH-DEPARTAMENTO
                           TO WSV-GAN-DEPTO(WSX-GAN)
                       MOVE PH-COMPANIA
                           TO WSV-GAN-COMPANIA(WSX-GAN)
                   END-IF
           END-READ.
       08J2-LEER-HIST-GAN-END.
       EXIT.

       08K-LEER-DET-GAN.
           READ DEDDET-FILE
               AT END
                   SET WSS-FIN-GANYTD TO TRUE
               NOT AT END
                   IF DT-CONCEPTO = WSC-CONCEPTO-GANANCIAS
                       AND DT-PERIODO(1:4) = WSH-PERIODO(1:4)
                       AND DT-PERIODO < WSH-PERIODO
                       MOVE DT-ID TO WSV-ID-AUX
                       MOVE DT-NOMBRE TO WSV-NOMBRE-AUX
                       PERFORM 08L-UBICAR-GANANCIA
                       SET WSX-GAN TO WSX-GAN-USADO
                       ADD DT-IMPORTE
                           TO WSV-GAN-RETENIDO(WSX-GAN)
                   END-IF
                   IF DT-CONCEPTO(1:4) = 'NOV-'
                       AND DT-PERIODO(1:4) = WSH-PERIODO(1:4)
                       AND DT-PERIODO < WSH-PERIODO
                       PERFORM 08K2-DESC-NOV-GRAVADO
                   END-IF
           END-READ.
       08K-LEER-DET-GAN-END.
       EXIT.

       08K2-DESC-NOV-GRAVADO.
      * Un descuento de novedad gravado bajo la base imponible del
      * mes en que se retuvo; el historial no lo lleva, asi que se
      * resta aca del acumulado.
           MOVE DT-CONCEPTO(5:6) TO WSV-CONC-NOV-BUSCA.
           PERFORM 33H3-BUSCAR-CONC-NOV.
           IF WSS-CONC-NOV-HALLADO
               AND NC-DESCUENTO
               AND NC-ES-GRAVADO
               MOVE DT-ID TO WSV-ID-AUX
               MOVE DT-NOMBRE TO WSV-NOMBRE-AUX
               PERFORM 08L-UBICAR-GANANCIA
               SET WSX-GAN TO WSX-GAN-USADO
               IF WSV-GAN-IMPONIBLE(WSX-GAN) > DT-IMPORTE
                   SUBTRACT DT-IMPORTE
                       FROM WSV-GAN-IMPONIBLE(WSX-GAN)
               ELSE
                   MOVE ZERO TO WSV-GAN-IMPONIBLE(WSX-GAN)
               END-IF
           END-IF.
       08K2-DESC-NOV-GRAVADO-END.
       EXIT.

       08J3-CARGAR-DEDUCC-PERSONALES.
      * Deducciones personales declaradas en DEDPERS para el anio
      * fiscal del periodo; las anuladas no cuentan.
           MOVE ZERO TO WSV-CANT-DEDPERS.
           MOVE 'N' TO WSF-FIN-DEDPERS.
           OPEN INPUT DEDPERS-FILE.
           IF WSG-DEDPERS-STATUS = '00'
               PERFORM 08J4-LEER-DEDUCC-PERSONAL
                   UNTIL WSS-FIN-DEDPERS
           END-IF.
           CLOSE DEDPERS-FILE.
       08J3-CARGAR-DEDUCC-PERSONALES-END.
       EXIT.

       08J4-LEER-DEDUCC-PERSONAL.
           READ DEDPERS-FILE
               AT END
                   SET WSS-FIN-DEDPERS TO TRUE
               NOT AT END
                   IF DJ-ACTIVA
                       AND DJ-ANIO = WSH-PERIODO(1:4)
                       AND DJ-IMPORTE IS NUMERIC
                       AND DJ-MES-DESDE IS NUMERIC
                       IF WSV-CANT-DEDPERS < 300
                           ADD 1 TO WSV-CANT-DEDPERS
                           SET WSX-DDP TO WSV-CANT-DEDPERS
                           MOVE DJ-ID TO WSV-DDP-FILA-ID(WSX-DDP)
                           MOVE DJ-IMPORTE
                               TO WSV-DDP-IMPORTE(WSX-DDP)
                           MOVE DJ-MES-DESDE
                               TO WSV-DDP-MES-DESDE(WSX-DDP)
                       ELSE
                           DISPLAY 'EJERCICIO02: DEDPERS SUPERA LAS '
                               '300 FILAS, SE IGNORA LA '
                               DJ-NUMERO
                       END-IF
                   END-IF
           END-READ.
       08J4-LEER-DEDUCC-PERSONAL-END.
       EXIT.

       08L-UBICAR-GANANCIA.
      * Busca (o crea) la fila acumulada del empleado cuyo numero y
      * nombre estan en WSV-ID-AUX / WSV-NOMBRE-AUX, con el mismo
      * criterio de numero primero y nombre como respaldo que usa
      * el resto de la suite.
           MOVE 'N' TO WSF-GAN-HALLADO.
           MOVE ZERO TO WSX-GAN-USADO.
       EXIT.

       07E-ABRIR-DETALLE.
      * En la corrida particionada los detalles van a segmentos de
      * la compania (DEDPccc, HORPccc, VMVPccc, CTDPccc, EMBPccc y
      * NDTPccc) que PAYMERGE agrega a los archivos comunes. Se
      * cambian recien aca porque 08J lee antes el DEDDET comun con
      * lo ya retenido en el anio.
           IF WSS-PARTICION
               MOVE 'DEDP' TO WSV-SEGMENTO-PREFIJO
               MOVE WSV-NOMBRE-SEGMENTO TO WSV-NOMBRE-DEDDET
               MOVE 'HORP' TO WSV-SEGMENTO-PREFIJO
               MOVE WSV-NOMBRE-SEGMENTO TO WSV-NOMBRE-HORASDET
               MOVE 'VMVP' TO WSV-SEGMENTO-PREFIJO
               MOVE WSV-NOMBRE-SEGMENTO TO WSV-NOMBRE-VACMOV
               MOVE 'CTDP' TO WSV-SEGMENTO-PREFIJO
               MOVE WSV-NOMBRE-SEGMENTO TO WSV-NOMBRE-CONTDET
               MOVE 'EMBP' TO WSV-SEGMENTO-PREFIJO
               MOVE WSV-NOMBRE-SEGMENTO TO WSV-NOMBRE-EMBDET
               MOVE 'NDTP' TO WSV-SEGMENTO-PREFIJO
               MOVE WSV-NOMBRE-SEGMENTO TO WSV-NOMBRE-NOVDET
           END-IF.
           MOVE 'N' TO WSF-DETALLE-ABIERTO.
           OPEN EXTEND DEDDET-FILE.
           IF WSG-DETALLE-STATUS = '35'
           IF WSB-HORASDET-STATUS = '00'
               SET WSS-HORASDET-ABIERTO TO TRUE
           END-IF.
           MOVE 'N' TO WSF-VACMOV-ABIERTO.
           OPEN EXTEND VACMOV-FILE.
           IF WSA-VACMOV-STATUS = '35'
               OPEN OUTPUT VACMOV-FILE
           END-IF.
           IF WSA-VACMOV-STATUS = '00'
               SET WSS-VACMOV-ABIERTO TO TRUE
           END-IF.
           MOVE 'N' TO WSF-CONTDET-ABIERTO.
           IF WSC-CANT-APORTES > ZERO
               OR WSC-CANT-ELECC-BEN > ZERO
               OPEN EXTEND CONTDET-FILE
               IF WSG-CONTDET-STATUS = '35'
                   OPEN OUTPUT CONTDET-FILE
               END-IF
               IF WSG-CONTDET-STATUS = '00'
                   SET WSS-CONTDET-ABIERTO TO TRUE
               END-IF
           END-IF.
           MOVE 'N' TO WSF-EMBDET-ABIERTO.
           IF WSV-CANT-EMBARGOS > ZERO
               OPEN EXTEND EMBDET-FILE
               IF WSG-EMBDET-STATUS = '35'
                   OPEN OUTPUT EMBDET-FILE
               END-IF
               IF WSG-EMBDET-STATUS = '00'
                   SET WSS-EMBDET-ABIERTO TO TRUE
               END-IF
           END-IF.
           MOVE 'N' TO WSF-NOVDET-ABIERTO.
           IF WSV-CANT-NOVEDADES > ZERO
               OPEN EXTEND NOVDET-FILE
               IF WSF-NOVDET-STATUS = '35'
                   OPEN OUTPUT NOVDET-FILE
               END-IF
               IF WSF-NOVDET-STATUS = '00'
                   SET WSS-NOVDET-ABIERTO TO TRUE
               END-IF
           END-IF.
       07E-ABRIR-DETALLE-END.
       EXIT.

                           TO WSV-AUS-VACACIONES(WSX-AUS)
                       MOVE AB-ID TO WSV-AUS-ID(WSX-AUS)
                       MOVE 'N' TO WSV-AUS-USADO(WSX-AUS)
                       MOVE AB-MOTIVO TO WSV-AUS-MOTIVO(WSX-AUS)
                       MOVE ZERO TO WSV-AUS-DIAS-MOT(WSX-AUS)
                       MOVE ZERO TO WSV-AUS-TARDANZAS(WSX-AUS)
                       IF AB-DIAS-AUSENCIA IS NUMERIC
                           MOVE AB-DIAS-AUSENCIA
                               TO WSV-AUS-DIAS-MOT(WSX-AUS)
                       END-IF
                       IF AB-TARDANZAS IS NUMERIC
                           MOVE AB-TARDANZAS
                               TO WSV-AUS-TARDANZAS(WSX-AUS)
                       END-IF
                   END-IF
           END-READ.
       09M-LEER-AUSENCIA-END.
       EXIT.

       08Z-CARGAR-MOTIVOS.
      * Motivos de ausencia con su marca justificada / injustificada.
           MOVE 'N' TO WSF-FIN-MOTAUS.
           MOVE ZERO TO WSC-CANT-MOTAUS.
           OPEN INPUT MOTAUSEN-FILE.
           IF WSF-MOTAUS-STATUS = '00'
               PERFORM 09Z-LEER-MOTIVO UNTIL WSS-FIN-MOTAUS
           END-IF.
           CLOSE MOTAUSEN-FILE.
       08Z-CARGAR-MOTIVOS-END.
       EXIT.

       09Z-LEER-MOTIVO.
           READ MOTAUSEN-FILE
               AT END
                   SET WSS-FIN-MOTAUS TO TRUE
               NOT AT END
                   IF WSC-CANT-MOTAUS < 50
                       ADD 1 TO WSC-CANT-MOTAUS
                       SET WSX-MOT TO WSC-CANT-MOTAUS
                       MOVE MA-CODIGO TO WSC-MOT-CODIGO(WSX-MOT)
                       MOVE MA-JUSTIFICADA TO WSC-MOT-JUSTIF(WSX-MOT)
                   END-IF
           END-READ.
       09Z-LEER-MOTIVO-END.
       EXIT.

       08N-CARGAR-VACSALDO.
           MOVE 'N' TO WSF-FIN-VACSALDO.
           MOVE ZERO TO WSV-CANT-VACSALDO.
                       MOVE EIX-ESTADO TO WSV-ESTADO-TBL(WSX-EMP)
                       MOVE EIX-COMPANIA
                           TO WSV-COMPANIA-TBL(WSX-EMP)
                       MOVE EIX-MOTIVO-BAJA
                           TO WSV-MOTIVO-BAJA-TBL(WSX-EMP)
                       IF EIX-FECHA-BAJA IS NUMERIC
                           MOVE EIX-FECHA-BAJA
                               TO WSV-FECHA-BAJA-TBL(WSX-EMP)
           MOVE WSV-ESTADO-AUX       TO WSV-ESTADO-TBL(WSX-EMP).
           MOVE WSV-FECHA-BAJA-AUX   TO WSV-FECHA-BAJA-TBL(WSX-EMP).
           MOVE WSV-COMPANIA-AUX     TO WSV-COMPANIA-TBL(WSX-EMP).
           MOVE WSV-MOTIVO-BAJA-AUX  TO WSV-MOTIVO-BAJA-TBL(WSX-EMP).
           PERFORM 15-LEER-EMPLEADO.
       13-AGREGAR-EMPLEADO-END.
       EXIT.
                   MOVE EM-FECHA-INGRESO TO WSV-FECHA-INGRESO-AUX
                   MOVE EM-ESTADO       TO WSV-ESTADO-AUX
                   MOVE EM-COMPANIA     TO WSV-COMPANIA-AUX
                   MOVE EM-MOTIVO-BAJA  TO WSV-MOTIVO-BAJA-AUX
                   IF EM-FECHA-BAJA IS NUMERIC
                       MOVE EM-FECHA-BAJA TO WSV-FECHA-BAJA-AUX
                   ELSE
                       TO WSV-FECHA-INGRESO-TBL(WSX-EMP)
                   MOVE RS2-ESTADO TO WSV-ESTADO-TBL(WSX-EMP)
                   MOVE RS2-COMPANIA TO WSV-COMPANIA-TBL(WSX-EMP)
                   MOVE RS2-MOTIVO-BAJA
                       TO WSV-MOTIVO-BAJA-TBL(WSX-EMP)
                   SET WSS-HUBO-RESUBMIT TO TRUE
                   IF RS2-FECHA-BAJA IS NUMERIC
                       MOVE RS2-FECHA-BAJA
           MOVE WSV-ESTADO-TBL(WSX-EMP)       TO WSV-ESTADO-AUX.
           MOVE WSV-FECHA-BAJA-TBL(WSX-EMP)   TO WSV-FECHA-BAJA-AUX.
           MOVE WSV-COMPANIA-TBL(WSX-EMP)     TO WSV-COMPANIA-AUX.
           MOVE WSV-MOTIVO-BAJA-TBL(WSX-EMP)  TO WSV-MOTIVO-BAJA-AUX.
           PERFORM 25C-CONTROL-REANUDACION.
           IF NOT WSS-SALTAR-FILA
               IF WSV-COMPANIA NOT = SPACES
       EXIT.

       30-CALCULAR-SUELDO.
           PERFORM 30J-JORNADA-PARCIAL.
           PERFORM 30A-SUPLEMENTO-PERSONAL.
           PERFORM 30B-ADICIONAL-ANTIGUEDAD.
           PERFORM 30C-PRESENTISMO.
           MULTIPLY 12 BY WSV-SUELDO-AUX GIVING WSV-SUELDO-ANUAL-AUX.

           PERFORM 31-PRORRATEAR-INGRESO.
           IF WSV-SUPLEM-MENSUAL-AUX > ZERO
               COMPUTE WSV-SUPLEM-PERIODO-AUX ROUNDED =
                   WSV-SUPLEM-MENSUAL-AUX * WSV-SUELDO-PRORRATEADO-AUX
                   / WSV-SUELDO-AUX
               ADD WSV-SUPLEM-PERIODO-AUX TO WSR-TOTAL-SUPLEMENTOS
               ADD 1 TO WSR-CANT-SUPLEMENTOS
           END-IF.
           IF WSV-ANTIG-MENSUAL-AUX > ZERO
               COMPUTE WSV-ANTIG-PERIODO-AUX ROUNDED =
                   WSV-ANTIG-MENSUAL-AUX * WSV-SUELDO-PRORRATEADO-AUX
                   / WSV-SUELDO-AUX
               ADD WSV-ANTIG-PERIODO-AUX TO WSR-TOTAL-ANTIGUEDAD
           END-IF.
           IF WSV-PRESENT-MENSUAL-AUX > ZERO
               COMPUTE WSV-PRESENT-PERIODO-AUX ROUNDED =
                   WSV-PRESENT-MENSUAL-AUX * WSV-SUELDO-PRORRATEADO-AUX
                   / WSV-SUELDO-AUX
               ADD WSV-PRESENT-PERIODO-AUX TO WSR-TOTAL-PRESENTISMO
           END-IF.
           PERFORM 30K-CONTROLAR-SALARIO-MINIMO.
           PERFORM 32-BUSCAR-PORCENTAJE-BONO.
      * El bono se calcula sobre el sueldo de escala mas el
      * suplemento personal, sin el adicional por antiguedad ni el
      * presentismo.
           COMPUTE WSV-BONO-AUX ROUNDED =
               (WSV-SUELDO-AUX - WSV-ANTIG-MENSUAL-AUX
                - WSV-PRESENT-MENSUAL-AUX)
               * WSV-PORCENTAJE-BONO-AUX / 100.
           PERFORM 33B-CALCULAR-EXTRA.
           IF WSV-CANT-REFERIDOS > ZERO
               AND WSV-ID-AUX NOT = ZERO
               AND WSV-ESTADO-AUX NOT = 'B'
               PERFORM 33G-PREMIOS-REFERIDOS
           END-IF.
           IF WSV-CANT-NOVEDADES > ZERO
               AND WSV-ID-AUX NOT = ZERO
               PERFORM 33H-NOVEDADES
           END-IF.
           PERFORM 34-CALCULAR-DEDUCCIONES.
           PERFORM 34K-APORTES-PATRONALES.
           PERFORM 33D-ACTUALIZAR-VACACIONES.

           MOVE WSV-SUELDO-ANUAL-AUX TO WSV-SUELDO-ANUAL-AUX-ED.
       30-CALCULAR-SUELDO-END.
       EXIT.

       30A-SUPLEMENTO-PERSONAL.
      * Suplemento individual: la fila de SUPLEMENTOS vigente para
      * el empleado en el periodo se suma al sueldo de escala antes
      * que nada, de modo que entra en el sueldo mensual, anual y
      * prorrateado, en la base de la antiguedad y el presentismo
      * y en la base del bono. Sin ID no hay suplemento.
           MOVE ZERO TO WSV-SUPLEM-MENSUAL-AUX.
           MOVE ZERO TO WSV-SUPLEM-PERIODO-AUX.
           MOVE SPACES TO WSV-SUPLEM-MOTIVO-AUX.
           CALL 'SUPLVIG' USING WSV-ID-AUX WSV-PERIODO-TARIFA
               WSV-SUPLEM-MENSUAL-AUX WSV-SUPLEM-MOTIVO-AUX.
           IF WSV-SUPLEM-MENSUAL-AUX > ZERO
               ADD WSV-SUPLEM-MENSUAL-AUX TO WSV-SUELDO-AUX
               DISPLAY WSV-NOMBRE-AUX ' SUPLEMENTO PERSONAL ('
                   WSV-SUPLEM-MOTIVO-AUX '): '
                   WSV-SUPLEM-MENSUAL-AUX
           END-IF.
       30A-SUPLEMENTO-PERSONAL-END.
       EXIT.

       30J-JORNADA-PARCIAL.
      * Jornada contratada: el porcentaje de tiempo completo vigente
      * en el periodo (JORNVIG, prorrateado por dia si cambio a mitad
      * de mes; sin fila es 100) escala el sueldo de escala antes que
      * nada, y con el las bases del bono, la antiguedad y el
      * presentismo. Las horas contratadas del mes son las de tiempo
      * completo por el mismo porcentaje.
           CALL 'JORNVIG' USING WSV-ID-AUX WSV-PERIODO-TARIFA
               WSV-PORC-FTE-AUX WSV-PORC-FTE-FIN-AUX.
           COMPUTE WSV-FTE-AUX = WSV-PORC-FTE-AUX / 100.
           COMPUTE WSV-HORAS-CONTRATO-AUX ROUNDED =
               WSC-HORAS-MES * WSV-PORC-FTE-AUX / 100.
           IF WSV-PORC-FTE-AUX < 100
               COMPUTE WSV-SUELDO-AUX ROUNDED =
                   WSV-SUELDO-AUX * WSV-PORC-FTE-AUX / 100
               ADD 1 TO WSR-CANT-JORNADA-PARCIAL
               MOVE WSV-SUELDO-AUX TO WSV-SUELDO-AUX-ED
               MOVE WSV-PORC-FTE-AUX TO WSV-FTE-ED
               DISPLAY WSV-NOMBRE-AUX ' JORNADA PARCIAL '
                   WSV-FTE-ED '% SUELDO DE ESCALA: '
                   WSV-SUELDO-AUX-ED
           END-IF.
       30J-JORNADA-PARCIAL-END.
       EXIT.

       30K-CONTROLAR-SALARIO-MINIMO.
      * Salario minimo vital: el minimo vigente para la compania del
      * empleado en el periodo (SALMVIG; sin fila no hay control) se
      * prorratea como el sueldo -- el mensual por el porcentaje de
      * jornada, el horario por las horas contratadas, los dos por
      * la fraccion del mes liquidada -- y se toma el mayor. Un
      * sueldo del periodo por debajo va a EXCEPTIONS2; con la
      * tarjeta SALMINCOMPL en S la diferencia se paga ademas en su
      * propia linea 'M' (35R).
           MOVE ZERO TO WSV-SALMIN-PERIODO-AUX.
           MOVE ZERO TO WSV-SALMIN-POR-HORA-AUX.
           MOVE ZERO TO WSV-SALMIN-DIFER-AUX.
           CALL 'SALMVIG' USING WSV-COMPANIA-AUX WSV-PERIODO-TARIFA
               WSV-SALMIN-MENSUAL-AUX WSV-SALMIN-HORA-AUX.
           IF WSV-SALMIN-MENSUAL-AUX > ZERO
               OR WSV-SALMIN-HORA-AUX > ZERO
               IF WSV-SUELDO-AUX > ZERO
                   COMPUTE WSV-SALMIN-PERIODO-AUX ROUNDED =
                       WSV-SALMIN-MENSUAL-AUX * WSV-PORC-FTE-AUX
                       * WSV-SUELDO-PRORRATEADO-AUX
                       / (100 * WSV-SUELDO-AUX)
                   COMPUTE WSV-SALMIN-POR-HORA-AUX ROUNDED =
                       WSV-SALMIN-HORA-AUX * WSV-HORAS-CONTRATO-AUX
                       * WSV-SUELDO-PRORRATEADO-AUX / WSV-SUELDO-AUX
               ELSE
                   COMPUTE WSV-SALMIN-PERIODO-AUX ROUNDED =
                       WSV-SALMIN-MENSUAL-AUX * WSV-PORC-FTE-AUX
                       * WSV-DIAS-TRABAJADOS / (100 * 30)
                   COMPUTE WSV-SALMIN-POR-HORA-AUX ROUNDED =
                       WSV-SALMIN-HORA-AUX * WSV-HORAS-CONTRATO-AUX
                       * WSV-DIAS-TRABAJADOS / 30
               END-IF
               IF WSV-SALMIN-POR-HORA-AUX > WSV-SALMIN-PERIODO-AUX
                   MOVE WSV-SALMIN-POR-HORA-AUX
                       TO WSV-SALMIN-PERIODO-AUX
               END-IF
               IF WSV-SUELDO-PRORRATEADO-AUX < WSV-SALMIN-PERIODO-AUX
                   COMPUTE WSV-SALMIN-DIFER-AUX =
                       WSV-SALMIN-PERIODO-AUX
                       - WSV-SUELDO-PRORRATEADO-AUX
                   ADD 1 TO WSR-CANT-BAJO-SALMIN
                   DISPLAY WSV-NOMBRE-AUX
                       ' DEBAJO DEL SALARIO MINIMO: '
                       WSV-SUELDO-PRORRATEADO-AUX
                       ' MINIMO DEL PERIODO ' WSV-SALMIN-PERIODO-AUX
                   MOVE 'SUELDO DEL PERIODO DEBAJO DEL SALARIO MINIMO'
                       TO WSV-MOTIVO-AUX
                   PERFORM 9000-LOG-Y-CONTINUAR
               END-IF
           END-IF.
       30K-CONTROLAR-SALARIO-MINIMO-END.
       EXIT.

       30B-ADICIONAL-ANTIGUEDAD.
      * Adicional por antiguedad: porcentaje de la tabla por cada
      * anio entero de servicio desde EM-FECHA-INGRESO al primer
      * dia del periodo. Se suma al sueldo mensual, de modo que
      * entra en el prorrateo, las deducciones, el aguinaldo y la
      * indemnizacion como parte de la remuneracion.
           MOVE ZERO TO WSV-ANIOS-ANTIG-AUX.
           MOVE ZERO TO WSV-ANTIG-MENSUAL-AUX.
           MOVE ZERO TO WSV-ANTIG-PERIODO-AUX.
           MOVE ZERO TO WSC-PORC-ANTIG.
           MOVE 'N' TO WSF-VIGENCIA-HALLADA.
           MOVE 'N' TO WSF-MEJOR-ESPECIFICA.
           MOVE ZERO TO WSV-MEJOR-VIGENCIA.
           PERFORM 08Y2-EVALUAR-ANTIGUEDAD
               VARYING WSX-ANT FROM 1 BY 1
               UNTIL WSX-ANT > WSC-CANT-ANTIG.
           IF WSC-PORC-ANTIG > ZERO
               AND WSV-FECHA-INGRESO-AUX IS NUMERIC
               AND WSV-FECHA-INGRESO-AUX > ZERO
               COMPUTE WSV-ANTIG-FECHA-REF = WSH-PERIODO * 100 + 1
               CALL 'CALCEDAD' USING WSV-FECHA-INGRESO-AUX
                   WSV-ANTIG-FECHA-REF WSV-ANIOS-ANTIG-AUX
                   WSV-ANTIG-FECHA-VALIDA
               IF WSV-ANTIG-FECHA-VALIDA NOT = 'Y'
                   MOVE ZERO TO WSV-ANIOS-ANTIG-AUX
               END-IF
           END-IF.
           IF WSV-ANIOS-ANTIG-AUX > ZERO
               COMPUTE WSV-ANTIG-MENSUAL-AUX ROUNDED =
                   WSV-SUELDO-AUX * WSC-PORC-ANTIG
                   * WSV-ANIOS-ANTIG-AUX / 100
               ADD WSV-ANTIG-MENSUAL-AUX TO WSV-SUELDO-AUX
               DISPLAY WSV-NOMBRE-AUX ' ADICIONAL ANTIGUEDAD '
                   WSV-ANIOS-ANTIG-AUX ' ANIOS: '
                   WSV-ANTIG-MENSUAL-AUX
           END-IF.
       30B-ADICIONAL-ANTIGUEDAD-END.
       EXIT.

       30C-PRESENTISMO.
      * Presentismo: porcentaje del sueldo mensual (con antiguedad)
      * para quien no tiene ausencias injustificadas ni mas llegadas
      * tarde que las permitidas. Se suma al sueldo mensual como el
      * adicional por antiguedad. Una fila de ABSENCES sin motivo es
      * licencia sin goce autorizada y no hace perder el premio; un
      * motivo que no esta en MOTAUSEN cuenta como injustificado.
           MOVE ZERO TO WSV-PRESENT-MENSUAL-AUX.
           MOVE ZERO TO WSV-PRESENT-PERIODO-AUX.
           MOVE SPACE TO WSV-PRESENT-ESTADO-AUX.
           MOVE SPACES TO WSV-PRESENT-MOTIVO-AUX.
           MOVE ZERO TO WSV-PRESENT-CANT-AUX.
           MOVE ZERO TO WSV-DIAS-INJUST-AUX.
           MOVE ZERO TO WSV-TARDANZAS-AUX.
           IF WSC-PORC-PRESENT > ZERO
               PERFORM 30D-SUMAR-ASISTENCIA
                   VARYING WSX-AUS FROM 1 BY 1
                   UNTIL WSX-AUS > WSV-CANT-AUSENCIAS
               EVALUATE TRUE
                   WHEN WSV-DIAS-INJUST-AUX > ZERO
                       MOVE 'A' TO WSV-PRESENT-ESTADO-AUX
                       MOVE WSV-DIAS-INJUST-AUX
                           TO WSV-PRESENT-CANT-AUX
                   WHEN WSV-TARDANZAS-AUX > WSC-MAX-TARDANZAS
                       MOVE 'T' TO WSV-PRESENT-ESTADO-AUX
                       MOVE SPACES TO WSV-PRESENT-MOTIVO-AUX
                       MOVE WSV-TARDANZAS-AUX TO WSV-PRESENT-CANT-AUX
                   WHEN OTHER
                       MOVE 'P' TO WSV-PRESENT-ESTADO-AUX
                       MOVE SPACES TO WSV-PRESENT-MOTIVO-AUX
                       COMPUTE WSV-PRESENT-MENSUAL-AUX ROUNDED =
                           WSV-SUELDO-AUX * WSC-PORC-PRESENT / 100
                       ADD WSV-PRESENT-MENSUAL-AUX TO WSV-SUELDO-AUX
               END-EVALUATE
               IF WSV-PRESENT-ESTADO-AUX = 'P'
                   DISPLAY WSV-NOMBRE-AUX ' PRESENTISMO: '
                       WSV-PRESENT-MENSUAL-AUX
               ELSE
                   ADD 1 TO WSR-CANT-PRESENT-PERDIDOS
                   DISPLAY WSV-NOMBRE-AUX ' PIERDE PRESENTISMO ('
                       WSV-PRESENT-ESTADO-AUX ' '
                       WSV-PRESENT-MOTIVO-AUX ' '
                       WSV-PRESENT-CANT-AUX ')'
               END-IF
           END-IF.
       30C-PRESENTISMO-END.
       EXIT.

       30D-SUMAR-ASISTENCIA.
           IF WSV-AUS-USADO(WSX-AUS) = 'N'
               AND ((WSV-ID-AUX NOT = ZERO
                     AND WSV-AUS-ID(WSX-AUS) = WSV-ID-AUX)
                    OR ((WSV-ID-AUX = ZERO
                         OR WSV-AUS-ID(WSX-AUS) = ZERO)
                        AND WSV-AUS-NOMBRE(WSX-AUS)
                            = WSV-NOMBRE-AUX))
               ADD WSV-AUS-TARDANZAS(WSX-AUS) TO WSV-TARDANZAS-AUX
               COMPUTE WSV-DIAS-MOTIVO-AUX =
                   WSV-AUS-SIN-GOCE(WSX-AUS)
                   + WSV-AUS-DIAS-MOT(WSX-AUS)
               IF WSV-DIAS-MOTIVO-AUX > ZERO
                   AND WSV-AUS-MOTIVO(WSX-AUS) NOT = SPACES
                   PERFORM 30E-BUSCAR-MOTIVO
                   IF NOT WSS-MOTIVO-HALLADO
                       ADD WSV-DIAS-MOTIVO-AUX TO WSV-DIAS-INJUST-AUX
                       IF WSV-PRESENT-MOTIVO-AUX = SPACES
                           MOVE WSV-AUS-MOTIVO(WSX-AUS)
                               TO WSV-PRESENT-MOTIVO-AUX
                       END-IF
                   END-IF
               END-IF
           END-IF.
       30D-SUMAR-ASISTENCIA-END.
       EXIT.

       30E-BUSCAR-MOTIVO.
      * Hallado quiere decir motivo justificado.
           MOVE 'N' TO WSF-MOTIVO-HALLADO.
           PERFORM 30F-COMPARAR-MOTIVO
               VARYING WSX-MOT FROM 1 BY 1
               UNTIL WSX-MOT > WSC-CANT-MOTAUS
                  OR WSS-MOTIVO-HALLADO.
       30E-BUSCAR-MOTIVO-END.
       EXIT.

       30F-COMPARAR-MOTIVO.
           IF WSC-MOT-CODIGO(WSX-MOT) = WSV-AUS-MOTIVO(WSX-AUS)
               AND WSC-MOT-JUSTIF(WSX-MOT) = 'S'
               SET WSS-MOTIVO-HALLADO TO TRUE
           END-IF.
       30F-COMPARAR-MOTIVO-END.
       EXIT.

       31-PRORRATEAR-INGRESO.
           MOVE WSV-SUELDO-AUX TO WSV-SUELDO-PRORRATEADO-AUX.
           MOVE 30 TO WSV-DIAS-TRABAJADOS.
           MOVE ZERO TO WSV-DIAS-SIN-GOCE-AUX.
           MOVE ZERO TO WSV-DIAS-VAC-AUX.
           MOVE 'N' TO WSF-AUSENCIA-HALLADA.
      * Un empleado puede tener varias filas (una por motivo); se
      * suman todas.
           PERFORM 31C-BUSCAR-AUSENCIA
               VARYING WSX-AUS FROM 1 BY 1
               UNTIL WSX-AUS > WSV-CANT-AUSENCIAS.
           IF WSV-DIAS-SIN-GOCE-AUX > ZERO
               IF WSV-DIAS-SIN-GOCE-AUX > WSV-DIAS-TRABAJADOS
                   MOVE ZERO TO WSV-DIAS-TRABAJADOS
                            = WSV-NOMBRE-AUX))
               MOVE 'Y' TO WSV-AUS-USADO(WSX-AUS)
               SET WSS-AUSENCIA-HALLADA TO TRUE
               ADD WSV-AUS-SIN-GOCE(WSX-AUS)
                   TO WSV-DIAS-SIN-GOCE-AUX
               ADD WSV-AUS-VACACIONES(WSX-AUS)
                   TO WSV-DIAS-VAC-AUX
           END-IF.
       31C-BUSCAR-AUSENCIA-END.
               MOVE ZERO TO WSV-VAC-SALDO(WSX-VAC)
               MOVE WSV-CANT-VACSALDO TO WSX-VAC-USADO
           END-IF.
      * Con jornada parcial el devengo se escala por el porcentaje.
           IF WSX-VAC-USADO > ZERO
               SET WSX-VAC TO WSX-VAC-USADO
               MOVE WSV-VAC-SALDO(WSX-VAC) TO WSV-VAC-SALDO-ANT
               COMPUTE WSV-VAC-SALDO(WSX-VAC) ROUNDED =
                   WSV-VAC-SALDO(WSX-VAC)
                   + WSV-DIAS-VAC-DEVENGO / 12
                     * WSV-PORC-FTE-AUX / 100
                   - WSV-DIAS-VAC-AUX
               PERFORM 33G-ANOTAR-VACMOV
           END-IF.
      * Los dias de vacaciones tomados quedan en HORASDET con tipo
      * 'V', valuados a sueldo / 30 por dia.
           IF WSV-DIAS-VAC-AUX > ZERO
               AND WSS-HORASDET-ABIERTO
               MOVE WSV-ID-AUX TO HD-ID
               MOVE WSV-NOMBRE-AUX TO HD-NOMBRE
               MOVE 'V' TO HD-TIPO
               MOVE WSV-DIAS-VAC-AUX TO HD-HORAS
               COMPUTE HD-IMPORTE ROUNDED =
                   WSV-DIAS-VAC-AUX * WSV-SUELDO-AUX / 30
               MOVE WSH-PERIODO TO HD-PERIODO
               WRITE HD-RECORD
           END-IF.
       33D-ACTUALIZAR-VACACIONES-END.
       EXIT.

       33G-ANOTAR-VACMOV.
      * El movimiento del saldo queda en VACMOV para que REVERPER
      * pueda devolverlo si el periodo se revierte.
           IF WSS-VACMOV-ABIERTO
               AND WSV-VAC-SALDO(WSX-VAC) NOT = WSV-VAC-SALDO-ANT
               MOVE WSV-VAC-ID(WSX-VAC)     TO VM-ID
               MOVE WSV-VAC-NOMBRE(WSX-VAC) TO VM-NOMBRE
               MOVE WSH-PERIODO             TO VM-PERIODO
               MOVE WSV-COMPANIA-AUX        TO VM-COMPANIA
               COMPUTE VM-DIAS =
                   WSV-VAC-SALDO(WSX-VAC) - WSV-VAC-SALDO-ANT
               WRITE VM-RECORD
           END-IF.
       33G-ANOTAR-VACMOV-END.
       EXIT.

       33E-BUSCAR-VACSALDO.
           IF (WSV-ID-AUX NOT = ZERO
                AND WSV-VAC-ID(WSX-VAC) = WSV-ID-AUX)
                            = WSV-NOMBRE-AUX))
               MOVE 'Y' TO WSV-HORAS-USADO(WSX-HORA)
               SET WSS-HORAS-HALLADAS TO TRUE
      * Con jornada parcial la hora extra empieza al superar las
      * horas contratadas: las horas normales por encima de ellas
      * se pagan como extra, al valor hora de la jornada contratada.
               MOVE ZERO TO WSV-HORAS-EXCEDENTE-AUX
               IF WSV-PORC-FTE-AUX < 100
                   AND WSV-HORAS-NORMALES(WSX-HORA)
                       > WSV-HORAS-CONTRATO-AUX
                   COMPUTE WSV-HORAS-EXCEDENTE-AUX =
                       WSV-HORAS-NORMALES(WSX-HORA)
                       - WSV-HORAS-CONTRATO-AUX
               END-IF
               COMPUTE WSV-HORAS-EXTRA-PAGO-AUX =
                   WSV-HORAS-EXTRA(WSX-HORA) + WSV-HORAS-EXCEDENTE-AUX
               COMPUTE WSV-IMPORTE-EXTRA-AUX ROUNDED =
                   WSV-SUELDO-AUX / WSV-HORAS-CONTRATO-AUX
                   * WSV-HORAS-EXTRA-PAGO-AUX
                   * WSC-MULT-EXTRA / 100
               MOVE ZERO TO WSV-IMPORTE-FERIADO-AUX
               IF WSV-HORAS-FERIADO(WSX-HORA) > ZERO
      * La hora en dia no laborable paga su propio recargo, por
      * encima de la hora extra comun.
                   COMPUTE WSV-IMPORTE-FERIADO-AUX ROUNDED =
                       WSV-SUELDO-AUX / WSV-HORAS-CONTRATO-AUX
                       * WSV-HORAS-FERIADO(WSX-HORA)
                       * WSC-MULT-FERIADO / 100
                   ADD WSV-IMPORTE-FERIADO-AUX
       EXIT.

       33F-ANOTAR-HORASDET.
           IF WSV-HORAS-EXTRA-PAGO-AUX > ZERO
               MOVE WSV-ID-AUX TO HD-ID
               MOVE WSV-NOMBRE-AUX TO HD-NOMBRE
               MOVE 'N' TO HD-TIPO
               MOVE WSV-HORAS-EXTRA-PAGO-AUX TO HD-HORAS
               COMPUTE HD-IMPORTE = WSV-IMPORTE-EXTRA-AUX
                   - WSV-IMPORTE-FERIADO-AUX
               MOVE WSH-PERIODO TO HD-PERIODO
       33F-ANOTAR-HORASDET-END.
       EXIT.

       33G-PREMIOS-REFERIDOS.
      * Premios por referido a pagar al empleado: cada uno se suma al
      * importe variable de la linea (remunerativo, como las horas
      * extra) y queda en HORASDET con tipo 'R'. En simulacion no se
      * marca nada.
           PERFORM 33G2-PAGAR-REFERIDO
               VARYING WSX-REF FROM 1 BY 1
               UNTIL WSX-REF > WSV-CANT-REFERIDOS.
       33G-PREMIOS-REFERIDOS-END.
       EXIT.

       33G2-PAGAR-REFERIDO.
           MOVE WSV-REF-REGISTRO(WSX-REF) TO RF-RECORD.
           IF RF-ID-REFERENTE = WSV-ID-AUX
               AND RF-PENDIENTE-PAGO
               MOVE 'N' TO WSF-PREMIO-HALLADO
               MOVE ZERO TO WSV-PREMIO-VIGENCIA
               MOVE ZERO TO WSV-PREMIO-IMPORTE
               PERFORM 33G3-EVALUAR-PREMIO
                   VARYING WSX-PRM FROM 1 BY 1
                   UNTIL WSX-PRM > WSC-CANT-PREMIOS
               IF NOT WSS-PREMIO-HALLADO
                   DISPLAY 'PREMIO POR REFERIDO ' RF-NOMBRE
                       ' SIN IMPORTE PARA EL NIVEL ' RF-NIVEL
                       ', QUEDA PENDIENTE'
               ELSE
                   ADD WSV-PREMIO-IMPORTE TO WSV-IMPORTE-EXTRA-AUX
                   ADD WSV-PREMIO-IMPORTE TO WSR-TOTAL-PREMIOS-REF
                   ADD 1 TO WSR-CANT-PREMIOS-REF
                   DISPLAY 'PREMIO REFERIDO ' WSV-NOMBRE-AUX
                       ' POR ' RF-NOMBRE ' ' RF-NIVEL ' '
                       WSV-PREMIO-IMPORTE
                   IF WSS-HORASDET-ABIERTO
                       MOVE WSV-ID-AUX TO HD-ID
                       MOVE WSV-NOMBRE-AUX TO HD-NOMBRE
                       MOVE 'R' TO HD-TIPO
                       MOVE ZERO TO HD-HORAS
                       MOVE WSV-PREMIO-IMPORTE TO HD-IMPORTE
                       MOVE WSH-PERIODO TO HD-PERIODO
                       WRITE HD-RECORD
                   END-IF
                   IF NOT WSS-MODO-SIMULACION
                       SET RF-PAGADO TO TRUE
                       MOVE WSV-PREMIO-IMPORTE TO RF-IMPORTE
                       MOVE WSH-PERIODO TO RF-PERIODO-PAGO
                       MOVE RF-RECORD TO WSV-REF-REGISTRO(WSX-REF)
                       SET WSS-REFERIDOS-MOVIDOS TO TRUE
                   END-IF
               END-IF
           END-IF.
       33G2-PAGAR-REFERIDO-END.
       EXIT.

       33G3-EVALUAR-PREMIO.
      * Vale la version mas reciente vigente en el periodo.
           IF WSC-PRM-NIVEL(WSX-PRM) = RF-NIVEL
               AND WSC-PRM-VIGENCIA(WSX-PRM) <= WSV-PERIODO-TARIFA
               IF NOT WSS-PREMIO-HALLADO
                   OR WSC-PRM-VIGENCIA(WSX-PRM) >= WSV-PREMIO-VIGENCIA
                   MOVE WSC-PRM-VIGENCIA(WSX-PRM)
                       TO WSV-PREMIO-VIGENCIA
                   MOVE WSC-PRM-IMPORTE(WSX-PRM) TO WSV-PREMIO-IMPORTE
                   SET WSS-PREMIO-HALLADO TO TRUE
               END-IF
           END-IF.
       33G3-EVALUAR-PREMIO-END.
       EXIT.

       33H-NOVEDADES.
      * Novedades pendientes del empleado hasta este periodo: se
      * toman aca para que los haberes gravados entren en la base de
      * ganancias, aportes y embargos, y los descuentos gravados la
      * bajen. Los descuentos se retienen en 34Q y los haberes van
      * como lineas propias en 35S.
           PERFORM 33H2-EVALUAR-NOVEDAD
               VARYING WSX-NOV FROM 1 BY 1
               UNTIL WSX-NOV > WSV-CANT-NOVEDADES.
       33H-NOVEDADES-END.
       EXIT.

       33H2-EVALUAR-NOVEDAD.
           MOVE WSV-NOV-REGISTRO(WSX-NOV) TO NV-RECORD.
           IF NV-ID = WSV-ID-AUX
               AND NV-PENDIENTE
               AND NV-PERIODO <= WSH-PERIODO
               AND WSV-NOV-TOMADA(WSX-NOV) = 'N'
               MOVE NV-CONCEPTO TO WSV-CONC-NOV-BUSCA
               PERFORM 33H3-BUSCAR-CONC-NOV
               IF NOT WSS-CONC-NOV-HALLADO
                   ADD 1 TO WSR-CANT-NOV-SIN-CONCEPTO
                   DISPLAY 'NOVEDAD ' WSV-NOMBRE-AUX ' CONCEPTO '
                       NV-CONCEPTO ' INEXISTENTE EN NOVCONC, '
                       'QUEDA PENDIENTE'
               ELSE
                   MOVE 'S' TO WSV-NOV-TOMADA(WSX-NOV)
                   IF NC-HABER
                       IF NC-ES-GRAVADO
                           ADD NV-IMPORTE TO WSV-NOV-GRAVADO-AUX
                       END-IF
                       IF NC-EN-INDEMN
                           ADD NV-IMPORTE TO WSV-NOV-INDEMN-AUX
                       END-IF
                   ELSE
                       ADD NV-IMPORTE TO WSV-NOV-DESCUENTO-AUX
                       IF NC-ES-GRAVADO
                           ADD NV-IMPORTE TO WSV-NOV-DESC-GRAV-AUX
                       END-IF
                   END-IF
               END-IF
           END-IF.
       33H2-EVALUAR-NOVEDAD-END.
       EXIT.

       33H3-BUSCAR-CONC-NOV.
      * Deja en NC-RECORD la fila del concepto WSV-CONC-NOV-BUSCA.
           MOVE 'N' TO WSF-CONC-NOV-HALLADO.
           PERFORM 33H4-COMPARAR-CONC-NOV
               VARYING WSX-CNV FROM 1 BY 1
               UNTIL WSX-CNV > WSC-CANT-CONC-NOV
                  OR WSS-CONC-NOV-HALLADO.
       33H3-BUSCAR-CONC-NOV-END.
       EXIT.

       33H4-COMPARAR-CONC-NOV.
           IF WSC-CNV-REGISTRO(WSX-CNV)(1:6) = WSV-CONC-NOV-BUSCA
               MOVE WSC-CNV-REGISTRO(WSX-CNV) TO NC-RECORD
               SET WSS-CONC-NOV-HALLADO TO TRUE
           END-IF.
       33H4-COMPARAR-CONC-NOV-END.
       EXIT.

       34-CALCULAR-DEDUCCIONES.
           MOVE ZERO TO WSV-DEDUCCIONES-AUX.
           MOVE ZERO TO WSV-BEN-PATRONAL-AUX.
           PERFORM 34B-APLICAR-DEDUCCION
               VARYING WSX-DED FROM 1 BY 1
               UNTIL WSX-DED > WSC-CANT-DEDUCC.
           IF WSC-CANT-ELECC-BEN > ZERO
               AND WSV-ID-AUX NOT = ZERO
               PERFORM 34P-BENEFICIOS
           END-IF.
           COMPUTE WSV-EMBARGABLE-AUX =
               WSV-SUELDO-PRORRATEADO-AUX + WSV-BONO-AUX
               + WSV-IMPORTE-EXTRA-AUX + WSV-NOV-GRAVADO-AUX
               - WSV-DEDUCCIONES-AUX.
           IF WSV-EMBARGABLE-AUX < ZERO
               MOVE ZERO TO WSV-EMBARGABLE-AUX
           END-IF.
           PERFORM 34C-APLICAR-PRESTAMO.
           IF WSV-NOV-DESCUENTO-AUX > ZERO
               PERFORM 34Q-DESCONTAR-NOVEDADES
           END-IF.
           COMPUTE WSV-NETO-AUX =
               WSV-SUELDO-PRORRATEADO-AUX + WSV-BONO-AUX
               + WSV-IMPORTE-EXTRA-AUX
               - WSV-DEDUCCIONES-AUX.
           PERFORM 34H-PISO-Y-ATRASOS.
           IF WSV-CANT-EMBARGOS > ZERO
               AND WSV-ID-AUX NOT = ZERO
               PERFORM 34M-APLICAR-EMBARGOS
           END-IF.
       34-CALCULAR-DEDUCCIONES-END.
       EXIT.

                       WSV-SUELDO-PRORRATEADO-AUX
                       * WSC-DED-VALOR(WSX-DED) / 100
               END-IF
           END-IF
           END-IF.
           ADD WSV-DED-IMPORTE-AUX TO WSV-DEDUCCIONES-AUX.
           IF WSS-DETALLE-ABIERTO
               MOVE WSC-DED-CONCEPTO(WSX-DED) TO WSV-DET-CONCEPTO
               MOVE WSV-DED-IMPORTE-AUX TO WSV-DET-IMPORTE
               PERFORM 34E-ANOTAR-DETALLE
           END-IF.
       34B-APLICAR-DEDUCCION-END.
       EXIT.

       34E-ANOTAR-DETALLE.
           MOVE WSV-ID-AUX           TO DT-ID.
           MOVE WSV-NOMBRE-AUX       TO DT-NOMBRE.
           MOVE WSV-DET-CONCEPTO     TO DT-CONCEPTO.
           MOVE WSV-DET-IMPORTE      TO DT-IMPORTE.
           MOVE WSH-PERIODO          TO DT-PERIODO.
           MOVE WSV-COMPANIA-AUX     TO DT-COMPANIA.
           WRITE DT-RECORD.
       34E-ANOTAR-DETALLE-END.
       EXIT.

       34Q-DESCONTAR-NOVEDADES.
      * Los descuentos de novedades se retienen despues de la cuota
      * del prestamo, cada uno con su fila de DEDDET (NOV- y el
      * concepto); el piso de neto difiere lo que no entre.
           ADD WSV-NOV-DESCUENTO-AUX TO WSV-DEDUCCIONES-AUX.
           ADD WSV-NOV-DESCUENTO-AUX TO WSR-TOTAL-NOV-DESCUENTOS.
           IF WSS-DETALLE-ABIERTO
               PERFORM 34Q2-ANOTAR-DESC-NOV
                   VARYING WSX-NOV FROM 1 BY 1
                   UNTIL WSX-NOV > WSV-CANT-NOVEDADES
           END-IF.
       34Q-DESCONTAR-NOVEDADES-END.
       EXIT.

       34Q2-ANOTAR-DESC-NOV.
           IF WSV-NOV-TOMADA(WSX-NOV) = 'S'
               MOVE WSV-NOV-REGISTRO(WSX-NOV) TO NV-RECORD
               MOVE NV-CONCEPTO TO WSV-CONC-NOV-BUSCA
               PERFORM 33H3-BUSCAR-CONC-NOV
               IF NV-ID = WSV-ID-AUX
                   AND WSS-CONC-NOV-HALLADO
                   AND NC-DESCUENTO
                   MOVE SPACES TO WSV-DET-CONCEPTO
                   STRING 'NOV-' NV-CONCEPTO DELIMITED BY SIZE
                       INTO WSV-DET-CONCEPTO
                   MOVE NV-IMPORTE TO WSV-DET-IMPORTE
                   PERFORM 34E-ANOTAR-DETALLE
               END-IF
           END-IF.
       34Q2-ANOTAR-DESC-NOV-END.
       EXIT.

       34K-APORTES-PATRONALES.
      * Contribuciones a cargo del empleador sobre la remuneracion
      * bruta del periodo. No se descuentan del neto: son costo de
      * la compania y van a su propio detalle (CONTDET).
           MOVE ZERO TO WSV-APORTES-AUX.
           COMPUTE WSV-BASE-APORTE =
               WSV-SUELDO-PRORRATEADO-AUX + WSV-BONO-AUX
               + WSV-IMPORTE-EXTRA-AUX + WSV-NOV-GRAVADO-AUX.
           IF WSV-BASE-APORTE > WSV-NOV-DESC-GRAV-AUX
               SUBTRACT WSV-NOV-DESC-GRAV-AUX FROM WSV-BASE-APORTE
           ELSE
               MOVE ZERO TO WSV-BASE-APORTE
           END-IF.
           PERFORM 34K2-EVALUAR-APORTE
               VARYING WSX-APO FROM 1 BY 1
               UNTIL WSX-APO > WSC-CANT-APORTES.
      * La parte patronal de los beneficios ya quedo en CONTDET al
      * calcular las deducciones; aca solo suma al costo.
           ADD WSV-BEN-PATRONAL-AUX TO WSV-APORTES-AUX.
           ADD WSV-APORTES-AUX TO WSR-TOTAL-APORTES.
       34K-APORTES-PATRONALES-END.
       EXIT.

       34K2-EVALUAR-APORTE.
      * Una fila aplica si esta vigente para el periodo y es de la
      * compania del empleado (o de todas); de las que aplican al
      * mismo concepto vale la de vigencia mas reciente, y a igual
      * vigencia la especifica de la compania gana a la general.
           IF WSC-APO-VIGENCIA(WSX-APO) <= WSH-PERIODO
               AND (WSC-APO-COMPANIA(WSX-APO) = SPACES
                    OR WSC-APO-COMPANIA(WSX-APO) = WSV-COMPANIA-AUX)
               MOVE 'N' TO WSF-APORTE-SUPERADO
               PERFORM 34K3-COMPARAR-VERSION
                   VARYING WSX-APO2 FROM 1 BY 1
                   UNTIL WSX-APO2 > WSC-CANT-APORTES
                      OR WSS-APORTE-SUPERADO
               IF NOT WSS-APORTE-SUPERADO
                   COMPUTE WSV-APORTE-IMPORTE ROUNDED =
                       WSV-BASE-APORTE
                       * WSC-APO-PORCENT(WSX-APO) / 100
                   ADD WSV-APORTE-IMPORTE TO WSV-APORTES-AUX
                   IF WSS-CONTDET-ABIERTO
                       AND WSV-APORTE-IMPORTE > ZERO
                       PERFORM 34L-ANOTAR-APORTE
                   END-IF
               END-IF
           END-IF.
       34K2-EVALUAR-APORTE-END.
       EXIT.

       34K3-COMPARAR-VERSION.
           IF WSX-APO2 NOT = WSX-APO
               AND WSC-APO-CONCEPTO(WSX-APO2)
                   = WSC-APO-CONCEPTO(WSX-APO)
               AND WSC-APO-VIGENCIA(WSX-APO2) <= WSH-PERIODO
               AND (WSC-APO-COMPANIA(WSX-APO2) = SPACES
                    OR WSC-APO-COMPANIA(WSX-APO2)
                       = WSV-COMPANIA-AUX)
               IF WSC-APO-VIGENCIA(WSX-APO2)
                      > WSC-APO-VIGENCIA(WSX-APO)
                   OR (WSC-APO-VIGENCIA(WSX-APO2)
                          = WSC-APO-VIGENCIA(WSX-APO)
                       AND WSC-APO-COMPANIA(WSX-APO2) NOT = SPACES
                       AND WSC-APO-COMPANIA(WSX-APO) = SPACES)
                   OR (WSC-APO-VIGENCIA(WSX-APO2)
                          = WSC-APO-VIGENCIA(WSX-APO)
                       AND WSC-APO-COMPANIA(WSX-APO2)
                           = WSC-APO-COMPANIA(WSX-APO)
                       AND WSX-APO2 > WSX-APO)
                   SET WSS-APORTE-SUPERADO TO TRUE
               END-IF
           END-IF.
       34K3-COMPARAR-VERSION-END.
       EXIT.

       34L-ANOTAR-APORTE.
           MOVE WSV-ID-AUX                TO CD-ID.
           MOVE WSV-NOMBRE-AUX            TO CD-NOMBRE.
           MOVE WSC-APO-CONCEPTO(WSX-APO) TO CD-CONCEPTO.
           MOVE WSV-APORTE-IMPORTE        TO CD-IMPORTE.
           MOVE WSH-PERIODO               TO CD-PERIODO.
           MOVE WSV-COMPANIA-AUX          TO CD-COMPANIA.
           MOVE WSV-DEPARTAMENTO-AUX      TO CD-DEPARTAMENTO.
           MOVE WSC-APO-AGENCIA(WSX-APO)  TO CD-AGENCIA.
           MOVE WSV-BASE-APORTE           TO CD-BASE.
           WRITE CD-RECORD.
       34L-ANOTAR-APORTE-END.
       EXIT.

       34P-BENEFICIOS.
      * Beneficios optativos elegidos por el empleado: cada plan
      * vigente se cotiza con el catalogo del periodo y el costo se
      * reparte entre empleado (deduccion) y empleador (CONTDET).
           PERFORM 34P2-EVALUAR-ELECCION
               VARYING WSX-ELB FROM 1 BY 1
               UNTIL WSX-ELB > WSC-CANT-ELECC-BEN.
       34P-BENEFICIOS-END.
       EXIT.

       34P2-EVALUAR-ELECCION.
      * Vale la ultima fila del empleado para el plan con vigencia
      * hasta el periodo (a igual vigencia, la cargada despues); una
      * opcion en blanco es la baja del plan.
           IF WSC-ELB-ID(WSX-ELB) = WSV-ID-AUX
               AND WSC-ELB-VIGENCIA(WSX-ELB) <= WSH-PERIODO
               AND WSC-ELB-OPCION(WSX-ELB) NOT = SPACES
               MOVE 'N' TO WSF-ELECCION-SUPERADA
               PERFORM 34P3-COMPARAR-ELECCION
                   VARYING WSX-ELB2 FROM 1 BY 1
                   UNTIL WSX-ELB2 > WSC-CANT-ELECC-BEN
                      OR WSS-ELECCION-SUPERADA
               IF NOT WSS-ELECCION-SUPERADA
                   MOVE ZERO TO WSV-BEN-PLAN-ELEGIDO
                   PERFORM 34P4-UBICAR-PLAN
                       VARYING WSX-PLB FROM 1 BY 1
                       UNTIL WSX-PLB > WSC-CANT-PLANES-BEN
                   IF WSV-BEN-PLAN-ELEGIDO > ZERO
                       PERFORM 34P5-COTIZAR-BENEFICIO
                   END-IF
               END-IF
           END-IF.
       34P2-EVALUAR-ELECCION-END.
       EXIT.

       34P3-COMPARAR-ELECCION.
           IF WSX-ELB2 NOT = WSX-ELB
               AND WSC-ELB-ID(WSX-ELB2) = WSC-ELB-ID(WSX-ELB)
               AND WSC-ELB-PLAN(WSX-ELB2) = WSC-ELB-PLAN(WSX-ELB)
               AND WSC-ELB-VIGENCIA(WSX-ELB2) <= WSH-PERIODO
               IF WSC-ELB-VIGENCIA(WSX-ELB2)
                      > WSC-ELB-VIGENCIA(WSX-ELB)
                   OR (WSC-ELB-VIGENCIA(WSX-ELB2)
                          = WSC-ELB-VIGENCIA(WSX-ELB)
                       AND WSX-ELB2 > WSX-ELB)
                   SET WSS-ELECCION-SUPERADA TO TRUE
               END-IF
           END-IF.
       34P3-COMPARAR-ELECCION-END.
       EXIT.

       34P4-UBICAR-PLAN.
      * Version del catalogo vigente para el periodo: la de vigencia
      * mas reciente que no lo pase.
           IF WSC-PLB-PLAN(WSX-PLB) = WSC-ELB-PLAN(WSX-ELB)
               AND WSC-PLB-OPCION(WSX-PLB) = WSC-ELB-OPCION(WSX-ELB)
               AND WSC-PLB-VIGENCIA(WSX-PLB) <= WSH-PERIODO
               IF WSV-BEN-PLAN-ELEGIDO = ZERO
                   SET WSV-BEN-PLAN-ELEGIDO TO WSX-PLB
               ELSE
                   IF WSC-PLB-VIGENCIA(WSX-PLB)
                       NOT < WSC-PLB-VIGENCIA(WSV-BEN-PLAN-ELEGIDO)
                       SET WSV-BEN-PLAN-ELEGIDO TO WSX-PLB
                   END-IF
               END-IF
           END-IF.
       34P4-UBICAR-PLAN-END.
       EXIT.

       34P5-COTIZAR-BENEFICIO.
           SET WSX-PLB TO WSV-BEN-PLAN-ELEGIDO.
           EVALUATE WSC-PLB-TIPO(WSX-PLB)
               WHEN 'F'
                   MOVE WSC-PLB-IMPORTE(WSX-PLB) TO WSV-BEN-COSTO
               WHEN 'D'
                   COMPUTE WSV-BEN-COSTO =
                       WSC-PLB-IMPORTE(WSX-PLB)
                       + WSC-PLB-IMP-DEP(WSX-PLB)
                       * WSC-ELB-DEPEND(WSX-ELB)
               WHEN 'S'
      * Tasa por mil sobre el capital asegurado (sueldos del mes).
                   COMPUTE WSV-BEN-COSTO ROUNDED =
                       WSV-SUELDO-AUX * WSC-PLB-MULTIPLO(WSX-PLB)
                       * WSC-PLB-TASA(WSX-PLB) / 1000
               WHEN 'P'
                   COMPUTE WSV-BEN-COSTO ROUNDED =
                       WSV-SUELDO-PRORRATEADO-AUX
                       * WSC-PLB-TASA(WSX-PLB) / 100
               WHEN OTHER
                   MOVE ZERO TO WSV-BEN-COSTO
           END-EVALUATE.
           COMPUTE WSV-BEN-EMPLEADO ROUNDED =
               WSV-BEN-COSTO * WSC-PLB-PORC-EMPL(WSX-PLB) / 100.
           COMPUTE WSV-BEN-PATRONAL =
               WSV-BEN-COSTO - WSV-BEN-EMPLEADO.
           MOVE SPACES TO WSV-BEN-CONCEPTO.
           STRING 'BEN-' WSC-PLB-PLAN(WSX-PLB) WSC-PLB-OPCION(WSX-PLB)
               DELIMITED BY SIZE INTO WSV-BEN-CONCEPTO.
           IF WSV-BEN-EMPLEADO > ZERO
               ADD WSV-BEN-EMPLEADO TO WSV-DEDUCCIONES-AUX
               IF WSS-DETALLE-ABIERTO
                   MOVE WSV-BEN-CONCEPTO TO WSV-DET-CONCEPTO
                   MOVE WSV-BEN-EMPLEADO TO WSV-DET-IMPORTE
                   PERFORM 34E-ANOTAR-DETALLE
               END-IF
           END-IF.
           IF WSV-BEN-PATRONAL > ZERO
               ADD WSV-BEN-PATRONAL TO WSV-BEN-PATRONAL-AUX
               IF WSS-CONTDET-ABIERTO
                   PERFORM 34P6-ANOTAR-BENEF-PATRONAL
               END-IF
           END-IF.
       34P5-COTIZAR-BENEFICIO-END.
       EXIT.

       34P6-ANOTAR-BENEF-PATRONAL.
           MOVE WSV-ID-AUX                TO CD-ID.
           MOVE WSV-NOMBRE-AUX            TO CD-NOMBRE.
           MOVE WSV-BEN-CONCEPTO          TO CD-CONCEPTO.
           MOVE WSV-BEN-PATRONAL          TO CD-IMPORTE.
           MOVE WSH-PERIODO               TO CD-PERIODO.
           MOVE WSV-COMPANIA-AUX          TO CD-COMPANIA.
           MOVE WSV-DEPARTAMENTO-AUX      TO CD-DEPARTAMENTO.
           MOVE WSC-PLB-AGENCIA(WSX-PLB)  TO CD-AGENCIA.
           MOVE WSV-BEN-COSTO             TO CD-BASE.
           WRITE CD-RECORD.
       34P6-ANOTAR-BENEF-PATRONAL-END.
       EXIT.

       34F-CALCULAR-IMPUESTO.
       34G-GANANCIAS-POR-ESCALA.
           COMPUTE WSV-IMPONIBLE-PERIODO =
               WSV-SUELDO-PRORRATEADO-AUX + WSV-BONO-AUX
               + WSV-IMPORTE-EXTRA-AUX + WSV-NOV-GRAVADO-AUX.
           IF WSV-IMPONIBLE-PERIODO > WSV-NOV-DESC-GRAV-AUX
               SUBTRACT WSV-NOV-DESC-GRAV-AUX
                   FROM WSV-IMPONIBLE-PERIODO
           ELSE
               MOVE ZERO TO WSV-IMPONIBLE-PERIODO
           END-IF.
           PERFORM 08L-UBICAR-GANANCIA.
           IF WSX-GAN-USADO = ZERO
      * Tabla llena: se retiene con el valor plano de DEDUCTIONS
                   * WSC-DED-VALOR(WSX-DED) / 100
           ELSE
               SET WSX-GAN TO WSX-GAN-USADO
      * Las deducciones personales se restan devengadas hasta el mes
      * anterior para el impuesto previo y hasta este mes para el
      * nuevo, asi cada mes retiene solo la diferencia.
               MOVE WSV-ID-AUX TO WSV-DDP-ID
               MOVE WSH-PERIODO(5:2) TO WSV-DDP-MES
               SUBTRACT 1 FROM WSV-DDP-MES
               PERFORM 34G2-DEDUCC-PERSONAL-ACUM
               IF WSV-GAN-IMPONIBLE(WSX-GAN) > WSV-DDP-ACUMULADO
                   COMPUTE WSV-BASE-IMPONIBLE =
                       WSV-GAN-IMPONIBLE(WSX-GAN)
                       - WSV-DDP-ACUMULADO
               ELSE
                   MOVE ZERO TO WSV-BASE-IMPONIBLE
               END-IF
               PERFORM 34F-CALCULAR-IMPUESTO
               MOVE WSV-IMPUESTO-CALC TO WSV-IMPUESTO-PREVIO
               MOVE WSH-PERIODO(5:2) TO WSV-DDP-MES
               PERFORM 34G2-DEDUCC-PERSONAL-ACUM
               SET WSX-GAN TO WSX-GAN-USADO
               IF WSV-GAN-IMPONIBLE(WSX-GAN) + WSV-IMPONIBLE-PERIODO
                   > WSV-DDP-ACUMULADO
                   COMPUTE WSV-BASE-IMPONIBLE =
                       WSV-GAN-IMPONIBLE(WSX-GAN)
                       + WSV-IMPONIBLE-PERIODO
                       - WSV-DDP-ACUMULADO
               ELSE
                   MOVE ZERO TO WSV-BASE-IMPONIBLE
               END-IF
               PERFORM 34F-CALCULAR-IMPUESTO
               IF WSV-IMPUESTO-CALC > WSV-IMPUESTO-PREVIO
                   COMPUTE WSV-DED-IMPORTE-AUX =
       34G-GANANCIAS-POR-ESCALA-END.
       EXIT.

       34G2-DEDUCC-PERSONAL-ACUM.
      * Deducciones personales del empleado WSV-DDP-ID devengadas
      * desde su mes de vigencia hasta WSV-DDP-MES inclusive, a un
      * doceavo del importe anual por mes.
           MOVE ZERO TO WSV-DDP-ACUMULADO.
           PERFORM 34G3-SUMAR-DEDUCC-PERSONAL
               VARYING WSX-DDP FROM 1 BY 1
               UNTIL WSX-DDP > WSV-CANT-DEDPERS.
       34G2-DEDUCC-PERSONAL-ACUM-END.
       EXIT.

       34G3-SUMAR-DEDUCC-PERSONAL.
           IF WSV-DDP-FILA-ID(WSX-DDP) = WSV-DDP-ID
               AND WSV-DDP-MES-DESDE(WSX-DDP) <= WSV-DDP-MES
               COMPUTE WSV-DDP-MESES =
                   WSV-DDP-MES - WSV-DDP-MES-DESDE(WSX-DDP) + 1
               COMPUTE WSV-DDP-ACUMULADO ROUNDED =
                   WSV-DDP-ACUMULADO
                   + WSV-DDP-IMPORTE(WSX-DDP) * WSV-DDP-MESES / 12
           END-IF.
       34G3-SUMAR-DEDUCC-PERSONAL-END.
       EXIT.

       34C-APLICAR-PRESTAMO.
      * La cuota se retiene despues de los conceptos de DEDUCTIONS y
      * nunca supera el saldo: al cancelarse el prestamo la retencion
       34D-BUSCAR-PRESTAMO-END.
       EXIT.

       34M-APLICAR-EMBARGOS.
      * Embargos judiciales: se aplican despues de las deducciones
      * de ley y del piso de neto, por orden de prioridad. La base
      * es el neto embargable (bruto menos deducciones de ley); los
      * embargos de acreedores y los de alimentos tienen cada uno
      * su propio cupo sobre esa base.
           COMPUTE WSV-CUPO-ACREEDOR ROUNDED =
               WSV-EMBARGABLE-AUX * WSC-PCT-EMBARGABLE / 100.
           COMPUTE WSV-CUPO-ALIMENTOS ROUNDED =
               WSV-EMBARGABLE-AUX * WSC-PCT-ALIMENTOS / 100.
           MOVE 'Y' TO WSF-EMBARGO-ELEGIDO.
           PERFORM 34M2-PROXIMO-EMBARGO
               UNTIL NOT WSS-EMBARGO-ELEGIDO.
       34M-APLICAR-EMBARGOS-END.
       EXIT.

       34M2-PROXIMO-EMBARGO.
           MOVE 'N' TO WSF-EMBARGO-ELEGIDO.
           MOVE ZERO TO WSX-EMB-ELEGIDO.
           PERFORM 34M3-COMPARAR-EMBARGO
               VARYING WSX-EMB FROM 1 BY 1
               UNTIL WSX-EMB > WSV-CANT-EMBARGOS.
           IF WSX-EMB-ELEGIDO > ZERO
               SET WSS-EMBARGO-ELEGIDO TO TRUE
               SET WSX-EMB TO WSX-EMB-ELEGIDO
               MOVE 'Y' TO WSV-EMB-USADO(WSX-EMB)
               PERFORM 34M4-RETENER-EMBARGO
           END-IF.
       34M2-PROXIMO-EMBARGO-END.
       EXIT.

       34M3-COMPARAR-EMBARGO.
           IF WSV-EMB-ID(WSX-EMB) = WSV-ID-AUX
               AND WSV-EMB-USADO(WSX-EMB) = 'N'
               AND WSV-EMB-ESTADO(WSX-EMB) NOT = 'C'
               IF WSX-EMB-ELEGIDO = ZERO
                   SET WSX-EMB-ELEGIDO TO WSX-EMB
               ELSE
                   IF WSV-EMB-PRIORIDAD(WSX-EMB)
                       < WSV-EMB-PRIORIDAD(WSX-EMB-ELEGIDO)
                       SET WSX-EMB-ELEGIDO TO WSX-EMB
                   END-IF
               END-IF
           END-IF.
       34M3-COMPARAR-EMBARGO-END.
       EXIT.

       34M4-RETENER-EMBARGO.
           IF WSV-EMB-MODALIDAD(WSX-EMB) = 'P'
               COMPUTE WSV-EMBARGO-IMPORTE ROUNDED =
                   WSV-EMBARGABLE-AUX * WSV-EMB-VALOR(WSX-EMB) / 100
           ELSE
               MOVE WSV-EMB-VALOR(WSX-EMB) TO WSV-EMBARGO-IMPORTE
           END-IF.
      * Tope legal segun el tipo de embargo.
           IF WSV-EMB-TIPO(WSX-EMB) = 'A'
               IF WSV-EMBARGO-IMPORTE > WSV-CUPO-ALIMENTOS
                   MOVE WSV-CUPO-ALIMENTOS TO WSV-EMBARGO-IMPORTE
               END-IF
           ELSE
               IF WSV-EMBARGO-IMPORTE > WSV-CUPO-ACREEDOR
                   MOVE WSV-CUPO-ACREEDOR TO WSV-EMBARGO-IMPORTE
               END-IF
           END-IF.
      * Nunca mas de lo que falta para cubrir el total adeudado.
           IF WSV-EMB-TOPE(WSX-EMB) > ZERO
               AND WSV-EMBARGO-IMPORTE >
                   WSV-EMB-TOPE(WSX-EMB) - WSV-EMB-RETENIDO(WSX-EMB)
               COMPUTE WSV-EMBARGO-IMPORTE =
                   WSV-EMB-TOPE(WSX-EMB) - WSV-EMB-RETENIDO(WSX-EMB)
           END-IF.
      * Ni mas de lo que queda de neto por encima del piso.
           COMPUTE WSV-EMBARGO-DISPONIBLE =
               WSV-NETO-AUX - WSC-NETO-MINIMO.
           IF WSV-EMBARGO-DISPONIBLE < ZERO
               MOVE ZERO TO WSV-EMBARGO-DISPONIBLE
           END-IF.
           IF WSV-EMBARGO-IMPORTE > WSV-EMBARGO-DISPONIBLE
               MOVE WSV-EMBARGO-DISPONIBLE TO WSV-EMBARGO-IMPORTE
           END-IF.
           IF WSV-EMBARGO-IMPORTE > ZERO
               IF WSV-EMB-TIPO(WSX-EMB) = 'A'
                   SUBTRACT WSV-EMBARGO-IMPORTE
                       FROM WSV-CUPO-ALIMENTOS
               ELSE
                   SUBTRACT WSV-EMBARGO-IMPORTE
                       FROM WSV-CUPO-ACREEDOR
               END-IF
               ADD WSV-EMBARGO-IMPORTE TO WSV-DEDUCCIONES-AUX
               SUBTRACT WSV-EMBARGO-IMPORTE FROM WSV-NETO-AUX
               ADD WSV-EMBARGO-IMPORTE TO WSV-EMB-RETENIDO(WSX-EMB)
               ADD WSV-EMBARGO-IMPORTE TO WSR-TOTAL-EMBARGOS
               SET WSS-EMBARGOS-MOVIDOS TO TRUE
               DISPLAY 'EMBARGO ' WSV-NOMBRE-AUX ' '
                   WSV-EMB-EXPEDIENTE(WSX-EMB) ' '
                   WSV-EMBARGO-IMPORTE ' RETENIDO '
                   WSV-EMB-RETENIDO(WSX-EMB)
               IF WSS-DETALLE-ABIERTO
                   MOVE 'EMBARGO' TO WSV-DET-CONCEPTO
                   MOVE WSV-EMBARGO-IMPORTE TO WSV-DET-IMPORTE
                   PERFORM 34E-ANOTAR-DETALLE
               END-IF
               IF WSS-EMBDET-ABIERTO
                   PERFORM 34N-ANOTAR-EMBARGO
               END-IF
               IF WSV-EMB-TOPE(WSX-EMB) > ZERO
                   AND WSV-EMB-RETENIDO(WSX-EMB)
                       NOT < WSV-EMB-TOPE(WSX-EMB)
                   MOVE 'C' TO WSV-EMB-ESTADO(WSX-EMB)
                   MOVE WSH-PERIODO TO WSV-EMB-CIERRE(WSX-EMB)
                   DISPLAY 'EMBARGO CANCELADO: ' WSV-NOMBRE-AUX ' '
                       WSV-EMB-EXPEDIENTE(WSX-EMB)
               END-IF
           END-IF.
       34M4-RETENER-EMBARGO-END.
       EXIT.

       34N-ANOTAR-EMBARGO.
           MOVE WSV-ID-AUX                  TO ED-ID.
           MOVE WSV-NOMBRE-AUX              TO ED-NOMBRE.
           MOVE WSV-EMB-EXPEDIENTE(WSX-EMB) TO ED-EXPEDIENTE.
           MOVE WSV-EMB-JUZGADO(WSX-EMB)    TO ED-JUZGADO.
           MOVE WSV-EMBARGO-IMPORTE         TO ED-IMPORTE.
           MOVE WSH-PERIODO                 TO ED-PERIODO.
           MOVE WSV-COMPANIA-AUX            TO ED-COMPANIA.
           MOVE WSV-EMB-CUENTA(WSX-EMB)     TO ED-CUENTA.
           WRITE ED-RECORD.
       34N-ANOTAR-EMBARGO-END.
       EXIT.

       35-ESCRIBIR-REGISTRO.
           MOVE WSV-NOMBRE-AUX       TO PR-NOMBRE.
           MOVE WSV-SENIORIDAD-AUX   TO PR-SENIORIDAD.
           MOVE WSV-DEDUCCIONES-AUX  TO PR-DEDUCCIONES.
           MOVE WSV-NETO-AUX         TO PR-NETO.
           MOVE WSV-IMPORTE-EXTRA-AUX TO PR-IMPORTE-EXTRA.
           MOVE WSV-ANTIG-PERIODO-AUX TO PR-ADIC-ANTIG.
           MOVE WSV-PRESENT-PERIODO-AUX TO PR-PRESENTISMO.
           MOVE WSV-PRESENT-ESTADO-AUX TO PR-PRESENT-ESTADO.
           MOVE WSV-PRESENT-MOTIVO-AUX TO PR-PRESENT-MOTIVO.
           MOVE WSV-PRESENT-CANT-AUX TO PR-PRESENT-CANT.
           IF WSV-DEPTO-FILTRO NOT = SPACES
               MOVE 'O' TO PR-TIPO-LINEA
           ELSE
           PERFORM 36-ACUMULAR-RESUMEN.
           PERFORM 36B-ACUMULAR-TOTALES-CONTROL.
           PERFORM 36C-ACUMULAR-DEPTO.
           IF WSV-CANT-DEPENDIENTES > ZERO
               AND WSV-ID-AUX NOT = ZERO
               PERFORM 35J-ASIGNACIONES-FAMILIARES
           END-IF.
           IF WSV-CANT-GASTOS > ZERO
               AND WSV-ID-AUX NOT = ZERO
               PERFORM 35N-REINTEGRAR-GASTOS
           END-IF.
           IF WSV-SALMIN-DIFER-AUX > ZERO
               AND WSS-COMPL-SALMIN
               PERFORM 35R-POSTEAR-COMPL-SALMIN
           END-IF.
           IF WSV-CANT-NOVEDADES > ZERO
               AND WSV-ID-AUX NOT = ZERO
               PERFORM 35S-POSTEAR-NOVEDADES
                   VARYING WSX-NOV FROM 1 BY 1
                   UNTIL WSX-NOV > WSV-CANT-NOVEDADES
           END-IF.
           IF NOT WSS-MODO-SIMULACION
               MOVE 'EN-NOMINA' TO WSV-PIPE-ETAPA
               CALL 'PIPEACT' USING WSV-ID-AUX WSV-NOMBRE-AUX
      * antiguedad (mejor sueldo del historial por anios enteros de
      * servicio), preaviso de un mes y vacaciones devengadas no
      * gozadas, cada una como linea 'F' propia del registro.
      * El tipo de contrato fija que parte de la indemnizacion y si
      * el preaviso se pagan (TIPOCONT), segun que la baja sea por
      * fin de contrato (FC) o por otro motivo.
           PERFORM 31L-REGLA-CONTRATO.
           PERFORM 31H-BUSCAR-MEJOR-HIST.
      * Las novedades del periodo que cuentan para la indemnizacion
      * se suman al sueldo del mes, como en el historial.
           IF WSV-SUELDO-AUX + WSV-NOV-INDEMN-AUX
               > WSV-MEJOR-SUELDO-HIST
               COMPUTE WSV-MEJOR-SUELDO-HIST =
                   WSV-SUELDO-AUX + WSV-NOV-INDEMN-AUX
           END-IF.
           COMPUTE WSV-ANIOS-SERVICIO =
               FUNCTION NUMVAL(WSV-FECHA-BAJA-AUX(1:4))
           IF WSV-ANIOS-SERVICIO > ZERO
               COMPUTE WSV-INDEMNIZACION ROUNDED =
                   WSV-MEJOR-SUELDO-HIST * WSV-ANIOS-SERVICIO
                   * WSV-PORC-INDEMN / 100
               IF WSV-INDEMNIZACION > ZERO
                   MOVE 'INDEMN' TO WSV-LIQ-CONCEPTO
                   MOVE WSV-INDEMNIZACION TO WSV-LIQ-IMPORTE
                   PERFORM 31E-POSTEAR-LIQ-LINEA
               END-IF
           END-IF.
           IF WSV-PAGA-PREAVISO = 'S'
               MOVE 'PREAVI' TO WSV-LIQ-CONCEPTO
               MOVE WSV-SUELDO-AUX TO WSV-LIQ-IMPORTE
               PERFORM 31E-POSTEAR-LIQ-LINEA
           END-IF.
           PERFORM 31G-PAGAR-VACACIONES.
           IF NOT WSS-MODO-SIMULACION
               PERFORM 31M-EMITIR-LIQ-FINAL
           END-IF.
       31D-LIQUIDACION-FINAL-END.
       EXIT.

       31M-EMITIR-LIQ-FINAL.
      * La baja ya liquidada se informa al envio de novedades a RRHH
      * corporativo con la fila del empleado como la tiene la
      * nomina (la tabla no guarda banco ni cuenta).
           MOVE SPACES                TO WSV-EVT-EMPLEADO.
           MOVE WSV-NOMBRE-AUX        TO WSV-EVT-NOMBRE.
           MOVE WSV-EXPERIENCIA-AUX   TO WSV-EVT-EXPERIENCIA.
           MOVE WSV-DEPARTAMENTO-AUX  TO WSV-EVT-DEPARTAMENTO.
           MOVE WSV-ID-AUX            TO WSV-EVT-ID.
           MOVE WSV-FECHA-INGRESO-AUX TO WSV-EVT-FECHA-INGRESO.
           MOVE WSV-ESTADO-AUX        TO WSV-EVT-ESTADO.
           MOVE WSV-FECHA-BAJA-AUX    TO WSV-EVT-FECHA-BAJA.
           MOVE WSV-COMPANIA-AUX      TO WSV-EVT-COMPANIA.
           MOVE WSV-MOTIVO-BAJA-AUX   TO WSV-EVT-MOTIVO-BAJA.
           MOVE WSV-EVT-EMPLEADO      TO WSV-EVT-DESPUES.
           CALL 'EMITEVT' USING WSV-EVT-ENTIDAD WSV-EVT-TIPO
               WSV-EVT-ORIGEN WSV-EVT-ANTES WSV-EVT-DESPUES.
       31M-EMITIR-LIQ-FINAL-END.
       EXIT.

       31L-REGLA-CONTRATO.
           MOVE 'P' TO WSV-TIPO-CONTRATO-AUX.
           MOVE 100 TO WSV-PORC-INDEMN.
           MOVE 'S' TO WSV-PAGA-PREAVISO.
           IF WSV-ID-AUX NOT = ZERO
               MOVE WSV-ID-AUX TO WSV-ID-BUSCADO-KTR
               PERFORM 31K-BUSCAR-CONTRATO
               IF WSS-CONTRATO-HALLADO
                   MOVE WSV-KTR-TIPO(WSX-KTR) TO WSV-TIPO-CONTRATO-AUX
               END-IF
           END-IF.
           PERFORM 31L2-APLICAR-TIPO
               VARYING TCT-X FROM 1 BY 1
               UNTIL TCT-X > 4.
           DISPLAY 'LIQ. FINAL ' WSV-NOMBRE-AUX ' CONTRATO '
               WSV-TIPO-CONTRATO-AUX ' MOTIVO ' WSV-MOTIVO-BAJA-AUX
               ' INDEMN ' WSV-PORC-INDEMN '% PREAVISO '
               WSV-PAGA-PREAVISO.
       31L-REGLA-CONTRATO-END.
       EXIT.

       31L2-APLICAR-TIPO.
           IF TCT-CODIGO(TCT-X) = WSV-TIPO-CONTRATO-AUX
               IF WSV-MOTIVO-BAJA-AUX = 'FC'
                   MOVE TCT-INDEMN-VENCIDO(TCT-X) TO WSV-PORC-INDEMN
                   MOVE TCT-PREAVISO-VENCIDO(TCT-X)
                       TO WSV-PAGA-PREAVISO
               ELSE
                   MOVE TCT-INDEMN-OTRA(TCT-X) TO WSV-PORC-INDEMN
                   MOVE TCT-PREAVISO-OTRA(TCT-X) TO WSV-PAGA-PREAVISO
               END-IF
           END-IF.
       31L2-APLICAR-TIPO-END.
       EXIT.

       31K-BUSCAR-CONTRATO.
           MOVE 'N' TO WSF-CONTRATO-HALLADO.
           PERFORM 31K2-COMPARAR-CONTRATO
               VARYING WSX-KTR FROM 1 BY 1
               UNTIL WSX-KTR > WSV-CANT-CONTRATOS
                  OR WSS-CONTRATO-HALLADO.
           IF WSS-CONTRATO-HALLADO
               SET WSX-KTR DOWN BY 1
           END-IF.
       31K-BUSCAR-CONTRATO-END.
       EXIT.

       31K2-COMPARAR-CONTRATO.
           IF WSV-KTR-ID(WSX-KTR) = WSV-ID-BUSCADO-KTR
               SET WSS-CONTRATO-HALLADO TO TRUE
           END-IF.
       31K2-COMPARAR-CONTRATO-END.
       EXIT.

       31E-POSTEAR-LIQ-LINEA.
           MOVE WSV-NOMBRE-AUX       TO PR-NOMBRE.
           MOVE WSV-LIQ-CONCEPTO     TO PR-SENIORIDAD.
           MOVE WSV-LIQ-IMPORTE      TO PR-NETO.
           MOVE 'F'                  TO PR-TIPO-LINEA.
           MOVE ZERO                 TO PR-PERIODO-REF.
           MOVE ZERO                 TO PR-ADIC-ANTIG.
           MOVE ZERO                 TO PR-PRESENTISMO.
           MOVE SPACE                TO PR-PRESENT-ESTADO.
           MOVE SPACES               TO PR-PRESENT-MOTIVO.
           MOVE ZERO                 TO PR-PRESENT-CANT.
           MOVE WSV-COMPANIA-AUX     TO PR-COMPANIA.
           WRITE PR-RECORD.
           IF NOT WSS-MODO-SIMULACION
      * de la corrida.
           MOVE ZERO TO WSV-CANT-MEJHIST.
           MOVE 'N' TO WSF-FIN-LIQHIST.
      * Las lineas anuladas por una reversion (y la reversion misma)
      * no cuentan para el mejor sueldo.
           MOVE 'C' TO WSV-ANU-ACCION.
           CALL 'ANULHIST' USING WSV-ANU-ACCION PH-RECORD
               WSV-ANU-RESULTADO.
           OPEN INPUT PAYHIST-FILE.
           IF WSH-HIST-STATUS = '00'
               PERFORM 31F2-LEER-LIQHIST UNTIL WSS-FIN-LIQHIST
               AT END
                   SET WSS-FIN-LIQHIST TO TRUE
               NOT AT END
                   MOVE 'V' TO WSV-ANU-ACCION
                   CALL 'ANULHIST' USING WSV-ANU-ACCION PH-RECORD
                       WSV-ANU-RESULTADO
                   IF PH-RECORD(1:1) NOT = '*'
                       AND WSV-ANU-RESULTADO = 'N'
                       AND PH-TIPO-LINEA NOT = 'A'
                       AND PH-TIPO-LINEA NOT = 'D'
                       AND PH-TIPO-LINEA NOT = 'G'
                       AND PH-TIPO-LINEA NOT = 'F'
                       AND PH-TIPO-LINEA NOT = 'H'
                       AND PH-TIPO-LINEA NOT = 'V'
                       AND PH-TIPO-LINEA NOT = 'M'
                       AND PH-TIPO-LINEA NOT = 'N'
                       AND PH-TIPO-LINEA NOT = 'X'
                       PERFORM 31F3-ANOTAR-MEJOR-HIST
                   END-IF
      * El complemento de salario minimo es sueldo del mes: se suma
      * a la linea regular del mismo periodo como una novedad que
      * cuenta para la indemnizacion.
                   IF PH-RECORD(1:1) NOT = '*'
                       AND WSV-ANU-RESULTADO = 'N'
                       AND PH-TIPO-LINEA = 'M'
                       MOVE 'N' TO WSF-MEJHIST-HALLADO
                       PERFORM 31F6-COMPARAR-NOV-HIST
                           VARYING WSX-MEJH FROM 1 BY 1
                           UNTIL WSX-MEJH > WSV-CANT-MEJHIST
                              OR WSS-MEJHIST-HALLADO
                   END-IF
                   IF PH-RECORD(1:1) NOT = '*'
                       AND WSV-ANU-RESULTADO = 'N'
                       AND (PH-TIPO-LINEA = 'N'
                            OR PH-TIPO-LINEA = 'X')
                       PERFORM 31F5-NOVEDAD-HIST
                   END-IF
           END-READ.
       31F2-LEER-LIQHIST-END.
       EXIT.
               MOVE PH-NOMBRE TO WSV-MEJH-NOMBRE(WSX-MEJH)
               MOVE PH-SUELDO-MENSUAL
                   TO WSV-MEJH-SUELDO(WSX-MEJH)
               MOVE ZERO TO WSV-MEJH-PERIODO(WSX-MEJH)
               MOVE ZERO TO WSV-MEJH-ULTIMO(WSX-MEJH)
               IF PH-SUELDO-MENSUAL > ZERO
                   MOVE PH-PERIODO TO WSV-MEJH-PERIODO(WSX-MEJH)
                   MOVE PH-SUELDO-MENSUAL
                       TO WSV-MEJH-ULTIMO(WSX-MEJH)
               END-IF
           END-IF.
       31F3-ANOTAR-MEJOR-HIST-END.
       EXIT.
                   MOVE PH-SUELDO-MENSUAL
                       TO WSV-MEJH-SUELDO(WSX-MEJH)
               END-IF
      * La segunda linea de un traslado o de un pase de departamento
      * viaja sin sueldo y no es el ultimo mes.
               IF PH-SUELDO-MENSUAL > ZERO
                   MOVE PH-PERIODO TO WSV-MEJH-PERIODO(WSX-MEJH)
                   MOVE PH-SUELDO-MENSUAL
                       TO WSV-MEJH-ULTIMO(WSX-MEJH)
               END-IF
           END-IF.
       31F4-COMPARAR-MEJOR-HIST-END.
       EXIT.

       31F5-NOVEDAD-HIST.
      * Una novedad de haber que cuenta para la indemnizacion se
      * suma al sueldo de la linea regular del mismo periodo (que
      * en el historial la precede) y el mes vuelve a competir por
      * el mejor sueldo.
           MOVE PH-SENIORIDAD TO WSV-CONC-NOV-BUSCA.
           PERFORM 33H3-BUSCAR-CONC-NOV.
           IF WSS-CONC-NOV-HALLADO
               AND NC-EN-INDEMN
               MOVE 'N' TO WSF-MEJHIST-HALLADO
               PERFORM 31F6-COMPARAR-NOV-HIST
                   VARYING WSX-MEJH FROM 1 BY 1
                   UNTIL WSX-MEJH > WSV-CANT-MEJHIST
                      OR WSS-MEJHIST-HALLADO
           END-IF.
       31F5-NOVEDAD-HIST-END.
       EXIT.

       31F6-COMPARAR-NOV-HIST.
           IF ((PH-ID NOT = ZERO
                 AND WSV-MEJH-ID(WSX-MEJH) = PH-ID)
               OR ((PH-ID = ZERO
                    OR WSV-MEJH-ID(WSX-MEJH) = ZERO)
                   AND WSV-MEJH-NOMBRE(WSX-MEJH) = PH-NOMBRE))
              AND WSV-MEJH-PERIODO(WSX-MEJH) = PH-PERIODO
               SET WSS-MEJHIST-HALLADO TO TRUE
               ADD PH-IMPORTE-EXTRA TO WSV-MEJH-ULTIMO(WSX-MEJH)
               IF WSV-MEJH-ULTIMO(WSX-MEJH)
                   > WSV-MEJH-SUELDO(WSX-MEJH)
                   MOVE WSV-MEJH-ULTIMO(WSX-MEJH)
                       TO WSV-MEJH-SUELDO(WSX-MEJH)
               END-IF
           END-IF.
       31F6-COMPARAR-NOV-HIST-END.
       EXIT.

       31H-BUSCAR-MEJOR-HIST.
           MOVE ZERO TO WSV-MEJOR-SUELDO-HIST.
           MOVE 'N' TO WSF-MEJHIST-HALLADO.
                   MOVE 'VACLIQ' TO WSV-LIQ-CONCEPTO
                   MOVE WSV-PAGO-VACACIONES TO WSV-LIQ-IMPORTE
                   PERFORM 31E-POSTEAR-LIQ-LINEA
                   MOVE WSV-VAC-SALDO(WSX-VAC) TO WSV-VAC-SALDO-ANT
                   MOVE ZERO TO WSV-VAC-SALDO(WSX-VAC)
                   PERFORM 33G-ANOTAR-VACMOV
               END-IF
           END-IF.
       31G-PAGAR-VACACIONES-END.
           COMPUTE WSV-PARTE-NETO =
               WSV-PARTE-PRORRATEADO + WSV-PARTE-BONO
               + WSV-PARTE-EXTRA - WSV-PARTE-DEDUCC.
           COMPUTE WSV-PARTE-ANTIG ROUNDED =
               WSV-ANTIG-PERIODO-AUX * WSV-DIAS-CIA-ANT / 30.
           COMPUTE WSV-PARTE-PRESENT ROUNDED =
               WSV-PRESENT-PERIODO-AUX * WSV-DIAS-CIA-ANT / 30.
           MOVE WSV-PRESENT-ESTADO-AUX TO PR-PRESENT-ESTADO.
           MOVE WSV-PRESENT-MOTIVO-AUX TO PR-PRESENT-MOTIVO.
           MOVE WSV-PRESENT-CANT-AUX TO PR-PRESENT-CANT.
           MOVE 'T' TO PR-TIPO-LINEA.
           MOVE WSV-TRA-CIA-ANT(WSX-TRA) TO PR-COMPANIA.
           MOVE WSV-PARTE-PRORRATEADO TO PR-SUELDO-PRORRATEADO.
           MOVE WSV-PARTE-EXTRA TO PR-IMPORTE-EXTRA.
           MOVE WSV-PARTE-DEDUCC TO PR-DEDUCCIONES.
           MOVE WSV-PARTE-NETO TO PR-NETO.
           MOVE WSV-PARTE-ANTIG TO PR-ADIC-ANTIG.
           MOVE WSV-PARTE-PRESENT TO PR-PRESENTISMO.
      * El sueldo anual y el sueldo mensual viajan enteros en la
      * primera linea, para que los hash de control del registro
      * sigan cerrando y el mes no quede dos veces en el historial.
           COMPUTE PR-DEDUCCIONES =
               WSV-DEDUCCIONES-AUX - WSV-PARTE-DEDUCC.
           COMPUTE PR-NETO = WSV-NETO-AUX - WSV-PARTE-NETO.
           COMPUTE PR-ADIC-ANTIG =
               WSV-ANTIG-PERIODO-AUX - WSV-PARTE-ANTIG.
           COMPUTE PR-PRESENTISMO =
               WSV-PRESENT-PERIODO-AUX - WSV-PARTE-PRESENT.
           MOVE ZERO TO PR-SUELDO-ANUAL.
           MOVE ZERO TO PR-SUELDO-MENSUAL.
           WRITE PR-RECORD.
           COMPUTE WSV-PARTE-NETO =
               WSV-PARTE-PRORRATEADO + WSV-PARTE-BONO
               + WSV-PARTE-EXTRA - WSV-PARTE-DEDUCC.
           COMPUTE WSV-PARTE-ANTIG ROUNDED =
               WSV-ANTIG-PERIODO-AUX * WSV-DIAS-CIA-ANT / 30.
           COMPUTE WSV-PARTE-PRESENT ROUNDED =
               WSV-PRESENT-PERIODO-AUX * WSV-DIAS-CIA-ANT / 30.
           MOVE WSV-PRESENT-ESTADO-AUX TO PR-PRESENT-ESTADO.
           MOVE WSV-PRESENT-MOTIVO-AUX TO PR-PRESENT-MOTIVO.
           MOVE WSV-PRESENT-CANT-AUX TO PR-PRESENT-CANT.
           MOVE 'E' TO PR-TIPO-LINEA.
           MOVE WSV-DEPARTAMENTO-AUX TO PR-DEPARTAMENTO.
           MOVE WSV-PARTE-PRORRATEADO TO PR-SUELDO-PRORRATEADO.
           MOVE WSV-PARTE-EXTRA TO PR-IMPORTE-EXTRA.
           MOVE WSV-PARTE-DEDUCC TO PR-DEDUCCIONES.
           MOVE WSV-PARTE-NETO TO PR-NETO.
           MOVE WSV-PARTE-ANTIG TO PR-ADIC-ANTIG.
           MOVE WSV-PARTE-PRESENT TO PR-PRESENTISMO.
      * El sueldo anual y el sueldo mensual viajan enteros en la
      * primera linea, para que los hash de control del registro
      * sigan cerrando y el mes no quede dos veces en el historial.
           COMPUTE PR-DEDUCCIONES =
               WSV-DEDUCCIONES-AUX - WSV-PARTE-DEDUCC.
           COMPUTE PR-NETO = WSV-NETO-AUX - WSV-PARTE-NETO.
           COMPUTE PR-ADIC-ANTIG =
               WSV-ANTIG-PERIODO-AUX - WSV-PARTE-ANTIG.
           COMPUTE PR-PRESENTISMO =
               WSV-PRESENT-PERIODO-AUX - WSV-PARTE-PRESENT.
           MOVE ZERO TO PR-SUELDO-ANUAL.
           MOVE ZERO TO PR-SUELDO-MENSUAL.
           WRITE PR-RECORD.
       35G-ESCRIBIR-CAMBIO-DEPTO-END.
       EXIT.

       35J-ASIGNACIONES-FAMILIARES.
      * Asignaciones familiares: no remunerativas, van en su propia
      * linea 'H' y no entran en la base de ganancias. La edad se
      * mide al primer dia del periodo: el hijo que llego al tope
      * deja de cobrar solo, sin tocar el archivo de dependientes.
           MOVE ZERO TO WSV-ASIG-TOTAL.
           COMPUTE WSV-ASIG-FECHA-REF = WSH-PERIODO * 100 + 1.
           PERFORM 35K-EVALUAR-DEPENDIENTE
               VARYING WSX-DEP FROM 1 BY 1
               UNTIL WSX-DEP > WSV-CANT-DEPENDIENTES.
           IF WSV-ASIG-TOTAL > ZERO
               PERFORM 35M-POSTEAR-ASIGNACION
           END-IF.
       35J-ASIGNACIONES-FAMILIARES-END.
       EXIT.

       35K-EVALUAR-DEPENDIENTE.
           IF WSV-DEP-ID(WSX-DEP) = WSV-ID-AUX
               IF WSV-DEP-CONSTANCIA(WSX-DEP) NOT = 'S'
                   DISPLAY 'ASIG. FAMILIAR SIN CONSTANCIA: '
                       WSV-NOMBRE-AUX ' ' WSV-DEP-NOMBRE(WSX-DEP)
               ELSE
                   PERFORM 35L-BUSCAR-ASIGNACION
                   IF WSX-ASG-ELEGIDA > ZERO
                       PERFORM 35K2-CONTROLAR-EDAD
                   END-IF
               END-IF
           END-IF.
       35K-EVALUAR-DEPENDIENTE-END.
       EXIT.

       35K2-CONTROLAR-EDAD.
           SET WSX-ASG TO WSX-ASG-ELEGIDA.
           MOVE 'Y' TO WSF-ASIG-PAGA.
           IF WSC-ASG-EDAD-TOPE(WSX-ASG) > ZERO
               CALL 'CALCEDAD' USING WSV-DEP-FECHA-NAC(WSX-DEP)
                   WSV-ASIG-FECHA-REF WSV-ASIG-EDAD
                   WSV-ASIG-FECHA-VALIDA
               IF WSV-ASIG-FECHA-VALIDA NOT = 'Y'
                   MOVE 'N' TO WSF-ASIG-PAGA
                   DISPLAY 'ASIG. FAMILIAR, FECHA DE NACIMIENTO '
                       'INVALIDA: ' WSV-NOMBRE-AUX ' '
                       WSV-DEP-NOMBRE(WSX-DEP)
               ELSE
                   IF WSV-ASIG-EDAD NOT < WSC-ASG-EDAD-TOPE(WSX-ASG)
                       MOVE 'N' TO WSF-ASIG-PAGA
                       DISPLAY 'ASIG. FAMILIAR, FUERA DE EDAD: '
                           WSV-NOMBRE-AUX ' '
                           WSV-DEP-NOMBRE(WSX-DEP) ' '
                           WSV-ASIG-EDAD
                   END-IF
               END-IF
           END-IF.
           IF WSS-ASIG-PAGA
               ADD WSC-ASG-IMPORTE(WSX-ASG) TO WSV-ASIG-TOTAL
           END-IF.
       35K2-CONTROLAR-EDAD-END.
       EXIT.

       35L-BUSCAR-ASIGNACION.
      * Fila vigente del tipo de dependiente para la banda del
      * sueldo mensual: la de vigencia mas reciente y, dentro de
      * ella, la banda mas baja que cubre el sueldo. Por encima
      * de la ultima banda no corresponde asignacion.
           MOVE ZERO TO WSX-ASG-ELEGIDA.
           PERFORM 35L2-COMPARAR-ASIGNACION
               VARYING WSX-ASG FROM 1 BY 1
               UNTIL WSX-ASG > WSC-CANT-ASIGNACIONES.
       35L-BUSCAR-ASIGNACION-END.
       EXIT.

       35L2-COMPARAR-ASIGNACION.
           IF WSC-ASG-TIPO(WSX-ASG) = WSV-DEP-TIPO(WSX-DEP)
               AND WSC-ASG-VIGENCIA(WSX-ASG) NOT > WSH-PERIODO
               AND WSV-SUELDO-AUX NOT > WSC-ASG-HASTA(WSX-ASG)
               IF WSX-ASG-ELEGIDA = ZERO
                   SET WSX-ASG-ELEGIDA TO WSX-ASG
               ELSE
                   IF WSC-ASG-VIGENCIA(WSX-ASG)
                       > WSC-ASG-VIGENCIA(WSX-ASG-ELEGIDA)
                      OR (WSC-ASG-VIGENCIA(WSX-ASG)
                          = WSC-ASG-VIGENCIA(WSX-ASG-ELEGIDA)
                          AND WSC-ASG-HASTA(WSX-ASG)
                              < WSC-ASG-HASTA(WSX-ASG-ELEGIDA))
                       SET WSX-ASG-ELEGIDA TO WSX-ASG
                   END-IF
               END-IF
           END-IF.
       35L2-COMPARAR-ASIGNACION-END.
       EXIT.

       35M-POSTEAR-ASIGNACION.
           MOVE WSV-NOMBRE-AUX       TO PR-NOMBRE.
           MOVE 'ASGFAM'             TO PR-SENIORIDAD.
           MOVE ZERO                 TO PR-SUELDO-MENSUAL.
           MOVE ZERO                 TO PR-SUELDO-ANUAL.
           MOVE ZERO                 TO PR-BONO.
           MOVE ZERO                 TO PR-DEDUCCIONES.
           MOVE ZERO                 TO PR-IMPORTE-EXTRA.
           MOVE WSH-PERIODO          TO PR-PERIODO.
           MOVE WSV-DEPARTAMENTO-AUX TO PR-DEPARTAMENTO.
           MOVE WSV-ID-AUX           TO PR-ID.
           MOVE WSV-ASIG-TOTAL       TO PR-SUELDO-PRORRATEADO.
           MOVE WSV-ASIG-TOTAL       TO PR-NETO.
           MOVE 'H'                  TO PR-TIPO-LINEA.
           MOVE ZERO                 TO PR-PERIODO-REF.
           MOVE ZERO                 TO PR-ADIC-ANTIG.
           MOVE ZERO                 TO PR-PRESENTISMO.
           MOVE SPACE                TO PR-PRESENT-ESTADO.
           MOVE SPACES               TO PR-PRESENT-MOTIVO.
           MOVE ZERO                 TO PR-PRESENT-CANT.
           MOVE WSV-COMPANIA-AUX     TO PR-COMPANIA.
           WRITE PR-RECORD.
           IF NOT WSS-MODO-SIMULACION
      * Igual que la liquidacion final: en el historial el importe
      * viaja en PH-IMPORTE-EXTRA.
               MOVE WSV-ASIG-TOTAL TO PR-IMPORTE-EXTRA
               PERFORM 35B-REGISTRAR-HISTORIAL
               MOVE ZERO TO PR-IMPORTE-EXTRA
           END-IF.
           ADD WSV-ASIG-TOTAL TO WSR-TOTAL-ASIGNACIONES.
           DISPLAY 'ASIG. FAMILIAR ' WSV-NOMBRE-AUX ' '
               WSV-ASIG-TOTAL.
       35M-POSTEAR-ASIGNACION-END.
       EXIT.

       35N-REINTEGRAR-GASTOS.
      * Rendiciones de gastos aprobadas y no pagadas: todas las del
      * empleado van en una sola linea 'V' no remunerativa. Cada una
      * queda marcada pagada con el periodo para no reintegrarla
      * dos veces; en simulacion no se marca nada.
           MOVE ZERO TO WSV-REINTEGRO-TOTAL.
           PERFORM 35N2-SUMAR-GASTO
               VARYING WSX-GTO FROM 1 BY 1
               UNTIL WSX-GTO > WSV-CANT-GASTOS.
           IF WSV-REINTEGRO-TOTAL > ZERO
               PERFORM 35P-POSTEAR-REINTEGRO
           END-IF.
       35N-REINTEGRAR-GASTOS-END.
       EXIT.

       35N2-SUMAR-GASTO.
           MOVE WSV-GTO-REGISTRO(WSX-GTO) TO GT-RECORD.
           IF GT-ID = WSV-ID-AUX
               AND GT-APROBADO
               ADD GT-IMPORTE TO WSV-REINTEGRO-TOTAL
               DISPLAY 'REINTEGRO ' WSV-NOMBRE-AUX ' RENDICION '
                   GT-NUMERO ' ' GT-CATEGORIA ' ' GT-IMPORTE
               IF NOT WSS-MODO-SIMULACION
                   SET GT-PAGADO TO TRUE
                   MOVE WSH-PERIODO TO GT-PERIODO-PAGO
                   MOVE GT-RECORD TO WSV-GTO-REGISTRO(WSX-GTO)
                   SET WSS-GASTOS-MOVIDOS TO TRUE
               END-IF
           END-IF.
       35N2-SUMAR-GASTO-END.
       EXIT.

       35P-POSTEAR-REINTEGRO.
           MOVE WSV-NOMBRE-AUX       TO PR-NOMBRE.
           MOVE 'REINTG'             TO PR-SENIORIDAD.
           MOVE ZERO                 TO PR-SUELDO-MENSUAL.
           MOVE ZERO                 TO PR-SUELDO-ANUAL.
           MOVE ZERO                 TO PR-BONO.
           MOVE ZERO                 TO PR-DEDUCCIONES.
           MOVE ZERO                 TO PR-IMPORTE-EXTRA.
           MOVE WSH-PERIODO          TO PR-PERIODO.
           MOVE WSV-DEPARTAMENTO-AUX TO PR-DEPARTAMENTO.
           MOVE WSV-ID-AUX           TO PR-ID.
           MOVE WSV-REINTEGRO-TOTAL  TO PR-SUELDO-PRORRATEADO.
           MOVE WSV-REINTEGRO-TOTAL  TO PR-NETO.
           MOVE 'V'                  TO PR-TIPO-LINEA.
           MOVE ZERO                 TO PR-PERIODO-REF.
           MOVE ZERO                 TO PR-ADIC-ANTIG.
           MOVE ZERO                 TO PR-PRESENTISMO.
           MOVE SPACE                TO PR-PRESENT-ESTADO.
           MOVE SPACES               TO PR-PRESENT-MOTIVO.
           MOVE ZERO                 TO PR-PRESENT-CANT.
           MOVE WSV-COMPANIA-AUX     TO PR-COMPANIA.
           WRITE PR-RECORD.
           IF NOT WSS-MODO-SIMULACION
      * Como la asignacion familiar: en el historial el importe
      * viaja en PH-IMPORTE-EXTRA.
               MOVE WSV-REINTEGRO-TOTAL TO PR-IMPORTE-EXTRA
               PERFORM 35B-REGISTRAR-HISTORIAL
               MOVE ZERO TO PR-IMPORTE-EXTRA
           END-IF.
           ADD WSV-REINTEGRO-TOTAL TO WSR-TOTAL-REINTEGROS.
       35P-POSTEAR-REINTEGRO-END.
       EXIT.

       35R-POSTEAR-COMPL-SALMIN.
      * Complemento hasta el salario minimo: linea propia 'M' para
      * que se vea aparte en el registro, el recibo y el asiento.
      * Es remunerativo, asi que en el historial queda en la base
      * de ganancias de los meses siguientes.
           MOVE WSV-NOMBRE-AUX       TO PR-NOMBRE.
           MOVE 'SALMIN'             TO PR-SENIORIDAD.
           MOVE ZERO                 TO PR-SUELDO-MENSUAL.
           MOVE ZERO                 TO PR-SUELDO-ANUAL.
           MOVE ZERO                 TO PR-BONO.
           MOVE ZERO                 TO PR-DEDUCCIONES.
           MOVE ZERO                 TO PR-IMPORTE-EXTRA.
           MOVE WSH-PERIODO          TO PR-PERIODO.
           MOVE WSV-DEPARTAMENTO-AUX TO PR-DEPARTAMENTO.
           MOVE WSV-ID-AUX           TO PR-ID.
           MOVE WSV-SALMIN-DIFER-AUX TO PR-SUELDO-PRORRATEADO.
           MOVE WSV-SALMIN-DIFER-AUX TO PR-NETO.
           MOVE 'M'                  TO PR-TIPO-LINEA.
           MOVE ZERO                 TO PR-PERIODO-REF.
           MOVE ZERO                 TO PR-ADIC-ANTIG.
           MOVE ZERO                 TO PR-PRESENTISMO.
           MOVE SPACE                TO PR-PRESENT-ESTADO.
           MOVE SPACES               TO PR-PRESENT-MOTIVO.
           MOVE ZERO                 TO PR-PRESENT-CANT.
           MOVE WSV-COMPANIA-AUX     TO PR-COMPANIA.
           WRITE PR-RECORD.
           IF NOT WSS-MODO-SIMULACION
      * Como la asignacion familiar: en el historial el importe
      * viaja en PH-IMPORTE-EXTRA.
               MOVE WSV-SALMIN-DIFER-AUX TO PR-IMPORTE-EXTRA
               PERFORM 35B-REGISTRAR-HISTORIAL
               MOVE ZERO TO PR-IMPORTE-EXTRA
           END-IF.
           ADD WSV-SALMIN-DIFER-AUX TO WSR-TOTAL-COMPL-SALMIN.
           DISPLAY 'COMPLEMENTO SALARIO MINIMO ' WSV-NOMBRE-AUX ' '
               WSV-SALMIN-DIFER-AUX.
       35R-POSTEAR-COMPL-SALMIN-END.
       EXIT.

       35S-POSTEAR-NOVEDADES.
      * Cada novedad tomada en 33H: el haber va como linea propia
      * ('N' gravada, 'X' no gravada, PR-SENIORIDAD el concepto),
      * toda novedad deja su fila en NOVDET para el recibo y el
      * asiento, y queda aplicada con el periodo. En simulacion no
      * se marca nada.
           IF WSV-NOV-TOMADA(WSX-NOV) = 'S'
               MOVE WSV-NOV-REGISTRO(WSX-NOV) TO NV-RECORD
               IF NV-ID = WSV-ID-AUX
                   MOVE NV-CONCEPTO TO WSV-CONC-NOV-BUSCA
                   PERFORM 33H3-BUSCAR-CONC-NOV
                   IF NC-HABER
                       PERFORM 35S2-POSTEAR-HABER-NOV
                   END-IF
                   IF WSS-NOVDET-ABIERTO
                       PERFORM 35S3-ANOTAR-NOVDET
                   END-IF
                   ADD 1 TO WSR-CANT-NOV-APLICADAS
                   DISPLAY 'NOVEDAD ' WSV-NOMBRE-AUX ' ' NV-CONCEPTO
                       ' ' NC-TIPO ' ' NV-IMPORTE
                   MOVE 'L' TO WSV-NOV-TOMADA(WSX-NOV)
                   IF NOT WSS-MODO-SIMULACION
                       SET NV-APLICADA TO TRUE
                       MOVE WSH-PERIODO TO NV-PERIODO-APLIC
                       MOVE NV-RECORD TO WSV-NOV-REGISTRO(WSX-NOV)
                       SET WSS-NOVEDADES-MOVIDAS TO TRUE
                   END-IF
               END-IF
           END-IF.
       35S-POSTEAR-NOVEDADES-END.
       EXIT.

       35S2-POSTEAR-HABER-NOV.
           MOVE WSV-NOMBRE-AUX       TO PR-NOMBRE.
           MOVE NV-CONCEPTO          TO PR-SENIORIDAD.
           MOVE ZERO                 TO PR-SUELDO-MENSUAL.
           MOVE ZERO                 TO PR-SUELDO-ANUAL.
           MOVE ZERO                 TO PR-BONO.
           MOVE ZERO                 TO PR-DEDUCCIONES.
           MOVE ZERO                 TO PR-IMPORTE-EXTRA.
           MOVE WSH-PERIODO          TO PR-PERIODO.
           MOVE WSV-DEPARTAMENTO-AUX TO PR-DEPARTAMENTO.
           MOVE WSV-ID-AUX           TO PR-ID.
           MOVE NV-IMPORTE           TO PR-SUELDO-PRORRATEADO.
           MOVE NV-IMPORTE           TO PR-NETO.
           IF NC-ES-GRAVADO
               MOVE 'N'              TO PR-TIPO-LINEA
           ELSE
               MOVE 'X'              TO PR-TIPO-LINEA
           END-IF.
           MOVE ZERO                 TO PR-PERIODO-REF.
           MOVE ZERO                 TO PR-ADIC-ANTIG.
           MOVE ZERO                 TO PR-PRESENTISMO.
           MOVE SPACE                TO PR-PRESENT-ESTADO.
           MOVE SPACES               TO PR-PRESENT-MOTIVO.
           MOVE ZERO                 TO PR-PRESENT-CANT.
           MOVE WSV-COMPANIA-AUX     TO PR-COMPANIA.
           WRITE PR-RECORD.
           IF NOT WSS-MODO-SIMULACION
      * Como la asignacion familiar: en el historial el importe
      * viaja en PH-IMPORTE-EXTRA.
               MOVE NV-IMPORTE TO PR-IMPORTE-EXTRA
               PERFORM 35B-REGISTRAR-HISTORIAL
               MOVE ZERO TO PR-IMPORTE-EXTRA
           END-IF.
           ADD NV-IMPORTE TO WSR-TOTAL-NOV-HABERES.
       35S2-POSTEAR-HABER-NOV-END.
       EXIT.

       35S3-ANOTAR-NOVDET.
           MOVE WSV-ID-AUX           TO ND-ID.
           MOVE WSV-NOMBRE-AUX       TO ND-NOMBRE.
           MOVE NV-CONCEPTO          TO ND-CONCEPTO.
           MOVE NC-DESCRIPCION       TO ND-DESCRIPCION.
           MOVE NC-TIPO              TO ND-TIPO.
           MOVE NC-GRAVADO           TO ND-GRAVADO.
           MOVE NV-IMPORTE           TO ND-IMPORTE.
           MOVE WSH-PERIODO          TO ND-PERIODO.
           MOVE WSV-COMPANIA-AUX     TO ND-COMPANIA.
           MOVE WSV-DEPARTAMENTO-AUX TO ND-DEPARTAMENTO.
           MOVE NC-CUENTA            TO ND-CUENTA.
           WRITE ND-RECORD.
       35S3-ANOTAR-NOVDET-END.
       EXIT.

       35B-REGISTRAR-HISTORIAL.
           MOVE PR-NOMBRE        TO PH-NOMBRE.
           MOVE PR-SENIORIDAD    TO PH-SENIORIDAD.

       36B-ACUMULAR-TOTALES-CONTROL.
           ADD 1 TO WSR-TOTAL-EMPLEADOS.
           ADD WSV-FTE-AUX TO WSR-TOTAL-FTE.
           ADD WSV-SUELDO-ANUAL-AUX TO WSR-TOTAL-SUELDO-ANUAL.
           ADD WSV-BONO-AUX         TO WSR-TOTAL-BONO.
           IF WSS-PRIMER-EMPLEADO
               MOVE WSV-SUELDO-ANUAL-AUX
                   TO WSR-DEPRES-SUELDO-ANUAL(WSX-DEPRES)
               MOVE WSV-BONO-AUX TO WSR-DEPRES-BONO(WSX-DEPRES)
               MOVE WSV-APORTES-AUX
                   TO WSR-DEPRES-APORTES(WSX-DEPRES)
               MOVE WSV-FTE-AUX TO WSR-DEPRES-FTE(WSX-DEPRES)
           END-IF.
       36C-ACUMULAR-DEPTO-END.
       EXIT.
               ADD WSV-SUELDO-ANUAL-AUX
                   TO WSR-DEPRES-SUELDO-ANUAL(WSX-DEPRES)
               ADD WSV-BONO-AUX TO WSR-DEPRES-BONO(WSX-DEPRES)
               ADD WSV-APORTES-AUX
                   TO WSR-DEPRES-APORTES(WSX-DEPRES)
               ADD WSV-FTE-AUX TO WSR-DEPRES-FTE(WSX-DEPRES)
               MOVE 'Y' TO WSF-DEPRES-HALLADO
           END-IF.
       36D-BUSCAR-DEPTO-RES-END.
               ' LIQ. FINAL: ' WSR-TOTAL-LIQ-FINAL.
           DISPLAY 'BAJAS ANTERIORES OMITIDAS: '
               WSR-CANT-BAJAS-PREVIAS.
           IF WSC-CANT-APORTES > ZERO
               DISPLAY 'CONTRIBUCIONES PATRONALES DEL PERIODO: '
                   WSR-TOTAL-APORTES
           END-IF.
           IF WSV-CANT-EMBARGOS > ZERO
               DISPLAY 'EMBARGOS RETENIDOS DEL PERIODO: '
                   WSR-TOTAL-EMBARGOS
           END-IF.
           IF WSC-CANT-ASIGNACIONES > ZERO
               DISPLAY 'ASIGNACIONES FAMILIARES DEL PERIODO: '
                   WSR-TOTAL-ASIGNACIONES
           END-IF.
           IF WSV-CANT-GASTOS > ZERO
               DISPLAY 'REINTEGROS DE GASTOS DEL PERIODO: '
                   WSR-TOTAL-REINTEGROS
           END-IF.
           IF WSV-CANT-NOVEDADES > ZERO
               DISPLAY 'NOVEDADES APLICADAS DEL PERIODO:      '
                   WSR-CANT-NOV-APLICADAS
               DISPLAY 'HABERES POR NOVEDADES:                '
                   WSR-TOTAL-NOV-HABERES
               DISPLAY 'DESCUENTOS POR NOVEDADES:             '
                   WSR-TOTAL-NOV-DESCUENTOS
               IF WSR-CANT-NOV-SIN-CONCEPTO > ZERO
                   DISPLAY 'NOVEDADES SIN CONCEPTO (PENDIENTES): '
                       WSR-CANT-NOV-SIN-CONCEPTO
               END-IF
           END-IF.
           IF WSR-CANT-SUPLEMENTOS > ZERO
               DISPLAY 'SUPLEMENTOS PERSONALES DEL PERIODO:   '
                   WSR-TOTAL-SUPLEMENTOS
           END-IF.
           IF WSR-CANT-JORNADA-PARCIAL > ZERO
               DISPLAY 'EMPLEADOS CON JORNADA PARCIAL:        '
                   WSR-CANT-JORNADA-PARCIAL
           END-IF.
           IF WSR-CANT-BAJO-SALMIN > ZERO
               DISPLAY 'EMPLEADOS DEBAJO DEL SALARIO MINIMO:  '
                   WSR-CANT-BAJO-SALMIN
               DISPLAY 'COMPLEMENTOS AL SALARIO MINIMO:       '
                   WSR-TOTAL-COMPL-SALMIN
           END-IF.
           IF WSR-TOTAL-ANTIGUEDAD > ZERO
               DISPLAY 'ADICIONAL POR ANTIGUEDAD DEL PERIODO: '
                   WSR-TOTAL-ANTIGUEDAD
           END-IF.
           IF WSC-PORC-PRESENT > ZERO
               DISPLAY 'PRESENTISMO DEL PERIODO:              '
                   WSR-TOTAL-PRESENTISMO
               DISPLAY 'PRESENTISMOS PERDIDOS (VER PRESREPT): '
                   WSR-CANT-PRESENT-PERDIDOS
           END-IF.
           DISPLAY ' '.
           DISPLAY '=== RESUMEN POR DEPARTAMENTO ==='.
           PERFORM 40B-RESUMEN-DEPTO
           CALL 'MENSAJES' USING WSF-IDIOMA-OPERADOR
               WSV-COD-MENSAJE MSJ-TEXTO.
           DISPLAY FUNCTION TRIM(MSJ-TEXTO) ' ' WSR-TOTAL-EMPLEADOS.
           MOVE WSR-TOTAL-FTE TO WSV-FTE-ED.
           DISPLAY 'DOTACION EQUIVALENTE (FTE): ' WSV-FTE-ED.
           MOVE 020 TO WSV-COD-MENSAJE.
           CALL 'MENSAJES' USING WSF-IDIOMA-OPERADOR
               WSV-COD-MENSAJE MSJ-TEXTO.
       EXIT.

       40B-RESUMEN-DEPTO.
           MOVE WSR-DEPRES-FTE(WSX-DEPRES) TO WSV-FTE-ED.
           DISPLAY WSR-DEPRES-NOMBRE(WSX-DEPRES)
               ' CANT: ' WSR-DEPRES-CANT(WSX-DEPRES)
               ' FTE: ' WSV-FTE-ED
               ' SUELDO ANUAL: ' WSR-DEPRES-SUELDO-ANUAL(WSX-DEPRES)
               ' BONO: ' WSR-DEPRES-BONO(WSX-DEPRES)
               ' CONTRIB. PATRONAL: '
               WSR-DEPRES-APORTES(WSX-DEPRES).
       40B-RESUMEN-DEPTO-END.
       EXIT.

       40D-COMPARAR-PRESUPUESTO.
           IF WSV-BUD-DEPTO(WSX-BUD)
               = WSR-DEPRES-NOMBRE(WSX-DEPRES)
      * El costo real del departamento incluye las contribuciones
      * patronales del periodo, no solo el sueldo.
               COMPUTE WSV-COSTO-MES-DEPTO ROUNDED =
                   WSR-DEPRES-SUELDO-ANUAL(WSX-DEPRES) / 12
                   + WSR-DEPRES-APORTES(WSX-DEPRES)
               MOVE WSR-DEPRES-FTE(WSX-DEPRES) TO WSV-FTE-ED
               DISPLAY WSV-BUD-DEPTO(WSX-BUD)
                   ' DOTACION ' WSR-DEPRES-CANT(WSX-DEPRES)
                   '/' WSV-BUD-HEADCOUNT(WSX-BUD)
                   ' FTE ' WSV-FTE-ED
                   ' COSTO MES ' WSV-COSTO-MES-DEPTO
                   ' PRESUPUESTO ' WSV-BUD-IMPORTE(WSX-BUD)
               IF WSR-DEPRES-CANT(WSX-DEPRES)
           IF NOT WSS-MODO-SIMULACION
               PERFORM 41-ACTUALIZAR-YTD
               PERFORM 42-LIMPIAR-CHECKPOINT
               IF WSS-PARTICION
                   PERFORM 47R-SEGMENTOS-PARTICION
               END-IF
               IF WSS-PRESTAMOS-MOVIDOS OR WSS-PARTICION
                   PERFORM 47-REGRABAR-PRESTAMOS
               END-IF
               IF WSS-EMBARGOS-MOVIDOS OR WSS-PARTICION
                   PERFORM 47G-REGRABAR-EMBARGOS
               END-IF
               IF WSS-GASTOS-MOVIDOS OR WSS-PARTICION
                   PERFORM 47J-REGRABAR-GASTOS
               END-IF
               IF WSS-NOVEDADES-MOVIDAS OR WSS-PARTICION
                   PERFORM 47P-REGRABAR-NOVEDADES
               END-IF
               PERFORM 47L-ANULAR-REFERIDO
                   VARYING WSX-REF FROM 1 BY 1
                   UNTIL WSX-REF > WSV-CANT-REFERIDOS
               IF WSS-REFERIDOS-MOVIDOS OR WSS-PARTICION
                   PERFORM 47N-REGRABAR-REFERIDOS
               END-IF
               IF WSS-TRASLADOS-MOVIDOS OR WSS-PARTICION
                   PERFORM 47C-REGRABAR-TRASLADOS
               END-IF
               IF WSS-CAMBIOS-MOVIDOS OR WSS-PARTICION
                   PERFORM 47E-REGRABAR-CAMBIOS
               END-IF
           END-IF.
               UNTIL WSX-AUS > WSV-CANT-AUSENCIAS.
           IF NOT WSS-MODO-SIMULACION
               PERFORM 49-REGRABAR-VACSALDO
               IF WSS-ATRASOS-MOVIDOS OR WSS-PARTICION
                   PERFORM 49C-REGRABAR-ATRASOS
               END-IF
           END-IF.
               MOVE WSV-REGISTRO-CONTROL TO PH-RECORD
               WRITE PH-RECORD
               CLOSE PAYHIST-FILE
               MOVE 'PAYHIST' TO WSV-NOMBRE-HISTORIAL
           END-IF.
           IF WSS-DETALLE-ABIERTO
               CLOSE DEDDET-FILE
               CLOSE HORASDET-FILE
               MOVE 'N' TO WSF-HORASDET-ABIERTO
           END-IF.
           IF WSS-VACMOV-ABIERTO
               CLOSE VACMOV-FILE
               MOVE 'N' TO WSF-VACMOV-ABIERTO
           END-IF.
           IF WSS-CONTDET-ABIERTO
               CLOSE CONTDET-FILE
               MOVE 'N' TO WSF-CONTDET-ABIERTO
           END-IF.
           IF WSS-EMBDET-ABIERTO
               CLOSE EMBDET-FILE
               MOVE 'N' TO WSF-EMBDET-ABIERTO
           END-IF.
           IF WSS-NOVDET-ABIERTO
               CLOSE NOVDET-FILE
               MOVE 'N' TO WSF-NOVDET-ABIERTO
           END-IF.
           CLOSE EXCEPTIONS2-FILE.
           PERFORM 43-ORDENAR-PAYROLLREG.
           IF NOT WSS-SORT-FALLIDO
               PERFORM 43B-ENVOLVER-REGISTRO
           END-IF.
           IF NOT WSS-MODO-SIMULACION
               AND NOT WSS-PARTICION
               PERFORM 44-GENERAR-INDEXADO
               PERFORM 44B-MARCAR-PENDIENTE
           END-IF.
           IF WSS-PARTICION
               AND NOT WSS-MODO-SIMULACION
               DISPLAY 'EJERCICIO02: SEGMENTO ' WSV-NOMBRE-REGISTRO
                   ' LISTO; CORRER PAYMERGE CUANDO TERMINEN TODAS '
                   'LAS COMPANIAS'
           END-IF.
           MOVE 'F' TO WSV-EVENTO-RUNLOG.
           MOVE WSR-TOTAL-EMPLEADOS TO WSV-CANT-RUNLOG.
           PERFORM 04B-ANOTAR-RUNLOG.
      * Las correcciones consumidas recien se vacian cuando la
      * corrida posteo de verdad y llego entera hasta aca.
      * Solo las correcciones consumidas salen del archivo: las
           MOVE AJ-DEPARTAMENTO  TO PR-DEPARTAMENTO.
           MOVE AJ-ID            TO PR-ID.
           MOVE AJ-PERIODO       TO PR-PERIODO-REF.
           MOVE ZERO             TO PR-ADIC-ANTIG.
           MOVE ZERO             TO PR-PRESENTISMO.
           MOVE SPACE            TO PR-PRESENT-ESTADO.
           MOVE SPACES           TO PR-PRESENT-MOTIVO.
           MOVE ZERO             TO PR-PRESENT-CANT.
           MOVE AJ-COMPANIA      TO PR-COMPANIA.
           IF AJ-DIFERENCIA < ZERO
               MOVE 'D' TO PR-TIPO-LINEA
       EXIT.

       39B-EVALUAR-GANANCIA.
      * La base anual va neta de las deducciones personales del
      * anio completo.
           MOVE WSV-GAN-ID(WSX-GAN) TO WSV-DDP-ID.
           MOVE 12 TO WSV-DDP-MES.
           PERFORM 34G2-DEDUCC-PERSONAL-ACUM.
           IF WSV-GAN-IMPONIBLE(WSX-GAN) > WSV-DDP-ACUMULADO
               COMPUTE WSV-BASE-IMPONIBLE =
                   WSV-GAN-IMPONIBLE(WSX-GAN) - WSV-DDP-ACUMULADO
           ELSE
               MOVE ZERO TO WSV-BASE-IMPONIBLE
           END-IF.
           PERFORM 34F-CALCULAR-IMPUESTO.
           COMPUTE WSV-DIF-GANANCIAS =
               WSV-GAN-RETENIDO(WSX-GAN) - WSV-IMPUESTO-CALC.
           MOVE WSV-GAN-DEPTO(WSX-GAN) TO PR-DEPARTAMENTO.
           MOVE WSV-GAN-ID(WSX-GAN)  TO PR-ID.
           MOVE ZERO                 TO PR-PERIODO-REF.
           MOVE ZERO                 TO PR-ADIC-ANTIG.
           MOVE ZERO                 TO PR-PRESENTISMO.
           MOVE SPACE                TO PR-PRESENT-ESTADO.
           MOVE SPACES               TO PR-PRESENT-MOTIVO.
           MOVE ZERO                 TO PR-PRESENT-CANT.
           MOVE WSV-GAN-COMPANIA(WSX-GAN) TO PR-COMPANIA.
           IF WSV-DIF-GANANCIAS > ZERO
               MOVE 'A' TO PR-TIPO-LINEA
           MOVE WSV-CAM-FECHA(WSX-CAM)    TO EC-FECHA-DESDE.
           MOVE WSV-CAM-DEPTO(WSX-CAM)    TO EC-DEPARTAMENTO.
           MOVE WSV-CAM-APLICADO(WSX-CAM) TO EC-APLICADO.
           MOVE WSV-CAM-USUARIO(WSX-CAM)  TO EC-USUARIO.
           MOVE WSV-CAM-FECHA-ALTA(WSX-CAM) TO EC-FECHA-ALTA.
           MOVE EC-ID TO WSV-ID-FILA.
           PERFORM 47S-FILA-DE-PARTICION.
           IF WSS-FILA-PROPIA
               WRITE EC-RECORD
           END-IF.
       47F-GRABAR-CAMBIO-END.
       EXIT.

           MOVE WSV-TRA-CIA-NUEVA(WSX-TRA) TO TR-COMPANIA-NUEVA.
           MOVE WSV-TRA-FECHA(WSX-TRA)     TO TR-FECHA.
           MOVE WSV-TRA-APLICADO(WSX-TRA)  TO TR-APLICADO.
           MOVE TR-ID TO WSV-ID-FILA.
           PERFORM 47S-FILA-DE-PARTICION.
           IF WSS-FILA-PROPIA
               WRITE TR-RECORD
           END-IF.
       47D-GRABAR-TRASLADO-END.
       EXIT.

           MOVE WSV-PRES-PRINCIPAL(WSX-PRES) TO PL-PRINCIPAL.
           MOVE WSV-PRES-CUOTA(WSX-PRES)     TO PL-CUOTA.
           MOVE WSV-PRES-SALDO(WSX-PRES)     TO PL-SALDO.
           MOVE PL-ID TO WSV-ID-FILA.
           PERFORM 47S-FILA-DE-PARTICION.
           IF WSS-FILA-PROPIA
               WRITE PL-RECORD
           END-IF.
       47B-GRABAR-PRESTAMO-END.
       EXIT.

       47G-REGRABAR-EMBARGOS.
           OPEN OUTPUT GARNISHMENT-FILE.
           PERFORM 47H-GRABAR-EMBARGO
               VARYING WSX-EMB FROM 1 BY 1
               UNTIL WSX-EMB > WSV-CANT-EMBARGOS.
           CLOSE GARNISHMENT-FILE.
       47G-REGRABAR-EMBARGOS-END.
       EXIT.

       47J-REGRABAR-GASTOS.
           OPEN OUTPUT GASTOS-FILE.
           PERFORM 47K-GRABAR-GASTO
               VARYING WSX-GTO FROM 1 BY 1
               UNTIL WSX-GTO > WSV-CANT-GASTOS.
           CLOSE GASTOS-FILE.
       47J-REGRABAR-GASTOS-END.
       EXIT.

       47K-GRABAR-GASTO.
           MOVE WSV-GTO-REGISTRO(WSX-GTO) TO GT-RECORD.
           MOVE GT-ID TO WSV-ID-FILA.
           PERFORM 47S-FILA-DE-PARTICION.
           IF WSS-FILA-PROPIA
               WRITE GT-RECORD
           END-IF.
       47K-GRABAR-GASTO-END.
       EXIT.

       47P-REGRABAR-NOVEDADES.
           OPEN OUTPUT NOVEDADES-FILE.
           PERFORM 47Q-GRABAR-NOVEDAD
               VARYING WSX-NOV FROM 1 BY 1
               UNTIL WSX-NOV > WSV-CANT-NOVEDADES.
           CLOSE NOVEDADES-FILE.
       47P-REGRABAR-NOVEDADES-END.
       EXIT.

       47Q-GRABAR-NOVEDAD.
           MOVE WSV-NOV-REGISTRO(WSX-NOV) TO NV-RECORD.
           MOVE NV-ID TO WSV-ID-FILA.
           PERFORM 47S-FILA-DE-PARTICION.
           IF WSS-FILA-PROPIA
               WRITE NV-RECORD
           END-IF.
       47Q-GRABAR-NOVEDAD-END.
       EXIT.

       47L-ANULAR-REFERIDO.
      * Un premio que sigue pendiente y cuyo referente ya esta dado
      * de baja en el maestro no se paga: se anula con motivo BJ.
           MOVE WSV-REF-REGISTRO(WSX-REF) TO RF-RECORD.
           IF RF-PENDIENTE-PAGO
               MOVE 'N' TO WSF-REFERENTE-BAJA
               PERFORM 47M-BUSCAR-REFERENTE
                   VARYING WSX-EMP FROM 1 BY 1
                   UNTIL WSX-EMP > WSV-CANT-EMPLEADOS
                      OR WSS-REFERENTE-BAJA
               IF WSS-REFERENTE-BAJA
                   SET RF-ANULADO TO TRUE
                   SET RF-MOTIVO-BAJA-REFERENTE TO TRUE
                   MOVE WSR-FECHA-CORRIDA TO RF-FECHA-DECISION
                   MOVE RF-RECORD TO WSV-REF-REGISTRO(WSX-REF)
                   SET WSS-REFERIDOS-MOVIDOS TO TRUE
                   ADD 1 TO WSR-CANT-REF-ANULADOS
                   DISPLAY 'PREMIO POR REFERIDO ' RF-NOMBRE
                       ' ANULADO, EL REFERENTE ' RF-ID-REFERENTE
                       ' ESTA DADO DE BAJA'
               END-IF
           END-IF.
       47L-ANULAR-REFERIDO-END.
       EXIT.

       47M-BUSCAR-REFERENTE.
           IF WSV-ID-TBL(WSX-EMP) = RF-ID-REFERENTE
               AND WSV-ESTADO-TBL(WSX-EMP) = 'B'
               SET WSS-REFERENTE-BAJA TO TRUE
           END-IF.
       47M-BUSCAR-REFERENTE-END.
       EXIT.

       47N-REGRABAR-REFERIDOS.
           OPEN OUTPUT REFERIDOS-FILE.
           PERFORM 47O-GRABAR-REFERIDO
               VARYING WSX-REF FROM 1 BY 1
               UNTIL WSX-REF > WSV-CANT-REFERIDOS.
           CLOSE REFERIDOS-FILE.
           DISPLAY 'EJERCICIO02: PREMIOS POR REFERIDO PAGADOS '
               WSR-CANT-PREMIOS-REF ' ANULADOS ' WSR-CANT-REF-ANULADOS.
       47N-REGRABAR-REFERIDOS-END.
       EXIT.

       47O-GRABAR-REFERIDO.
           MOVE WSV-REF-REGISTRO(WSX-REF) TO RF-RECORD.
           MOVE RF-ID-REFERENTE TO WSV-ID-FILA.
           PERFORM 47S-FILA-DE-PARTICION.
           IF WSS-FILA-PROPIA
               WRITE RF-RECORD
           END-IF.
       47O-GRABAR-REFERIDO-END.
       EXIT.

       47H-GRABAR-EMBARGO.
           MOVE WSV-EMB-ID(WSX-EMB)         TO GA-ID.
           MOVE WSV-EMB-EXPEDIENTE(WSX-EMB) TO GA-EXPEDIENTE.
           MOVE WSV-EMB-JUZGADO(WSX-EMB)    TO GA-JUZGADO.
           MOVE WSV-EMB-TIPO(WSX-EMB)       TO GA-TIPO.
           MOVE WSV-EMB-MODALIDAD(WSX-EMB)  TO GA-MODALIDAD.
           MOVE WSV-EMB-VALOR(WSX-EMB)      TO GA-VALOR.
           MOVE WSV-EMB-TOPE(WSX-EMB)       TO GA-TOPE.
           MOVE WSV-EMB-RETENIDO(WSX-EMB)   TO GA-RETENIDO.
           MOVE WSV-EMB-PRIORIDAD(WSX-EMB)  TO GA-PRIORIDAD.
           MOVE WSV-EMB-CUENTA(WSX-EMB)     TO GA-CUENTA.
           MOVE WSV-EMB-ESTADO(WSX-EMB)     TO GA-ESTADO.
           MOVE WSV-EMB-CIERRE(WSX-EMB)     TO GA-PERIODO-CIERRE.
           MOVE GA-ID TO WSV-ID-FILA.
           PERFORM 47S-FILA-DE-PARTICION.
           IF WSS-FILA-PROPIA
               WRITE GA-RECORD
           END-IF.
       47H-GRABAR-EMBARGO-END.
       EXIT.

       47R-SEGMENTOS-PARTICION.
      * En una particion los maestros no se regraban enteros: otra
      * compania puede estar regrabando el mismo archivo a la vez y
      * la ultima en cerrar pisaria lo de las demas. Cada maestro va
      * a su segmento (LONPccc, GARPccc, ...) con solo las filas de
      * los empleados de la compania, y PAYMERGE las reemplaza en el
      * maestro cuando terminaron todas. Los segmentos se graban
      * siempre, haya habido movimientos o no, asi no queda uno viejo
      * de una corrida que no se fusiono.
           MOVE 'LONP' TO WSV-SEGMENTO-PREFIJO.
           MOVE WSV-NOMBRE-SEGMENTO TO WSV-NOMBRE-PRESTAMOS.
           MOVE 'GARP' TO WSV-SEGMENTO-PREFIJO.
           MOVE WSV-NOMBRE-SEGMENTO TO WSV-NOMBRE-EMBARGOS.
           MOVE 'GTOP' TO WSV-SEGMENTO-PREFIJO.
           MOVE WSV-NOMBRE-SEGMENTO TO WSV-NOMBRE-GASTOS.
           MOVE 'NOVP' TO WSV-SEGMENTO-PREFIJO.
           MOVE WSV-NOMBRE-SEGMENTO TO WSV-NOMBRE-NOVEDADES.
           MOVE 'REFP' TO WSV-SEGMENTO-PREFIJO.
           MOVE WSV-NOMBRE-SEGMENTO TO WSV-NOMBRE-REFERIDOS.
           MOVE 'TRAP' TO WSV-SEGMENTO-PREFIJO.
           MOVE WSV-NOMBRE-SEGMENTO TO WSV-NOMBRE-TRASLADOS.
           MOVE 'CAMP' TO WSV-SEGMENTO-PREFIJO.
           MOVE WSV-NOMBRE-SEGMENTO TO WSV-NOMBRE-CAMBIOS.
           MOVE 'VACP' TO WSV-SEGMENTO-PREFIJO.
           MOVE WSV-NOMBRE-SEGMENTO TO WSV-NOMBRE-VACSALDO.
           MOVE 'ATRP' TO WSV-SEGMENTO-PREFIJO.
           MOVE WSV-NOMBRE-SEGMENTO TO WSV-NOMBRE-ATRASOS.
       47R-SEGMENTOS-PARTICION-END.
       EXIT.

       47S-FILA-DE-PARTICION.
      * Sin particion se graban todas las filas; en una particion,
      * solo las del empleado WSV-ID-FILA si es de la compania de la
      * corrida (la misma prueba que 25-EVALUAR).
           MOVE 'S' TO WSF-FILA-PROPIA.
           IF WSS-PARTICION
               MOVE 'N' TO WSF-FILA-PROPIA
               PERFORM 47T-BUSCAR-COMPANIA-FILA
                   VARYING WSX-EMP FROM 1 BY 1
                   UNTIL WSX-EMP > WSV-CANT-EMPLEADOS
                      OR WSS-FILA-PROPIA
           END-IF.
       47S-FILA-DE-PARTICION-END.
       EXIT.

       47T-BUSCAR-COMPANIA-FILA.
           IF WSV-ID-TBL(WSX-EMP) = WSV-ID-FILA
               AND WSV-COMPANIA-TBL(WSX-EMP) = WSV-COMPANIA
               MOVE 'S' TO WSF-FILA-PROPIA
           END-IF.
       47T-BUSCAR-COMPANIA-FILA-END.
       EXIT.

       46-HORAS-SIN-EMPLEADO.
           IF WSV-HORAS-USADO(WSX-HORA) = 'N'
               MOVE WSV-HORAS-NOMBRE(WSX-HORA) TO WSV-NOMBRE-AUX
           MOVE WSV-VAC-ID(WSX-VAC)     TO VS-ID.
           MOVE WSV-VAC-NOMBRE(WSX-VAC) TO VS-NOMBRE.
           MOVE WSV-VAC-SALDO(WSX-VAC)  TO VS-SALDO.
           MOVE VS-ID TO WSV-ID-FILA.
           PERFORM 47S-FILA-DE-PARTICION.
           IF WSS-FILA-PROPIA
               WRITE VS-RECORD
           END-IF.
       49B-GRABAR-VACSALDO-END.
       EXIT.

           MOVE WSV-ATR-ID(WSX-ATR)     TO AR-ID.
           MOVE WSV-ATR-NOMBRE(WSX-ATR) TO AR-NOMBRE.
           MOVE WSV-ATR-SALDO(WSX-ATR)  TO AR-SALDO.
           MOVE AR-ID TO WSV-ID-FILA.
           PERFORM 47S-FILA-DE-PARTICION.
           IF WSS-FILA-PROPIA
               WRITE AR-RECORD
           END-IF.
       49D-GRABAR-ATRASO-END.
       EXIT.

       50-MENU-REPROCESO.
      * Una corrida de prueba no reabre PAYHIST ni regraba BONOADJ.
      * Una particion tampoco: BONOADJ es uno solo para todas las
      * companias y el reproceso recorre el PAYHIST completo, asi
      * que se corre en una corrida general despues de PAYMERGE.
           IF WSS-PARTICION
               AND NOT WSS-MODO-SIMULACION
               DISPLAY 'EJERCICIO02: SIN REPROCESO DE BONOS EN UNA '
                   'CORRIDA PARTICIONADA'
           END-IF.
           IF WSS-MODO-SIMULACION
               OR WSS-PARTICION
               MOVE 'N' TO WSV-RESP-REPROCESO
           ELSE
               MOVE 'REPROCESO' TO WSV-PARM-CLAVE
           OPEN EXTEND EXCEPTIONS2-FILE.
           MOVE ZERO TO WSV-VER-CANT WSV-VER-HASH
               WSV-TRL-CANT WSV-TRL-HASH.
           MOVE 'C' TO WSV-ANU-ACCION.
           CALL 'ANULHIST' USING WSV-ANU-ACCION PH-RECORD
               WSV-ANU-RESULTADO.
           OPEN INPUT PAYHIST-FILE.
           IF WSH-HIST-STATUS = '00'
               PERFORM 52-LEER-PAYHIST
           ADD 1 TO WSV-VER-CANT
           COMPUTE WSV-VER-HASH = WSV-VER-HASH
               + PH-SUELDO-ANUAL + PH-BONO
           MOVE 'V' TO WSV-ANU-ACCION
           CALL 'ANULHIST' USING WSV-ANU-ACCION PH-RECORD
               WSV-ANU-RESULTADO
           IF PH-TIPO-LINEA = 'A' OR PH-TIPO-LINEA = 'D'
               PERFORM 55C-ACUMULAR-RETRO
           ELSE
      * Solo las lineas del sueldo (blanco, O, T, E) son la fila del
      * periodo; las de aguinaldo, liquidacion final, asignaciones,
      * reintegros, complemento de minimo y novedades (G, F, H, V,
      * M, N, X) no traen el sueldo y no deben tapar la principal.
           IF PH-TIPO-LINEA = SPACE OR PH-TIPO-LINEA = 'O'
              OR PH-TIPO-LINEA = 'T' OR PH-TIPO-LINEA = 'E'
      * Una recorrida del mismo periodo agrega otra tanda de filas
      * al historial; para repreciar vale la ULTIMA fila de cada
      * empleado y periodo, no cada tanda por separado. Una fila
      * anulada por una reversion, o la reversion, no es la ultima.
               IF WSV-ANU-RESULTADO = 'N'
      * La segunda linea de un traslado o de un pase de departamento
      * viaja sin sueldo; solo su parte del bono se suma a la fila
      * de la primera.
                   IF PH-TIPO-LINEA NOT = SPACE
                      AND PH-TIPO-LINEA NOT = 'O'
                      AND PH-SUELDO-MENSUAL = ZERO
                       PERFORM 53E-SUMAR-PARTE
                   ELSE
                       PERFORM 53B-ANOTAR-ULTIMO
                   END-IF
               END-IF
           END-IF
           END-IF
           END-IF.
           PERFORM 52-LEER-PAYHIST.
       53D-GUARDAR-ULTIMO-END.
       EXIT.

       53E-SUMAR-PARTE.
           MOVE 'N' TO WSF-ULT-HALLADO.
           PERFORM 53F-BUSCAR-PARTE
               VARYING WSX-ULT FROM 1 BY 1
               UNTIL WSX-ULT > WSV-CANT-ULTIMOS
                  OR WSS-ULT-HALLADO.
       53E-SUMAR-PARTE-END.
       EXIT.

       53F-BUSCAR-PARTE.
           IF WSV-ULT-PERIODO(WSX-ULT) = PH-PERIODO
               AND ((PH-ID NOT = ZERO
                     AND WSV-ULT-ID(WSX-ULT) = PH-ID)
                    OR ((PH-ID = ZERO
                         OR WSV-ULT-ID(WSX-ULT) = ZERO)
                        AND WSV-ULT-NOMBRE(WSX-ULT)
                            = PH-NOMBRE))
               ADD PH-BONO TO WSV-ULT-BONO(WSX-ULT)
               SET WSS-ULT-HALLADO TO TRUE
           END-IF.
       53F-BUSCAR-PARTE-END.
       EXIT.

       54-REGISTRAR-AJUSTE.
           MOVE WSV-ULT-NOMBRE(WSX-ULT)  TO AJ-NOMBRE.
           MOVE WSV-ULT-PERIODO(WSX-ULT) TO AJ-PERIODO.
