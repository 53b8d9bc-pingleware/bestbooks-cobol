       IDENTIFICATION DIVISION.
       PROGRAM-ID. BESTBOOKS-PAYROLL.
       AUTHOR. PRESSPAGE ENTERTAINMENT INC dba PINGLEWARE.
      *----------------------------------------------------------------
      * Payroll. EMPLOYEE.DAT is the employee master - id, name,
      * department code, hourly or salaried pay rate, pay frequency,
      * filing status and whether net pay goes by direct deposit -
      * and RUN is the pay run: it reads one period's hours/salary
      * file (TIMESHEET.DAT), computes each employee's gross pay, the
      * federal and state income tax, social security and medicare
      * withheld, and the employer's matching FICA and unemployment
      * taxes from the rate table (PAYRATES.DAT), and posts the whole
      * payroll under one journal-entry number:
      *
      *   - wage expense and employer payroll-tax expense, one debit
      *     leg each per department, stamped with the DEPARTMENT-CODE
      *     so the departmental reports carry their own labor cost;
      *   - the liabilities - federal and state withholding, FICA
      *     (employee and employer halves), FUTA and SUTA payable -
      *     and the net pay owed, credited to accrued payroll.
      *
      * Net pay then goes out the same two-step way a vendor bill
      * does: one CHECKBATCH.DAT row per employee paid by check, for
      * BESTBOOKS-CHECKS to print and post, or one ACHBATCH.DAT row
      * (SEC class PPD) per direct-deposit employee, for BESTBOOKS-
      * ACH; either way the payment debits accrued payroll and
      * credits the cash account named on the run.
      *
      * Every employee paid gets a PAYREG.DAT payroll register row
      * per run, and PAYEARN.DAT keeps each employee's quarter-to-
      * date and year-to-date earnings and withholdings - the
      * figures the quarterly returns and the W-2s are prepared from,
      * and the year-to-date wages the social security and
      * unemployment wage-base limits are measured against.
      * REGISTER prints one pay date's register and EARNINGS the
      * QTD/YTD file; LIST shows the employee master.
      *
      * As with the lockbox import, nothing posts unless the whole
      * run validates first: an unknown or duplicated employee, a
      * bad figure, negative net pay, or a pay date already on the
      * register stops the run with nothing written.
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL bestbooks
               ASSIGN TO WS-LEDGER-FILE
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS TRANSACTION-ID
                   LOCK MODE IS EXCLUSIVE
                   FILE STATUS IS WS-LEDGER-STATUS.

           SELECT OPTIONAL coa
               ASSIGN TO WS-COA-FILE
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS accountNo
                   FILE STATUS IS WS-COA-STATUS.

           SELECT OPTIONAL seqctl
               ASSIGN TO WS-SEQCTL-FILE
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS SEQCTL-KEY
                   LOCK MODE IS EXCLUSIVE
                   FILE STATUS IS WS-SEQCTL-STATUS.

           SELECT OPTIONAL employee
               ASSIGN TO WS-EMPLOYEE-FILE
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-EMPLOYEE-STATUS.

           SELECT OPTIONAL timesheet
               ASSIGN TO WS-TIMESHEET-FILE
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-TIMESHEET-STATUS.

           SELECT OPTIONAL payrates
               ASSIGN TO WS-PAYRATES-FILE
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-PAYRATES-STATUS.

           SELECT OPTIONAL payaccts
               ASSIGN TO WS-PAYACCTS-FILE
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-PAYACCTS-STATUS.

           SELECT OPTIONAL payregister
               ASSIGN TO WS-REGISTER-FILE
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-REGISTER-STATUS.

           SELECT OPTIONAL payearnings
               ASSIGN TO WS-EARNINGS-FILE
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-EARNINGS-STATUS.

           SELECT OPTIONAL checkbatch
               ASSIGN TO WS-BATCH-FILE
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-BATCH-STATUS.

           SELECT OPTIONAL achbatch
               ASSIGN TO WS-ACH-BATCH-FILE
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-ACH-BATCH-STATUS.

           SELECT OPTIONAL closedper
               ASSIGN TO WS-CLOSEDPER-FILE
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-CLOSEDPER-STATUS.

           SELECT OPTIONAL operator
               ASSIGN TO WS-OPERATOR-FILE
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-OPERATOR-STATUS.

           SELECT OPTIONAL fiscalcal
               ASSIGN TO WS-FISCALCAL-FILE
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-FISCALCAL-STATUS.




       DATA DIVISION.
       FILE SECTION.
            FD bestbooks.
            COPY "ledger-record.cpy".

            FD coa.
            COPY "coa-record.cpy".

            FD seqctl.
            COPY "seq-control.cpy".

      *    EMPLOYEE.DAT line layout, pipe-delimited: EMPLOYEE-ID|NAME|
      *    DEPARTMENT-CODE|PAY-TYPE|PAY-RATE|PAY-FREQUENCY|
      *    FILING-STATUS|DIRECT-DEPOSIT|ROUTING|BANK-ACCOUNT|
      *    ACCOUNT-TYPE. PAY-TYPE is HOURLY (PAY-RATE per hour) or
      *    SALARY (PAY-RATE per year); PAY-FREQUENCY is WEEKLY,
      *    BIWEEKLY, SEMIMONTHLY or MONTHLY; FILING-STATUS (SINGLE,
      *    MARRIED, HEAD, ...) selects the withholding brackets;
      *    DIRECT-DEPOSIT Y sends net pay by ACH to the ROUTING/
      *    BANK-ACCOUNT/ACCOUNT-TYPE (CHECKING or SAVINGS) columns.
            FD employee.
            01 EMPLOYEE-LINE         PIC X(200).

      *    TIMESHEET.DAT line layout, pipe-delimited: EMPLOYEE-ID|
      *    REGULAR-HOURS|OVERTIME-HOURS|OTHER-PAY - one row per
      *    employee paid this period. Hours are paid at the hourly
      *    rate, overtime at time-and-a-half; a salaried employee is
      *    paid one period's share of salary whatever the hours say.
      *    OTHER-PAY (bonus, commission) is added to gross either way.
            FD timesheet.
            01 TIMESHEET-LINE        PIC X(80).

      *    PAYRATES.DAT line layout, pipe-delimited: TAX|FILING-STATUS|
      *    LIMIT|BASE-TAX|PERCENT. FED and STATE rows are annual
      *    withholding brackets by filing status (ALL or blank for
      *    every status): on annualized wages over LIMIT the tax is
      *    BASE-TAX plus PERCENT of the excess. SS, MEDICARE, FUTA and
      *    SUTA rows are flat rates, paid by employee (SS, MEDICARE)
      *    and employer (all four) alike on year-to-date wages up to
      *    LIMIT, the wage base (zero meaning no limit).
            FD payrates.
            01 PAYRATES-LINE         PIC X(80).

      *    PAYACCTS.DAT line layout, pipe-delimited: KEY|ACCOUNT - the
      *    accounts the run posts to, keyed WAGES, TAXES, FEDWH,
      *    STATEWH, FICA, FUTA, SUTA and NETPAY; any key not on file
      *    posts to its standard account name.
            FD payaccts.
            01 PAYACCTS-LINE         PIC X(60).

      *    PAYREG.DAT line layout, pipe-delimited: PAY-DATE|JE-NO|
      *    EMPLOYEE-ID|NAME|DEPARTMENT|REGULAR-HOURS|OVERTIME-HOURS|
      *    GROSS|FEDERAL|STATE|SOCIAL-SECURITY|MEDICARE|NET|
      *    EMPLOYER-SS|EMPLOYER-MEDICARE|FUTA|SUTA|PAID-BY (CHECK or
      *    ACH) - one row per employee per pay run.
            FD payregister.
            01 REGISTER-LINE         PIC X(300).

      *    PAYEARN.DAT line layout, pipe-delimited: EMPLOYEE-ID|YEAR|
      *    QUARTER|QTD-GROSS|QTD-FEDERAL|QTD-STATE|QTD-SS|
      *    QTD-MEDICARE|QTD-NET|YTD-GROSS|YTD-FEDERAL|YTD-STATE|
      *    YTD-SS|YTD-MEDICARE|YTD-NET - one row per employee per
      *    calendar year; the QTD figures are for QUARTER, the
      *    quarter of the employee's latest pay date that year.
            FD payearnings.
            01 EARNINGS-LINE         PIC X(300).

      *    CHECKBATCH.DAT line layout - see BESTBOOKS-CHECKS.
            FD checkbatch.
            01 BATCH-LINE            PIC X(120).

      *    ACHBATCH.DAT line layout - see BESTBOOKS-ACH.
            FD achbatch.
            01 ACH-BATCH-LINE        PIC X(200).

      *    CLOSEDPER.DAT line layout, pipe-delimited: FISCAL-YEAR|
      *    ACCOUNTING-PERIOD - see BESTBOOKS-CLOSE.
            FD closedper.
            01 CLOSEDPER-LINE        PIC X(10).

      *    OPERATOR.DAT line layout, pipe-delimited:
      *    OPERATOR-ID|NAME|ROLE (ROLE is CLERK or SUPERVISOR); a
      *    maintenance-defined table of who may post, checked at
      *    startup against the BESTBOOKS_OPERATOR environment
      *    variable.
            FD operator.
            01 OPERATOR-LINE         PIC X(60).

      *    FISCALCAL.DAT line layout, pipe-delimited: FISCAL-YEAR|
      *    PERIOD|START-DATE|END-DATE (dates YYYY-MM-DD) - one row per
      *    accounting period, so a 4-4-5 calendar or a September
      *    year-end maps each posting date to the right fiscal period
      *    instead of hardwiring calendar months.
            FD fiscalcal.
            01 FISCALCAL-LINE        PIC X(40).





       WORKING-STORAGE SECTION.
      *    fiscal calendar: a missing FISCALCAL.DAT falls back to the
      *    calendar year/month of the posting date, exactly as the
      *    books always ran - the same fail-open convention the other
      *    optional tables use.
            01 WS-FISCALCAL-FILE    PIC X(64) VALUE "FISCALCAL.DAT".
            01 WS-FISCALCAL-STATUS  PIC XX.
            01 WS-FISCALCAL-EOF     PIC X VALUE "N".
                  88  FISCALCAL-EOF VALUE "Y".
            01 FISCALCAL-TABLE.
               02 FC-ENTRY OCCURS 120 TIMES
                     INDEXED BY FC-IDX.
                  03 FC-YEAR          PIC 9(4).
                  03 FC-PERIOD        PIC 99.
                  03 FC-START-DATE    PIC X(10).
                  03 FC-END-DATE      PIC X(10).
            01 WS-FISCALCAL-COUNT   PIC 9(4) VALUE ZERO.
            01 WS-FC-YEAR-IN        PIC X(4).
            01 WS-FC-PERIOD-IN      PIC X(2).
            01 WS-FC-START-IN       PIC X(10).
            01 WS-FC-END-IN         PIC X(10).
            01 WS-FC-LOOKUP-DATE    PIC X(10).
            01 WS-FC-FOUND          PIC X VALUE "N".
                  88  FISCAL-PERIOD-FOUND  VALUE "Y".
            01 WS-POSTING-FY        PIC 9(4).
            01 WS-POSTING-PD        PIC 99.

      *    operator sign-on: every posting is stamped with the signed-
      *    on operator's id, and the id must be on OPERATOR.DAT when
      *    that file exists (a missing file means sign-on is not
      *    configured and the OS user stamps the trail instead).
            01 WS-OPERATOR-FILE     PIC X(64) VALUE "OPERATOR.DAT".
            01 WS-OPERATOR-STATUS   PIC XX.
            01 WS-OPERATOR-EOF      PIC X VALUE "N".
                  88  OPERATOR-EOF  VALUE "Y".
            01 WS-OPERATOR-ID       PIC X(8) VALUE SPACES.
            01 WS-OPERATOR-NAME     PIC X(30) VALUE SPACES.
            01 WS-OPERATOR-ROLE     PIC X(10) VALUE SPACES.
            01 WS-OP-ID-IN          PIC X(8).
            01 WS-OP-NAME-IN        PIC X(30).
            01 WS-OP-ROLE-IN        PIC X(10).
            01 WS-OPERATOR-OK       PIC X VALUE "N".
                  88  OPERATOR-IS-VALID  VALUE "Y".
            01 WS-OPERATORS-CFG     PIC X VALUE "N".
                  88  OPERATORS-CONFIGURED  VALUE "Y".

      *    department/cost-center code stamped on each leg this run
      *    posts; spaces means unassigned.
            01 WS-DEPARTMENT-CODE   PIC X(6) VALUE SPACES.

            01 WS-LEDGER-FILE       PIC X(64) VALUE "LEDGER.DAT".
            01 WS-COA-FILE          PIC X(64) VALUE "BESTBOOKS.DAT".
            01 WS-SEQCTL-FILE       PIC X(64) VALUE "SEQCTL.DAT".
            01 WS-EMPLOYEE-FILE     PIC X(64) VALUE "EMPLOYEE.DAT".
            01 WS-TIMESHEET-FILE    PIC X(64) VALUE "TIMESHEET.DAT".
            01 WS-PAYRATES-FILE     PIC X(64) VALUE "PAYRATES.DAT".
            01 WS-PAYACCTS-FILE     PIC X(64) VALUE "PAYACCTS.DAT".
            01 WS-REGISTER-FILE     PIC X(64) VALUE "PAYREG.DAT".
            01 WS-EARNINGS-FILE     PIC X(64) VALUE "PAYEARN.DAT".
            01 WS-BATCH-FILE        PIC X(64) VALUE "CHECKBATCH.DAT".
            01 WS-ACH-BATCH-FILE    PIC X(64) VALUE "ACHBATCH.DAT".
            01 WS-EMPLOYEE-STATUS   PIC XX.
            01 WS-TIMESHEET-STATUS  PIC XX.
            01 WS-PAYRATES-STATUS   PIC XX.
            01 WS-PAYACCTS-STATUS   PIC XX.
            01 WS-REGISTER-STATUS   PIC XX.
            01 WS-EARNINGS-STATUS   PIC XX.
            01 WS-BATCH-STATUS      PIC XX.
            01 WS-ACH-BATCH-STATUS  PIC XX.
            01 WS-LEDGER-STATUS     PIC XX.
            01 WS-LEDGER-RETRIES    PIC 99 VALUE ZERO.
            01 WS-COA-STATUS        PIC XX.
            01 WS-SEQCTL-STATUS     PIC XX.
            01 WS-LOCK-RETRIES      PIC 99 VALUE ZERO.

            01 WS-TODAY              PIC X(10).
            01 WS-YEAR               PIC X(4).
            01 WS-MONTH              PIC X(2).
            01 WS-DAY                PIC X(2).
            01 WS-FORMATTED-DATE     PIC X(12).

            01 USER-TRANSACTION-ID   PIC 9(5).
            01 USER-JOURNAL-ENTRY    PIC 9(7).
            01 WS-JE-KEY             PIC X(1) VALUE "8".

      *    the leg just written to the ledger, captured for the
      *    posting-time chart-of-accounts balance update.
            01 WS-COA-POST-ACCOUNT  PIC A(15).
            01 WS-COA-POST-DEBIT    PIC 9(7)V99.
            01 WS-COA-POST-CREDIT   PIC 9(7)V99.
            01 WS-COA-POSTED        PIC X VALUE "N".
                  88  COA-BALANCE-POSTED  VALUE "Y".

            01 WS-COA-EOF            PIC X VALUE "N".
                  88  COA-EOF        VALUE "Y".
            01 WS-ACCOUNT-VALID      PIC X VALUE "N".
                  88  ACCOUNT-IS-VALID  VALUE "Y".
            01 WS-LOOKUP-ACCOUNT     PIC A(15).

            01 WS-CLOSEDPER-FILE     PIC X(64) VALUE "CLOSEDPER.DAT".
            01 WS-CLOSEDPER-STATUS   PIC XX.
            01 WS-CLOSEDPER-EOF      PIC X VALUE "N".
                  88  CLOSEDPER-EOF  VALUE "Y".
            01 WS-CP-YEAR-IN         PIC X(4).
            01 WS-CP-PERIOD-IN       PIC X(2).
            01 WS-PERIOD-LOCKED      PIC X VALUE "N".
                  88  PERIOD-IS-LOCKED VALUE "Y".

            01 WS-COMMAND           PIC X(10) VALUE SPACES.
            01 USER-POSTING-DATE    PIC X(10) VALUE SPACES.
            01 WS-CASH-ACCOUNT      PIC A(15) VALUE SPACES.
            01 WS-PAY-DATE          PIC X(10) VALUE SPACES.
            01 WS-PAY-YEAR          PIC 9(4) VALUE ZERO.
            01 WS-PAY-QUARTER       PIC 9 VALUE ZERO.
            01 WS-REPORT-YEAR-TEXT  PIC X(4) VALUE SPACES.
            01 WS-REPORT-QTR-TEXT   PIC X(1) VALUE SPACES.

            01 WS-FILE-EOF          PIC X VALUE "N".
                  88  FILE-AT-END   VALUE "Y".
            01 WS-RUN-ERRORS        PIC X VALUE "N".
                  88  RUN-HAS-ERRORS  VALUE "Y".
            01 WS-FOUND             PIC X VALUE "N".
                  88  ROW-FOUND     VALUE "Y".

      *    accounts the run posts to (PAYACCTS.DAT overrides).
            01 WS-WAGES-ACCOUNT     PIC A(15) VALUE "Wages Expense".
            01 WS-TAXES-ACCOUNT     PIC A(15) VALUE "Payroll Taxes".
            01 WS-FEDWH-ACCOUNT     PIC A(15) VALUE "Fed WH Payable".
            01 WS-STATEWH-ACCOUNT   PIC A(15) VALUE "State WH Pay".
            01 WS-FICA-ACCOUNT      PIC A(15) VALUE "FICA Payable".
            01 WS-FUTA-ACCOUNT      PIC A(15) VALUE "FUTA Payable".
            01 WS-SUTA-ACCOUNT      PIC A(15) VALUE "SUTA Payable".
            01 WS-NETPAY-ACCOUNT    PIC A(15) VALUE "Accrued Payroll".
            01 WS-ACCT-KEY-IN       PIC X(10).
            01 WS-ACCT-NAME-IN      PIC X(15).

      *    one EMPLOYEE.DAT row, unpacked.
            01 WS-EMP-ID-IN         PIC X(9).
            01 WS-EMP-NAME-IN       PIC X(30).
            01 WS-EMP-DEPT-IN       PIC X(6).
            01 WS-EMP-TYPE-IN       PIC X(6).
            01 WS-EMP-RATE-IN       PIC X(14).
            01 WS-EMP-FREQ-IN       PIC X(12).
            01 WS-EMP-FILING-IN     PIC X(10).
            01 WS-EMP-DD-IN         PIC X(1).
            01 WS-EMP-ROUTING-IN    PIC X(9).
            01 WS-EMP-BANK-IN       PIC X(17).
            01 WS-EMP-ACCT-TYPE-IN  PIC X(8).

      *    the employee master, loaded once per run.
            01 EMPLOYEE-TABLE.
               02 EMPLOYEE-ENTRY OCCURS 500 TIMES
                     INDEXED BY EM-IDX.
                  03 EM-ID            PIC X(9).
                  03 EM-NAME          PIC X(30).
                  03 EM-DEPT          PIC X(6).
                  03 EM-TYPE          PIC X(6).
                  03 EM-RATE          PIC 9(7)V99.
                  03 EM-PERIODS       PIC 99.
                  03 EM-FILING        PIC X(10).
                  03 EM-DIRECT        PIC X(1).
                  03 EM-ROUTING       PIC X(9).
                  03 EM-BANK-ACCOUNT  PIC X(17).
                  03 EM-ACCOUNT-TYPE  PIC X(8).
            01 WS-EMPLOYEE-COUNT    PIC 9(4) VALUE ZERO.

      *    one TIMESHEET.DAT row, unpacked.
            01 WS-TS-ID-IN          PIC X(9).
            01 WS-TS-HOURS-IN       PIC X(10).
            01 WS-TS-OT-IN          PIC X(10).
            01 WS-TS-OTHER-IN       PIC X(14).

      *    this run's pay lines, one per employee paid.
            01 PAY-TABLE.
               02 PAY-ENTRY OCCURS 500 TIMES
                     INDEXED BY PY-IDX.
                  03 PY-EMPLOYEE      PIC 9(4).
                  03 PY-HOURS         PIC 9(4)V99.
                  03 PY-OT-HOURS      PIC 9(4)V99.
                  03 PY-OTHER         PIC 9(7)V99.
                  03 PY-GROSS         PIC 9(7)V99.
                  03 PY-FED           PIC 9(7)V99.
                  03 PY-STATE         PIC 9(7)V99.
                  03 PY-SS            PIC 9(7)V99.
                  03 PY-MEDICARE      PIC 9(7)V99.
                  03 PY-NET           PIC S9(7)V99.
                  03 PY-ER-SS         PIC 9(7)V99.
                  03 PY-ER-MEDICARE   PIC 9(7)V99.
                  03 PY-FUTA          PIC 9(7)V99.
                  03 PY-SUTA          PIC 9(7)V99.
                  03 PY-METHOD        PIC X(5).
            01 WS-PAY-COUNT         PIC 9(4) VALUE ZERO.

      *    PAYRATES.DAT, loaded once per run.
            01 RATE-TABLE.
               02 RATE-ENTRY OCCURS 100 TIMES
                     INDEXED BY RT-IDX.
                  03 RT-TAX           PIC X(8).
                  03 RT-FILING        PIC X(10).
                  03 RT-LIMIT         PIC 9(9)V99.
                  03 RT-BASE          PIC 9(9)V99.
                  03 RT-PERCENT       PIC 9(3)V9(4).
            01 WS-RATE-COUNT        PIC 9(4) VALUE ZERO.
            01 WS-RT-TAX-IN         PIC X(8).
            01 WS-RT-FILING-IN      PIC X(10).
            01 WS-RT-LIMIT-IN       PIC X(14).
            01 WS-RT-BASE-IN        PIC X(14).
            01 WS-RT-PERCENT-IN     PIC X(10).

      *    PAYEARN.DAT, loaded and rewritten whole.
            01 EARNINGS-TABLE.
               02 EARNINGS-ENTRY OCCURS 2000 TIMES
                     INDEXED BY ER-IDX.
                  03 ER-ID            PIC X(9).
                  03 ER-YEAR          PIC 9(4).
                  03 ER-QUARTER       PIC 9.
                  03 ER-QTD-GROSS     PIC 9(9)V99.
                  03 ER-QTD-FED       PIC 9(9)V99.
                  03 ER-QTD-STATE     PIC 9(9)V99.
                  03 ER-QTD-SS        PIC 9(9)V99.
                  03 ER-QTD-MEDICARE  PIC 9(9)V99.
                  03 ER-QTD-NET       PIC S9(9)V99.
                  03 ER-YTD-GROSS     PIC 9(9)V99.
                  03 ER-YTD-FED       PIC 9(9)V99.
                  03 ER-YTD-STATE     PIC 9(9)V99.
                  03 ER-YTD-SS        PIC 9(9)V99.
                  03 ER-YTD-MEDICARE  PIC 9(9)V99.
                  03 ER-YTD-NET       PIC S9(9)V99.
            01 WS-EARNINGS-COUNT    PIC 9(4) VALUE ZERO.
            01 EARNINGS-FIELDS-IN.
               02 WS-ER-FIELD-IN    PIC X(16) OCCURS 15 TIMES.
            01 WS-FIELD-IDX         PIC 99.

      *    departments on this run, for the expense legs.
            01 DEPARTMENT-TABLE.
               02 DEPARTMENT-ENTRY OCCURS 100 TIMES
                     INDEXED BY DP-IDX.
                  03 DP-CODE          PIC X(6).
                  03 DP-WAGES         PIC 9(9)V99.
                  03 DP-TAXES         PIC 9(9)V99.
            01 WS-DEPARTMENT-COUNT  PIC 9(4) VALUE ZERO.

      *    run totals, one liability leg each.
            01 WS-TOTAL-GROSS       PIC 9(9)V99 VALUE ZERO.
            01 WS-TOTAL-FED         PIC 9(9)V99 VALUE ZERO.
            01 WS-TOTAL-STATE       PIC 9(9)V99 VALUE ZERO.
            01 WS-TOTAL-FICA        PIC 9(9)V99 VALUE ZERO.
            01 WS-TOTAL-FUTA        PIC 9(9)V99 VALUE ZERO.
            01 WS-TOTAL-SUTA        PIC 9(9)V99 VALUE ZERO.
            01 WS-TOTAL-NET         PIC S9(9)V99 VALUE ZERO.
            01 WS-TOTAL-EMPLOYER    PIC 9(9)V99 VALUE ZERO.
            01 WS-CHECK-COUNT       PIC 9(4) VALUE ZERO.
            01 WS-ACH-COUNT         PIC 9(4) VALUE ZERO.

      *    tax computation work areas.
            01 WS-YTD-GROSS         PIC 9(9)V99 VALUE ZERO.
            01 WS-ANNUAL-WAGES      PIC 9(9)V99 VALUE ZERO.
            01 WS-ANNUAL-TAX        PIC 9(9)V99 VALUE ZERO.
            01 WS-TAX-TYPE          PIC X(8).
            01 WS-TAX-FILING        PIC X(10).
            01 WS-BEST-LIMIT        PIC 9(9)V99 VALUE ZERO.
            01 WS-BRACKET-FOUND     PIC X VALUE "N".
                  88  BRACKET-WAS-FOUND  VALUE "Y".
            01 WS-TAXABLE-WAGES     PIC 9(9)V99 VALUE ZERO.
            01 WS-FLAT-TAX          PIC 9(7)V99 VALUE ZERO.
            01 WS-ROOM-UNDER-BASE   PIC S9(9)V99 VALUE ZERO.
            01 WS-OT-RATE           PIC 9(7)V9999 VALUE ZERO.

      *    one ledger leg, built by the caller of POST-ONE-LEG.
            01 WS-LEG-ACCOUNT       PIC A(15).
            01 WS-LEG-DEBIT         PIC 9(7)V99.
            01 WS-LEG-CREDIT        PIC 9(7)V99.
            01 WS-LEG-DESCRIPTION   PIC X(30).
            01 WS-LEG-REFERENCE     PIC X(20).
            01 WS-LEG-AMOUNT        PIC 9(9)V99.

      *    output-row assembly.
            01 WS-OUT-LINE          PIC X(300).
            01 WS-OUT-POINTER       PIC 9(4).
            01 WS-FIELD-AMOUNT      PIC S9(9)V99.
            01 WS-FIELD-ED          PIC -9(9).99.
            01 WS-AMOUNT-ED         PIC -9(7).99.
            01 WS-HOURS-ED          PIC 9(4).99.
            01 WS-TOTAL-ED          PIC -9(9).99.
            01 WS-COLUMN-ED         PIC Z(6)9.99-.
            01 WS-REPORT-LINE       PIC X(132).

      *    one PAYREG.DAT row, unpacked for REGISTER.
            01 REGISTER-FIELDS-IN.
               02 WS-RG-FIELD-IN    PIC X(30) OCCURS 18 TIMES.
            01 WS-LISTED-COUNT      PIC 9(5) VALUE ZERO.
            01 WS-REPORT-GROSS      PIC S9(9)V99 VALUE ZERO.
            01 WS-REPORT-NET        PIC S9(9)V99 VALUE ZERO.

       PROCEDURE DIVISION.
       BEGIN.
            PERFORM GET-RUNTIME-ARGUMENTS.

            EVALUATE WS-COMMAND
               WHEN "RUN"
                  PERFORM RUN-PAY-MODE
               WHEN "REGISTER"
                  PERFORM PRINT-PAY-REGISTER
               WHEN "EARNINGS"
                  PERFORM PRINT-EARNINGS
               WHEN "LIST"
                  PERFORM LIST-EMPLOYEES
               WHEN OTHER
                  DISPLAY "Usage: BESTBOOKS-PAYROLL [employee-file] "
                     "RUN <timesheet> <cash-account> [pay-date] "
                     "[payrates] [payaccts] [checkbatch] [achbatch] "
                     "[payreg] [payearn] [ledger] [coa] [seqctl]"
                  DISPLAY "       BESTBOOKS-PAYROLL [employee-file] "
                     "REGISTER <pay-date> [payreg]"
                  DISPLAY "       BESTBOOKS-PAYROLL [employee-file] "
                     "EARNINGS <year> [quarter] [payearn]"
                  DISPLAY "       BESTBOOKS-PAYROLL [employee-file] "
                     "LIST"
                  MOVE 1 TO RETURN-CODE
            END-EVALUATE.
            STOP RUN.

       GET-RUNTIME-ARGUMENTS.
      *    arg 1 (optional): employee master, default EMPLOYEE.DAT.
      *    arg 2 (required): RUN, REGISTER, EARNINGS or LIST.
            ACCEPT WS-EMPLOYEE-FILE FROM ARGUMENT-VALUE
            IF WS-EMPLOYEE-FILE = SPACES
               MOVE "EMPLOYEE.DAT" TO WS-EMPLOYEE-FILE
            END-IF
            ACCEPT WS-COMMAND FROM ARGUMENT-VALUE
            MOVE FUNCTION UPPER-CASE(WS-COMMAND) TO WS-COMMAND.

       RUN-PAY-MODE.
      *    RUN args 3-4 (required): the period's hours/salary file and
      *    the cash account net pay is paid from; arg 5 (optional):
      *    pay date, YYYY-MM-DD, default today; args 6-7 (optional):
      *    rate table and account map; args 8-9 (optional): check and
      *    ACH batch files the net pay is queued on; args 10-11
      *    (optional): payroll register and QTD/YTD earnings files;
      *    args 12-14 (optional): ledger, chart-of-accounts and
      *    sequence control files.
            ACCEPT WS-TIMESHEET-FILE FROM ARGUMENT-VALUE
            ACCEPT WS-CASH-ACCOUNT FROM ARGUMENT-VALUE
            ACCEPT USER-POSTING-DATE FROM ARGUMENT-VALUE
            ACCEPT WS-PAYRATES-FILE FROM ARGUMENT-VALUE
            IF WS-PAYRATES-FILE = SPACES
               MOVE "PAYRATES.DAT" TO WS-PAYRATES-FILE
            END-IF
            ACCEPT WS-PAYACCTS-FILE FROM ARGUMENT-VALUE
            IF WS-PAYACCTS-FILE = SPACES
               MOVE "PAYACCTS.DAT" TO WS-PAYACCTS-FILE
            END-IF
            ACCEPT WS-BATCH-FILE FROM ARGUMENT-VALUE
            IF WS-BATCH-FILE = SPACES
               MOVE "CHECKBATCH.DAT" TO WS-BATCH-FILE
            END-IF
            ACCEPT WS-ACH-BATCH-FILE FROM ARGUMENT-VALUE
            IF WS-ACH-BATCH-FILE = SPACES
               MOVE "ACHBATCH.DAT" TO WS-ACH-BATCH-FILE
            END-IF
            ACCEPT WS-REGISTER-FILE FROM ARGUMENT-VALUE
            IF WS-REGISTER-FILE = SPACES
               MOVE "PAYREG.DAT" TO WS-REGISTER-FILE
            END-IF
            ACCEPT WS-EARNINGS-FILE FROM ARGUMENT-VALUE
            IF WS-EARNINGS-FILE = SPACES
               MOVE "PAYEARN.DAT" TO WS-EARNINGS-FILE
            END-IF
            ACCEPT WS-LEDGER-FILE FROM ARGUMENT-VALUE
            IF WS-LEDGER-FILE = SPACES
               MOVE "LEDGER.DAT" TO WS-LEDGER-FILE
            END-IF
            ACCEPT WS-COA-FILE FROM ARGUMENT-VALUE
            IF WS-COA-FILE = SPACES
               MOVE "BESTBOOKS.DAT" TO WS-COA-FILE
            END-IF
            ACCEPT WS-SEQCTL-FILE FROM ARGUMENT-VALUE
            IF WS-SEQCTL-FILE = SPACES
               MOVE "SEQCTL.DAT" TO WS-SEQCTL-FILE
            END-IF

            IF WS-TIMESHEET-FILE = SPACES OR WS-CASH-ACCOUNT = SPACES
               DISPLAY "ERROR: RUN needs the hours/salary file and "
                  "the cash account (args 3-4)"
               MOVE 1 TO RETURN-CODE
               STOP RUN
            END-IF.

            PERFORM CHECK-OPERATOR-SIGNON.
            PERFORM LOAD-FISCAL-CALENDAR.

            IF USER-POSTING-DATE = SPACES
               MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY
               MOVE WS-TODAY(1:4) TO WS-YEAR
               MOVE WS-TODAY(5:2) TO WS-MONTH
               MOVE WS-TODAY(7:2) TO WS-DAY
            ELSE
               MOVE USER-POSTING-DATE(1:4) TO WS-YEAR
               MOVE USER-POSTING-DATE(6:2) TO WS-MONTH
               MOVE USER-POSTING-DATE(9:2) TO WS-DAY
            END-IF
            MOVE WS-YEAR  TO WS-FORMATTED-DATE(1:4)
            MOVE "-"       TO WS-FORMATTED-DATE(5:1)
            MOVE WS-MONTH TO WS-FORMATTED-DATE(6:2)
            MOVE "-"       TO WS-FORMATTED-DATE(8:1)
            MOVE WS-DAY   TO WS-FORMATTED-DATE(9:2)
            MOVE WS-FORMATTED-DATE(1:10) TO WS-FC-LOOKUP-DATE
            PERFORM DERIVE-FISCAL-PERIOD.
            PERFORM CHECK-PERIOD-LOCK.
            IF PERIOD-IS-LOCKED
               DISPLAY "ERROR: period " WS-POSTING-FY "-"
                  WS-POSTING-PD " is closed, payroll not posted"
               MOVE 1 TO RETURN-CODE
               STOP RUN
            END-IF.
            MOVE WS-FORMATTED-DATE(1:10) TO WS-PAY-DATE
            MOVE WS-YEAR TO WS-PAY-YEAR
            COMPUTE WS-PAY-QUARTER =
               (FUNCTION NUMVAL(WS-MONTH) - 1) / 3 + 1

            PERFORM LOAD-PAY-ACCOUNTS
            PERFORM VALIDATE-PAY-ACCOUNTS
            PERFORM LOAD-EMPLOYEES
            PERFORM LOAD-RATE-TABLE
            PERFORM LOAD-EARNINGS
            PERFORM CHECK-ALREADY-PAID
            PERFORM LOAD-TIMESHEET

            IF WS-PAY-COUNT = ZERO AND NOT RUN-HAS-ERRORS
               DISPLAY "No employees on "
                  FUNCTION TRIM(WS-TIMESHEET-FILE) ", nothing paid"
               STOP RUN
            END-IF

            PERFORM VARYING PY-IDX FROM 1 BY 1
                  UNTIL PY-IDX > WS-PAY-COUNT
               PERFORM COMPUTE-ONE-PAY
            END-PERFORM
            PERFORM CHECK-LEG-LIMITS

            IF RUN-HAS-ERRORS
               DISPLAY "ERROR: payroll not posted - correct the "
                  "errors above; nothing was posted"
               MOVE 1 TO RETURN-CODE
               STOP RUN
            END-IF

            PERFORM GET-NEXT-JOURNAL-ENTRY
            PERFORM POST-PAYROLL-ENTRY
            PERFORM QUEUE-NET-PAY
            PERFORM APPEND-PAY-REGISTER
            PERFORM UPDATE-EARNINGS

            MOVE WS-TOTAL-GROSS TO WS-TOTAL-ED
            DISPLAY "Payroll " WS-PAY-DATE ": " WS-PAY-COUNT
               " employee(s), gross " FUNCTION TRIM(WS-TOTAL-ED)
               ", journal entry " USER-JOURNAL-ENTRY.
            MOVE WS-TOTAL-NET TO WS-TOTAL-ED
            DISPLAY "  net pay " FUNCTION TRIM(WS-TOTAL-ED) ": "
               WS-CHECK-COUNT " check(s) queued on "
               FUNCTION TRIM(WS-BATCH-FILE) ", " WS-ACH-COUNT
               " direct deposit(s) on "
               FUNCTION TRIM(WS-ACH-BATCH-FILE).
            MOVE WS-TOTAL-EMPLOYER TO WS-TOTAL-ED
            DISPLAY "  employer taxes " FUNCTION TRIM(WS-TOTAL-ED)
               "; register " FUNCTION TRIM(WS-REGISTER-FILE)
               ", earnings " FUNCTION TRIM(WS-EARNINGS-FILE).

       LOAD-PAY-ACCOUNTS.
            OPEN INPUT payaccts
            IF WS-PAYACCTS-STATUS = "35"
               CLOSE payaccts
               EXIT PARAGRAPH
            END-IF
            MOVE "N" TO WS-FILE-EOF
            PERFORM WITH TEST BEFORE UNTIL FILE-AT-END
               READ payaccts
                  AT END
                     MOVE "Y" TO WS-FILE-EOF
                  NOT AT END
                     PERFORM STORE-PAY-ACCOUNT-ROW
               END-READ
            END-PERFORM
            CLOSE payaccts.

       STORE-PAY-ACCOUNT-ROW.
            MOVE SPACES TO WS-ACCT-KEY-IN WS-ACCT-NAME-IN
            UNSTRING PAYACCTS-LINE DELIMITED BY "|"
               INTO WS-ACCT-KEY-IN WS-ACCT-NAME-IN
            END-UNSTRING
            IF WS-ACCT-NAME-IN = SPACES
               EXIT PARAGRAPH
            END-IF
            EVALUATE FUNCTION UPPER-CASE(FUNCTION TRIM(WS-ACCT-KEY-IN))
               WHEN "WAGES"
                  MOVE WS-ACCT-NAME-IN TO WS-WAGES-ACCOUNT
               WHEN "TAXES"
                  MOVE WS-ACCT-NAME-IN TO WS-TAXES-ACCOUNT
               WHEN "FEDWH"
                  MOVE WS-ACCT-NAME-IN TO WS-FEDWH-ACCOUNT
               WHEN "STATEWH"
                  MOVE WS-ACCT-NAME-IN TO WS-STATEWH-ACCOUNT
               WHEN "FICA"
                  MOVE WS-ACCT-NAME-IN TO WS-FICA-ACCOUNT
               WHEN "FUTA"
                  MOVE WS-ACCT-NAME-IN TO WS-FUTA-ACCOUNT
               WHEN "SUTA"
                  MOVE WS-ACCT-NAME-IN TO WS-SUTA-ACCOUNT
               WHEN "NETPAY"
                  MOVE WS-ACCT-NAME-IN TO WS-NETPAY-ACCOUNT
               WHEN OTHER
                  DISPLAY "WARNING: unknown key '"
                     FUNCTION TRIM(WS-ACCT-KEY-IN) "' on "
                     FUNCTION TRIM(WS-PAYACCTS-FILE) " ignored"
            END-EVALUATE.

       VALIDATE-PAY-ACCOUNTS.
            MOVE WS-CASH-ACCOUNT TO WS-LOOKUP-ACCOUNT
            PERFORM VALIDATE-ONE-PAY-ACCOUNT
            MOVE WS-WAGES-ACCOUNT TO WS-LOOKUP-ACCOUNT
            PERFORM VALIDATE-ONE-PAY-ACCOUNT
            MOVE WS-TAXES-ACCOUNT TO WS-LOOKUP-ACCOUNT
            PERFORM VALIDATE-ONE-PAY-ACCOUNT
            MOVE WS-FEDWH-ACCOUNT TO WS-LOOKUP-ACCOUNT
            PERFORM VALIDATE-ONE-PAY-ACCOUNT
            MOVE WS-STATEWH-ACCOUNT TO WS-LOOKUP-ACCOUNT
            PERFORM VALIDATE-ONE-PAY-ACCOUNT
            MOVE WS-FICA-ACCOUNT TO WS-LOOKUP-ACCOUNT
            PERFORM VALIDATE-ONE-PAY-ACCOUNT
            MOVE WS-FUTA-ACCOUNT TO WS-LOOKUP-ACCOUNT
            PERFORM VALIDATE-ONE-PAY-ACCOUNT
            MOVE WS-SUTA-ACCOUNT TO WS-LOOKUP-ACCOUNT
            PERFORM VALIDATE-ONE-PAY-ACCOUNT
            MOVE WS-NETPAY-ACCOUNT TO WS-LOOKUP-ACCOUNT
            PERFORM VALIDATE-ONE-PAY-ACCOUNT.

       VALIDATE-ONE-PAY-ACCOUNT.
            PERFORM VALIDATE-ACCOUNT
            IF NOT ACCOUNT-IS-VALID
               DISPLAY "ERROR: account '"
                  FUNCTION TRIM(WS-LOOKUP-ACCOUNT)
                  "' is not usable"
               MOVE "Y" TO WS-RUN-ERRORS
            END-IF.

       UNPACK-EMPLOYEE-ROW.
            MOVE SPACES TO WS-EMP-ID-IN WS-EMP-NAME-IN WS-EMP-DEPT-IN
               WS-EMP-TYPE-IN WS-EMP-RATE-IN WS-EMP-FREQ-IN
               WS-EMP-FILING-IN WS-EMP-DD-IN WS-EMP-ROUTING-IN
               WS-EMP-BANK-IN WS-EMP-ACCT-TYPE-IN
            UNSTRING EMPLOYEE-LINE DELIMITED BY "|"
               INTO WS-EMP-ID-IN WS-EMP-NAME-IN WS-EMP-DEPT-IN
                    WS-EMP-TYPE-IN WS-EMP-RATE-IN WS-EMP-FREQ-IN
                    WS-EMP-FILING-IN WS-EMP-DD-IN WS-EMP-ROUTING-IN
                    WS-EMP-BANK-IN WS-EMP-ACCT-TYPE-IN
            END-UNSTRING.

       LOAD-EMPLOYEES.
            MOVE ZERO TO WS-EMPLOYEE-COUNT
            OPEN INPUT employee
            IF WS-EMPLOYEE-STATUS = "35"
               DISPLAY "ERROR: employee master "
                  FUNCTION TRIM(WS-EMPLOYEE-FILE) " not found"
               MOVE "Y" TO WS-RUN-ERRORS
               CLOSE employee
               EXIT PARAGRAPH
            END-IF
            MOVE "N" TO WS-FILE-EOF
            PERFORM WITH TEST BEFORE UNTIL FILE-AT-END
               READ employee
                  AT END
                     MOVE "Y" TO WS-FILE-EOF
                  NOT AT END
                     IF EMPLOYEE-LINE NOT = SPACES
                        PERFORM STORE-EMPLOYEE-ROW
                     END-IF
               END-READ
            END-PERFORM
            CLOSE employee.

       STORE-EMPLOYEE-ROW.
            PERFORM UNPACK-EMPLOYEE-ROW
            IF WS-EMPLOYEE-COUNT >= 500
               DISPLAY "ERROR: more than 500 employees on "
                  FUNCTION TRIM(WS-EMPLOYEE-FILE)
               MOVE "Y" TO WS-RUN-ERRORS
               EXIT PARAGRAPH
            END-IF
            ADD 1 TO WS-EMPLOYEE-COUNT
            SET EM-IDX TO WS-EMPLOYEE-COUNT
            MOVE FUNCTION UPPER-CASE(WS-EMP-ID-IN) TO EM-ID(EM-IDX)
            MOVE WS-EMP-NAME-IN TO EM-NAME(EM-IDX)
            MOVE FUNCTION UPPER-CASE(WS-EMP-DEPT-IN) TO EM-DEPT(EM-IDX)
            MOVE FUNCTION UPPER-CASE(WS-EMP-TYPE-IN) TO EM-TYPE(EM-IDX)
            MOVE FUNCTION UPPER-CASE(WS-EMP-FILING-IN)
               TO EM-FILING(EM-IDX)
            MOVE FUNCTION UPPER-CASE(WS-EMP-DD-IN) TO EM-DIRECT(EM-IDX)
            MOVE WS-EMP-ROUTING-IN TO EM-ROUTING(EM-IDX)
            MOVE WS-EMP-BANK-IN TO EM-BANK-ACCOUNT(EM-IDX)
            MOVE FUNCTION UPPER-CASE(WS-EMP-ACCT-TYPE-IN)
               TO EM-ACCOUNT-TYPE(EM-IDX)
            MOVE ZERO TO EM-RATE(EM-IDX)
            IF FUNCTION TEST-NUMVAL(WS-EMP-RATE-IN) = ZERO
               MOVE FUNCTION NUMVAL(WS-EMP-RATE-IN) TO EM-RATE(EM-IDX)
            END-IF
            EVALUATE FUNCTION UPPER-CASE(FUNCTION TRIM(WS-EMP-FREQ-IN))
               WHEN "WEEKLY"
                  MOVE 52 TO EM-PERIODS(EM-IDX)
               WHEN "BIWEEKLY"
                  MOVE 26 TO EM-PERIODS(EM-IDX)
               WHEN "SEMIMONTHLY"
                  MOVE 24 TO EM-PERIODS(EM-IDX)
               WHEN "MONTHLY"
                  MOVE 12 TO EM-PERIODS(EM-IDX)
               WHEN OTHER
                  MOVE ZERO TO EM-PERIODS(EM-IDX)
            END-EVALUATE.

       FIND-EMPLOYEE.
      *    WS-TS-ID-IN names the employee; EM-IDX is left on the match.
            MOVE "N" TO WS-FOUND
            PERFORM VARYING EM-IDX FROM 1 BY 1
                  UNTIL EM-IDX > WS-EMPLOYEE-COUNT OR ROW-FOUND
               IF EM-ID(EM-IDX) = FUNCTION UPPER-CASE(WS-TS-ID-IN)
                  MOVE "Y" TO WS-FOUND
               END-IF
            END-PERFORM
            IF ROW-FOUND
               SET EM-IDX DOWN BY 1
            END-IF.

       LOAD-RATE-TABLE.
            MOVE ZERO TO WS-RATE-COUNT
            OPEN INPUT payrates
            IF WS-PAYRATES-STATUS = "35"
               DISPLAY "ERROR: payroll rate table "
                  FUNCTION TRIM(WS-PAYRATES-FILE) " not found"
               MOVE "Y" TO WS-RUN-ERRORS
               CLOSE payrates
               EXIT PARAGRAPH
            END-IF
            MOVE "N" TO WS-FILE-EOF
            PERFORM WITH TEST BEFORE UNTIL FILE-AT-END
               READ payrates
                  AT END
                     MOVE "Y" TO WS-FILE-EOF
                  NOT AT END
                     IF PAYRATES-LINE NOT = SPACES
                        PERFORM STORE-RATE-ROW
                     END-IF
               END-READ
            END-PERFORM
            CLOSE payrates.

       STORE-RATE-ROW.
            MOVE SPACES TO WS-RT-TAX-IN WS-RT-FILING-IN WS-RT-LIMIT-IN
               WS-RT-BASE-IN WS-RT-PERCENT-IN
            UNSTRING PAYRATES-LINE DELIMITED BY "|"
               INTO WS-RT-TAX-IN WS-RT-FILING-IN WS-RT-LIMIT-IN
                    WS-RT-BASE-IN WS-RT-PERCENT-IN
            END-UNSTRING
            IF WS-RATE-COUNT >= 100
                  OR FUNCTION TEST-NUMVAL(WS-RT-PERCENT-IN) NOT = ZERO
                  OR (WS-RT-LIMIT-IN NOT = SPACES AND
                      FUNCTION TEST-NUMVAL(WS-RT-LIMIT-IN) NOT = ZERO)
                  OR (WS-RT-BASE-IN NOT = SPACES AND
                      FUNCTION TEST-NUMVAL(WS-RT-BASE-IN) NOT = ZERO)
               DISPLAY "ERROR: rate table row not usable: "
                  FUNCTION TRIM(PAYRATES-LINE)
               MOVE "Y" TO WS-RUN-ERRORS
               EXIT PARAGRAPH
            END-IF
            ADD 1 TO WS-RATE-COUNT
            SET RT-IDX TO WS-RATE-COUNT
            MOVE FUNCTION UPPER-CASE(WS-RT-TAX-IN) TO RT-TAX(RT-IDX)
            MOVE FUNCTION UPPER-CASE(WS-RT-FILING-IN)
               TO RT-FILING(RT-IDX)
            IF RT-FILING(RT-IDX) = SPACES
               MOVE "ALL" TO RT-FILING(RT-IDX)
            END-IF
            MOVE ZERO TO RT-LIMIT(RT-IDX) RT-BASE(RT-IDX)
            IF WS-RT-LIMIT-IN NOT = SPACES
               MOVE FUNCTION NUMVAL(WS-RT-LIMIT-IN) TO RT-LIMIT(RT-IDX)
            END-IF
            IF WS-RT-BASE-IN NOT = SPACES
               MOVE FUNCTION NUMVAL(WS-RT-BASE-IN) TO RT-BASE(RT-IDX)
            END-IF
            MOVE FUNCTION NUMVAL(WS-RT-PERCENT-IN)
               TO RT-PERCENT(RT-IDX).

       LOAD-EARNINGS.
            MOVE ZERO TO WS-EARNINGS-COUNT
            OPEN INPUT payearnings
            IF WS-EARNINGS-STATUS = "35"
               CLOSE payearnings
               EXIT PARAGRAPH
            END-IF
            MOVE "N" TO WS-FILE-EOF
            PERFORM WITH TEST BEFORE UNTIL FILE-AT-END
               READ payearnings
                  AT END
                     MOVE "Y" TO WS-FILE-EOF
                  NOT AT END
                     IF EARNINGS-LINE NOT = SPACES
                        PERFORM STORE-EARNINGS-ROW
                     END-IF
               END-READ
            END-PERFORM
            CLOSE payearnings.

       STORE-EARNINGS-ROW.
            IF WS-EARNINGS-COUNT >= 2000
               DISPLAY "ERROR: more than 2000 rows on "
                  FUNCTION TRIM(WS-EARNINGS-FILE)
               MOVE "Y" TO WS-RUN-ERRORS
               EXIT PARAGRAPH
            END-IF
            PERFORM UNPACK-EARNINGS-ROW
            ADD 1 TO WS-EARNINGS-COUNT
            SET ER-IDX TO WS-EARNINGS-COUNT
            MOVE FUNCTION UPPER-CASE(WS-ER-FIELD-IN(1))
               TO ER-ID(ER-IDX)
            MOVE FUNCTION NUMVAL(WS-ER-FIELD-IN(2)) TO ER-YEAR(ER-IDX)
            MOVE FUNCTION NUMVAL(WS-ER-FIELD-IN(3))
               TO ER-QUARTER(ER-IDX)
            MOVE FUNCTION NUMVAL(WS-ER-FIELD-IN(4))
               TO ER-QTD-GROSS(ER-IDX)
            MOVE FUNCTION NUMVAL(WS-ER-FIELD-IN(5))
               TO ER-QTD-FED(ER-IDX)
            MOVE FUNCTION NUMVAL(WS-ER-FIELD-IN(6))
               TO ER-QTD-STATE(ER-IDX)
            MOVE FUNCTION NUMVAL(WS-ER-FIELD-IN(7))
               TO ER-QTD-SS(ER-IDX)
            MOVE FUNCTION NUMVAL(WS-ER-FIELD-IN(8))
               TO ER-QTD-MEDICARE(ER-IDX)
            MOVE FUNCTION NUMVAL(WS-ER-FIELD-IN(9))
               TO ER-QTD-NET(ER-IDX)
            MOVE FUNCTION NUMVAL(WS-ER-FIELD-IN(10))
               TO ER-YTD-GROSS(ER-IDX)
            MOVE FUNCTION NUMVAL(WS-ER-FIELD-IN(11))
               TO ER-YTD-FED(ER-IDX)
            MOVE FUNCTION NUMVAL(WS-ER-FIELD-IN(12))
               TO ER-YTD-STATE(ER-IDX)
            MOVE FUNCTION NUMVAL(WS-ER-FIELD-IN(13))
               TO ER-YTD-SS(ER-IDX)
            MOVE FUNCTION NUMVAL(WS-ER-FIELD-IN(14))
               TO ER-YTD-MEDICARE(ER-IDX)
            MOVE FUNCTION NUMVAL(WS-ER-FIELD-IN(15))
               TO ER-YTD-NET(ER-IDX).

       UNPACK-EARNINGS-ROW.
      *    A blank or non-numeric figure reads as zero.
            MOVE SPACES TO EARNINGS-FIELDS-IN
            UNSTRING EARNINGS-LINE DELIMITED BY "|"
               INTO WS-ER-FIELD-IN(1) WS-ER-FIELD-IN(2)
                    WS-ER-FIELD-IN(3) WS-ER-FIELD-IN(4)
                    WS-ER-FIELD-IN(5) WS-ER-FIELD-IN(6)
                    WS-ER-FIELD-IN(7) WS-ER-FIELD-IN(8)
                    WS-ER-FIELD-IN(9) WS-ER-FIELD-IN(10)
                    WS-ER-FIELD-IN(11) WS-ER-FIELD-IN(12)
                    WS-ER-FIELD-IN(13) WS-ER-FIELD-IN(14)
                    WS-ER-FIELD-IN(15)
            END-UNSTRING
            PERFORM VARYING WS-FIELD-IDX FROM 2 BY 1
                  UNTIL WS-FIELD-IDX > 15
               IF WS-ER-FIELD-IN(WS-FIELD-IDX) = SPACES
                     OR FUNCTION TEST-NUMVAL(
                        WS-ER-FIELD-IN(WS-FIELD-IDX)) NOT = ZERO
                  MOVE "0" TO WS-ER-FIELD-IN(WS-FIELD-IDX)
               END-IF
            END-PERFORM.

       FIND-EARNINGS-ROW.
      *    The row for EM-ID(EM-IDX) in the pay year; ER-IDX is left
      *    on the match.
            MOVE "N" TO WS-FOUND
            PERFORM VARYING ER-IDX FROM 1 BY 1
                  UNTIL ER-IDX > WS-EARNINGS-COUNT OR ROW-FOUND
               IF ER-ID(ER-IDX) = EM-ID(EM-IDX)
                     AND ER-YEAR(ER-IDX) = WS-PAY-YEAR
                  MOVE "Y" TO WS-FOUND
               END-IF
            END-PERFORM
            IF ROW-FOUND
               SET ER-IDX DOWN BY 1
            END-IF.

       CHECK-ALREADY-PAID.
      *    A pay date already on the register means this run was
      *    posted before; running it again would pay everyone twice.
            OPEN INPUT payregister
            IF WS-REGISTER-STATUS = "35"
               CLOSE payregister
               EXIT PARAGRAPH
            END-IF
            MOVE "N" TO WS-FILE-EOF
            MOVE "N" TO WS-FOUND
            PERFORM WITH TEST BEFORE UNTIL FILE-AT-END OR ROW-FOUND
               READ payregister
                  AT END
                     MOVE "Y" TO WS-FILE-EOF
                  NOT AT END
                     IF REGISTER-LINE(1:10) = WS-PAY-DATE
                        MOVE "Y" TO WS-FOUND
                     END-IF
               END-READ
            END-PERFORM
            CLOSE payregister
            IF ROW-FOUND
               DISPLAY "ERROR: a payroll dated " WS-PAY-DATE
                  " is already on " FUNCTION TRIM(WS-REGISTER-FILE)
               MOVE "Y" TO WS-RUN-ERRORS
            END-IF.

       LOAD-TIMESHEET.
            MOVE ZERO TO WS-PAY-COUNT
            OPEN INPUT timesheet
            IF WS-TIMESHEET-STATUS = "35"
               DISPLAY "ERROR: hours/salary file "
                  FUNCTION TRIM(WS-TIMESHEET-FILE) " not found"
               MOVE "Y" TO WS-RUN-ERRORS
               CLOSE timesheet
               EXIT PARAGRAPH
            END-IF
            MOVE "N" TO WS-FILE-EOF
            PERFORM WITH TEST BEFORE UNTIL FILE-AT-END
               READ timesheet
                  AT END
                     MOVE "Y" TO WS-FILE-EOF
                  NOT AT END
                     IF TIMESHEET-LINE NOT = SPACES
                        PERFORM STORE-TIMESHEET-ROW
                     END-IF
               END-READ
            END-PERFORM
            CLOSE timesheet.

       STORE-TIMESHEET-ROW.
            MOVE SPACES TO WS-TS-ID-IN WS-TS-HOURS-IN WS-TS-OT-IN
               WS-TS-OTHER-IN
            UNSTRING TIMESHEET-LINE DELIMITED BY "|"
               INTO WS-TS-ID-IN WS-TS-HOURS-IN WS-TS-OT-IN
                    WS-TS-OTHER-IN
            END-UNSTRING
            PERFORM FIND-EMPLOYEE
            IF NOT ROW-FOUND
               DISPLAY "ERROR: employee '" FUNCTION TRIM(WS-TS-ID-IN)
                  "' is not on " FUNCTION TRIM(WS-EMPLOYEE-FILE)
               MOVE "Y" TO WS-RUN-ERRORS
               EXIT PARAGRAPH
            END-IF
            IF (WS-TS-HOURS-IN NOT = SPACES AND
                  FUNCTION TEST-NUMVAL(WS-TS-HOURS-IN) NOT = ZERO)
                  OR (WS-TS-OT-IN NOT = SPACES AND
                  FUNCTION TEST-NUMVAL(WS-TS-OT-IN) NOT = ZERO)
                  OR (WS-TS-OTHER-IN NOT = SPACES AND
                  FUNCTION TEST-NUMVAL(WS-TS-OTHER-IN) NOT = ZERO)
               DISPLAY "ERROR: hours or pay for employee "
                  FUNCTION TRIM(WS-TS-ID-IN) " not numeric"
               MOVE "Y" TO WS-RUN-ERRORS
               EXIT PARAGRAPH
            END-IF
            IF EM-PERIODS(EM-IDX) = ZERO
                  OR (EM-TYPE(EM-IDX) NOT = "HOURLY"
                  AND EM-TYPE(EM-IDX) NOT = "SALARY")
               DISPLAY "ERROR: employee " FUNCTION TRIM(WS-TS-ID-IN)
                  " has no usable pay type or pay frequency on the "
                  "master"
               MOVE "Y" TO WS-RUN-ERRORS
               EXIT PARAGRAPH
            END-IF
            PERFORM VARYING PY-IDX FROM 1 BY 1
                  UNTIL PY-IDX > WS-PAY-COUNT
               IF PY-EMPLOYEE(PY-IDX) = EM-IDX
                  DISPLAY "ERROR: employee "
                     FUNCTION TRIM(WS-TS-ID-IN)
                     " appears twice on "
                     FUNCTION TRIM(WS-TIMESHEET-FILE)
                  MOVE "Y" TO WS-RUN-ERRORS
               END-IF
            END-PERFORM
            IF WS-PAY-COUNT >= 500
               DISPLAY "ERROR: more than 500 employees on "
                  FUNCTION TRIM(WS-TIMESHEET-FILE)
               MOVE "Y" TO WS-RUN-ERRORS
               EXIT PARAGRAPH
            END-IF
            ADD 1 TO WS-PAY-COUNT
            SET PY-IDX TO WS-PAY-COUNT
            INITIALIZE PAY-ENTRY(PY-IDX)
            SET PY-EMPLOYEE(PY-IDX) TO EM-IDX
            IF WS-TS-HOURS-IN NOT = SPACES
               MOVE FUNCTION NUMVAL(WS-TS-HOURS-IN) TO PY-HOURS(PY-IDX)
            END-IF
            IF WS-TS-OT-IN NOT = SPACES
               MOVE FUNCTION NUMVAL(WS-TS-OT-IN) TO PY-OT-HOURS(PY-IDX)
            END-IF
            IF WS-TS-OTHER-IN NOT = SPACES
               MOVE FUNCTION NUMVAL(WS-TS-OTHER-IN) TO PY-OTHER(PY-IDX)
            END-IF.

       COMPUTE-ONE-PAY.
      *    Gross, then each tax on it. Income tax uses the annualized
      *    percentage method - gross times pay periods per year, run
      *    through the filing status's brackets, divided back down -
      *    and the wage-base taxes are measured against the wages
      *    already paid this year on PAYEARN.DAT.
            SET EM-IDX TO PY-EMPLOYEE(PY-IDX)
            IF EM-TYPE(EM-IDX) = "HOURLY"
               COMPUTE WS-OT-RATE = EM-RATE(EM-IDX) * 1.5
               COMPUTE PY-GROSS(PY-IDX) ROUNDED =
                  EM-RATE(EM-IDX) * PY-HOURS(PY-IDX)
                  + WS-OT-RATE * PY-OT-HOURS(PY-IDX)
                  + PY-OTHER(PY-IDX)
            ELSE
               COMPUTE PY-GROSS(PY-IDX) ROUNDED =
                  EM-RATE(EM-IDX) / EM-PERIODS(EM-IDX)
                  + PY-OTHER(PY-IDX)
            END-IF

            PERFORM FIND-EARNINGS-ROW
            IF ROW-FOUND
               MOVE ER-YTD-GROSS(ER-IDX) TO WS-YTD-GROSS
            ELSE
               MOVE ZERO TO WS-YTD-GROSS
            END-IF
            COMPUTE WS-ANNUAL-WAGES =
               PY-GROSS(PY-IDX) * EM-PERIODS(EM-IDX)
            MOVE EM-FILING(EM-IDX) TO WS-TAX-FILING

            MOVE "FED" TO WS-TAX-TYPE
            PERFORM COMPUTE-BRACKET-TAX
            COMPUTE PY-FED(PY-IDX) ROUNDED =
               WS-ANNUAL-TAX / EM-PERIODS(EM-IDX)
            MOVE "STATE" TO WS-TAX-TYPE
            PERFORM COMPUTE-BRACKET-TAX
            COMPUTE PY-STATE(PY-IDX) ROUNDED =
               WS-ANNUAL-TAX / EM-PERIODS(EM-IDX)

            MOVE "SS" TO WS-TAX-TYPE
            PERFORM COMPUTE-WAGE-BASE-TAX
            MOVE WS-FLAT-TAX TO PY-SS(PY-IDX) PY-ER-SS(PY-IDX)
            MOVE "MEDICARE" TO WS-TAX-TYPE
            PERFORM COMPUTE-WAGE-BASE-TAX
            MOVE WS-FLAT-TAX TO PY-MEDICARE(PY-IDX)
               PY-ER-MEDICARE(PY-IDX)
            MOVE "FUTA" TO WS-TAX-TYPE
            PERFORM COMPUTE-WAGE-BASE-TAX
            MOVE WS-FLAT-TAX TO PY-FUTA(PY-IDX)
            MOVE "SUTA" TO WS-TAX-TYPE
            PERFORM COMPUTE-WAGE-BASE-TAX
            MOVE WS-FLAT-TAX TO PY-SUTA(PY-IDX)

            COMPUTE PY-NET(PY-IDX) = PY-GROSS(PY-IDX)
               - PY-FED(PY-IDX) - PY-STATE(PY-IDX)
               - PY-SS(PY-IDX) - PY-MEDICARE(PY-IDX)
            IF PY-NET(PY-IDX) < ZERO
               DISPLAY "ERROR: withholdings exceed gross pay for "
                  "employee " FUNCTION TRIM(EM-ID(EM-IDX))
               MOVE "Y" TO WS-RUN-ERRORS
            END-IF

      *    Direct deposit needs bank details on the master; without
      *    them the employee is paid by check rather than not at all.
            MOVE "CHECK" TO PY-METHOD(PY-IDX)
            IF EM-DIRECT(EM-IDX) = "Y"
               IF EM-ROUTING(EM-IDX) = SPACES
                     OR EM-BANK-ACCOUNT(EM-IDX) = SPACES
                  DISPLAY "WARNING: employee "
                     FUNCTION TRIM(EM-ID(EM-IDX))
                     " is flagged for direct deposit but has no "
                     "bank details - paid by check"
               ELSE
                  MOVE "ACH" TO PY-METHOD(PY-IDX)
               END-IF
            END-IF

            ADD PY-GROSS(PY-IDX) TO WS-TOTAL-GROSS
            ADD PY-FED(PY-IDX) TO WS-TOTAL-FED
            ADD PY-STATE(PY-IDX) TO WS-TOTAL-STATE
            ADD PY-SS(PY-IDX) PY-MEDICARE(PY-IDX) PY-ER-SS(PY-IDX)
               PY-ER-MEDICARE(PY-IDX) TO WS-TOTAL-FICA
            ADD PY-FUTA(PY-IDX) TO WS-TOTAL-FUTA
            ADD PY-SUTA(PY-IDX) TO WS-TOTAL-SUTA
            ADD PY-NET(PY-IDX) TO WS-TOTAL-NET
            ADD PY-ER-SS(PY-IDX) PY-ER-MEDICARE(PY-IDX)
               PY-FUTA(PY-IDX) PY-SUTA(PY-IDX) TO WS-TOTAL-EMPLOYER
            PERFORM ADD-TO-DEPARTMENT.

       COMPUTE-BRACKET-TAX.
      *    The bracket is the WS-TAX-TYPE row for the employee's
      *    filing status (or ALL) with the highest LIMIT not above
      *    the annualized wages; no bracket means no tax.
            MOVE ZERO TO WS-ANNUAL-TAX WS-BEST-LIMIT
            MOVE "N" TO WS-BRACKET-FOUND
            PERFORM VARYING RT-IDX FROM 1 BY 1
                  UNTIL RT-IDX > WS-RATE-COUNT
               IF RT-TAX(RT-IDX) = WS-TAX-TYPE
                     AND (RT-FILING(RT-IDX) = WS-TAX-FILING
                       OR RT-FILING(RT-IDX) = "ALL")
                     AND RT-LIMIT(RT-IDX) NOT > WS-ANNUAL-WAGES
                     AND (NOT BRACKET-WAS-FOUND
                       OR RT-LIMIT(RT-IDX) >= WS-BEST-LIMIT)
                  MOVE "Y" TO WS-BRACKET-FOUND
                  MOVE RT-LIMIT(RT-IDX) TO WS-BEST-LIMIT
                  COMPUTE WS-ANNUAL-TAX ROUNDED = RT-BASE(RT-IDX)
                     + (WS-ANNUAL-WAGES - RT-LIMIT(RT-IDX))
                       * RT-PERCENT(RT-IDX) / 100
               END-IF
            END-PERFORM.

       COMPUTE-WAGE-BASE-TAX.
      *    Flat PERCENT of this period's gross, but only on the part
      *    of it that falls under the year's wage base.
            MOVE ZERO TO WS-FLAT-TAX
            MOVE "N" TO WS-FOUND
            PERFORM VARYING RT-IDX FROM 1 BY 1
                  UNTIL RT-IDX > WS-RATE-COUNT OR ROW-FOUND
               IF RT-TAX(RT-IDX) = WS-TAX-TYPE
                  MOVE "Y" TO WS-FOUND
               END-IF
            END-PERFORM
            IF NOT ROW-FOUND
               EXIT PARAGRAPH
            END-IF
            SET RT-IDX DOWN BY 1
            MOVE PY-GROSS(PY-IDX) TO WS-TAXABLE-WAGES
            IF RT-LIMIT(RT-IDX) > ZERO
               COMPUTE WS-ROOM-UNDER-BASE =
                  RT-LIMIT(RT-IDX) - WS-YTD-GROSS
               IF WS-ROOM-UNDER-BASE < ZERO
                  MOVE ZERO TO WS-ROOM-UNDER-BASE
               END-IF
               IF WS-TAXABLE-WAGES > WS-ROOM-UNDER-BASE
                  MOVE WS-ROOM-UNDER-BASE TO WS-TAXABLE-WAGES
               END-IF
            END-IF
            COMPUTE WS-FLAT-TAX ROUNDED =
               WS-TAXABLE-WAGES * RT-PERCENT(RT-IDX) / 100.

       ADD-TO-DEPARTMENT.
            MOVE "N" TO WS-FOUND
            PERFORM VARYING DP-IDX FROM 1 BY 1
                  UNTIL DP-IDX > WS-DEPARTMENT-COUNT OR ROW-FOUND
               IF DP-CODE(DP-IDX) = EM-DEPT(EM-IDX)
                  MOVE "Y" TO WS-FOUND
               END-IF
            END-PERFORM
            IF ROW-FOUND
               SET DP-IDX DOWN BY 1
            ELSE
               IF WS-DEPARTMENT-COUNT >= 100
                  DISPLAY "ERROR: more than 100 departments on one "
                     "payroll"
                  MOVE "Y" TO WS-RUN-ERRORS
                  EXIT PARAGRAPH
               END-IF
               ADD 1 TO WS-DEPARTMENT-COUNT
               SET DP-IDX TO WS-DEPARTMENT-COUNT
               MOVE EM-DEPT(EM-IDX) TO DP-CODE(DP-IDX)
               MOVE ZERO TO DP-WAGES(DP-IDX) DP-TAXES(DP-IDX)
            END-IF
            ADD PY-GROSS(PY-IDX) TO DP-WAGES(DP-IDX)
            ADD PY-ER-SS(PY-IDX) PY-ER-MEDICARE(PY-IDX)
               PY-FUTA(PY-IDX) PY-SUTA(PY-IDX) TO DP-TAXES(DP-IDX).

       CHECK-LEG-LIMITS.
      *    Every leg must fit the ledger's 9,999,999.99 line.
            IF WS-TOTAL-FED > 9999999.99 OR WS-TOTAL-STATE > 9999999.99
                  OR WS-TOTAL-FICA > 9999999.99
                  OR WS-TOTAL-FUTA > 9999999.99
                  OR WS-TOTAL-SUTA > 9999999.99
                  OR WS-TOTAL-NET > 9999999.99
               DISPLAY "ERROR: a liability total exceeds the "
                  "9,999,999.99 ledger line limit; split the payroll"
               MOVE "Y" TO WS-RUN-ERRORS
            END-IF
            PERFORM VARYING DP-IDX FROM 1 BY 1
                  UNTIL DP-IDX > WS-DEPARTMENT-COUNT
               IF DP-WAGES(DP-IDX) > 9999999.99
                     OR DP-TAXES(DP-IDX) > 9999999.99
                  DISPLAY "ERROR: department "
                     FUNCTION TRIM(DP-CODE(DP-IDX))
                     " exceeds the 9,999,999.99 ledger line limit; "
                     "split the payroll"
                  MOVE "Y" TO WS-RUN-ERRORS
               END-IF
            END-PERFORM.

       POST-PAYROLL-ENTRY.
      *    Debits by department, credits undepartmented: wages and
      *    employer taxes belong to the department that earned them,
      *    the liabilities to the company as a whole.
            MOVE SPACES TO WS-LEG-REFERENCE
            STRING "PAYROLL " DELIMITED BY SIZE
                  WS-PAY-DATE DELIMITED BY SIZE
               INTO WS-LEG-REFERENCE
            END-STRING
            PERFORM VARYING DP-IDX FROM 1 BY 1
                  UNTIL DP-IDX > WS-DEPARTMENT-COUNT
               MOVE DP-CODE(DP-IDX) TO WS-DEPARTMENT-CODE
               MOVE WS-WAGES-ACCOUNT TO WS-LEG-ACCOUNT
               MOVE DP-WAGES(DP-IDX) TO WS-LEG-DEBIT
               MOVE ZERO TO WS-LEG-CREDIT
               MOVE SPACES TO WS-LEG-DESCRIPTION
               STRING "Gross wages " DELIMITED BY SIZE
                     WS-PAY-DATE DELIMITED BY SIZE
                     " " DELIMITED BY SIZE
                     FUNCTION TRIM(DP-CODE(DP-IDX)) DELIMITED BY SIZE
                  INTO WS-LEG-DESCRIPTION
               END-STRING
               PERFORM POST-ONE-LEG
               IF DP-TAXES(DP-IDX) > ZERO
                  MOVE WS-TAXES-ACCOUNT TO WS-LEG-ACCOUNT
                  MOVE DP-TAXES(DP-IDX) TO WS-LEG-DEBIT
                  MOVE SPACES TO WS-LEG-DESCRIPTION
                  STRING "Employer tax " DELIMITED BY SIZE
                        WS-PAY-DATE DELIMITED BY SIZE
                        " " DELIMITED BY SIZE
                        FUNCTION TRIM(DP-CODE(DP-IDX))
                           DELIMITED BY SIZE
                     INTO WS-LEG-DESCRIPTION
                  END-STRING
                  PERFORM POST-ONE-LEG
               END-IF
            END-PERFORM

            MOVE SPACES TO WS-DEPARTMENT-CODE
            MOVE ZERO TO WS-LEG-DEBIT
            MOVE WS-FEDWH-ACCOUNT TO WS-LEG-ACCOUNT
            MOVE WS-TOTAL-FED TO WS-LEG-AMOUNT
            MOVE "Federal income tax withheld" TO WS-LEG-DESCRIPTION
            PERFORM POST-LIABILITY-LEG
            MOVE WS-STATEWH-ACCOUNT TO WS-LEG-ACCOUNT
            MOVE WS-TOTAL-STATE TO WS-LEG-AMOUNT
            MOVE "State income tax withheld" TO WS-LEG-DESCRIPTION
            PERFORM POST-LIABILITY-LEG
            MOVE WS-FICA-ACCOUNT TO WS-LEG-ACCOUNT
            MOVE WS-TOTAL-FICA TO WS-LEG-AMOUNT
            MOVE "FICA employee and employer" TO WS-LEG-DESCRIPTION
            PERFORM POST-LIABILITY-LEG
            MOVE WS-FUTA-ACCOUNT TO WS-LEG-ACCOUNT
            MOVE WS-TOTAL-FUTA TO WS-LEG-AMOUNT
            MOVE "FUTA accrued" TO WS-LEG-DESCRIPTION
            PERFORM POST-LIABILITY-LEG
            MOVE WS-SUTA-ACCOUNT TO WS-LEG-ACCOUNT
            MOVE WS-TOTAL-SUTA TO WS-LEG-AMOUNT
            MOVE "SUTA accrued" TO WS-LEG-DESCRIPTION
            PERFORM POST-LIABILITY-LEG
            MOVE WS-NETPAY-ACCOUNT TO WS-LEG-ACCOUNT
            MOVE WS-TOTAL-NET TO WS-LEG-AMOUNT
            MOVE "Net pay owed" TO WS-LEG-DESCRIPTION
            PERFORM POST-LIABILITY-LEG.

       POST-LIABILITY-LEG.
      *    A tax the rate table does not levy posts no zero leg.
            IF WS-LEG-AMOUNT > ZERO
               MOVE ZERO TO WS-LEG-DEBIT
               MOVE WS-LEG-AMOUNT TO WS-LEG-CREDIT
               PERFORM POST-ONE-LEG
            END-IF.

       POST-ONE-LEG.
            PERFORM GET-NEXT-TRANSACTION-ID
            PERFORM OPEN-LEDGER-WITH-RETRY
            MOVE WS-FORMATTED-DATE TO TRANSACTION-DATE
            MOVE WS-LEG-ACCOUNT TO ACCOUNT
            MOVE WS-LEG-DEBIT TO DEBIT OF ENTRIES
            MOVE WS-LEG-CREDIT TO CREDIT OF ENTRIES
            MOVE WS-LEG-DESCRIPTION TO DESCRIPTION
            MOVE USER-TRANSACTION-ID TO TRANSACTION-ID
            SET NOT-RECONCILED TO TRUE
            MOVE WS-POSTING-FY TO FISCAL-YEAR
            MOVE WS-POSTING-PD TO ACCOUNTING-PERIOD
            MOVE "USD" TO CURRENCY-CODE OF ENTRIES
            MOVE WS-LEG-REFERENCE TO REFERENCE-DOC
            MOVE USER-JOURNAL-ENTRY TO JOURNAL-ENTRY-NO
            MOVE WS-DEPARTMENT-CODE TO DEPARTMENT-CODE
            MOVE WS-OPERATOR-ID TO POSTED-BY
            WRITE ENTRIES
            MOVE ACCOUNT TO WS-COA-POST-ACCOUNT
            MOVE DEBIT OF ENTRIES TO WS-COA-POST-DEBIT
            MOVE CREDIT OF ENTRIES
               TO WS-COA-POST-CREDIT
            PERFORM POST-COA-BALANCE
            CLOSE bestbooks.

       QUEUE-NET-PAY.
      *    One payment row per employee, the description carrying the
      *    pay date and employee id so the check stub and the bank
      *    statement both say what it was for.
            MOVE ZERO TO WS-CHECK-COUNT WS-ACH-COUNT
            OPEN EXTEND checkbatch
            OPEN EXTEND achbatch
            PERFORM VARYING PY-IDX FROM 1 BY 1
                  UNTIL PY-IDX > WS-PAY-COUNT
               IF PY-NET(PY-IDX) > ZERO
                  PERFORM QUEUE-ONE-PAYMENT
               END-IF
            END-PERFORM
            CLOSE checkbatch
            CLOSE achbatch.

       QUEUE-ONE-PAYMENT.
      *    The memo becomes the payment's ledger description, so it
      *    is kept to "Net pay EMP#<id> YYYYMMDD" - 30 bytes at most.
            SET EM-IDX TO PY-EMPLOYEE(PY-IDX)
            MOVE PY-NET(PY-IDX) TO WS-AMOUNT-ED
            MOVE SPACES TO BATCH-LINE
            STRING FUNCTION TRIM(WS-CASH-ACCOUNT) DELIMITED BY SIZE
                  "|" DELIMITED BY SIZE
                  FUNCTION TRIM(WS-AMOUNT-ED) DELIMITED BY SIZE
                  "|" DELIMITED BY SIZE
                  FUNCTION TRIM(EM-NAME(EM-IDX)) DELIMITED BY SIZE
                  "|Net pay EMP#" DELIMITED BY SIZE
                  FUNCTION TRIM(EM-ID(EM-IDX)) DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-PAY-DATE(1:4) DELIMITED BY SIZE
                  WS-PAY-DATE(6:2) DELIMITED BY SIZE
                  WS-PAY-DATE(9:2) DELIMITED BY SIZE
                  "|" DELIMITED BY SIZE
                  FUNCTION TRIM(WS-NETPAY-ACCOUNT) DELIMITED BY SIZE
               INTO BATCH-LINE
            END-STRING
            IF PY-METHOD(PY-IDX) = "ACH"
               MOVE SPACES TO ACH-BATCH-LINE
               STRING FUNCTION TRIM(BATCH-LINE) DELIMITED BY SIZE
                     "||" DELIMITED BY SIZE
                     FUNCTION TRIM(EM-ROUTING(EM-IDX))
                        DELIMITED BY SIZE
                     "|" DELIMITED BY SIZE
                     FUNCTION TRIM(EM-BANK-ACCOUNT(EM-IDX))
                        DELIMITED BY SIZE
                     "|" DELIMITED BY SIZE
                     FUNCTION TRIM(EM-ACCOUNT-TYPE(EM-IDX))
                        DELIMITED BY SIZE
                     "|PPD|" DELIMITED BY SIZE
                     FUNCTION TRIM(EM-ID(EM-IDX)) DELIMITED BY SIZE
                  INTO ACH-BATCH-LINE
               END-STRING
               WRITE ACH-BATCH-LINE
               ADD 1 TO WS-ACH-COUNT
            ELSE
               WRITE BATCH-LINE
               ADD 1 TO WS-CHECK-COUNT
            END-IF.

       APPEND-PAY-REGISTER.
            OPEN EXTEND payregister
            PERFORM VARYING PY-IDX FROM 1 BY 1
                  UNTIL PY-IDX > WS-PAY-COUNT
               PERFORM WRITE-REGISTER-ROW
            END-PERFORM
            CLOSE payregister.

       WRITE-REGISTER-ROW.
            SET EM-IDX TO PY-EMPLOYEE(PY-IDX)
            MOVE SPACES TO WS-OUT-LINE
            MOVE 1 TO WS-OUT-POINTER
            STRING WS-PAY-DATE DELIMITED BY SIZE
                  "|" DELIMITED BY SIZE
                  USER-JOURNAL-ENTRY DELIMITED BY SIZE
                  "|" DELIMITED BY SIZE
                  FUNCTION TRIM(EM-ID(EM-IDX)) DELIMITED BY SIZE
                  "|" DELIMITED BY SIZE
                  FUNCTION TRIM(EM-NAME(EM-IDX)) DELIMITED BY SIZE
                  "|" DELIMITED BY SIZE
                  FUNCTION TRIM(EM-DEPT(EM-IDX)) DELIMITED BY SIZE
               INTO WS-OUT-LINE
               WITH POINTER WS-OUT-POINTER
            END-STRING
            MOVE PY-HOURS(PY-IDX) TO WS-HOURS-ED
            STRING "|" DELIMITED BY SIZE
                  WS-HOURS-ED DELIMITED BY SIZE
               INTO WS-OUT-LINE
               WITH POINTER WS-OUT-POINTER
            END-STRING
            MOVE PY-OT-HOURS(PY-IDX) TO WS-HOURS-ED
            STRING "|" DELIMITED BY SIZE
                  WS-HOURS-ED DELIMITED BY SIZE
               INTO WS-OUT-LINE
               WITH POINTER WS-OUT-POINTER
            END-STRING
            MOVE PY-GROSS(PY-IDX) TO WS-FIELD-AMOUNT
            PERFORM APPEND-AMOUNT-FIELD
            MOVE PY-FED(PY-IDX) TO WS-FIELD-AMOUNT
            PERFORM APPEND-AMOUNT-FIELD
            MOVE PY-STATE(PY-IDX) TO WS-FIELD-AMOUNT
            PERFORM APPEND-AMOUNT-FIELD
            MOVE PY-SS(PY-IDX) TO WS-FIELD-AMOUNT
            PERFORM APPEND-AMOUNT-FIELD
            MOVE PY-MEDICARE(PY-IDX) TO WS-FIELD-AMOUNT
            PERFORM APPEND-AMOUNT-FIELD
            MOVE PY-NET(PY-IDX) TO WS-FIELD-AMOUNT
            PERFORM APPEND-AMOUNT-FIELD
            MOVE PY-ER-SS(PY-IDX) TO WS-FIELD-AMOUNT
            PERFORM APPEND-AMOUNT-FIELD
            MOVE PY-ER-MEDICARE(PY-IDX) TO WS-FIELD-AMOUNT
            PERFORM APPEND-AMOUNT-FIELD
            MOVE PY-FUTA(PY-IDX) TO WS-FIELD-AMOUNT
            PERFORM APPEND-AMOUNT-FIELD
            MOVE PY-SUTA(PY-IDX) TO WS-FIELD-AMOUNT
            PERFORM APPEND-AMOUNT-FIELD
            STRING "|" DELIMITED BY SIZE
                  FUNCTION TRIM(PY-METHOD(PY-IDX)) DELIMITED BY SIZE
               INTO WS-OUT-LINE
               WITH POINTER WS-OUT-POINTER
            END-STRING
            WRITE REGISTER-LINE FROM WS-OUT-LINE
            MOVE PY-GROSS(PY-IDX) TO WS-AMOUNT-ED
            DISPLAY "  " EM-ID(EM-IDX) " " EM-NAME(EM-IDX)
               " gross " FUNCTION TRIM(WS-AMOUNT-ED) WITH NO ADVANCING
            MOVE PY-NET(PY-IDX) TO WS-AMOUNT-ED
            DISPLAY " net " FUNCTION TRIM(WS-AMOUNT-ED) " by "
               FUNCTION TRIM(PY-METHOD(PY-IDX)).

       APPEND-AMOUNT-FIELD.
      *    "|" and WS-FIELD-AMOUNT onto WS-OUT-LINE at WS-OUT-POINTER.
            MOVE WS-FIELD-AMOUNT TO WS-FIELD-ED
            STRING "|" DELIMITED BY SIZE
                  FUNCTION TRIM(WS-FIELD-ED) DELIMITED BY SIZE
               INTO WS-OUT-LINE
               WITH POINTER WS-OUT-POINTER
            END-STRING.

       UPDATE-EARNINGS.
      *    Each employee paid gets this run added to the year's row
      *    (a new row on the first pay date of a year); the QTD
      *    figures start over when the pay date opens a new quarter.
      *    The whole file is then rewritten from the table.
            PERFORM VARYING PY-IDX FROM 1 BY 1
                  UNTIL PY-IDX > WS-PAY-COUNT
               SET EM-IDX TO PY-EMPLOYEE(PY-IDX)
               PERFORM FIND-EARNINGS-ROW
               IF NOT ROW-FOUND
                  ADD 1 TO WS-EARNINGS-COUNT
                  SET ER-IDX TO WS-EARNINGS-COUNT
                  INITIALIZE EARNINGS-ENTRY(ER-IDX)
                  MOVE EM-ID(EM-IDX) TO ER-ID(ER-IDX)
                  MOVE WS-PAY-YEAR TO ER-YEAR(ER-IDX)
                  MOVE WS-PAY-QUARTER TO ER-QUARTER(ER-IDX)
               END-IF
               IF ER-QUARTER(ER-IDX) NOT = WS-PAY-QUARTER
                  MOVE WS-PAY-QUARTER TO ER-QUARTER(ER-IDX)
                  MOVE ZERO TO ER-QTD-GROSS(ER-IDX) ER-QTD-FED(ER-IDX)
                     ER-QTD-STATE(ER-IDX) ER-QTD-SS(ER-IDX)
                     ER-QTD-MEDICARE(ER-IDX) ER-QTD-NET(ER-IDX)
               END-IF
               ADD PY-GROSS(PY-IDX) TO ER-QTD-GROSS(ER-IDX)
                  ER-YTD-GROSS(ER-IDX)
               ADD PY-FED(PY-IDX) TO ER-QTD-FED(ER-IDX)
                  ER-YTD-FED(ER-IDX)
               ADD PY-STATE(PY-IDX) TO ER-QTD-STATE(ER-IDX)
                  ER-YTD-STATE(ER-IDX)
               ADD PY-SS(PY-IDX) TO ER-QTD-SS(ER-IDX)
                  ER-YTD-SS(ER-IDX)
               ADD PY-MEDICARE(PY-IDX) TO ER-QTD-MEDICARE(ER-IDX)
                  ER-YTD-MEDICARE(ER-IDX)
               ADD PY-NET(PY-IDX) TO ER-QTD-NET(ER-IDX)
                  ER-YTD-NET(ER-IDX)
            END-PERFORM

            OPEN OUTPUT payearnings
            PERFORM VARYING ER-IDX FROM 1 BY 1
                  UNTIL ER-IDX > WS-EARNINGS-COUNT
               PERFORM WRITE-EARNINGS-ROW
            END-PERFORM
            CLOSE payearnings.

       WRITE-EARNINGS-ROW.
            MOVE SPACES TO WS-OUT-LINE
            MOVE 1 TO WS-OUT-POINTER
            STRING FUNCTION TRIM(ER-ID(ER-IDX)) DELIMITED BY SIZE
                  "|" DELIMITED BY SIZE
                  ER-YEAR(ER-IDX) DELIMITED BY SIZE
                  "|" DELIMITED BY SIZE
                  ER-QUARTER(ER-IDX) DELIMITED BY SIZE
               INTO WS-OUT-LINE
               WITH POINTER WS-OUT-POINTER
            END-STRING
            MOVE ER-QTD-GROSS(ER-IDX) TO WS-FIELD-AMOUNT
            PERFORM APPEND-AMOUNT-FIELD
            MOVE ER-QTD-FED(ER-IDX) TO WS-FIELD-AMOUNT
            PERFORM APPEND-AMOUNT-FIELD
            MOVE ER-QTD-STATE(ER-IDX) TO WS-FIELD-AMOUNT
            PERFORM APPEND-AMOUNT-FIELD
            MOVE ER-QTD-SS(ER-IDX) TO WS-FIELD-AMOUNT
            PERFORM APPEND-AMOUNT-FIELD
            MOVE ER-QTD-MEDICARE(ER-IDX) TO WS-FIELD-AMOUNT
            PERFORM APPEND-AMOUNT-FIELD
            MOVE ER-QTD-NET(ER-IDX) TO WS-FIELD-AMOUNT
            PERFORM APPEND-AMOUNT-FIELD
            MOVE ER-YTD-GROSS(ER-IDX) TO WS-FIELD-AMOUNT
            PERFORM APPEND-AMOUNT-FIELD
            MOVE ER-YTD-FED(ER-IDX) TO WS-FIELD-AMOUNT
            PERFORM APPEND-AMOUNT-FIELD
            MOVE ER-YTD-STATE(ER-IDX) TO WS-FIELD-AMOUNT
            PERFORM APPEND-AMOUNT-FIELD
            MOVE ER-YTD-SS(ER-IDX) TO WS-FIELD-AMOUNT
            PERFORM APPEND-AMOUNT-FIELD
            MOVE ER-YTD-MEDICARE(ER-IDX) TO WS-FIELD-AMOUNT
            PERFORM APPEND-AMOUNT-FIELD
            MOVE ER-YTD-NET(ER-IDX) TO WS-FIELD-AMOUNT
            PERFORM APPEND-AMOUNT-FIELD
            WRITE EARNINGS-LINE FROM WS-OUT-LINE.

       PRINT-PAY-REGISTER.
      *    REGISTER arg 3 (required): pay date; arg 4 (optional):
      *    payroll register file.
            ACCEPT WS-PAY-DATE FROM ARGUMENT-VALUE
            ACCEPT WS-REGISTER-FILE FROM ARGUMENT-VALUE
            IF WS-REGISTER-FILE = SPACES
               MOVE "PAYREG.DAT" TO WS-REGISTER-FILE
            END-IF
            IF WS-PAY-DATE = SPACES
               DISPLAY "ERROR: REGISTER needs a pay date (arg 3)"
               MOVE 1 TO RETURN-CODE
               EXIT PARAGRAPH
            END-IF
            DISPLAY "PAYROLL REGISTER - PAY DATE " WS-PAY-DATE
            DISPLAY "  EMPLOYEE  NAME                           "
               "DEPT       GROSS        FED      STATE         SS"
               "   MEDICARE        NET  PAID"
            MOVE ZERO TO WS-LISTED-COUNT WS-REPORT-GROSS WS-REPORT-NET
            OPEN INPUT payregister
            IF WS-REGISTER-STATUS = "35"
               DISPLAY "No payroll register on file"
               CLOSE payregister
               EXIT PARAGRAPH
            END-IF
            MOVE "N" TO WS-FILE-EOF
            PERFORM WITH TEST BEFORE UNTIL FILE-AT-END
               READ payregister
                  AT END
                     MOVE "Y" TO WS-FILE-EOF
                  NOT AT END
                     IF REGISTER-LINE(1:10) = WS-PAY-DATE
                        PERFORM PRINT-REGISTER-ROW
                     END-IF
               END-READ
            END-PERFORM
            CLOSE payregister
            MOVE WS-REPORT-GROSS TO WS-TOTAL-ED
            DISPLAY "Employees paid: " WS-LISTED-COUNT
               "  gross " FUNCTION TRIM(WS-TOTAL-ED) WITH NO ADVANCING
            MOVE WS-REPORT-NET TO WS-TOTAL-ED
            DISPLAY "  net " FUNCTION TRIM(WS-TOTAL-ED).

       PRINT-REGISTER-ROW.
            MOVE SPACES TO REGISTER-FIELDS-IN
            UNSTRING REGISTER-LINE DELIMITED BY "|"
               INTO WS-RG-FIELD-IN(1) WS-RG-FIELD-IN(2)
                    WS-RG-FIELD-IN(3) WS-RG-FIELD-IN(4)
                    WS-RG-FIELD-IN(5) WS-RG-FIELD-IN(6)
                    WS-RG-FIELD-IN(7) WS-RG-FIELD-IN(8)
                    WS-RG-FIELD-IN(9) WS-RG-FIELD-IN(10)
                    WS-RG-FIELD-IN(11) WS-RG-FIELD-IN(12)
                    WS-RG-FIELD-IN(13) WS-RG-FIELD-IN(14)
                    WS-RG-FIELD-IN(15) WS-RG-FIELD-IN(16)
                    WS-RG-FIELD-IN(17) WS-RG-FIELD-IN(18)
            END-UNSTRING
            ADD 1 TO WS-LISTED-COUNT
            IF FUNCTION TEST-NUMVAL(WS-RG-FIELD-IN(8)) = ZERO
               ADD FUNCTION NUMVAL(WS-RG-FIELD-IN(8))
                  TO WS-REPORT-GROSS
            END-IF
            IF FUNCTION TEST-NUMVAL(WS-RG-FIELD-IN(13)) = ZERO
               ADD FUNCTION NUMVAL(WS-RG-FIELD-IN(13))
                  TO WS-REPORT-NET
            END-IF
            MOVE SPACES TO WS-REPORT-LINE
            MOVE WS-RG-FIELD-IN(3)(1:9) TO WS-REPORT-LINE(3:9)
            MOVE WS-RG-FIELD-IN(4)(1:30) TO WS-REPORT-LINE(13:30)
            MOVE WS-RG-FIELD-IN(5)(1:6) TO WS-REPORT-LINE(44:6)
            MOVE 50 TO WS-OUT-POINTER
            PERFORM VARYING WS-FIELD-IDX FROM 8 BY 1
                  UNTIL WS-FIELD-IDX > 13
               MOVE ZERO TO WS-COLUMN-ED
               IF FUNCTION TEST-NUMVAL(WS-RG-FIELD-IN(WS-FIELD-IDX))
                     = ZERO
                  MOVE FUNCTION NUMVAL(WS-RG-FIELD-IN(WS-FIELD-IDX))
                     TO WS-COLUMN-ED
               END-IF
               MOVE WS-COLUMN-ED TO WS-REPORT-LINE(WS-OUT-POINTER:11)
               ADD 11 TO WS-OUT-POINTER
            END-PERFORM
            MOVE WS-RG-FIELD-IN(18)(1:5) TO WS-REPORT-LINE(117:5)
            DISPLAY FUNCTION TRIM(WS-REPORT-LINE TRAILING).

       PRINT-EARNINGS.
      *    EARNINGS arg 3 (required): calendar year; arg 4
      *    (optional): quarter, to list only employees whose QTD
      *    figures are for that quarter; arg 5 (optional): earnings
      *    file.
            ACCEPT WS-REPORT-YEAR-TEXT FROM ARGUMENT-VALUE
            ACCEPT WS-REPORT-QTR-TEXT FROM ARGUMENT-VALUE
            ACCEPT WS-EARNINGS-FILE FROM ARGUMENT-VALUE
            IF WS-EARNINGS-FILE = SPACES
               MOVE "PAYEARN.DAT" TO WS-EARNINGS-FILE
            END-IF
            IF WS-REPORT-YEAR-TEXT = SPACES
                  OR FUNCTION TEST-NUMVAL(WS-REPORT-YEAR-TEXT)
                     NOT = ZERO
               DISPLAY "ERROR: EARNINGS needs a numeric year (arg 3)"
               MOVE 1 TO RETURN-CODE
               EXIT PARAGRAPH
            END-IF
            MOVE FUNCTION NUMVAL(WS-REPORT-YEAR-TEXT) TO WS-PAY-YEAR
            MOVE ZERO TO WS-PAY-QUARTER
            IF WS-REPORT-QTR-TEXT NOT = SPACES
               IF WS-REPORT-QTR-TEXT < "1" OR WS-REPORT-QTR-TEXT > "4"
                  DISPLAY "ERROR: quarter must be 1-4"
                  MOVE 1 TO RETURN-CODE
                  EXIT PARAGRAPH
               END-IF
               MOVE WS-REPORT-QTR-TEXT TO WS-PAY-QUARTER
            END-IF
            DISPLAY "PAYROLL EARNINGS " WS-PAY-YEAR " ("
               FUNCTION TRIM(WS-EARNINGS-FILE) ")"
            MOVE ZERO TO WS-LISTED-COUNT WS-REPORT-GROSS
            OPEN INPUT payearnings
            IF WS-EARNINGS-STATUS = "35"
               DISPLAY "No earnings on file"
               CLOSE payearnings
               EXIT PARAGRAPH
            END-IF
            MOVE "N" TO WS-FILE-EOF
            PERFORM WITH TEST BEFORE UNTIL FILE-AT-END
               READ payearnings
                  AT END
                     MOVE "Y" TO WS-FILE-EOF
                  NOT AT END
                     PERFORM PRINT-EARNINGS-ROW
               END-READ
            END-PERFORM
            CLOSE payearnings
            MOVE WS-REPORT-GROSS TO WS-TOTAL-ED
            DISPLAY "Employees listed: " WS-LISTED-COUNT
               "  YTD gross " FUNCTION TRIM(WS-TOTAL-ED).

       PRINT-EARNINGS-ROW.
            PERFORM UNPACK-EARNINGS-ROW
            IF FUNCTION NUMVAL(WS-ER-FIELD-IN(2)) NOT = WS-PAY-YEAR
               EXIT PARAGRAPH
            END-IF
            IF WS-PAY-QUARTER NOT = ZERO
                  AND FUNCTION NUMVAL(WS-ER-FIELD-IN(3))
                     NOT = WS-PAY-QUARTER
               EXIT PARAGRAPH
            END-IF
            ADD 1 TO WS-LISTED-COUNT
            ADD FUNCTION NUMVAL(WS-ER-FIELD-IN(10)) TO WS-REPORT-GROSS
            MOVE WS-ER-FIELD-IN(1) TO WS-TS-ID-IN
            PERFORM FIND-EMPLOYEE-FOR-REPORT
            DISPLAY "  " WS-ER-FIELD-IN(1)(1:9) " "
               FUNCTION TRIM(WS-EMP-NAME-IN) " Q"
               FUNCTION TRIM(WS-ER-FIELD-IN(3))
               " QTD gross " FUNCTION TRIM(WS-ER-FIELD-IN(4))
               " fed " FUNCTION TRIM(WS-ER-FIELD-IN(5))
               " state " FUNCTION TRIM(WS-ER-FIELD-IN(6))
               " ss " FUNCTION TRIM(WS-ER-FIELD-IN(7))
               " med " FUNCTION TRIM(WS-ER-FIELD-IN(8))
            DISPLAY "            YTD gross "
               FUNCTION TRIM(WS-ER-FIELD-IN(10))
               " fed " FUNCTION TRIM(WS-ER-FIELD-IN(11))
               " state " FUNCTION TRIM(WS-ER-FIELD-IN(12))
               " ss " FUNCTION TRIM(WS-ER-FIELD-IN(13))
               " med " FUNCTION TRIM(WS-ER-FIELD-IN(14))
               " net " FUNCTION TRIM(WS-ER-FIELD-IN(15)).

       FIND-EMPLOYEE-FOR-REPORT.
      *    The name off the master, for the earnings listing; the
      *    file is read fresh since EARNINGS does not load the table.
            MOVE SPACES TO WS-EMP-NAME-IN
            MOVE "N" TO WS-FOUND
            OPEN INPUT employee
            IF WS-EMPLOYEE-STATUS = "35"
               CLOSE employee
               EXIT PARAGRAPH
            END-IF
            PERFORM WITH TEST BEFORE UNTIL ROW-FOUND
               READ employee
                  AT END
                     MOVE "Y" TO WS-FOUND
                     MOVE SPACES TO WS-EMP-NAME-IN
                  NOT AT END
                     PERFORM UNPACK-EMPLOYEE-ROW
                     IF FUNCTION UPPER-CASE(WS-EMP-ID-IN) =
                           FUNCTION UPPER-CASE(WS-TS-ID-IN)
                        MOVE "Y" TO WS-FOUND
                     END-IF
               END-READ
            END-PERFORM
            CLOSE employee.

       LIST-EMPLOYEES.
            DISPLAY "EMPLOYEE MASTER ("
               FUNCTION TRIM(WS-EMPLOYEE-FILE) ")".
            MOVE ZERO TO WS-LISTED-COUNT
            OPEN INPUT employee
            IF WS-EMPLOYEE-STATUS = "35"
               DISPLAY "No employees on file"
               CLOSE employee
               EXIT PARAGRAPH
            END-IF
            MOVE "N" TO WS-FILE-EOF
            PERFORM WITH TEST BEFORE UNTIL FILE-AT-END
               READ employee
                  AT END
                     MOVE "Y" TO WS-FILE-EOF
                  NOT AT END
                     IF EMPLOYEE-LINE NOT = SPACES
                        PERFORM UNPACK-EMPLOYEE-ROW
                        ADD 1 TO WS-LISTED-COUNT
                        DISPLAY "  " WS-EMP-ID-IN " " WS-EMP-NAME-IN
                           " " WS-EMP-DEPT-IN " "
                           FUNCTION TRIM(WS-EMP-TYPE-IN) " "
                           FUNCTION TRIM(WS-EMP-RATE-IN) " "
                           FUNCTION TRIM(WS-EMP-FREQ-IN) " "
                           FUNCTION TRIM(WS-EMP-FILING-IN)
                           " direct deposit "
                           FUNCTION TRIM(WS-EMP-DD-IN)
                     END-IF
               END-READ
            END-PERFORM
            CLOSE employee
            DISPLAY "Employees listed: " WS-LISTED-COUNT.

       VALIDATE-ACCOUNT.
      *    Same sequential chart-of-accounts scan bestbooks_add_entry
      *    and BESTBOOKS-CHECKS use, checking WS-LOOKUP-ACCOUNT.
            MOVE "N" TO WS-ACCOUNT-VALID
            MOVE "N" TO WS-COA-EOF
            OPEN INPUT coa
            IF WS-COA-STATUS = "35"
               DISPLAY "WARNING: chart of accounts file "
                  FUNCTION TRIM(WS-COA-FILE) " not found"
            ELSE
               MOVE LOW-VALUES TO accountNo
               START coa KEY IS NOT LESS THAN accountNo
                  INVALID KEY
                     MOVE "Y" TO WS-COA-EOF
               END-START
               PERFORM UNTIL COA-EOF
                  READ coa NEXT RECORD
                     AT END
                        MOVE "Y" TO WS-COA-EOF
                     NOT AT END
                        IF FUNCTION TRIM(accountName) =
                              FUNCTION TRIM(WS-LOOKUP-ACCOUNT)
                           MOVE "Y" TO WS-COA-EOF
                           IF ACCOUNT-IS-ACTIVE
                              MOVE "Y" TO WS-ACCOUNT-VALID
                           ELSE
                              DISPLAY "ERROR: account "
                                 FUNCTION TRIM(WS-LOOKUP-ACCOUNT)
                                 " is deactivated"
                           END-IF
                        END-IF
                  END-READ
               END-PERFORM
               CLOSE coa
            END-IF.

       CHECK-PERIOD-LOCK.
      *    A missing/empty CLOSEDPER.DAT means no period has ever been
      *    closed, so nothing is ever locked - same fail-open
      *    convention bestbooks_add_entry's own CHECK-PERIOD-LOCK uses.
            MOVE "N" TO WS-PERIOD-LOCKED
            OPEN INPUT closedper
            IF WS-CLOSEDPER-STATUS = "00"
               MOVE "N" TO WS-CLOSEDPER-EOF
               PERFORM WITH TEST BEFORE UNTIL CLOSEDPER-EOF
                     OR PERIOD-IS-LOCKED
                  READ closedper
                     AT END
                        MOVE "Y" TO WS-CLOSEDPER-EOF
                     NOT AT END
                        PERFORM CHECK-CLOSEDPER-ROW
                  END-READ
               END-PERFORM
               CLOSE closedper
            END-IF.

       CHECK-CLOSEDPER-ROW.
            UNSTRING CLOSEDPER-LINE DELIMITED BY "|"
               INTO WS-CP-YEAR-IN WS-CP-PERIOD-IN
            END-UNSTRING
            IF WS-CP-YEAR-IN = WS-POSTING-FY
                  AND WS-CP-PERIOD-IN = WS-POSTING-PD
               MOVE "Y" TO WS-PERIOD-LOCKED
            END-IF.


       GET-NEXT-JOURNAL-ENTRY.
      *    Same key-"8" journal-entry sequence bestbooks_add_entry
      *    draws from, one number per posting run.
            PERFORM OPEN-SEQCTL-WITH-RETRY
            MOVE WS-JE-KEY TO SEQCTL-KEY
            READ seqctl
               INVALID KEY
                  MOVE ZERO TO SEQCTL-LAST-ID
            END-READ
            ADD 1 TO SEQCTL-LAST-ID
            MOVE SEQCTL-LAST-ID TO USER-JOURNAL-ENTRY
            IF WS-SEQCTL-STATUS = "23"
               WRITE SEQCTL-RECORD
            ELSE
               REWRITE SEQCTL-RECORD
            END-IF
            CLOSE seqctl.


       GET-NEXT-TRANSACTION-ID.
      *    Same indexed-control-record ID generator bestbooks_add_entry
      *    and BESTBOOKS-CHECKS use, including the exclusive lock on
      *    seqctl that serializes concurrent ID allocation.
            PERFORM OPEN-SEQCTL-WITH-RETRY
            MOVE "1" TO SEQCTL-KEY
            READ seqctl
               INVALID KEY
                  MOVE ZERO TO SEQCTL-LAST-ID
            END-READ
            ADD 1 TO SEQCTL-LAST-ID
            MOVE SEQCTL-LAST-ID TO USER-TRANSACTION-ID
            IF WS-SEQCTL-STATUS = "23"
               WRITE SEQCTL-RECORD
            ELSE
               REWRITE SEQCTL-RECORD
            END-IF
            CLOSE seqctl.

       OPEN-SEQCTL-WITH-RETRY.
            MOVE ZERO TO WS-LOCK-RETRIES
            PERFORM WITH TEST AFTER
                  UNTIL WS-SEQCTL-STATUS = "00"
                     OR WS-SEQCTL-STATUS = "05"
                     OR WS-LOCK-RETRIES > 5
               OPEN I-O seqctl
               IF WS-SEQCTL-STATUS = "35"
                  OPEN OUTPUT seqctl
                  CLOSE seqctl
                  OPEN I-O seqctl
               END-IF
               IF WS-SEQCTL-STATUS NOT = "00"
                     AND WS-SEQCTL-STATUS NOT = "05"
                  ADD 1 TO WS-LOCK-RETRIES
               END-IF
            END-PERFORM
            IF WS-LOCK-RETRIES > 5
               DISPLAY "ERROR: unable to lock " WS-SEQCTL-FILE
                  " for an exclusive posting (status "
                  WS-SEQCTL-STATUS ")"
               MOVE 1 TO RETURN-CODE
               STOP RUN
            END-IF.

       OPEN-LEDGER-WITH-RETRY.
      *    LOCK MODE IS EXCLUSIVE on the bestbooks SELECT means a
      *    concurrent poster already holding the update lock makes
      *    OPEN I-O fail with a non-zero file status; retry a few
      *    times before giving up, the same way bestbooks_add_entry's
      *    OPEN-LEDGER-WITH-RETRY does. bestbooks is OPTIONAL, so a
      *    missing LEDGER.DAT is created empty on first use (the status
      *    "35" branch below) rather than failing.
            MOVE ZERO TO WS-LEDGER-RETRIES
            PERFORM WITH TEST AFTER
                  UNTIL WS-LEDGER-STATUS = "00"
                     OR WS-LEDGER-STATUS = "05"
                     OR WS-LEDGER-RETRIES > 5
               OPEN I-O bestbooks
               IF WS-LEDGER-STATUS = "35"
                  OPEN OUTPUT bestbooks
                  CLOSE bestbooks
                  OPEN I-O bestbooks
               END-IF
               IF WS-LEDGER-STATUS NOT = "00"
                     AND WS-LEDGER-STATUS NOT = "05"
                  ADD 1 TO WS-LEDGER-RETRIES
               END-IF
            END-PERFORM
            IF WS-LEDGER-RETRIES > 5
               DISPLAY "ERROR: unable to lock " WS-LEDGER-FILE
                  " for an exclusive posting (status "
                  WS-LEDGER-STATUS ")"
               MOVE 1 TO RETURN-CODE
               STOP RUN
            END-IF.


       POST-COA-BALANCE.
      *    Rolls the leg just written into its account's debit/credit/
      *    balance in BESTBOOKS.DAT, so a mid-period balance sheet or
      *    budget/cash check reflects this posting without waiting for
      *    BESTBOOKS-CLOSE (which no longer re-rolls these amounts at
      *    period end). The ledger leg is already safely on file, so a
      *    chart problem here only warns - the ledger stays the book
      *    of record. Same sequential accountName scan as
      *    VALIDATE-ACCOUNT; BESTBOOKS.DAT is keyed on accountNo.
            MOVE "N" TO WS-COA-POSTED
            OPEN I-O coa
            IF WS-COA-STATUS NOT = "00" AND WS-COA-STATUS NOT = "05"
               DISPLAY "WARNING: chart of accounts file "
                  FUNCTION TRIM(WS-COA-FILE) " not opened for the "
                  "balance update (status " WS-COA-STATUS ")"
            ELSE
               MOVE LOW-VALUES TO accountNo
               START coa KEY IS NOT LESS THAN accountNo
                  INVALID KEY
                     CONTINUE
               END-START
               PERFORM UNTIL COA-BALANCE-POSTED
                  READ coa NEXT RECORD
                     AT END
                        EXIT PERFORM
                     NOT AT END
                        IF FUNCTION TRIM(accountName) =
                              FUNCTION TRIM(WS-COA-POST-ACCOUNT)
                           ADD WS-COA-POST-DEBIT
                              TO debit OF bestbooks-record
                           ADD WS-COA-POST-CREDIT
                              TO credit OF bestbooks-record
                           COMPUTE balance =
                              debit OF bestbooks-record
                                 - credit OF bestbooks-record
                           REWRITE bestbooks-record
                           MOVE "Y" TO WS-COA-POSTED
                        END-IF
                  END-READ
               END-PERFORM
               CLOSE coa
               IF NOT COA-BALANCE-POSTED
                  DISPLAY "WARNING: no chart-of-accounts row for '"
                     FUNCTION TRIM(WS-COA-POST-ACCOUNT)
                     "', balance not updated"
               END-IF
            END-IF.


       CHECK-OPERATOR-SIGNON.
      *    OPERATOR.DAT gates who may run the posting programs. A
      *    missing file means operator sign-on is not configured and
      *    everything runs as before, with the OS user stamped on the
      *    trail - the same fail-open convention the other optional
      *    tables use - but once the file exists, BESTBOOKS_OPERATOR
      *    must name one of its rows or the run is refused.
            MOVE "N" TO WS-OPERATOR-OK
            MOVE "N" TO WS-OPERATORS-CFG
            ACCEPT WS-OPERATOR-ID
               FROM ENVIRONMENT "BESTBOOKS_OPERATOR"
            OPEN INPUT operator
            IF WS-OPERATOR-STATUS NOT = "00"
               MOVE "Y" TO WS-OPERATOR-OK
               IF WS-OPERATOR-ID = SPACES
                  ACCEPT WS-OPERATOR-ID FROM ENVIRONMENT "USER"
               END-IF
            ELSE
               MOVE "Y" TO WS-OPERATORS-CFG
               MOVE "N" TO WS-OPERATOR-EOF
               PERFORM WITH TEST BEFORE UNTIL OPERATOR-EOF
                     OR OPERATOR-IS-VALID
                  READ operator
                     AT END
                        MOVE "Y" TO WS-OPERATOR-EOF
                     NOT AT END
                        PERFORM CHECK-OPERATOR-ROW
                  END-READ
               END-PERFORM
               CLOSE operator
            END-IF
            IF NOT OPERATOR-IS-VALID
               DISPLAY "ERROR: operator '"
                  FUNCTION TRIM(WS-OPERATOR-ID)
                  "' is not signed on - set BESTBOOKS_OPERATOR to an "
                  "id on " FUNCTION TRIM(WS-OPERATOR-FILE)
               MOVE 1 TO RETURN-CODE
               STOP RUN
            END-IF.

       CHECK-OPERATOR-ROW.
            MOVE SPACES TO WS-OP-ID-IN WS-OP-NAME-IN WS-OP-ROLE-IN
            UNSTRING OPERATOR-LINE DELIMITED BY "|"
               INTO WS-OP-ID-IN WS-OP-NAME-IN WS-OP-ROLE-IN
            END-UNSTRING
            IF WS-OP-ID-IN NOT = SPACES
                  AND WS-OPERATOR-ID NOT = SPACES
                  AND FUNCTION TRIM(WS-OP-ID-IN) =
                     FUNCTION TRIM(WS-OPERATOR-ID)
               MOVE "Y" TO WS-OPERATOR-OK
               MOVE WS-OP-NAME-IN TO WS-OPERATOR-NAME
               MOVE FUNCTION UPPER-CASE(WS-OP-ROLE-IN)
                  TO WS-OPERATOR-ROLE
            END-IF.


       LOAD-FISCAL-CALENDAR.
      *    A missing/empty FISCALCAL.DAT just leaves the table empty,
      *    so DERIVE-FISCAL-PERIOD falls back to calendar months.
            MOVE ZERO TO WS-FISCALCAL-COUNT
            MOVE "N" TO WS-FISCALCAL-EOF
            OPEN INPUT fiscalcal
            IF WS-FISCALCAL-STATUS = "00"
               PERFORM WITH TEST BEFORE UNTIL FISCALCAL-EOF
                  READ fiscalcal
                     AT END
                        MOVE "Y" TO WS-FISCALCAL-EOF
                     NOT AT END
                        PERFORM STORE-FISCAL-PERIOD-ROW
                  END-READ
               END-PERFORM
               CLOSE fiscalcal
            END-IF.

       STORE-FISCAL-PERIOD-ROW.
            MOVE SPACES TO WS-FC-YEAR-IN WS-FC-PERIOD-IN
               WS-FC-START-IN WS-FC-END-IN
            UNSTRING FISCALCAL-LINE DELIMITED BY "|"
               INTO WS-FC-YEAR-IN WS-FC-PERIOD-IN WS-FC-START-IN
                    WS-FC-END-IN
            END-UNSTRING
            IF WS-FISCALCAL-COUNT < 120
                  AND FUNCTION TEST-NUMVAL(WS-FC-YEAR-IN) = ZERO
                  AND FUNCTION TEST-NUMVAL(WS-FC-PERIOD-IN) = ZERO
               ADD 1 TO WS-FISCALCAL-COUNT
               MOVE FUNCTION NUMVAL(WS-FC-YEAR-IN)
                  TO FC-YEAR(WS-FISCALCAL-COUNT)
               MOVE FUNCTION NUMVAL(WS-FC-PERIOD-IN)
                  TO FC-PERIOD(WS-FISCALCAL-COUNT)
               MOVE WS-FC-START-IN
                  TO FC-START-DATE(WS-FISCALCAL-COUNT)
               MOVE WS-FC-END-IN TO FC-END-DATE(WS-FISCALCAL-COUNT)
            END-IF.

       DERIVE-FISCAL-PERIOD.
      *    Maps the YYYY-MM-DD date in WS-FC-LOOKUP-DATE to the
      *    fiscal year/period whose start/end span covers it; the
      *    dates compare as text, the same way TRANSACTION-DATE
      *    ranges compare everywhere else. With no calendar on file,
      *    or no row covering the date, the calendar year/month
      *    applies exactly as before.
            MOVE WS-FC-LOOKUP-DATE(1:4) TO WS-POSTING-FY
            MOVE WS-FC-LOOKUP-DATE(6:2) TO WS-POSTING-PD
            MOVE "N" TO WS-FC-FOUND
            PERFORM VARYING FC-IDX FROM 1 BY 1
                  UNTIL FC-IDX > WS-FISCALCAL-COUNT
                     OR FISCAL-PERIOD-FOUND
               IF WS-FC-LOOKUP-DATE NOT < FC-START-DATE(FC-IDX)
                     AND WS-FC-LOOKUP-DATE NOT > FC-END-DATE(FC-IDX)
                  MOVE FC-YEAR(FC-IDX) TO WS-POSTING-FY
                  MOVE FC-PERIOD(FC-IDX) TO WS-POSTING-PD
                  MOVE "Y" TO WS-FC-FOUND
               END-IF
            END-PERFORM.
       END PROGRAM BESTBOOKS-PAYROLL.
