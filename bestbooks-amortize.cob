       IDENTIFICATION DIVISION.
       PROGRAM-ID. BESTBOOKS-AMORTIZE.
       AUTHOR. PRESSPAGE ENTERTAINMENT INC dba PINGLEWARE.
      *----------------------------------------------------------------
      * Prepaid-expense and deferred-revenue amortization. Each
      * schedule lives on AMORT.DAT - a prepaid insurance policy, a
      * software subscription, a customer's prepayment - with its
      * balance-sheet account, the P&L account it releases to, the
      * total amount, the first month and the number of months, so a
      * lump booked to the balance sheet is spread over its term
      * without a RECURRING.DAT line someone has to remember to stop.
      *
      * POST mode works the way BESTBOOKS-DEPRECIATION posts an
      * asset: every schedule's next unposted month that has come
      * due by the as-of date is released, all of them under one
      * journal-entry number -
      *
      *   PREPAID   debit the P&L (expense) account, credit the
      *             balance-sheet (prepaid asset) account;
      *   DEFERRED  debit the balance-sheet (deferred revenue)
      *             account, credit the P&L (revenue) account -
      *
      * each leg dated the first of the month it releases. AMORTREG.DAT
      * records every month released, so a rerun never posts a month
      * twice; a schedule stops by itself once its last month is on
      * the register, and that final month absorbs the rounding so
      * the schedule releases exactly its total. A schedule that has
      * fallen behind catches up one month per run, just as
      * depreciation does. Nothing posts if any month due falls in a
      * closed period.
      *
      * LIST shows each schedule's released-to-date and remaining
      * unamortized balance, subtotalled by balance-sheet account so
      * it ties to the prepaid and deferred-revenue balances; SCHEDULE
      * prints one schedule month by month.
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

           SELECT OPTIONAL amortmaster
               ASSIGN TO WS-MASTER-FILE
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-MASTER-STATUS.

           SELECT OPTIONAL amortregister
               ASSIGN TO WS-REGISTER-FILE
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-REGISTER-STATUS.

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

      *    AMORT.DAT line layout, pipe-delimited: SCHEDULE-ID|KIND|
      *    BALANCE-SHEET-ACCOUNT|PL-ACCOUNT|TOTAL-AMOUNT|START-DATE|
      *    MONTHS|DESCRIPTION - one row per schedule; KIND is PREPAID
      *    or DEFERRED, START-DATE (YYYY-MM-DD) names the first month
      *    released, DESCRIPTION is optional.
            FD amortmaster.
            01 MASTER-LINE           PIC X(160).

      *    AMORTREG.DAT line layout, pipe-delimited: SCHEDULE-ID|
      *    MONTH-NUMBER|PERIOD-DATE|AMOUNT|JE-NO - one row per month
      *    released.
            FD amortregister.
            01 REGISTER-LINE         PIC X(80).

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
            01 WS-MASTER-FILE       PIC X(64) VALUE "AMORT.DAT".
            01 WS-REGISTER-FILE     PIC X(64) VALUE "AMORTREG.DAT".
            01 WS-MASTER-STATUS     PIC XX.
            01 WS-REGISTER-STATUS   PIC XX.
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
            01 WS-AS-OF-DATE        PIC X(10) VALUE SPACES.
            01 WS-SCHEDULE-ID       PIC X(10) VALUE SPACES.
            01 WS-WANTED-SCHEDULE   PIC X(10) VALUE SPACES.
            01 WS-FILE-EOF          PIC X VALUE "N".
                  88  FILE-AT-END   VALUE "Y".
            01 WS-FOUND             PIC X VALUE "N".
                  88  ROW-FOUND     VALUE "Y".
            01 WS-RUN-ERRORS        PIC X VALUE "N".
                  88  RUN-HAS-ERRORS  VALUE "Y".

      *    one AMORT.DAT row, unpacked.
            01 WS-AM-ID-IN          PIC X(10).
            01 WS-AM-KIND-IN        PIC X(8).
            01 WS-AM-BS-IN          PIC X(15).
            01 WS-AM-PL-IN          PIC X(15).
            01 WS-AM-TOTAL-IN       PIC X(14).
            01 WS-AM-START-IN       PIC X(10).
            01 WS-AM-MONTHS-IN      PIC X(5).
            01 WS-AM-DESC-IN        PIC X(30).

      *    the schedule master with released-to-date from the
      *    register.
            01 SCHEDULE-TABLE.
               02 SCHEDULE-ENTRY OCCURS 500 TIMES
                     INDEXED BY SC-IDX.
                  03 SC-ID            PIC X(10).
                  03 SC-KIND          PIC X(8).
                  03 SC-BS-ACCOUNT    PIC X(15).
                  03 SC-PL-ACCOUNT    PIC X(15).
                  03 SC-TOTAL         PIC 9(9)V99.
                  03 SC-START-YEAR    PIC 9(4).
                  03 SC-START-MONTH   PIC 99.
                  03 SC-MONTHS        PIC 999.
                  03 SC-DESC          PIC X(30).
                  03 SC-POSTED        PIC 999.
                  03 SC-RELEASED      PIC 9(9)V99.
                  03 SC-DUE           PIC X.
                  03 SC-AMOUNT        PIC 9(9)V99.
                  03 SC-DATE          PIC X(10).
            01 WS-SCHEDULE-COUNT    PIC 9(4) VALUE ZERO.
            01 WS-DUE-COUNT         PIC 9(4) VALUE ZERO.

      *    one AMORTREG.DAT row, unpacked.
            01 WS-RG-ID-IN          PIC X(10).
            01 WS-RG-MONTH-IN       PIC X(5).
            01 WS-RG-DATE-IN        PIC X(10).
            01 WS-RG-AMOUNT-IN      PIC X(14).
            01 WS-RG-JE-IN          PIC X(7).

            01 WS-MONTHLY-AMOUNT    PIC 9(9)V99 VALUE ZERO.
            01 WS-MONTH-NUMBER      PIC 999 VALUE ZERO.
            01 WS-SCHED-YEAR        PIC 9(4).
            01 WS-SCHED-MONTH       PIC 99.
            01 WS-SCHED-DATE        PIC X(10).
            01 WS-MONTHS-ON         PIC 9(5).
            01 WS-REMAINING         PIC S9(9)V99 VALUE ZERO.
            01 WS-RUN-TOTAL         PIC 9(11)V99 VALUE ZERO.

      *    balance-sheet account subtotals for LIST.
            01 ACCOUNT-TABLE.
               02 ACCOUNT-ENTRY OCCURS 100 TIMES
                     INDEXED BY AC-IDX.
                  03 AC-ACCOUNT       PIC X(15).
                  03 AC-KIND          PIC X(8).
                  03 AC-REMAINING     PIC S9(11)V99.
            01 WS-ACCOUNT-COUNT     PIC 9(4) VALUE ZERO.

      *    one ledger leg, built by the caller of POST-ONE-LEG.
            01 WS-LEG-ACCOUNT       PIC A(15).
            01 WS-LEG-DEBIT         PIC 9(7)V99.
            01 WS-LEG-CREDIT        PIC 9(7)V99.
            01 WS-LEG-DESCRIPTION   PIC X(30).
            01 WS-LEG-REFERENCE     PIC X(20).

            01 WS-AMOUNT-ED         PIC -9(9).99.
            01 WS-MONTH-ED          PIC ZZ9.
            01 RPT-LIST-LINE.
               02 FILLER             PIC X(2) VALUE SPACES.
               02 RPT-ID             PIC X(10).
               02 FILLER             PIC X(1) VALUE SPACES.
               02 RPT-KIND           PIC X(8).
               02 FILLER             PIC X(1) VALUE SPACES.
               02 RPT-BS-ACCOUNT     PIC X(15).
               02 RPT-TOTAL          PIC Z,ZZZ,ZZZ,ZZ9.99.
               02 FILLER             PIC X(2) VALUE SPACES.
               02 RPT-POSTED         PIC ZZ9.
               02 FILLER             PIC X(1) VALUE "/".
               02 RPT-MONTHS         PIC 999.
               02 RPT-RELEASED       PIC Z,ZZZ,ZZZ,ZZ9.99.
               02 RPT-REMAINING      PIC Z,ZZZ,ZZZ,ZZ9.99-.
               02 FILLER             PIC X(1) VALUE SPACES.
               02 RPT-STATE          PIC X(8).
            01 RPT-SCHEDULE-LINE.
               02 FILLER             PIC X(2) VALUE SPACES.
               02 RPT-MONTH          PIC ZZ9.
               02 FILLER             PIC X(2) VALUE SPACES.
               02 RPT-DATE           PIC X(10).
               02 RPT-AMOUNT         PIC Z,ZZZ,ZZZ,ZZ9.99.
               02 RPT-CUMULATIVE     PIC Z,ZZZ,ZZZ,ZZ9.99.
               02 RPT-BALANCE        PIC Z,ZZZ,ZZZ,ZZ9.99.
               02 FILLER             PIC X(2) VALUE SPACES.
               02 RPT-MARK           PIC X(8).
            01 WS-CUMULATIVE        PIC 9(9)V99 VALUE ZERO.
            01 RPT-TOTAL-ED         PIC Z,ZZZ,ZZZ,ZZ9.99-.

       PROCEDURE DIVISION.
       BEGIN.
            PERFORM GET-RUNTIME-ARGUMENTS.

            EVALUATE WS-COMMAND
               WHEN "POST"
                  PERFORM RUN-POST-MODE
               WHEN "LIST"
                  PERFORM LIST-SCHEDULES
               WHEN "SCHEDULE"
                  PERFORM PRINT-ONE-SCHEDULE
               WHEN OTHER
                  DISPLAY "Usage: BESTBOOKS-AMORTIZE [schedule-file] "
                     "POST [as-of-date] [register] [ledger] [coa] "
                     "[seqctl]"
                  DISPLAY "       BESTBOOKS-AMORTIZE [schedule-file] "
                     "LIST [register]"
                  DISPLAY "       BESTBOOKS-AMORTIZE [schedule-file] "
                     "SCHEDULE <schedule-id> [register]"
                  MOVE 1 TO RETURN-CODE
            END-EVALUATE.
            STOP RUN.

       GET-RUNTIME-ARGUMENTS.
      *    arg 1 (optional): schedule master, default AMORT.DAT.
      *    arg 2 (required): POST, LIST or SCHEDULE.
            ACCEPT WS-MASTER-FILE FROM ARGUMENT-VALUE
            IF WS-MASTER-FILE = SPACES
               MOVE "AMORT.DAT" TO WS-MASTER-FILE
            END-IF
            ACCEPT WS-COMMAND FROM ARGUMENT-VALUE
            MOVE FUNCTION UPPER-CASE(WS-COMMAND) TO WS-COMMAND.

       ACCEPT-REGISTER-FILE.
            ACCEPT WS-REGISTER-FILE FROM ARGUMENT-VALUE
            IF WS-REGISTER-FILE = SPACES
               MOVE "AMORTREG.DAT" TO WS-REGISTER-FILE
            END-IF.

       RUN-POST-MODE.
      *    POST arg 3 (optional): as-of date, YYYY-MM-DD, default
      *    today - every schedule month up to and including the
      *    as-of month is due; arg 4 (optional): register file;
      *    args 5-7 (optional): ledger, chart-of-accounts and
      *    sequence control files.
            ACCEPT USER-POSTING-DATE FROM ARGUMENT-VALUE
            PERFORM ACCEPT-REGISTER-FILE
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

            PERFORM CHECK-OPERATOR-SIGNON
            PERFORM LOAD-FISCAL-CALENDAR
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
            MOVE WS-FORMATTED-DATE(1:10) TO WS-AS-OF-DATE

            PERFORM LOAD-SCHEDULES
            PERFORM LOAD-REGISTER
            MOVE ZERO TO WS-DUE-COUNT
            PERFORM VARYING SC-IDX FROM 1 BY 1
                  UNTIL SC-IDX > WS-SCHEDULE-COUNT
               PERFORM CHECK-SCHEDULE-DUE
            END-PERFORM
            IF RUN-HAS-ERRORS
               DISPLAY "ERROR: amortization not posted - correct the "
                  "errors above; nothing was posted"
               MOVE 1 TO RETURN-CODE
               EXIT PARAGRAPH
            END-IF
            IF WS-DUE-COUNT = ZERO
               DISPLAY "No schedule has a month due through "
                  WS-AS-OF-DATE ", nothing posted"
               EXIT PARAGRAPH
            END-IF

            PERFORM GET-NEXT-JOURNAL-ENTRY
            MOVE ZERO TO WS-RUN-TOTAL
            OPEN EXTEND amortregister
            PERFORM VARYING SC-IDX FROM 1 BY 1
                  UNTIL SC-IDX > WS-SCHEDULE-COUNT
               IF SC-DUE(SC-IDX) = "Y"
                  PERFORM POST-SCHEDULE-MONTH
               END-IF
            END-PERFORM
            CLOSE amortregister
            MOVE WS-RUN-TOTAL TO RPT-TOTAL-ED
            DISPLAY "Amortization through " WS-AS-OF-DATE ": "
               WS-DUE-COUNT " schedule month(s) released, total "
               FUNCTION TRIM(RPT-TOTAL-ED) ", journal entry "
               USER-JOURNAL-ENTRY.

       CHECK-SCHEDULE-DUE.
      *    The next unposted month is due when it falls in or before
      *    the as-of month; it must sit in an open period, its
      *    accounts must be usable and its amount must fit one
      *    ledger line.
            MOVE "N" TO SC-DUE(SC-IDX)
            IF SC-POSTED(SC-IDX) >= SC-MONTHS(SC-IDX)
               EXIT PARAGRAPH
            END-IF
            COMPUTE WS-MONTH-NUMBER = SC-POSTED(SC-IDX) + 1
            PERFORM DERIVE-SCHEDULE-DATE
            IF WS-SCHED-DATE(1:7) > WS-AS-OF-DATE(1:7)
               EXIT PARAGRAPH
            END-IF
            PERFORM COMPUTE-MONTH-AMOUNT
            MOVE "Y" TO SC-DUE(SC-IDX)
            MOVE WS-SCHED-DATE TO SC-DATE(SC-IDX)
            ADD 1 TO WS-DUE-COUNT

            MOVE WS-SCHED-DATE TO WS-FC-LOOKUP-DATE
            PERFORM DERIVE-FISCAL-PERIOD
            PERFORM CHECK-PERIOD-LOCK
            IF PERIOD-IS-LOCKED
               DISPLAY "ERROR: schedule " FUNCTION TRIM(SC-ID(SC-IDX))
                  " month " WS-SCHED-DATE(1:7) " falls in closed "
                  "period " WS-POSTING-FY "-" WS-POSTING-PD
               MOVE "Y" TO WS-RUN-ERRORS
            END-IF
            IF SC-AMOUNT(SC-IDX) > 9999999.99
               DISPLAY "ERROR: schedule " FUNCTION TRIM(SC-ID(SC-IDX))
                  " monthly amount exceeds the 9,999,999.99 ledger "
                  "line limit"
               MOVE "Y" TO WS-RUN-ERRORS
            END-IF
            MOVE SC-BS-ACCOUNT(SC-IDX) TO WS-LOOKUP-ACCOUNT
            PERFORM VALIDATE-ACCOUNT
            IF ACCOUNT-IS-VALID
               MOVE SC-PL-ACCOUNT(SC-IDX) TO WS-LOOKUP-ACCOUNT
               PERFORM VALIDATE-ACCOUNT
            END-IF
            IF NOT ACCOUNT-IS-VALID
               DISPLAY "ERROR: schedule " FUNCTION TRIM(SC-ID(SC-IDX))
                  " account '" FUNCTION TRIM(WS-LOOKUP-ACCOUNT)
                  "' is not usable"
               MOVE "Y" TO WS-RUN-ERRORS
            END-IF.

       DERIVE-SCHEDULE-DATE.
      *    WS-SCHED-DATE is the first of month WS-MONTH-NUMBER of
      *    schedule SC-IDX.
            COMPUTE WS-MONTHS-ON = SC-START-MONTH(SC-IDX) - 1
               + WS-MONTH-NUMBER - 1
            COMPUTE WS-SCHED-YEAR = SC-START-YEAR(SC-IDX)
               + WS-MONTHS-ON / 12
            COMPUTE WS-SCHED-MONTH =
               FUNCTION MOD(WS-MONTHS-ON, 12) + 1
            MOVE WS-SCHED-YEAR TO WS-SCHED-DATE(1:4)
            MOVE "-" TO WS-SCHED-DATE(5:1)
            MOVE WS-SCHED-MONTH TO WS-SCHED-DATE(6:2)
            MOVE "-" TO WS-SCHED-DATE(8:1)
            MOVE "01" TO WS-SCHED-DATE(9:2).

       COMPUTE-MONTH-AMOUNT.
      *    Equal monthly amounts, the final month taking whatever is
      *    left so the schedule releases exactly its total.
            COMPUTE WS-MONTHLY-AMOUNT ROUNDED =
               SC-TOTAL(SC-IDX) / SC-MONTHS(SC-IDX)
            IF WS-MONTH-NUMBER = SC-MONTHS(SC-IDX)
               COMPUTE SC-AMOUNT(SC-IDX) = SC-TOTAL(SC-IDX)
                  - WS-MONTHLY-AMOUNT * (SC-MONTHS(SC-IDX) - 1)
            ELSE
               MOVE WS-MONTHLY-AMOUNT TO SC-AMOUNT(SC-IDX)
            END-IF.

       POST-SCHEDULE-MONTH.
            MOVE SC-DATE(SC-IDX) TO WS-FORMATTED-DATE
            MOVE SC-DATE(SC-IDX) TO WS-FC-LOOKUP-DATE
            PERFORM DERIVE-FISCAL-PERIOD
            COMPUTE WS-MONTH-NUMBER = SC-POSTED(SC-IDX) + 1
            MOVE SPACES TO WS-LEG-REFERENCE
            STRING "AMORT " DELIMITED BY SIZE
                  FUNCTION TRIM(SC-ID(SC-IDX)) DELIMITED BY SIZE
               INTO WS-LEG-REFERENCE
            END-STRING
            MOVE WS-MONTH-NUMBER TO WS-MONTH-ED
            MOVE SPACES TO WS-LEG-DESCRIPTION
            IF SC-KIND(SC-IDX) = "PREPAID"
               STRING "Prepaid release " DELIMITED BY SIZE
                     FUNCTION TRIM(WS-MONTH-ED) DELIMITED BY SIZE
                     "/" DELIMITED BY SIZE
                     SC-MONTHS(SC-IDX) DELIMITED BY SIZE
                  INTO WS-LEG-DESCRIPTION
               END-STRING
               MOVE SC-PL-ACCOUNT(SC-IDX) TO WS-LEG-ACCOUNT
               MOVE SC-AMOUNT(SC-IDX) TO WS-LEG-DEBIT
               MOVE ZERO TO WS-LEG-CREDIT
               PERFORM POST-ONE-LEG
               MOVE SC-BS-ACCOUNT(SC-IDX) TO WS-LEG-ACCOUNT
               MOVE ZERO TO WS-LEG-DEBIT
               MOVE SC-AMOUNT(SC-IDX) TO WS-LEG-CREDIT
               PERFORM POST-ONE-LEG
            ELSE
               STRING "Deferred release " DELIMITED BY SIZE
                     FUNCTION TRIM(WS-MONTH-ED) DELIMITED BY SIZE
                     "/" DELIMITED BY SIZE
                     SC-MONTHS(SC-IDX) DELIMITED BY SIZE
                  INTO WS-LEG-DESCRIPTION
               END-STRING
               MOVE SC-BS-ACCOUNT(SC-IDX) TO WS-LEG-ACCOUNT
               MOVE SC-AMOUNT(SC-IDX) TO WS-LEG-DEBIT
               MOVE ZERO TO WS-LEG-CREDIT
               PERFORM POST-ONE-LEG
               MOVE SC-PL-ACCOUNT(SC-IDX) TO WS-LEG-ACCOUNT
               MOVE ZERO TO WS-LEG-DEBIT
               MOVE SC-AMOUNT(SC-IDX) TO WS-LEG-CREDIT
               PERFORM POST-ONE-LEG
            END-IF

            MOVE SC-AMOUNT(SC-IDX) TO WS-AMOUNT-ED
            MOVE SPACES TO REGISTER-LINE
            STRING FUNCTION TRIM(SC-ID(SC-IDX)) DELIMITED BY SIZE
                  "|" DELIMITED BY SIZE
                  WS-MONTH-NUMBER DELIMITED BY SIZE
                  "|" DELIMITED BY SIZE
                  SC-DATE(SC-IDX) DELIMITED BY SIZE
                  "|" DELIMITED BY SIZE
                  FUNCTION TRIM(WS-AMOUNT-ED) DELIMITED BY SIZE
                  "|" DELIMITED BY SIZE
                  USER-JOURNAL-ENTRY DELIMITED BY SIZE
               INTO REGISTER-LINE
            END-STRING
            WRITE REGISTER-LINE
            ADD 1 TO SC-POSTED(SC-IDX)
            ADD SC-AMOUNT(SC-IDX) TO SC-RELEASED(SC-IDX) WS-RUN-TOTAL
            MOVE SC-AMOUNT(SC-IDX) TO RPT-TOTAL-ED
            DISPLAY "  " SC-ID(SC-IDX) " " SC-KIND(SC-IDX) " month "
               FUNCTION TRIM(WS-MONTH-ED) " of "
               SC-MONTHS(SC-IDX) " (" SC-DATE(SC-IDX)(1:7) ") "
               FUNCTION TRIM(RPT-TOTAL-ED)
            IF SC-POSTED(SC-IDX) = SC-MONTHS(SC-IDX)
               DISPLAY "    schedule " FUNCTION TRIM(SC-ID(SC-IDX))
                  " is now fully amortized"
            END-IF.

       LOAD-SCHEDULES.
            MOVE ZERO TO WS-SCHEDULE-COUNT
            OPEN INPUT amortmaster
            IF WS-MASTER-STATUS = "35"
               DISPLAY "No schedule master "
                  FUNCTION TRIM(WS-MASTER-FILE) " on file"
               CLOSE amortmaster
               EXIT PARAGRAPH
            END-IF
            MOVE "N" TO WS-FILE-EOF
            PERFORM WITH TEST BEFORE UNTIL FILE-AT-END
               READ amortmaster
                  AT END
                     MOVE "Y" TO WS-FILE-EOF
                  NOT AT END
                     IF MASTER-LINE NOT = SPACES
                        PERFORM STORE-SCHEDULE-ROW
                     END-IF
               END-READ
            END-PERFORM
            CLOSE amortmaster.

       STORE-SCHEDULE-ROW.
            MOVE SPACES TO WS-AM-ID-IN WS-AM-KIND-IN WS-AM-BS-IN
               WS-AM-PL-IN WS-AM-TOTAL-IN WS-AM-START-IN
               WS-AM-MONTHS-IN WS-AM-DESC-IN
            UNSTRING MASTER-LINE DELIMITED BY "|"
               INTO WS-AM-ID-IN WS-AM-KIND-IN WS-AM-BS-IN WS-AM-PL-IN
                    WS-AM-TOTAL-IN WS-AM-START-IN WS-AM-MONTHS-IN
                    WS-AM-DESC-IN
            END-UNSTRING
            MOVE FUNCTION UPPER-CASE(WS-AM-KIND-IN) TO WS-AM-KIND-IN
            IF WS-AM-ID-IN = SPACES
                  OR (WS-AM-KIND-IN NOT = "PREPAID"
                      AND WS-AM-KIND-IN NOT = "DEFERRED")
                  OR WS-AM-BS-IN = SPACES OR WS-AM-PL-IN = SPACES
                  OR FUNCTION TEST-NUMVAL(WS-AM-TOTAL-IN) NOT = ZERO
                  OR FUNCTION TEST-NUMVAL(WS-AM-MONTHS-IN) NOT = ZERO
                  OR WS-AM-START-IN(1:4) IS NOT NUMERIC
                  OR WS-AM-START-IN(5:1) NOT = "-"
                  OR WS-AM-START-IN(6:2) IS NOT NUMERIC
                  OR WS-AM-START-IN(6:2) < "01"
                  OR WS-AM-START-IN(6:2) > "12"
               DISPLAY "ERROR: schedule row not usable: "
                  FUNCTION TRIM(MASTER-LINE)
               MOVE "Y" TO WS-RUN-ERRORS
               EXIT PARAGRAPH
            END-IF
            IF FUNCTION NUMVAL(WS-AM-MONTHS-IN) < 1
                  OR FUNCTION NUMVAL(WS-AM-MONTHS-IN) > 999
                  OR FUNCTION NUMVAL(WS-AM-TOTAL-IN) <= 0
               DISPLAY "ERROR: schedule " FUNCTION TRIM(WS-AM-ID-IN)
                  " needs a positive total and 1-999 months"
               MOVE "Y" TO WS-RUN-ERRORS
               EXIT PARAGRAPH
            END-IF
      *    FIND-SCHEDULE stops at the first row for an id, so a
      *    second row under the same SCHEDULE-ID would never be
      *    amortized and would quietly misstate the first one's
      *    balance.
            MOVE WS-AM-ID-IN TO WS-SCHEDULE-ID
            PERFORM FIND-SCHEDULE
            IF ROW-FOUND
               DISPLAY "ERROR: schedule " FUNCTION TRIM(WS-AM-ID-IN)
                  " is on " FUNCTION TRIM(WS-MASTER-FILE)
                  " more than once - duplicate row skipped"
               MOVE "Y" TO WS-RUN-ERRORS
               EXIT PARAGRAPH
            END-IF
            IF WS-SCHEDULE-COUNT >= 500
               DISPLAY "ERROR: more than 500 schedules on "
                  FUNCTION TRIM(WS-MASTER-FILE)
               MOVE "Y" TO WS-RUN-ERRORS
               EXIT PARAGRAPH
            END-IF
            ADD 1 TO WS-SCHEDULE-COUNT
            SET SC-IDX TO WS-SCHEDULE-COUNT
            MOVE WS-AM-ID-IN TO SC-ID(SC-IDX)
            MOVE WS-AM-KIND-IN TO SC-KIND(SC-IDX)
            MOVE WS-AM-BS-IN TO SC-BS-ACCOUNT(SC-IDX)
            MOVE WS-AM-PL-IN TO SC-PL-ACCOUNT(SC-IDX)
            MOVE FUNCTION NUMVAL(WS-AM-TOTAL-IN) TO SC-TOTAL(SC-IDX)
            MOVE WS-AM-START-IN(1:4) TO SC-START-YEAR(SC-IDX)
            MOVE WS-AM-START-IN(6:2) TO SC-START-MONTH(SC-IDX)
            MOVE FUNCTION NUMVAL(WS-AM-MONTHS-IN) TO SC-MONTHS(SC-IDX)
            MOVE WS-AM-DESC-IN TO SC-DESC(SC-IDX)
            MOVE ZERO TO SC-POSTED(SC-IDX) SC-RELEASED(SC-IDX)
               SC-AMOUNT(SC-IDX)
            MOVE "N" TO SC-DUE(SC-IDX)
            MOVE SPACES TO SC-DATE(SC-IDX).

       LOAD-REGISTER.
            OPEN INPUT amortregister
            IF WS-REGISTER-STATUS = "35"
               CLOSE amortregister
               EXIT PARAGRAPH
            END-IF
            MOVE "N" TO WS-FILE-EOF
            PERFORM WITH TEST BEFORE UNTIL FILE-AT-END
               READ amortregister
                  AT END
                     MOVE "Y" TO WS-FILE-EOF
                  NOT AT END
                     PERFORM APPLY-REGISTER-ROW
               END-READ
            END-PERFORM
            CLOSE amortregister.

       APPLY-REGISTER-ROW.
            MOVE SPACES TO WS-RG-ID-IN WS-RG-MONTH-IN WS-RG-DATE-IN
               WS-RG-AMOUNT-IN WS-RG-JE-IN
            UNSTRING REGISTER-LINE DELIMITED BY "|"
               INTO WS-RG-ID-IN WS-RG-MONTH-IN WS-RG-DATE-IN
                    WS-RG-AMOUNT-IN WS-RG-JE-IN
            END-UNSTRING
            MOVE WS-RG-ID-IN TO WS-SCHEDULE-ID
            PERFORM FIND-SCHEDULE
            IF ROW-FOUND
               ADD 1 TO SC-POSTED(SC-IDX)
               IF FUNCTION TEST-NUMVAL(WS-RG-AMOUNT-IN) = ZERO
                  ADD FUNCTION NUMVAL(WS-RG-AMOUNT-IN)
                     TO SC-RELEASED(SC-IDX)
               END-IF
            END-IF.

       FIND-SCHEDULE.
      *    WS-SCHEDULE-ID names the schedule; SC-IDX is left on it.
            MOVE "N" TO WS-FOUND
            PERFORM VARYING SC-IDX FROM 1 BY 1
                  UNTIL SC-IDX > WS-SCHEDULE-COUNT OR ROW-FOUND
               IF SC-ID(SC-IDX) = WS-SCHEDULE-ID
                  MOVE "Y" TO WS-FOUND
               END-IF
            END-PERFORM
            IF ROW-FOUND
               SET SC-IDX DOWN BY 1
            END-IF.

       LIST-SCHEDULES.
      *    LIST arg 3 (optional): register file.
            PERFORM ACCEPT-REGISTER-FILE
            PERFORM LOAD-SCHEDULES
            PERFORM LOAD-REGISTER
            DISPLAY "AMORTIZATION SCHEDULES ("
               FUNCTION TRIM(WS-MASTER-FILE) ")"
            DISPLAY "  SCHEDULE   KIND     BALANCE SHEET  "
               "           TOTAL   MONTHS        RELEASED"
               "       REMAINING  STATUS"
            MOVE ZERO TO WS-ACCOUNT-COUNT
            PERFORM VARYING SC-IDX FROM 1 BY 1
                  UNTIL SC-IDX > WS-SCHEDULE-COUNT
               COMPUTE WS-REMAINING =
                  SC-TOTAL(SC-IDX) - SC-RELEASED(SC-IDX)
               MOVE SC-ID(SC-IDX) TO RPT-ID
               MOVE SC-KIND(SC-IDX) TO RPT-KIND
               MOVE SC-BS-ACCOUNT(SC-IDX) TO RPT-BS-ACCOUNT
               MOVE SC-TOTAL(SC-IDX) TO RPT-TOTAL
               MOVE SC-POSTED(SC-IDX) TO RPT-POSTED
               MOVE SC-MONTHS(SC-IDX) TO RPT-MONTHS
               MOVE SC-RELEASED(SC-IDX) TO RPT-RELEASED
               MOVE WS-REMAINING TO RPT-REMAINING
               IF SC-POSTED(SC-IDX) >= SC-MONTHS(SC-IDX)
                  MOVE "COMPLETE" TO RPT-STATE
               ELSE
                  MOVE "ACTIVE" TO RPT-STATE
               END-IF
               DISPLAY RPT-LIST-LINE
               IF SC-DESC(SC-IDX) NOT = SPACES
                  DISPLAY "             " FUNCTION TRIM(SC-DESC(SC-IDX))
                     " - releases to "
                     FUNCTION TRIM(SC-PL-ACCOUNT(SC-IDX))
               END-IF
               PERFORM ADD-TO-ACCOUNT-TOTAL
            END-PERFORM
            DISPLAY "Remaining unamortized by balance-sheet account:"
            PERFORM VARYING AC-IDX FROM 1 BY 1
                  UNTIL AC-IDX > WS-ACCOUNT-COUNT
               MOVE AC-REMAINING(AC-IDX) TO RPT-TOTAL-ED
               DISPLAY "  " AC-ACCOUNT(AC-IDX) " " AC-KIND(AC-IDX)
                  " " RPT-TOTAL-ED
            END-PERFORM
            DISPLAY "Schedules: " WS-SCHEDULE-COUNT.

       ADD-TO-ACCOUNT-TOTAL.
            MOVE "N" TO WS-FOUND
            PERFORM VARYING AC-IDX FROM 1 BY 1
                  UNTIL AC-IDX > WS-ACCOUNT-COUNT OR ROW-FOUND
               IF AC-ACCOUNT(AC-IDX) = SC-BS-ACCOUNT(SC-IDX)
                  MOVE "Y" TO WS-FOUND
               END-IF
            END-PERFORM
            IF ROW-FOUND
               SET AC-IDX DOWN BY 1
            ELSE
               IF WS-ACCOUNT-COUNT >= 100
                  EXIT PARAGRAPH
               END-IF
               ADD 1 TO WS-ACCOUNT-COUNT
               SET AC-IDX TO WS-ACCOUNT-COUNT
               MOVE SC-BS-ACCOUNT(SC-IDX) TO AC-ACCOUNT(AC-IDX)
               MOVE SC-KIND(SC-IDX) TO AC-KIND(AC-IDX)
               MOVE ZERO TO AC-REMAINING(AC-IDX)
            END-IF
            ADD WS-REMAINING TO AC-REMAINING(AC-IDX).

       PRINT-ONE-SCHEDULE.
      *    SCHEDULE arg 3 (required): schedule id; arg 4 (optional):
      *    register file.
      *    The id is held aside while the loads run, since each row
      *    they read is looked up through WS-SCHEDULE-ID.
            ACCEPT WS-WANTED-SCHEDULE FROM ARGUMENT-VALUE
            PERFORM ACCEPT-REGISTER-FILE
            PERFORM LOAD-SCHEDULES
            PERFORM LOAD-REGISTER
            MOVE WS-WANTED-SCHEDULE TO WS-SCHEDULE-ID
            PERFORM FIND-SCHEDULE
            IF NOT ROW-FOUND
               DISPLAY "ERROR: schedule '"
                  FUNCTION TRIM(WS-SCHEDULE-ID) "' is not on "
                  FUNCTION TRIM(WS-MASTER-FILE)
               MOVE 1 TO RETURN-CODE
               EXIT PARAGRAPH
            END-IF
            MOVE SC-TOTAL(SC-IDX) TO RPT-TOTAL-ED
            DISPLAY "AMORTIZATION SCHEDULE: "
               FUNCTION TRIM(SC-ID(SC-IDX)) " "
               FUNCTION TRIM(SC-DESC(SC-IDX))
            DISPLAY "Kind: " FUNCTION TRIM(SC-KIND(SC-IDX))
               "  Balance sheet: "
               FUNCTION TRIM(SC-BS-ACCOUNT(SC-IDX))
               "  P&L: " FUNCTION TRIM(SC-PL-ACCOUNT(SC-IDX))
               "  Total: " FUNCTION TRIM(RPT-TOTAL-ED)
            DISPLAY "  MTH  MONTH               AMOUNT        RELEASED"
               "       REMAINING"
            MOVE ZERO TO WS-CUMULATIVE
            PERFORM VARYING WS-MONTH-NUMBER FROM 1 BY 1
                  UNTIL WS-MONTH-NUMBER > SC-MONTHS(SC-IDX)
               PERFORM DERIVE-SCHEDULE-DATE
               PERFORM COMPUTE-MONTH-AMOUNT
               ADD SC-AMOUNT(SC-IDX) TO WS-CUMULATIVE
               MOVE WS-MONTH-NUMBER TO RPT-MONTH
               MOVE WS-SCHED-DATE TO RPT-DATE
               MOVE SC-AMOUNT(SC-IDX) TO RPT-AMOUNT
               MOVE WS-CUMULATIVE TO RPT-CUMULATIVE
               COMPUTE WS-REMAINING = SC-TOTAL(SC-IDX) - WS-CUMULATIVE
               MOVE WS-REMAINING TO RPT-BALANCE
               IF WS-MONTH-NUMBER <= SC-POSTED(SC-IDX)
                  MOVE "POSTED" TO RPT-MARK
               ELSE
                  MOVE SPACES TO RPT-MARK
               END-IF
               DISPLAY RPT-SCHEDULE-LINE
            END-PERFORM.

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
       END PROGRAM BESTBOOKS-AMORTIZE.
