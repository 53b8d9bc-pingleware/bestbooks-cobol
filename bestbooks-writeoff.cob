       IDENTIFICATION DIVISION.
       PROGRAM-ID. BESTBOOKS-WRITEOFF.
       AUTHOR. PRESSPAGE ENTERTAINMENT INC dba PINGLEWARE.
      *----------------------------------------------------------------
      * Bad-debt write-off, recovery and the month-end allowance for
      * doubtful accounts, all driven off the OPENITEM.DAT AR
      * subledger.
      *
      * WRITEOFF takes one customer and either one INV# reference or
      * a number of days - every OPEN invoice of that customer older
      * than that many days goes. Each item's open amount is credited
      * to the customer's AR account under the item's own reference
      * (the way BESTBOOKS-CASHAPP stamps a payment), the total is
      * debited to the bad-debt expense account named on the command
      * line under the run's "WO#<number>" reference (SEQCTL.DAT key
      * "B"), and the item is marked WRITTEN-OFF with a zero open
      * amount and the reason carried as a seventh column. Every item
      * is logged on the write-off register WRITEOFF.DAT.
      *
      * RECOVER reinstates a write-off - a whole WO# or the one item
      * named by its INV# - when the customer pays after all: AR is
      * debited back, the original expense account credited, the
      * item returns to OPEN for its written-off amount (so the
      * payment is applied through BESTBOOKS-CASHAPP in the usual
      * way), and the register row is marked RECOVERED.
      *
      * ALLOWANCE is the month-end estimate: the OPEN items are aged
      * as of the run date, each bucket's total is multiplied by its
      * rate from ALLOWRATE.DAT, and only the change from the
      * previous run's required allowance (ALLOWHIST.DAT) is posted
      * between bad-debt expense and the allowance account. With no
      * history yet, the allowance account's current balance stands
      * in for the previous run, so the first run trues it up.
      *
      * WRITEOFF and RECOVER change the books already in the record,
      * so they require a SUPERVISOR operator once sign-on is
      * configured, the same rule BESTBOOKS-CHECKS applies to VOID.
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

           SELECT OPTIONAL openitem
               ASSIGN TO WS-OPENITEM-FILE
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-OPENITEM-STATUS.

           SELECT OPTIONAL openitem-work
               ASSIGN TO WS-WORK-FILE
                   ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL woregister
               ASSIGN TO WS-REGISTER-FILE
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-REGISTER-STATUS.

           SELECT OPTIONAL woregister-work
               ASSIGN TO WS-REGISTER-WORK-FILE
                   ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL allowrate
               ASSIGN TO WS-RATE-FILE
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-RATE-STATUS.

           SELECT OPTIONAL allowhist
               ASSIGN TO WS-HISTORY-FILE
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-HISTORY-STATUS.

           SELECT OPTIONAL custvend
               ASSIGN TO WS-CUSTVEND-FILE
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-CUSTVEND-STATUS.

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

      *    OPENITEM.DAT line layout - see BESTBOOKS-CASHAPP. A
      *    written-off row carries its reason as a seventh column.
            FD openitem.
            01 OPENITEM-LINE         PIC X(120).

            FD openitem-work.
            01 OPENITEM-WORK-LINE    PIC X(120).

      *    WRITEOFF.DAT line layout, pipe-delimited: WO-REFERENCE|
      *    ITEM-REFERENCE|CUSTOMER|DATE|AMOUNT|EXPENSE-ACCOUNT|
      *    AR-ACCOUNT|REASON|STATUS|RECOVERED-DATE - one row per item
      *    written off; STATUS is WRITTEN-OFF until RECOVER marks it
      *    RECOVERED.
            FD woregister.
            01 REGISTER-LINE         PIC X(200).

            FD woregister-work.
            01 REGISTER-WORK-LINE    PIC X(200).

      *    ALLOWRATE.DAT line layout, pipe-delimited: BUCKET|PERCENT
      *    - BUCKET is CURRENT, 30, 60 or 90 (the aging buckets
      *    BESTBOOKS-AGING prints), PERCENT the share of that bucket
      *    expected to go uncollected, e.g. 90|50.
            FD allowrate.
            01 RATE-LINE             PIC X(40).

      *    ALLOWHIST.DAT line layout, pipe-delimited: AS-OF-DATE|
      *    REQUIRED-ALLOWANCE|CHANGE-POSTED|JOURNAL-ENTRY-NO - one row
      *    appended per ALLOWANCE run; the last row is the baseline
      *    the next run posts its change against.
            FD allowhist.
            01 HISTORY-LINE          PIC X(80).

      *    CUSTVEND.DAT line layout - see bestbooks-aging.cob.
            FD custvend.
            01 CUSTVEND-LINE         PIC X(200).

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
            01 WS-OPENITEM-FILE     PIC X(64) VALUE "OPENITEM.DAT".
            01 WS-WORK-FILE         PIC X(64) VALUE "OPENITEM.TMP".
            01 WS-REGISTER-FILE     PIC X(64) VALUE "WRITEOFF.DAT".
            01 WS-REGISTER-WORK-FILE PIC X(64) VALUE "WRITEOFF.TMP".
            01 WS-RATE-FILE         PIC X(64) VALUE "ALLOWRATE.DAT".
            01 WS-HISTORY-FILE      PIC X(64) VALUE "ALLOWHIST.DAT".
            01 WS-CUSTVEND-FILE     PIC X(64) VALUE "CUSTVEND.DAT".
            01 WS-OPENITEM-STATUS   PIC XX.
            01 WS-REGISTER-STATUS   PIC XX.
            01 WS-RATE-STATUS       PIC XX.
            01 WS-HISTORY-STATUS    PIC XX.
            01 WS-CUSTVEND-STATUS   PIC XX.
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

            01 WS-OPENITEM-EOF      PIC X VALUE "N".
                  88  OPENITEM-EOF  VALUE "Y".
            01 WS-REGISTER-EOF      PIC X VALUE "N".
                  88  REGISTER-EOF  VALUE "Y".
            01 WS-RATE-EOF          PIC X VALUE "N".
                  88  RATE-EOF      VALUE "Y".
            01 WS-HISTORY-EOF       PIC X VALUE "N".
                  88  HISTORY-EOF   VALUE "Y".
            01 WS-CUSTVEND-EOF      PIC X VALUE "N".
                  88  CUSTVEND-EOF  VALUE "Y".

      *    arg 1: WRITEOFF, RECOVER, ALLOWANCE or LIST; args 2-5 are
      *    the mode's own arguments (see GET-RUNTIME-ARGUMENTS).
            01 WS-COMMAND           PIC X(10) VALUE SPACES.
            01 WS-ARG-2             PIC X(30) VALUE SPACES.
            01 WS-ARG-3             PIC X(20) VALUE SPACES.
            01 WS-ARG-4             PIC X(15) VALUE SPACES.
            01 WS-ARG-5             PIC X(30) VALUE SPACES.
            01 USER-POSTING-DATE    PIC X(10) VALUE SPACES.

            01 WS-CUSTOMER-NAME     PIC X(30) VALUE SPACES.
            01 WS-SELECT-REFERENCE  PIC X(20) VALUE SPACES.
            01 WS-SELECT-DAYS       PIC 9(5) VALUE ZERO.
            01 WS-SELECT-BY-AGE     PIC X VALUE "N".
                  88  SELECT-BY-AGE VALUE "Y".
            01 WS-EXPENSE-ACCOUNT   PIC A(15) VALUE SPACES.
            01 WS-ALLOWANCE-ACCOUNT PIC A(15) VALUE SPACES.
            01 WS-REASON            PIC X(30) VALUE SPACES.

      *    the matched customer master row (for the AR account).
            01 WS-CV-NAME-IN        PIC X(30).
            01 WS-CV-KIND-IN        PIC X(6).
            01 WS-CV-TERMS-IN       PIC X(8).
            01 WS-CV-ACCOUNT-IN     PIC X(15).
            01 WS-CV-ADDRESS-IN     PIC X(60).
            01 WS-CUSTOMER-FOUND    PIC X VALUE "N".
                  88  CUSTOMER-WAS-FOUND  VALUE "Y".
            01 WS-AR-ACCOUNT        PIC A(15) VALUE SPACES.

      *    one OPENITEM.DAT row, unpacked.
            01 WS-ROW-REFERENCE     PIC X(20).
            01 WS-ROW-CUSTOMER      PIC X(30).
            01 WS-ROW-DATE          PIC X(10).
            01 WS-ROW-ORIGINAL      PIC X(12).
            01 WS-ROW-OPEN          PIC X(12).
            01 WS-ROW-STATUS        PIC X(12).
            01 WS-ROW-REASON        PIC X(30).
            01 WS-ROW-OPEN-AMOUNT   PIC S9(7)V99.
            01 WS-ROW-AMOUNT-ED     PIC -9(7).99.
            01 WS-ROW-DATE-NUM      PIC X(8).
            01 WS-ROW-INT-DATE      PIC 9(7) VALUE ZERO.
            01 WS-AGE-DAYS          PIC S9(7) VALUE ZERO.
            01 WS-ASOF-INT-DATE     PIC 9(7) VALUE ZERO.
            01 WS-ASOF-DATE-NUM     PIC X(8).

      *    the items chosen this run (WRITEOFF) or being reinstated
      *    (RECOVER), collected before anything posts.
            01 ITEM-TABLE.
               02 ITEM-ENTRY OCCURS 200 TIMES
                     INDEXED BY IT-IDX.
                  03 IT-REFERENCE     PIC X(20).
                  03 IT-CUSTOMER      PIC X(30).
                  03 IT-AMOUNT        PIC S9(7)V99.
                  03 IT-AR-ACCOUNT    PIC X(15).
                  03 IT-EXPENSE       PIC X(15).
                  03 IT-WO-REFERENCE  PIC X(20).
            01 WS-ITEM-COUNT        PIC 9(4) VALUE ZERO.
            01 WS-ITEM-FOUND-IDX    PIC 9(4) VALUE ZERO.
            01 WS-ITEM-TOTAL        PIC S9(9)V99 VALUE ZERO.

      *    one WRITEOFF.DAT row, unpacked.
            01 WS-WO-REF-IN         PIC X(20).
            01 WS-WO-ITEM-IN        PIC X(20).
            01 WS-WO-CUSTOMER-IN    PIC X(30).
            01 WS-WO-DATE-IN        PIC X(10).
            01 WS-WO-AMOUNT-IN      PIC X(12).
            01 WS-WO-EXPENSE-IN     PIC X(15).
            01 WS-WO-AR-IN          PIC X(15).
            01 WS-WO-REASON-IN      PIC X(30).
            01 WS-WO-STATUS-IN      PIC X(12).
            01 WS-WO-RECOVERED-IN   PIC X(10).
            01 WS-LIST-COUNT        PIC 9(5) VALUE ZERO.
            01 WS-LIST-TOTAL        PIC S9(9)V99 VALUE ZERO.
            01 WS-LIST-AMOUNT-ED    PIC Z,ZZZ,ZZ9.99-.

      *    Write-off numbers draw on their own SEQCTL.DAT sequence
      *    (key "B"), alongside the invoice, receipt and credit memo
      *    counters.
            01 WS-WRITEOFF-KEY       PIC X(1) VALUE "B".
            01 WS-WRITEOFF-NUMBER    PIC 9(7).
            01 WS-WRITEOFF-REFERENCE PIC X(20) VALUE SPACES.

      *    ALLOWANCE work fields: the bucket rates, the aged totals
      *    and the allowance they call for.
            01 WS-RATE-BUCKET-IN    PIC X(10).
            01 WS-RATE-PERCENT-IN   PIC X(10).
            01 WS-RATE-CURRENT      PIC 9(3)V9(4) VALUE ZERO.
            01 WS-RATE-30           PIC 9(3)V9(4) VALUE ZERO.
            01 WS-RATE-60           PIC 9(3)V9(4) VALUE ZERO.
            01 WS-RATE-90           PIC 9(3)V9(4) VALUE ZERO.
            01 WS-RATE-ROWS         PIC 9(3) VALUE ZERO.
            01 WS-AGE-CURRENT       PIC S9(9)V99 VALUE ZERO.
            01 WS-AGE-30            PIC S9(9)V99 VALUE ZERO.
            01 WS-AGE-60            PIC S9(9)V99 VALUE ZERO.
            01 WS-AGE-90            PIC S9(9)V99 VALUE ZERO.
            01 WS-REQUIRED          PIC S9(9)V99 VALUE ZERO.
            01 WS-PREVIOUS          PIC S9(9)V99 VALUE ZERO.
            01 WS-CHANGE            PIC S9(9)V99 VALUE ZERO.
            01 WS-ABS-CHANGE        PIC 9(9)V99 VALUE ZERO.
            01 WS-HISTORY-FOUND     PIC X VALUE "N".
                  88  HISTORY-WAS-FOUND  VALUE "Y".
            01 WS-HIST-DATE-IN      PIC X(10).
            01 WS-HIST-REQUIRED-IN  PIC X(14).
            01 WS-HIST-REST-IN      PIC X(40).
            01 WS-HIST-AMOUNT-ED    PIC -9(9).99.
            01 WS-HIST-CHANGE-ED    PIC -9(9).99.
            01 WS-ALLOWANCE-REFERENCE PIC X(20) VALUE SPACES.
            01 WS-REPORT-AMOUNT-ED  PIC Z,ZZZ,ZZZ,ZZ9.99-.

      *    the leg about to be posted.
            01 WS-LEG-ACCOUNT       PIC A(15).
            01 WS-LEG-DEBIT         PIC 9(7)V99.
            01 WS-LEG-CREDIT        PIC 9(7)V99.
            01 WS-LEG-DESCRIPTION   PIC X(30).
            01 WS-LEG-REFERENCE     PIC X(20).

       PROCEDURE DIVISION.
       BEGIN.
            PERFORM GET-RUNTIME-ARGUMENTS.
            PERFORM CHECK-OPERATOR-SIGNON.
            PERFORM LOAD-FISCAL-CALENDAR.

            EVALUATE WS-COMMAND
               WHEN "WRITEOFF"
                  PERFORM REQUIRE-SUPERVISOR
                  PERFORM RUN-WRITEOFF-MODE
               WHEN "RECOVER"
                  PERFORM REQUIRE-SUPERVISOR
                  PERFORM RUN-RECOVER-MODE
               WHEN "ALLOWANCE"
                  PERFORM RUN-ALLOWANCE-MODE
               WHEN "LIST"
                  PERFORM LIST-WRITEOFFS
               WHEN OTHER
                  DISPLAY "Usage: BESTBOOKS-WRITEOFF WRITEOFF "
                     "<customer> <INV#ref|days> <expense-account> "
                     "<reason> [date] [files...]"
                  DISPLAY "       BESTBOOKS-WRITEOFF RECOVER "
                     "<WO#ref|INV#ref> - - - [date] [files...]"
                  DISPLAY "       BESTBOOKS-WRITEOFF ALLOWANCE "
                     "<allowance-account> <expense-account> - - "
                     "[as-of-date] [files...]"
                  DISPLAY "       BESTBOOKS-WRITEOFF LIST [customer]"
                  MOVE 1 TO RETURN-CODE
            END-EVALUATE.
            STOP RUN.

       GET-RUNTIME-ARGUMENTS.
      *    arg 1 (required): WRITEOFF, RECOVER, ALLOWANCE or LIST.
      *    WRITEOFF args 2-5: customer, the INV# reference or a
      *    number of days past which every open item goes, the
      *    bad-debt expense account, and the reason.
      *    RECOVER arg 2: the WO# of a whole write-off or the INV#
      *    of one item written off.
      *    ALLOWANCE args 2-3: the allowance account and the bad-debt
      *    expense account.
      *    LIST arg 2 (optional): one customer.
      *    arg 6 (optional): posting / as-of date, YYYY-MM-DD.
      *    args 7-14 (optional): open-item, ledger, chart-of-
      *    accounts, sequence control, customer/vendor master,
      *    write-off register, allowance rate and allowance history
      *    files.
            ACCEPT WS-COMMAND FROM ARGUMENT-VALUE
            MOVE FUNCTION UPPER-CASE(WS-COMMAND) TO WS-COMMAND
            ACCEPT WS-ARG-2 FROM ARGUMENT-VALUE
            ACCEPT WS-ARG-3 FROM ARGUMENT-VALUE
            ACCEPT WS-ARG-4 FROM ARGUMENT-VALUE
            ACCEPT WS-ARG-5 FROM ARGUMENT-VALUE
            ACCEPT USER-POSTING-DATE FROM ARGUMENT-VALUE
            ACCEPT WS-OPENITEM-FILE FROM ARGUMENT-VALUE
            IF WS-OPENITEM-FILE = SPACES
               MOVE "OPENITEM.DAT" TO WS-OPENITEM-FILE
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
            ACCEPT WS-CUSTVEND-FILE FROM ARGUMENT-VALUE
            IF WS-CUSTVEND-FILE = SPACES
               MOVE "CUSTVEND.DAT" TO WS-CUSTVEND-FILE
            END-IF
            ACCEPT WS-REGISTER-FILE FROM ARGUMENT-VALUE
            IF WS-REGISTER-FILE = SPACES
               MOVE "WRITEOFF.DAT" TO WS-REGISTER-FILE
            END-IF
            ACCEPT WS-RATE-FILE FROM ARGUMENT-VALUE
            IF WS-RATE-FILE = SPACES
               MOVE "ALLOWRATE.DAT" TO WS-RATE-FILE
            END-IF
            ACCEPT WS-HISTORY-FILE FROM ARGUMENT-VALUE
            IF WS-HISTORY-FILE = SPACES
               MOVE "ALLOWHIST.DAT" TO WS-HISTORY-FILE
            END-IF.

       REQUIRE-SUPERVISOR.
      *    Writing off or reinstating a receivable changes books
      *    already in the record, the same grade of act as a check
      *    VOID, so the SUPERVISOR role applies once operator sign-on
      *    is configured.
            IF OPERATORS-CONFIGURED
                  AND FUNCTION TRIM(WS-OPERATOR-ROLE)
                     NOT = "SUPERVISOR"
               DISPLAY "ERROR: " FUNCTION TRIM(WS-COMMAND)
                  " requires a SUPERVISOR operator; '"
                  FUNCTION TRIM(WS-OPERATOR-ID) "' is "
                  FUNCTION TRIM(WS-OPERATOR-ROLE)
               MOVE 1 TO RETURN-CODE
               STOP RUN
            END-IF.

       SET-POSTING-DATE.
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
            PERFORM DERIVE-FISCAL-PERIOD
            MOVE SPACES TO WS-ASOF-DATE-NUM
            STRING WS-YEAR WS-MONTH WS-DAY DELIMITED BY SIZE
               INTO WS-ASOF-DATE-NUM
            END-STRING
            IF FUNCTION TEST-NUMVAL(WS-ASOF-DATE-NUM) NOT = ZERO
               DISPLAY "ERROR: date '"
                  FUNCTION TRIM(USER-POSTING-DATE)
                  "' is not YYYY-MM-DD"
               MOVE 1 TO RETURN-CODE
               STOP RUN
            END-IF
            COMPUTE WS-ASOF-INT-DATE = FUNCTION INTEGER-OF-DATE(
               FUNCTION NUMVAL(WS-ASOF-DATE-NUM))
            PERFORM CHECK-PERIOD-LOCK
            IF PERIOD-IS-LOCKED
               DISPLAY "ERROR: period " WS-POSTING-FY "-"
                  WS-POSTING-PD
                  " is closed, back-dated posting rejected"
               MOVE 1 TO RETURN-CODE
               STOP RUN
            END-IF.

      *----------------------------------------------------------------
      * WRITEOFF
      *----------------------------------------------------------------
       RUN-WRITEOFF-MODE.
            MOVE WS-ARG-2 TO WS-CUSTOMER-NAME
            MOVE WS-ARG-4 TO WS-EXPENSE-ACCOUNT
            MOVE WS-ARG-5 TO WS-REASON
            IF WS-CUSTOMER-NAME = SPACES OR WS-ARG-3 = SPACES
                  OR WS-EXPENSE-ACCOUNT = SPACES OR WS-REASON = SPACES
               DISPLAY "ERROR: WRITEOFF needs a customer, an INV# "
                  "reference or a number of days, a bad-debt expense "
                  "account and a reason (args 2-5)"
               MOVE 1 TO RETURN-CODE
               EXIT PARAGRAPH
            END-IF
      *    a reason holding the column delimiter would split the row.
            INSPECT WS-REASON REPLACING ALL "|" BY "/"
            IF FUNCTION TEST-NUMVAL(WS-ARG-3) = ZERO
               MOVE "Y" TO WS-SELECT-BY-AGE
               MOVE FUNCTION NUMVAL(WS-ARG-3) TO WS-SELECT-DAYS
            ELSE
               MOVE "N" TO WS-SELECT-BY-AGE
               MOVE FUNCTION UPPER-CASE(WS-ARG-3)
                  TO WS-SELECT-REFERENCE
            END-IF

            PERFORM LOOKUP-CUSTOMER
            IF NOT CUSTOMER-WAS-FOUND
               DISPLAY "ERROR: customer '"
                  FUNCTION TRIM(WS-CUSTOMER-NAME)
                  "' is not on the customer/vendor master "
                  FUNCTION TRIM(WS-CUSTVEND-FILE)
               MOVE 1 TO RETURN-CODE
               EXIT PARAGRAPH
            END-IF
            MOVE WS-AR-ACCOUNT TO WS-LOOKUP-ACCOUNT
            PERFORM VALIDATE-ACCOUNT
            IF NOT ACCOUNT-IS-VALID
               DISPLAY "ERROR: customer AR account '"
                  FUNCTION TRIM(WS-AR-ACCOUNT) "' is not usable"
               MOVE 1 TO RETURN-CODE
               EXIT PARAGRAPH
            END-IF
            MOVE WS-EXPENSE-ACCOUNT TO WS-LOOKUP-ACCOUNT
            PERFORM VALIDATE-ACCOUNT
            IF NOT ACCOUNT-IS-VALID
               DISPLAY "ERROR: bad-debt expense account '"
                  FUNCTION TRIM(WS-EXPENSE-ACCOUNT) "' is not usable"
               MOVE 1 TO RETURN-CODE
               EXIT PARAGRAPH
            END-IF

            PERFORM SET-POSTING-DATE
            PERFORM COLLECT-WRITEOFF-ITEMS
            IF WS-ITEM-COUNT = ZERO
               IF SELECT-BY-AGE
                  DISPLAY "No OPEN items for "
                     FUNCTION TRIM(WS-CUSTOMER-NAME)
                     " are more than " WS-SELECT-DAYS
                     " days old - nothing written off"
               ELSE
                  DISPLAY "ERROR: '"
                     FUNCTION TRIM(WS-SELECT-REFERENCE)
                     "' is not an OPEN invoice for "
                     FUNCTION TRIM(WS-CUSTOMER-NAME)
                  MOVE 1 TO RETURN-CODE
               END-IF
               EXIT PARAGRAPH
            END-IF
            IF WS-ITEM-TOTAL > 9999999.99
               DISPLAY "ERROR: write-off total " WS-ITEM-TOTAL
                  " exceeds the 9,999,999.99 ledger line limit the "
                  "expense leg must fit in; write the items off in "
                  "smaller groups"
               MOVE 1 TO RETURN-CODE
               EXIT PARAGRAPH
            END-IF

            PERFORM GET-NEXT-WRITEOFF-NUMBER
            MOVE SPACES TO WS-WRITEOFF-REFERENCE
            STRING "WO#" DELIMITED BY SIZE
                  WS-WRITEOFF-NUMBER DELIMITED BY SIZE
               INTO WS-WRITEOFF-REFERENCE
            END-STRING
            PERFORM GET-NEXT-JOURNAL-ENTRY

            MOVE WS-EXPENSE-ACCOUNT TO WS-LEG-ACCOUNT
            MOVE WS-ITEM-TOTAL TO WS-LEG-DEBIT
            MOVE ZERO TO WS-LEG-CREDIT
            MOVE SPACES TO WS-LEG-DESCRIPTION
            STRING "Bad debt - " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-CUSTOMER-NAME) DELIMITED BY SIZE
               INTO WS-LEG-DESCRIPTION
            END-STRING
            MOVE WS-WRITEOFF-REFERENCE TO WS-LEG-REFERENCE
            PERFORM POST-ONE-LEG
            PERFORM VARYING IT-IDX FROM 1 BY 1
                  UNTIL IT-IDX > WS-ITEM-COUNT
               MOVE WS-AR-ACCOUNT TO WS-LEG-ACCOUNT
               MOVE ZERO TO WS-LEG-DEBIT
               MOVE IT-AMOUNT(IT-IDX) TO WS-LEG-CREDIT
               MOVE SPACES TO WS-LEG-DESCRIPTION
               STRING "Written off - " DELIMITED BY SIZE
                     FUNCTION TRIM(WS-CUSTOMER-NAME) DELIMITED BY SIZE
                  INTO WS-LEG-DESCRIPTION
               END-STRING
               MOVE IT-REFERENCE(IT-IDX) TO WS-LEG-REFERENCE
               PERFORM POST-ONE-LEG
            END-PERFORM

            PERFORM REWRITE-OPEN-ITEMS
            PERFORM APPEND-REGISTER-ROWS
            DISPLAY "Write-off " WS-WRITEOFF-NUMBER ": "
               WS-ITEM-COUNT " item(s) of "
               FUNCTION TRIM(WS-CUSTOMER-NAME) " totaling "
               WS-ITEM-TOTAL " charged to "
               FUNCTION TRIM(WS-EXPENSE-ACCOUNT).

       COLLECT-WRITEOFF-ITEMS.
            MOVE ZERO TO WS-ITEM-COUNT WS-ITEM-TOTAL
            OPEN INPUT openitem
            IF WS-OPENITEM-STATUS = "35"
               EXIT PARAGRAPH
            END-IF
            MOVE "N" TO WS-OPENITEM-EOF
            PERFORM WITH TEST BEFORE UNTIL OPENITEM-EOF
               READ openitem
                  AT END
                     MOVE "Y" TO WS-OPENITEM-EOF
                  NOT AT END
                     PERFORM CHECK-WRITEOFF-CANDIDATE
               END-READ
            END-PERFORM
            CLOSE openitem.

       CHECK-WRITEOFF-CANDIDATE.
      *    Only this customer's OPEN items with money still owed
      *    qualify - credits on account are never written off.
            PERFORM UNPACK-OPENITEM-ROW
            IF FUNCTION TRIM(WS-ROW-STATUS) NOT = "OPEN"
                  OR FUNCTION UPPER-CASE(FUNCTION TRIM(WS-ROW-CUSTOMER))
                     NOT = FUNCTION UPPER-CASE(
                        FUNCTION TRIM(WS-CUSTOMER-NAME))
               EXIT PARAGRAPH
            END-IF
            MOVE FUNCTION NUMVAL(WS-ROW-OPEN) TO WS-ROW-OPEN-AMOUNT
            IF WS-ROW-OPEN-AMOUNT NOT > ZERO
               EXIT PARAGRAPH
            END-IF
            IF SELECT-BY-AGE
               PERFORM AGE-OPEN-ROW
               IF WS-AGE-DAYS NOT > WS-SELECT-DAYS
                  EXIT PARAGRAPH
               END-IF
            ELSE
               IF FUNCTION TRIM(WS-ROW-REFERENCE) NOT =
                     FUNCTION TRIM(WS-SELECT-REFERENCE)
                  EXIT PARAGRAPH
               END-IF
            END-IF
            IF WS-ITEM-COUNT < 200
               ADD 1 TO WS-ITEM-COUNT
               MOVE WS-ROW-REFERENCE TO IT-REFERENCE(WS-ITEM-COUNT)
               MOVE WS-ROW-CUSTOMER TO IT-CUSTOMER(WS-ITEM-COUNT)
               MOVE WS-ROW-OPEN-AMOUNT TO IT-AMOUNT(WS-ITEM-COUNT)
               MOVE WS-AR-ACCOUNT TO IT-AR-ACCOUNT(WS-ITEM-COUNT)
               MOVE WS-EXPENSE-ACCOUNT TO IT-EXPENSE(WS-ITEM-COUNT)
               ADD WS-ROW-OPEN-AMOUNT TO WS-ITEM-TOTAL
            ELSE
               DISPLAY "WARNING: more than 200 items selected, '"
                  FUNCTION TRIM(WS-ROW-REFERENCE)
                  "' left for another run"
            END-IF.

       AGE-OPEN-ROW.
            MOVE ZERO TO WS-AGE-DAYS
            MOVE SPACES TO WS-ROW-DATE-NUM
            STRING WS-ROW-DATE(1:4) WS-ROW-DATE(6:2) WS-ROW-DATE(9:2)
                  DELIMITED BY SIZE
               INTO WS-ROW-DATE-NUM
            END-STRING
            IF FUNCTION TEST-NUMVAL(WS-ROW-DATE-NUM) = ZERO
               COMPUTE WS-ROW-INT-DATE = FUNCTION INTEGER-OF-DATE(
                  FUNCTION NUMVAL(WS-ROW-DATE-NUM))
               COMPUTE WS-AGE-DAYS =
                  WS-ASOF-INT-DATE - WS-ROW-INT-DATE
            END-IF.

       FIND-ITEM-ROW.
            MOVE ZERO TO WS-ITEM-FOUND-IDX
            PERFORM VARYING IT-IDX FROM 1 BY 1
                  UNTIL IT-IDX > WS-ITEM-COUNT
                     OR WS-ITEM-FOUND-IDX NOT = ZERO
               IF FUNCTION TRIM(IT-REFERENCE(IT-IDX)) =
                     FUNCTION TRIM(WS-ROW-REFERENCE)
                     AND FUNCTION UPPER-CASE(
                        FUNCTION TRIM(IT-CUSTOMER(IT-IDX))) =
                     FUNCTION UPPER-CASE(
                        FUNCTION TRIM(WS-ROW-CUSTOMER))
                  SET WS-ITEM-FOUND-IDX TO IT-IDX
               END-IF
            END-PERFORM.

       REWRITE-OPEN-ITEMS.
      *    Full truncate-and-rewrite pass over OPENITEM.DAT, the same
      *    one BESTBOOKS-CASHAPP makes, flipping each collected item
      *    to WRITTEN-OFF (WRITEOFF) or back to OPEN (RECOVER).
            OPEN INPUT openitem
            OPEN OUTPUT openitem-work
            MOVE "N" TO WS-OPENITEM-EOF
            PERFORM WITH TEST BEFORE UNTIL OPENITEM-EOF
               READ openitem
                  AT END
                     MOVE "Y" TO WS-OPENITEM-EOF
                  NOT AT END
                     PERFORM UPDATE-ONE-OPEN-ROW
               END-READ
            END-PERFORM
            CLOSE openitem
            CLOSE openitem-work

            OPEN OUTPUT openitem
            CLOSE openitem
            OPEN OUTPUT openitem
            OPEN INPUT openitem-work
            MOVE "N" TO WS-OPENITEM-EOF
            PERFORM WITH TEST BEFORE UNTIL OPENITEM-EOF
               READ openitem-work
                  AT END
                     MOVE "Y" TO WS-OPENITEM-EOF
                  NOT AT END
                     WRITE OPENITEM-LINE FROM OPENITEM-WORK-LINE
               END-READ
            END-PERFORM
            CLOSE openitem-work
            CLOSE openitem.

       UPDATE-ONE-OPEN-ROW.
            PERFORM UNPACK-OPENITEM-ROW
            PERFORM FIND-ITEM-ROW
            IF WS-ITEM-FOUND-IDX NOT = ZERO
               IF WS-COMMAND = "WRITEOFF"
                     AND FUNCTION TRIM(WS-ROW-STATUS) = "OPEN"
                  MOVE ZERO TO WS-ROW-OPEN-AMOUNT
                  MOVE "WRITTEN-OFF" TO WS-ROW-STATUS
                  MOVE WS-REASON TO WS-ROW-REASON
                  PERFORM REPACK-OPENITEM-ROW
               END-IF
               IF WS-COMMAND = "RECOVER"
                     AND FUNCTION TRIM(WS-ROW-STATUS) = "WRITTEN-OFF"
                  MOVE IT-AMOUNT(WS-ITEM-FOUND-IDX)
                     TO WS-ROW-OPEN-AMOUNT
                  MOVE "OPEN" TO WS-ROW-STATUS
                  MOVE SPACES TO WS-ROW-REASON
                  PERFORM REPACK-OPENITEM-ROW
               END-IF
            END-IF
            WRITE OPENITEM-WORK-LINE FROM OPENITEM-LINE.

       UNPACK-OPENITEM-ROW.
            MOVE SPACES TO WS-ROW-REFERENCE WS-ROW-CUSTOMER
               WS-ROW-DATE WS-ROW-ORIGINAL WS-ROW-OPEN WS-ROW-STATUS
               WS-ROW-REASON
            UNSTRING OPENITEM-LINE DELIMITED BY "|"
               INTO WS-ROW-REFERENCE WS-ROW-CUSTOMER WS-ROW-DATE
                    WS-ROW-ORIGINAL WS-ROW-OPEN WS-ROW-STATUS
                    WS-ROW-REASON
            END-UNSTRING.

       REPACK-OPENITEM-ROW.
            MOVE WS-ROW-OPEN-AMOUNT TO WS-ROW-AMOUNT-ED
            MOVE SPACES TO OPENITEM-LINE
            STRING FUNCTION TRIM(WS-ROW-REFERENCE) DELIMITED BY SIZE
                  "|" DELIMITED BY SIZE
                  FUNCTION TRIM(WS-ROW-CUSTOMER) DELIMITED BY SIZE
                  "|" DELIMITED BY SIZE
                  FUNCTION TRIM(WS-ROW-DATE) DELIMITED BY SIZE
                  "|" DELIMITED BY SIZE
                  FUNCTION TRIM(WS-ROW-ORIGINAL) DELIMITED BY SIZE
                  "|" DELIMITED BY SIZE
                  FUNCTION TRIM(WS-ROW-AMOUNT-ED) DELIMITED BY SIZE
                  "|" DELIMITED BY SIZE
                  FUNCTION TRIM(WS-ROW-STATUS) DELIMITED BY SIZE
               INTO OPENITEM-LINE
            END-STRING
            IF WS-ROW-REASON NOT = SPACES
               STRING FUNCTION TRIM(OPENITEM-LINE) DELIMITED BY SIZE
                     "|" DELIMITED BY SIZE
                     FUNCTION TRIM(WS-ROW-REASON) DELIMITED BY SIZE
                  INTO OPENITEM-WORK-LINE
               END-STRING
               MOVE OPENITEM-WORK-LINE TO OPENITEM-LINE
               MOVE SPACES TO OPENITEM-WORK-LINE
            END-IF.

       APPEND-REGISTER-ROWS.
            OPEN EXTEND woregister
            IF WS-REGISTER-STATUS = "35"
               OPEN OUTPUT woregister
            END-IF
            PERFORM VARYING IT-IDX FROM 1 BY 1
                  UNTIL IT-IDX > WS-ITEM-COUNT
               MOVE IT-AMOUNT(IT-IDX) TO WS-ROW-AMOUNT-ED
               MOVE SPACES TO REGISTER-LINE
               STRING FUNCTION TRIM(WS-WRITEOFF-REFERENCE)
                        DELIMITED BY SIZE
                     "|" DELIMITED BY SIZE
                     FUNCTION TRIM(IT-REFERENCE(IT-IDX))
                        DELIMITED BY SIZE
                     "|" DELIMITED BY SIZE
                     FUNCTION TRIM(IT-CUSTOMER(IT-IDX))
                        DELIMITED BY SIZE
                     "|" DELIMITED BY SIZE
                     WS-FORMATTED-DATE(1:10) DELIMITED BY SIZE
                     "|" DELIMITED BY SIZE
                     FUNCTION TRIM(WS-ROW-AMOUNT-ED) DELIMITED BY SIZE
                     "|" DELIMITED BY SIZE
                     FUNCTION TRIM(WS-EXPENSE-ACCOUNT)
                        DELIMITED BY SIZE
                     "|" DELIMITED BY SIZE
                     FUNCTION TRIM(WS-AR-ACCOUNT) DELIMITED BY SIZE
                     "|" DELIMITED BY SIZE
                     FUNCTION TRIM(WS-REASON) DELIMITED BY SIZE
                     "|WRITTEN-OFF|" DELIMITED BY SIZE
                  INTO REGISTER-LINE
               END-STRING
               WRITE REGISTER-LINE
            END-PERFORM
            CLOSE woregister.

      *----------------------------------------------------------------
      * RECOVER
      *----------------------------------------------------------------
       RUN-RECOVER-MODE.
            MOVE FUNCTION UPPER-CASE(WS-ARG-2) TO WS-SELECT-REFERENCE
            IF WS-SELECT-REFERENCE = SPACES
               DISPLAY "ERROR: RECOVER needs the WO# of a write-off "
                  "or the INV# of an item written off (arg 2)"
               MOVE 1 TO RETURN-CODE
               EXIT PARAGRAPH
            END-IF
            PERFORM SET-POSTING-DATE
            PERFORM MARK-REGISTER-RECOVERED
            IF WS-ITEM-COUNT = ZERO
               DISPLAY "ERROR: nothing WRITTEN-OFF on "
                  FUNCTION TRIM(WS-REGISTER-FILE) " matches '"
                  FUNCTION TRIM(WS-SELECT-REFERENCE) "'"
               MOVE 1 TO RETURN-CODE
               EXIT PARAGRAPH
            END-IF
            PERFORM VARYING IT-IDX FROM 1 BY 1
                  UNTIL IT-IDX > WS-ITEM-COUNT
               MOVE IT-AR-ACCOUNT(IT-IDX) TO WS-LOOKUP-ACCOUNT
               PERFORM VALIDATE-ACCOUNT
               IF NOT ACCOUNT-IS-VALID
                  DISPLAY "ERROR: AR account '"
                     FUNCTION TRIM(IT-AR-ACCOUNT(IT-IDX))
                     "' is not usable - nothing reinstated"
                  MOVE 1 TO RETURN-CODE
                  EXIT PARAGRAPH
               END-IF
               MOVE IT-EXPENSE(IT-IDX) TO WS-LOOKUP-ACCOUNT
               PERFORM VALIDATE-ACCOUNT
               IF NOT ACCOUNT-IS-VALID
                  DISPLAY "ERROR: expense account '"
                     FUNCTION TRIM(IT-EXPENSE(IT-IDX))
                     "' is not usable - nothing reinstated"
                  MOVE 1 TO RETURN-CODE
                  EXIT PARAGRAPH
               END-IF
            END-PERFORM

      *    each item is reinstated with the mirror of the legs that
      *    wrote it off: AR debited under the item's reference, the
      *    original expense account credited under the WO#.
            PERFORM GET-NEXT-JOURNAL-ENTRY
            PERFORM VARYING IT-IDX FROM 1 BY 1
                  UNTIL IT-IDX > WS-ITEM-COUNT
               MOVE IT-AR-ACCOUNT(IT-IDX) TO WS-LEG-ACCOUNT
               MOVE IT-AMOUNT(IT-IDX) TO WS-LEG-DEBIT
               MOVE ZERO TO WS-LEG-CREDIT
               MOVE SPACES TO WS-LEG-DESCRIPTION
               STRING "Reinstated - " DELIMITED BY SIZE
                     FUNCTION TRIM(IT-CUSTOMER(IT-IDX))
                        DELIMITED BY SIZE
                  INTO WS-LEG-DESCRIPTION
               END-STRING
               MOVE IT-REFERENCE(IT-IDX) TO WS-LEG-REFERENCE
               PERFORM POST-ONE-LEG
               MOVE IT-EXPENSE(IT-IDX) TO WS-LEG-ACCOUNT
               MOVE ZERO TO WS-LEG-DEBIT
               MOVE IT-AMOUNT(IT-IDX) TO WS-LEG-CREDIT
               MOVE SPACES TO WS-LEG-DESCRIPTION
               STRING "Bad debt recovered - " DELIMITED BY SIZE
                     FUNCTION TRIM(IT-CUSTOMER(IT-IDX))
                        DELIMITED BY SIZE
                  INTO WS-LEG-DESCRIPTION
               END-STRING
               MOVE IT-WO-REFERENCE(IT-IDX) TO WS-LEG-REFERENCE
               PERFORM POST-ONE-LEG
            END-PERFORM

            PERFORM REWRITE-OPEN-ITEMS
            PERFORM REPLACE-REGISTER-WITH-WORK
            DISPLAY "Recovered " WS-ITEM-COUNT " item(s) totaling "
               WS-ITEM-TOTAL " - reinstated as OPEN for cash "
               "application".

       MARK-REGISTER-RECOVERED.
      *    First pass builds the replacement register in the work
      *    file with the matching rows flipped to RECOVERED and
      *    collects them; the register itself is only rewritten once
      *    the legs posted, the way BESTBOOKS-CHECKS handles VOID.
            MOVE ZERO TO WS-ITEM-COUNT WS-ITEM-TOTAL
            OPEN INPUT woregister
            IF WS-REGISTER-STATUS = "35"
               EXIT PARAGRAPH
            END-IF
            OPEN OUTPUT woregister-work
            MOVE "N" TO WS-REGISTER-EOF
            PERFORM WITH TEST BEFORE UNTIL REGISTER-EOF
               READ woregister
                  AT END
                     MOVE "Y" TO WS-REGISTER-EOF
                  NOT AT END
                     PERFORM RECOVER-MATCHING-ROW
               END-READ
            END-PERFORM
            CLOSE woregister
            CLOSE woregister-work.

       RECOVER-MATCHING-ROW.
            PERFORM UNPACK-REGISTER-ROW
            IF FUNCTION TRIM(WS-WO-STATUS-IN) = "WRITTEN-OFF"
                  AND (FUNCTION TRIM(WS-WO-REF-IN) =
                        FUNCTION TRIM(WS-SELECT-REFERENCE)
                     OR FUNCTION TRIM(WS-WO-ITEM-IN) =
                        FUNCTION TRIM(WS-SELECT-REFERENCE))
                  AND WS-ITEM-COUNT < 200
               ADD 1 TO WS-ITEM-COUNT
               MOVE WS-WO-ITEM-IN TO IT-REFERENCE(WS-ITEM-COUNT)
               MOVE WS-WO-CUSTOMER-IN TO IT-CUSTOMER(WS-ITEM-COUNT)
               MOVE FUNCTION NUMVAL(WS-WO-AMOUNT-IN)
                  TO IT-AMOUNT(WS-ITEM-COUNT)
               MOVE WS-WO-AR-IN TO IT-AR-ACCOUNT(WS-ITEM-COUNT)
               MOVE WS-WO-EXPENSE-IN TO IT-EXPENSE(WS-ITEM-COUNT)
               MOVE WS-WO-REF-IN TO IT-WO-REFERENCE(WS-ITEM-COUNT)
               ADD IT-AMOUNT(WS-ITEM-COUNT) TO WS-ITEM-TOTAL
               MOVE "RECOVERED" TO WS-WO-STATUS-IN
               MOVE WS-FORMATTED-DATE(1:10) TO WS-WO-RECOVERED-IN
               MOVE SPACES TO REGISTER-LINE
               STRING FUNCTION TRIM(WS-WO-REF-IN) DELIMITED BY SIZE
                     "|" DELIMITED BY SIZE
                     FUNCTION TRIM(WS-WO-ITEM-IN) DELIMITED BY SIZE
                     "|" DELIMITED BY SIZE
                     FUNCTION TRIM(WS-WO-CUSTOMER-IN)
                        DELIMITED BY SIZE
                     "|" DELIMITED BY SIZE
                     FUNCTION TRIM(WS-WO-DATE-IN) DELIMITED BY SIZE
                     "|" DELIMITED BY SIZE
                     FUNCTION TRIM(WS-WO-AMOUNT-IN) DELIMITED BY SIZE
                     "|" DELIMITED BY SIZE
                     FUNCTION TRIM(WS-WO-EXPENSE-IN) DELIMITED BY SIZE
                     "|" DELIMITED BY SIZE
                     FUNCTION TRIM(WS-WO-AR-IN) DELIMITED BY SIZE
                     "|" DELIMITED BY SIZE
                     FUNCTION TRIM(WS-WO-REASON-IN) DELIMITED BY SIZE
                     "|" DELIMITED BY SIZE
                     FUNCTION TRIM(WS-WO-STATUS-IN) DELIMITED BY SIZE
                     "|" DELIMITED BY SIZE
                     FUNCTION TRIM(WS-WO-RECOVERED-IN)
                        DELIMITED BY SIZE
                  INTO REGISTER-LINE
               END-STRING
            END-IF
            WRITE REGISTER-WORK-LINE FROM REGISTER-LINE.

       UNPACK-REGISTER-ROW.
            MOVE SPACES TO WS-WO-REF-IN WS-WO-ITEM-IN
               WS-WO-CUSTOMER-IN WS-WO-DATE-IN WS-WO-AMOUNT-IN
               WS-WO-EXPENSE-IN WS-WO-AR-IN WS-WO-REASON-IN
               WS-WO-STATUS-IN WS-WO-RECOVERED-IN
            UNSTRING REGISTER-LINE DELIMITED BY "|"
               INTO WS-WO-REF-IN WS-WO-ITEM-IN WS-WO-CUSTOMER-IN
                    WS-WO-DATE-IN WS-WO-AMOUNT-IN WS-WO-EXPENSE-IN
                    WS-WO-AR-IN WS-WO-REASON-IN WS-WO-STATUS-IN
                    WS-WO-RECOVERED-IN
            END-UNSTRING.

       REPLACE-REGISTER-WITH-WORK.
            OPEN OUTPUT woregister
            CLOSE woregister
            OPEN OUTPUT woregister
            OPEN INPUT woregister-work
            MOVE "N" TO WS-REGISTER-EOF
            PERFORM WITH TEST BEFORE UNTIL REGISTER-EOF
               READ woregister-work
                  AT END
                     MOVE "Y" TO WS-REGISTER-EOF
                  NOT AT END
                     WRITE REGISTER-LINE FROM REGISTER-WORK-LINE
               END-READ
            END-PERFORM
            CLOSE woregister
            CLOSE woregister-work.

      *----------------------------------------------------------------
      * LIST
      *----------------------------------------------------------------
       LIST-WRITEOFFS.
            MOVE WS-ARG-2 TO WS-CUSTOMER-NAME
            DISPLAY "WRITE-OFF REGISTER ("
               FUNCTION TRIM(WS-REGISTER-FILE) ")"
            MOVE ZERO TO WS-LIST-COUNT WS-LIST-TOTAL
            OPEN INPUT woregister
            IF WS-REGISTER-STATUS = "35"
               DISPLAY "No write-offs on file"
               EXIT PARAGRAPH
            END-IF
            MOVE "N" TO WS-REGISTER-EOF
            PERFORM WITH TEST BEFORE UNTIL REGISTER-EOF
               READ woregister
                  AT END
                     MOVE "Y" TO WS-REGISTER-EOF
                  NOT AT END
                     PERFORM LIST-ONE-WRITEOFF
               END-READ
            END-PERFORM
            CLOSE woregister
            MOVE WS-LIST-TOTAL TO WS-LIST-AMOUNT-ED
            DISPLAY "Still written off: " WS-LIST-COUNT " item(s), "
               FUNCTION TRIM(WS-LIST-AMOUNT-ED).

       LIST-ONE-WRITEOFF.
            PERFORM UNPACK-REGISTER-ROW
            IF WS-CUSTOMER-NAME NOT = SPACES
                  AND FUNCTION UPPER-CASE(
                        FUNCTION TRIM(WS-WO-CUSTOMER-IN)) NOT =
                     FUNCTION UPPER-CASE(
                        FUNCTION TRIM(WS-CUSTOMER-NAME))
               EXIT PARAGRAPH
            END-IF
            MOVE FUNCTION NUMVAL(WS-WO-AMOUNT-IN) TO WS-LIST-AMOUNT-ED
            DISPLAY "  " WS-WO-REF-IN(1:10) " " WS-WO-ITEM-IN(1:12)
               " " WS-WO-DATE-IN " " WS-WO-CUSTOMER-IN(1:20) " "
               WS-LIST-AMOUNT-ED " " WS-WO-STATUS-IN " "
               FUNCTION TRIM(WS-WO-REASON-IN)
            IF FUNCTION TRIM(WS-WO-STATUS-IN) = "WRITTEN-OFF"
               ADD 1 TO WS-LIST-COUNT
               ADD FUNCTION NUMVAL(WS-WO-AMOUNT-IN) TO WS-LIST-TOTAL
            END-IF.

      *----------------------------------------------------------------
      * ALLOWANCE
      *----------------------------------------------------------------
       RUN-ALLOWANCE-MODE.
            MOVE WS-ARG-2 TO WS-ALLOWANCE-ACCOUNT
            MOVE WS-ARG-3 TO WS-EXPENSE-ACCOUNT
            IF WS-ALLOWANCE-ACCOUNT = SPACES
                  OR WS-EXPENSE-ACCOUNT = SPACES
               DISPLAY "ERROR: ALLOWANCE needs the allowance account "
                  "and the bad-debt expense account (args 2-3)"
               MOVE 1 TO RETURN-CODE
               EXIT PARAGRAPH
            END-IF
            MOVE WS-ALLOWANCE-ACCOUNT TO WS-LOOKUP-ACCOUNT
            PERFORM VALIDATE-ACCOUNT
            IF NOT ACCOUNT-IS-VALID
               DISPLAY "ERROR: allowance account '"
                  FUNCTION TRIM(WS-ALLOWANCE-ACCOUNT)
                  "' is not usable"
               MOVE 1 TO RETURN-CODE
               EXIT PARAGRAPH
            END-IF
            MOVE WS-EXPENSE-ACCOUNT TO WS-LOOKUP-ACCOUNT
            PERFORM VALIDATE-ACCOUNT
            IF NOT ACCOUNT-IS-VALID
               DISPLAY "ERROR: bad-debt expense account '"
                  FUNCTION TRIM(WS-EXPENSE-ACCOUNT) "' is not usable"
               MOVE 1 TO RETURN-CODE
               EXIT PARAGRAPH
            END-IF
            PERFORM SET-POSTING-DATE
            PERFORM LOAD-ALLOWANCE-RATES
            IF WS-RATE-ROWS = ZERO
               DISPLAY "ERROR: no bucket rates on "
                  FUNCTION TRIM(WS-RATE-FILE)
                  " - nothing to estimate with"
               MOVE 1 TO RETURN-CODE
               EXIT PARAGRAPH
            END-IF
            PERFORM AGE-ALL-OPEN-ITEMS
            COMPUTE WS-REQUIRED ROUNDED =
               (WS-AGE-CURRENT * WS-RATE-CURRENT
                  + WS-AGE-30 * WS-RATE-30
                  + WS-AGE-60 * WS-RATE-60
                  + WS-AGE-90 * WS-RATE-90) / 100
            PERFORM LOAD-PREVIOUS-ALLOWANCE
            COMPUTE WS-CHANGE = WS-REQUIRED - WS-PREVIOUS

            DISPLAY "ALLOWANCE FOR DOUBTFUL ACCOUNTS AS OF "
               WS-FORMATTED-DATE(1:10)
            MOVE WS-AGE-CURRENT TO WS-REPORT-AMOUNT-ED
            DISPLAY "  Current   " WS-REPORT-AMOUNT-ED " at "
               WS-RATE-CURRENT "%"
            MOVE WS-AGE-30 TO WS-REPORT-AMOUNT-ED
            DISPLAY "  30-59     " WS-REPORT-AMOUNT-ED " at "
               WS-RATE-30 "%"
            MOVE WS-AGE-60 TO WS-REPORT-AMOUNT-ED
            DISPLAY "  60-89     " WS-REPORT-AMOUNT-ED " at "
               WS-RATE-60 "%"
            MOVE WS-AGE-90 TO WS-REPORT-AMOUNT-ED
            DISPLAY "  90+       " WS-REPORT-AMOUNT-ED " at "
               WS-RATE-90 "%"
            MOVE WS-REQUIRED TO WS-REPORT-AMOUNT-ED
            DISPLAY "  Required allowance  " WS-REPORT-AMOUNT-ED
            MOVE WS-PREVIOUS TO WS-REPORT-AMOUNT-ED
            IF HISTORY-WAS-FOUND
               DISPLAY "  Previous run        " WS-REPORT-AMOUNT-ED
            ELSE
               DISPLAY "  Account balance     " WS-REPORT-AMOUNT-ED
                  " (no previous run)"
            END-IF
            MOVE WS-CHANGE TO WS-REPORT-AMOUNT-ED
            DISPLAY "  Change to post      " WS-REPORT-AMOUNT-ED

            IF WS-CHANGE < ZERO
               COMPUTE WS-ABS-CHANGE = 0 - WS-CHANGE
            ELSE
               MOVE WS-CHANGE TO WS-ABS-CHANGE
            END-IF
            IF WS-ABS-CHANGE > 9999999.99
               DISPLAY "ERROR: allowance change exceeds the "
                  "9,999,999.99 ledger line limit - nothing posted"
               MOVE 1 TO RETURN-CODE
               EXIT PARAGRAPH
            END-IF

            MOVE ZERO TO USER-JOURNAL-ENTRY
            IF WS-CHANGE NOT = ZERO
               MOVE SPACES TO WS-ALLOWANCE-REFERENCE
               STRING "ALLOW-" DELIMITED BY SIZE
                     WS-FORMATTED-DATE(1:10) DELIMITED BY SIZE
                  INTO WS-ALLOWANCE-REFERENCE
               END-STRING
               PERFORM GET-NEXT-JOURNAL-ENTRY
               MOVE "Allowance for doubtful accts"
                  TO WS-LEG-DESCRIPTION
               MOVE WS-ALLOWANCE-REFERENCE TO WS-LEG-REFERENCE
      *        an increase is a further expense credited to the
      *        allowance; a decrease gives the expense back.
               IF WS-CHANGE > ZERO
                  MOVE WS-EXPENSE-ACCOUNT TO WS-LEG-ACCOUNT
                  MOVE WS-ABS-CHANGE TO WS-LEG-DEBIT
                  MOVE ZERO TO WS-LEG-CREDIT
                  PERFORM POST-ONE-LEG
                  MOVE WS-ALLOWANCE-ACCOUNT TO WS-LEG-ACCOUNT
                  MOVE ZERO TO WS-LEG-DEBIT
                  MOVE WS-ABS-CHANGE TO WS-LEG-CREDIT
                  PERFORM POST-ONE-LEG
               ELSE
                  MOVE WS-ALLOWANCE-ACCOUNT TO WS-LEG-ACCOUNT
                  MOVE WS-ABS-CHANGE TO WS-LEG-DEBIT
                  MOVE ZERO TO WS-LEG-CREDIT
                  PERFORM POST-ONE-LEG
                  MOVE WS-EXPENSE-ACCOUNT TO WS-LEG-ACCOUNT
                  MOVE ZERO TO WS-LEG-DEBIT
                  MOVE WS-ABS-CHANGE TO WS-LEG-CREDIT
                  PERFORM POST-ONE-LEG
               END-IF
            ELSE
               DISPLAY "  Allowance already at the required level - "
                  "nothing posted"
            END-IF
            PERFORM APPEND-ALLOWANCE-HISTORY.

       LOAD-ALLOWANCE-RATES.
            MOVE ZERO TO WS-RATE-ROWS WS-RATE-CURRENT WS-RATE-30
               WS-RATE-60 WS-RATE-90
            OPEN INPUT allowrate
            IF WS-RATE-STATUS = "35"
               EXIT PARAGRAPH
            END-IF
            MOVE "N" TO WS-RATE-EOF
            PERFORM WITH TEST BEFORE UNTIL RATE-EOF
               READ allowrate
                  AT END
                     MOVE "Y" TO WS-RATE-EOF
                  NOT AT END
                     PERFORM STORE-RATE-ROW
               END-READ
            END-PERFORM
            CLOSE allowrate.

       STORE-RATE-ROW.
            MOVE SPACES TO WS-RATE-BUCKET-IN WS-RATE-PERCENT-IN
            UNSTRING RATE-LINE DELIMITED BY "|"
               INTO WS-RATE-BUCKET-IN WS-RATE-PERCENT-IN
            END-UNSTRING
            IF FUNCTION TEST-NUMVAL(WS-RATE-PERCENT-IN) NOT = ZERO
               EXIT PARAGRAPH
            END-IF
            EVALUATE FUNCTION UPPER-CASE(FUNCTION TRIM(
                  WS-RATE-BUCKET-IN))
               WHEN "CURRENT"
                  MOVE FUNCTION NUMVAL(WS-RATE-PERCENT-IN)
                     TO WS-RATE-CURRENT
                  ADD 1 TO WS-RATE-ROWS
               WHEN "30"
                  MOVE FUNCTION NUMVAL(WS-RATE-PERCENT-IN)
                     TO WS-RATE-30
                  ADD 1 TO WS-RATE-ROWS
               WHEN "60"
                  MOVE FUNCTION NUMVAL(WS-RATE-PERCENT-IN)
                     TO WS-RATE-60
                  ADD 1 TO WS-RATE-ROWS
               WHEN "90"
                  MOVE FUNCTION NUMVAL(WS-RATE-PERCENT-IN)
                     TO WS-RATE-90
                  ADD 1 TO WS-RATE-ROWS
               WHEN OTHER
                  DISPLAY "WARNING: unknown bucket '"
                     FUNCTION TRIM(WS-RATE-BUCKET-IN) "' on "
                     FUNCTION TRIM(WS-RATE-FILE) " ignored"
            END-EVALUATE.

       AGE-ALL-OPEN-ITEMS.
      *    Every customer's OPEN items still owed, aged from the item
      *    date as of the run date into the same under-30/60/90
      *    buckets BESTBOOKS-AGING prints.
            MOVE ZERO TO WS-AGE-CURRENT WS-AGE-30 WS-AGE-60 WS-AGE-90
            OPEN INPUT openitem
            IF WS-OPENITEM-STATUS = "35"
               EXIT PARAGRAPH
            END-IF
            MOVE "N" TO WS-OPENITEM-EOF
            PERFORM WITH TEST BEFORE UNTIL OPENITEM-EOF
               READ openitem
                  AT END
                     MOVE "Y" TO WS-OPENITEM-EOF
                  NOT AT END
                     PERFORM AGE-ONE-OPEN-ITEM
               END-READ
            END-PERFORM
            CLOSE openitem.

       AGE-ONE-OPEN-ITEM.
            PERFORM UNPACK-OPENITEM-ROW
            IF FUNCTION TRIM(WS-ROW-STATUS) NOT = "OPEN"
               EXIT PARAGRAPH
            END-IF
            MOVE FUNCTION NUMVAL(WS-ROW-OPEN) TO WS-ROW-OPEN-AMOUNT
            IF WS-ROW-OPEN-AMOUNT NOT > ZERO
               EXIT PARAGRAPH
            END-IF
            PERFORM AGE-OPEN-ROW
            EVALUATE TRUE
               WHEN WS-AGE-DAYS < 30
                  ADD WS-ROW-OPEN-AMOUNT TO WS-AGE-CURRENT
               WHEN WS-AGE-DAYS < 60
                  ADD WS-ROW-OPEN-AMOUNT TO WS-AGE-30
               WHEN WS-AGE-DAYS < 90
                  ADD WS-ROW-OPEN-AMOUNT TO WS-AGE-60
               WHEN OTHER
                  ADD WS-ROW-OPEN-AMOUNT TO WS-AGE-90
            END-EVALUATE.

       LOAD-PREVIOUS-ALLOWANCE.
      *    The last ALLOWHIST.DAT row is the previous run; with no
      *    history the allowance account's own credit balance on the
      *    chart of accounts stands in for it.
            MOVE "N" TO WS-HISTORY-FOUND
            MOVE ZERO TO WS-PREVIOUS
            OPEN INPUT allowhist
            IF WS-HISTORY-STATUS = "00"
               MOVE "N" TO WS-HISTORY-EOF
               PERFORM WITH TEST BEFORE UNTIL HISTORY-EOF
                  READ allowhist
                     AT END
                        MOVE "Y" TO WS-HISTORY-EOF
                     NOT AT END
                        PERFORM STORE-HISTORY-ROW
                  END-READ
               END-PERFORM
               CLOSE allowhist
            END-IF
            IF HISTORY-WAS-FOUND
               EXIT PARAGRAPH
            END-IF
            OPEN INPUT coa
            IF WS-COA-STATUS = "35"
               EXIT PARAGRAPH
            END-IF
            MOVE "N" TO WS-COA-EOF
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
                           FUNCTION TRIM(WS-ALLOWANCE-ACCOUNT)
                        COMPUTE WS-PREVIOUS = 0 - balance
                        MOVE "Y" TO WS-COA-EOF
                     END-IF
               END-READ
            END-PERFORM
            CLOSE coa.

       STORE-HISTORY-ROW.
            MOVE SPACES TO WS-HIST-DATE-IN WS-HIST-REQUIRED-IN
               WS-HIST-REST-IN
            UNSTRING HISTORY-LINE DELIMITED BY "|"
               INTO WS-HIST-DATE-IN WS-HIST-REQUIRED-IN
                    WS-HIST-REST-IN
            END-UNSTRING
            IF FUNCTION TEST-NUMVAL(WS-HIST-REQUIRED-IN) = ZERO
               MOVE FUNCTION NUMVAL(WS-HIST-REQUIRED-IN)
                  TO WS-PREVIOUS
               MOVE "Y" TO WS-HISTORY-FOUND
            END-IF.

       APPEND-ALLOWANCE-HISTORY.
            MOVE WS-REQUIRED TO WS-HIST-AMOUNT-ED
            MOVE WS-CHANGE TO WS-HIST-CHANGE-ED
            MOVE SPACES TO HISTORY-LINE
            STRING WS-FORMATTED-DATE(1:10) DELIMITED BY SIZE
                  "|" DELIMITED BY SIZE
                  FUNCTION TRIM(WS-HIST-AMOUNT-ED) DELIMITED BY SIZE
                  "|" DELIMITED BY SIZE
                  FUNCTION TRIM(WS-HIST-CHANGE-ED) DELIMITED BY SIZE
                  "|" DELIMITED BY SIZE
                  USER-JOURNAL-ENTRY DELIMITED BY SIZE
               INTO HISTORY-LINE
            END-STRING
            OPEN EXTEND allowhist
            IF WS-HISTORY-STATUS = "35"
               OPEN OUTPUT allowhist
            END-IF
            WRITE HISTORY-LINE
            CLOSE allowhist.

      *----------------------------------------------------------------
      * shared posting and lookup paragraphs
      *----------------------------------------------------------------
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
            CLOSE bestbooks
            DISPLAY "Leg posted as " USER-TRANSACTION-ID " "
               FUNCTION TRIM(WS-LEG-ACCOUNT).

       LOOKUP-CUSTOMER.
            MOVE "N" TO WS-CUSTOMER-FOUND
            OPEN INPUT custvend
            IF WS-CUSTVEND-STATUS = "35"
               DISPLAY "WARNING: customer/vendor master "
                  FUNCTION TRIM(WS-CUSTVEND-FILE) " not found"
            ELSE
               MOVE "N" TO WS-CUSTVEND-EOF
               PERFORM WITH TEST BEFORE UNTIL CUSTVEND-EOF
                     OR CUSTOMER-WAS-FOUND
                  READ custvend
                     AT END
                        MOVE "Y" TO WS-CUSTVEND-EOF
                     NOT AT END
                        PERFORM CHECK-CUSTVEND-ROW
                  END-READ
               END-PERFORM
               CLOSE custvend
            END-IF.

       CHECK-CUSTVEND-ROW.
            MOVE SPACES TO WS-CV-NAME-IN WS-CV-KIND-IN WS-CV-TERMS-IN
               WS-CV-ACCOUNT-IN WS-CV-ADDRESS-IN
            UNSTRING CUSTVEND-LINE DELIMITED BY "|"
               INTO WS-CV-NAME-IN WS-CV-KIND-IN WS-CV-TERMS-IN
                    WS-CV-ACCOUNT-IN WS-CV-ADDRESS-IN
            END-UNSTRING
            IF FUNCTION UPPER-CASE(FUNCTION TRIM(WS-CV-NAME-IN)) =
                  FUNCTION UPPER-CASE(FUNCTION TRIM(WS-CUSTOMER-NAME))
                  AND FUNCTION UPPER-CASE(
                        FUNCTION TRIM(WS-CV-KIND-IN)) = "CUST"
               MOVE "Y" TO WS-CUSTOMER-FOUND
               MOVE WS-CV-NAME-IN TO WS-CUSTOMER-NAME
               MOVE WS-CV-ACCOUNT-IN TO WS-AR-ACCOUNT
            END-IF.

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


       GET-NEXT-WRITEOFF-NUMBER.
      *    Reuses SEQCTL.DAT for a distinct write-off sequence (key
      *    "B"), the same way BESTBOOKS-INVOICE draws from key "5".
            PERFORM OPEN-SEQCTL-WITH-RETRY
            MOVE WS-WRITEOFF-KEY TO SEQCTL-KEY
            READ seqctl
               INVALID KEY
                  MOVE ZERO TO SEQCTL-LAST-ID
            END-READ
            ADD 1 TO SEQCTL-LAST-ID
            MOVE SEQCTL-LAST-ID TO WS-WRITEOFF-NUMBER
            IF WS-SEQCTL-STATUS = "23"
               WRITE SEQCTL-RECORD
            ELSE
               REWRITE SEQCTL-RECORD
            END-IF
            CLOSE seqctl.

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

       END PROGRAM BESTBOOKS-WRITEOFF.
