       IDENTIFICATION DIVISION.
       PROGRAM-ID. BESTBOOKS-LOAN.
       AUTHOR. PRESSPAGE ENTERTAINMENT INC dba PINGLEWARE.
      *----------------------------------------------------------------
      * Loan and note-payable amortization. Each equipment loan, note
      * or term draw on the line of credit is a row on LOANS.DAT with
      * its lender, the note-payable, interest-expense and cash
      * accounts, the original principal, the annual rate, the term
      * in months, the first payment date and the level payment (left
      * blank, the payment is worked out from principal, rate and
      * term the usual way).
      *
      * Interest each month is the outstanding balance times the
      * annual rate / 12, rounded to the cent; the rest of the
      * payment is principal. The last payment is whatever clears
      * the balance, so the note always amortizes to exactly zero.
      *
      * SCHEDULE prints the full amortization table for one loan (or
      * every loan), and POST posts every scheduled payment that has
      * fallen due by the as-of date, each as its own journal entry:
      *
      *   debit  the note-payable account      principal
      *   debit  the interest-expense account  interest
      *   credit the cash account              payment
      *
      * dated the payment date. LOANREG.DAT records every payment
      * posted, so a rerun never posts one twice and the note-payable
      * balance is right every month instead of at year end. Nothing
      * posts if any payment due falls in a closed period.
      *
      * Both SCHEDULE and POST rewrite LOANSCHED.DAT, every loan's
      * payments with their POSTED / OPEN state, which
      * BESTBOOKS-CASHPROJECT reads so upcoming debt service shows on
      * the cash timeline. LIST shows each loan's remaining principal
      * to tie to the note-payable balances.
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

           SELECT OPTIONAL loanmaster
               ASSIGN TO WS-MASTER-FILE
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-MASTER-STATUS.

           SELECT OPTIONAL loanregister
               ASSIGN TO WS-REGISTER-FILE
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-REGISTER-STATUS.

           SELECT OPTIONAL loanschedule
               ASSIGN TO WS-SCHEDULE-FILE
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-SCHEDULE-STATUS.

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

      *    LOANS.DAT line layout, pipe-delimited: LOAN-ID|LENDER|
      *    NOTE-PAYABLE-ACCOUNT|INTEREST-ACCOUNT|CASH-ACCOUNT|
      *    PRINCIPAL|ANNUAL-RATE|TERM-MONTHS|FIRST-PAYMENT-DATE|
      *    PAYMENT-AMOUNT - ANNUAL-RATE is a percentage (6.25 for
      *    6.25%), FIRST-PAYMENT-DATE is YYYY-MM-DD and later payments
      *    fall on the same day of each following month (the month's
      *    last day when it is shorter); PAYMENT-AMOUNT may be blank.
            FD loanmaster.
            01 MASTER-LINE           PIC X(200).

      *    LOANREG.DAT line layout, pipe-delimited: LOAN-ID|
      *    PAYMENT-NO|PAYMENT-DATE|PAYMENT|PRINCIPAL|INTEREST|
      *    BALANCE-AFTER|JE-NO - one row per payment posted.
            FD loanregister.
            01 REGISTER-LINE         PIC X(120).

      *    LOANSCHED.DAT line layout, pipe-delimited: LOAN-ID|
      *    PAYMENT-NO|PAYMENT-DATE|CASH-ACCOUNT|PAYMENT|PRINCIPAL|
      *    INTEREST|BALANCE-AFTER|STATE - every payment of every loan,
      *    STATE POSTED or OPEN.
            FD loanschedule.
            01 SCHEDULE-LINE         PIC X(120).

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
            01 WS-MASTER-FILE       PIC X(64) VALUE "LOANS.DAT".
            01 WS-REGISTER-FILE     PIC X(64) VALUE "LOANREG.DAT".
            01 WS-SCHEDULE-FILE     PIC X(64) VALUE "LOANSCHED.DAT".
            01 WS-MASTER-STATUS     PIC XX.
            01 WS-REGISTER-STATUS   PIC XX.
            01 WS-SCHEDULE-STATUS   PIC XX.
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
            01 WS-LOAN-ID           PIC X(10) VALUE SPACES.
            01 WS-FILE-EOF          PIC X VALUE "N".
                  88  FILE-AT-END   VALUE "Y".
            01 WS-FOUND             PIC X VALUE "N".
                  88  ROW-FOUND     VALUE "Y".
            01 WS-RUN-ERRORS        PIC X VALUE "N".
                  88  RUN-HAS-ERRORS  VALUE "Y".

      *    one LOANS.DAT row, unpacked.
            01 WS-LN-ID-IN          PIC X(10).
            01 WS-LN-LENDER-IN      PIC X(30).
            01 WS-LN-NOTE-IN        PIC X(15).
            01 WS-LN-INTEREST-IN    PIC X(15).
            01 WS-LN-CASH-IN        PIC X(15).
            01 WS-LN-PRINCIPAL-IN   PIC X(14).
            01 WS-LN-RATE-IN        PIC X(10).
            01 WS-LN-TERM-IN        PIC X(5).
            01 WS-LN-FIRST-IN       PIC X(10).
            01 WS-LN-PAYMENT-IN     PIC X(14).

      *    the loan master with payments posted from the register.
            01 LOAN-TABLE.
               02 LOAN-ENTRY OCCURS 200 TIMES
                     INDEXED BY LN-IDX.
                  03 LN-ID            PIC X(10).
                  03 LN-LENDER        PIC X(30).
                  03 LN-NOTE-ACCOUNT  PIC X(15).
                  03 LN-INT-ACCOUNT   PIC X(15).
                  03 LN-CASH-ACCOUNT  PIC X(15).
                  03 LN-PRINCIPAL     PIC 9(9)V99.
                  03 LN-RATE          PIC 99V9(4).
                  03 LN-TERM          PIC 999.
                  03 LN-FIRST-YEAR    PIC 9(4).
                  03 LN-FIRST-MONTH   PIC 99.
                  03 LN-FIRST-DAY     PIC 99.
                  03 LN-PAYMENT       PIC 9(9)V99.
                  03 LN-POSTED        PIC 999.
            01 WS-LOAN-COUNT        PIC 9(4) VALUE ZERO.

      *    one LOANREG.DAT row, unpacked.
            01 WS-RG-ID-IN          PIC X(10).
            01 WS-RG-NUMBER-IN      PIC X(5).

      *    one step of the amortization: payment WS-PAYMENT-NO of
      *    loan LN-IDX, taken from WS-BALANCE.
            01 WS-MONTHLY-RATE      PIC 9V9(12) VALUE ZERO.
            01 WS-GROWTH            PIC 9(5)V9(12) VALUE ZERO.
            01 WS-PAYMENT-NO        PIC 999 VALUE ZERO.
            01 WS-BALANCE           PIC 9(9)V99 VALUE ZERO.
            01 WS-PAY-AMOUNT        PIC 9(9)V99 VALUE ZERO.
            01 WS-PAY-PRINCIPAL     PIC 9(9)V99 VALUE ZERO.
            01 WS-PAY-INTEREST      PIC 9(9)V99 VALUE ZERO.
            01 WS-PAY-DATE          PIC X(10).
            01 WS-PAY-YEAR          PIC 9(4).
            01 WS-PAY-MONTH         PIC 99.
            01 WS-PAY-DAY           PIC 99.
            01 WS-MONTHS-ON         PIC 9(5).
            01 WS-LAST-DAY          PIC 99.
            01 WS-NEXT-FIRST        PIC 9(8).
            01 WS-TOTAL-INTEREST    PIC 9(11)V99 VALUE ZERO.
            01 WS-TOTAL-PAID        PIC 9(11)V99 VALUE ZERO.
            01 WS-TOTAL-BALANCE     PIC 9(11)V99 VALUE ZERO.

      *    payments falling due in a POST run, checked in full before
      *    the first one posts.
            01 DUE-TABLE.
               02 DUE-ENTRY OCCURS 1000 TIMES
                     INDEXED BY DU-IDX.
                  03 DU-LOAN          PIC 9(4).
                  03 DU-NUMBER        PIC 999.
                  03 DU-DATE          PIC X(10).
                  03 DU-PAYMENT       PIC 9(9)V99.
                  03 DU-PRINCIPAL     PIC 9(9)V99.
                  03 DU-INTEREST      PIC 9(9)V99.
                  03 DU-BALANCE       PIC 9(9)V99.
            01 WS-DUE-COUNT         PIC 9(4) VALUE ZERO.
            01 WS-RUN-TOTAL         PIC 9(11)V99 VALUE ZERO.

      *    one ledger leg, built by the caller of POST-ONE-LEG.
            01 WS-LEG-ACCOUNT       PIC A(15).
            01 WS-LEG-DEBIT         PIC 9(7)V99.
            01 WS-LEG-CREDIT        PIC 9(7)V99.
            01 WS-LEG-DESCRIPTION   PIC X(30).
            01 WS-LEG-REFERENCE     PIC X(20).

            01 WS-AMOUNT-ED         PIC -9(9).99.
            01 WS-PAYMENT-ED        PIC -9(9).99.
            01 WS-PRINCIPAL-ED      PIC -9(9).99.
            01 WS-INTEREST-ED       PIC -9(9).99.
            01 WS-BALANCE-ED        PIC -9(9).99.
            01 WS-NUMBER-ED         PIC ZZ9.
            01 RPT-TOTAL-ED         PIC Z,ZZZ,ZZZ,ZZ9.99-.
            01 RPT-RATE-ED          PIC Z9.9999.
            01 RPT-SCHEDULE-LINE.
               02 FILLER             PIC X(2) VALUE SPACES.
               02 RPT-NUMBER         PIC ZZ9.
               02 FILLER             PIC X(2) VALUE SPACES.
               02 RPT-DATE           PIC X(10).
               02 RPT-PAYMENT        PIC ZZZ,ZZZ,ZZ9.99.
               02 RPT-PRINCIPAL      PIC ZZZ,ZZZ,ZZ9.99.
               02 RPT-INTEREST       PIC ZZZ,ZZZ,ZZ9.99.
               02 RPT-BALANCE        PIC ZZZ,ZZZ,ZZ9.99.
               02 FILLER             PIC X(2) VALUE SPACES.
               02 RPT-MARK           PIC X(6).
            01 RPT-LIST-LINE.
               02 FILLER             PIC X(2) VALUE SPACES.
               02 RPT-LIST-ID        PIC X(10).
               02 FILLER             PIC X(1) VALUE SPACES.
               02 RPT-LIST-NOTE      PIC X(15).
               02 RPT-LIST-ORIGINAL  PIC ZZZ,ZZZ,ZZ9.99.
               02 FILLER             PIC X(2) VALUE SPACES.
               02 RPT-LIST-POSTED    PIC ZZ9.
               02 FILLER             PIC X(1) VALUE "/".
               02 RPT-LIST-TERM      PIC 999.
               02 RPT-LIST-BALANCE   PIC ZZZ,ZZZ,ZZ9.99.
               02 FILLER             PIC X(2) VALUE SPACES.
               02 RPT-LIST-NEXT      PIC X(10).

       PROCEDURE DIVISION.
       BEGIN.
            PERFORM GET-RUNTIME-ARGUMENTS.

            EVALUATE WS-COMMAND
               WHEN "POST"
                  PERFORM RUN-POST-MODE
               WHEN "SCHEDULE"
                  PERFORM PRINT-SCHEDULES
               WHEN "LIST"
                  PERFORM LIST-LOANS
               WHEN OTHER
                  DISPLAY "Usage: BESTBOOKS-LOAN [loan-file] POST "
                     "[as-of-date] [register] [schedule-file] "
                     "[ledger] [coa] [seqctl]"
                  DISPLAY "       BESTBOOKS-LOAN [loan-file] SCHEDULE "
                     "[loan-id|ALL] [register] [schedule-file]"
                  DISPLAY "       BESTBOOKS-LOAN [loan-file] LIST "
                     "[register]"
                  MOVE 1 TO RETURN-CODE
            END-EVALUATE.
            STOP RUN.

       GET-RUNTIME-ARGUMENTS.
      *    arg 1 (optional): loan master, default LOANS.DAT.
      *    arg 2 (required): POST, SCHEDULE or LIST.
            ACCEPT WS-MASTER-FILE FROM ARGUMENT-VALUE
            IF WS-MASTER-FILE = SPACES
               MOVE "LOANS.DAT" TO WS-MASTER-FILE
            END-IF
            ACCEPT WS-COMMAND FROM ARGUMENT-VALUE
            MOVE FUNCTION UPPER-CASE(WS-COMMAND) TO WS-COMMAND.

       ACCEPT-REGISTER-FILE.
            ACCEPT WS-REGISTER-FILE FROM ARGUMENT-VALUE
            IF WS-REGISTER-FILE = SPACES
               MOVE "LOANREG.DAT" TO WS-REGISTER-FILE
            END-IF.

       ACCEPT-SCHEDULE-FILE.
            ACCEPT WS-SCHEDULE-FILE FROM ARGUMENT-VALUE
            IF WS-SCHEDULE-FILE = SPACES
               MOVE "LOANSCHED.DAT" TO WS-SCHEDULE-FILE
            END-IF.

       RUN-POST-MODE.
      *    POST arg 3 (optional): as-of date, YYYY-MM-DD, default
      *    today - every payment dated on or before it is due;
      *    arg 4 (optional): register; arg 5 (optional): schedule
      *    file; args 6-8 (optional): ledger, chart-of-accounts and
      *    sequence control files.
            ACCEPT USER-POSTING-DATE FROM ARGUMENT-VALUE
            PERFORM ACCEPT-REGISTER-FILE
            PERFORM ACCEPT-SCHEDULE-FILE
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

            PERFORM LOAD-LOANS
            PERFORM LOAD-REGISTER
            MOVE ZERO TO WS-DUE-COUNT
            IF NOT RUN-HAS-ERRORS
               PERFORM VARYING LN-IDX FROM 1 BY 1
                     UNTIL LN-IDX > WS-LOAN-COUNT
                  PERFORM COLLECT-LOAN-DUE
               END-PERFORM
            END-IF
            IF RUN-HAS-ERRORS
               DISPLAY "ERROR: loan payments not posted - correct the "
                  "errors above; nothing was posted"
               MOVE 1 TO RETURN-CODE
               EXIT PARAGRAPH
            END-IF
            IF WS-DUE-COUNT = ZERO
               DISPLAY "No loan payment due through " WS-AS-OF-DATE
                  ", nothing posted"
               PERFORM WRITE-SCHEDULE-FILE
               EXIT PARAGRAPH
            END-IF

            MOVE ZERO TO WS-RUN-TOTAL
            OPEN EXTEND loanregister
            PERFORM VARYING DU-IDX FROM 1 BY 1
                  UNTIL DU-IDX > WS-DUE-COUNT
               PERFORM POST-ONE-PAYMENT
            END-PERFORM
            CLOSE loanregister
            PERFORM WRITE-SCHEDULE-FILE
            MOVE WS-RUN-TOTAL TO RPT-TOTAL-ED
            DISPLAY "Loan payments through " WS-AS-OF-DATE ": "
               WS-DUE-COUNT " posted, total "
               FUNCTION TRIM(RPT-TOTAL-ED).

       COLLECT-LOAN-DUE.
      *    Walks loan LN-IDX's schedule from the first payment,
      *    queueing every unposted payment dated on or before the
      *    as-of date and checking each one can post.
            IF LN-POSTED(LN-IDX) >= LN-TERM(LN-IDX)
               EXIT PARAGRAPH
            END-IF
            MOVE SPACES TO WS-LOOKUP-ACCOUNT
            MOVE LN-NOTE-ACCOUNT(LN-IDX) TO WS-LOOKUP-ACCOUNT
            PERFORM VALIDATE-ACCOUNT
            IF ACCOUNT-IS-VALID
               MOVE LN-INT-ACCOUNT(LN-IDX) TO WS-LOOKUP-ACCOUNT
               PERFORM VALIDATE-ACCOUNT
            END-IF
            IF ACCOUNT-IS-VALID
               MOVE LN-CASH-ACCOUNT(LN-IDX) TO WS-LOOKUP-ACCOUNT
               PERFORM VALIDATE-ACCOUNT
            END-IF
            IF NOT ACCOUNT-IS-VALID
               DISPLAY "ERROR: loan " FUNCTION TRIM(LN-ID(LN-IDX))
                  " account '" FUNCTION TRIM(WS-LOOKUP-ACCOUNT)
                  "' is not usable"
               MOVE "Y" TO WS-RUN-ERRORS
               EXIT PARAGRAPH
            END-IF
            PERFORM START-AMORTIZATION
            PERFORM VARYING WS-PAYMENT-NO FROM 1 BY 1
                  UNTIL WS-PAYMENT-NO > LN-TERM(LN-IDX)
                     OR WS-BALANCE = ZERO
               PERFORM STEP-AMORTIZATION
               IF WS-PAYMENT-NO > LN-POSTED(LN-IDX)
                     AND WS-PAY-DATE <= WS-AS-OF-DATE
                  PERFORM QUEUE-DUE-PAYMENT
               END-IF
            END-PERFORM.

       QUEUE-DUE-PAYMENT.
            IF WS-DUE-COUNT >= 1000
               DISPLAY "ERROR: more than 1000 loan payments due in "
                  "one run - post with an earlier as-of date first"
               MOVE "Y" TO WS-RUN-ERRORS
               EXIT PARAGRAPH
            END-IF
            MOVE WS-PAY-DATE TO WS-FC-LOOKUP-DATE
            PERFORM DERIVE-FISCAL-PERIOD
            PERFORM CHECK-PERIOD-LOCK
            IF PERIOD-IS-LOCKED
               DISPLAY "ERROR: loan " FUNCTION TRIM(LN-ID(LN-IDX))
                  " payment " WS-PAYMENT-NO " dated " WS-PAY-DATE
                  " falls in closed period " WS-POSTING-FY "-"
                  WS-POSTING-PD
               MOVE "Y" TO WS-RUN-ERRORS
            END-IF
            IF WS-PAY-AMOUNT > 9999999.99
               DISPLAY "ERROR: loan " FUNCTION TRIM(LN-ID(LN-IDX))
                  " payment exceeds the 9,999,999.99 ledger line "
                  "limit"
               MOVE "Y" TO WS-RUN-ERRORS
            END-IF
            ADD 1 TO WS-DUE-COUNT
            SET DU-IDX TO WS-DUE-COUNT
            SET DU-LOAN(DU-IDX) TO LN-IDX
            MOVE WS-PAYMENT-NO TO DU-NUMBER(DU-IDX)
            MOVE WS-PAY-DATE TO DU-DATE(DU-IDX)
            MOVE WS-PAY-AMOUNT TO DU-PAYMENT(DU-IDX)
            MOVE WS-PAY-PRINCIPAL TO DU-PRINCIPAL(DU-IDX)
            MOVE WS-PAY-INTEREST TO DU-INTEREST(DU-IDX)
            MOVE WS-BALANCE TO DU-BALANCE(DU-IDX).

       POST-ONE-PAYMENT.
      *    One journal entry per payment: principal and interest
      *    debits against the cash credit.
            SET LN-IDX TO DU-LOAN(DU-IDX)
            MOVE DU-DATE(DU-IDX) TO WS-FORMATTED-DATE
            MOVE DU-DATE(DU-IDX) TO WS-FC-LOOKUP-DATE
            PERFORM DERIVE-FISCAL-PERIOD
            PERFORM GET-NEXT-JOURNAL-ENTRY
            MOVE SPACES TO WS-LEG-REFERENCE
            STRING "LOAN " DELIMITED BY SIZE
                  FUNCTION TRIM(LN-ID(LN-IDX)) DELIMITED BY SIZE
               INTO WS-LEG-REFERENCE
            END-STRING
            MOVE DU-NUMBER(DU-IDX) TO WS-NUMBER-ED
            MOVE SPACES TO WS-LEG-DESCRIPTION
            STRING "Loan payment " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-NUMBER-ED) DELIMITED BY SIZE
                  "/" DELIMITED BY SIZE
                  LN-TERM(LN-IDX) DELIMITED BY SIZE
               INTO WS-LEG-DESCRIPTION
            END-STRING
            MOVE LN-NOTE-ACCOUNT(LN-IDX) TO WS-LEG-ACCOUNT
            MOVE DU-PRINCIPAL(DU-IDX) TO WS-LEG-DEBIT
            MOVE ZERO TO WS-LEG-CREDIT
            PERFORM POST-ONE-LEG
            IF DU-INTEREST(DU-IDX) > ZERO
               MOVE LN-INT-ACCOUNT(LN-IDX) TO WS-LEG-ACCOUNT
               MOVE DU-INTEREST(DU-IDX) TO WS-LEG-DEBIT
               MOVE ZERO TO WS-LEG-CREDIT
               PERFORM POST-ONE-LEG
            END-IF
            MOVE LN-CASH-ACCOUNT(LN-IDX) TO WS-LEG-ACCOUNT
            MOVE ZERO TO WS-LEG-DEBIT
            MOVE DU-PAYMENT(DU-IDX) TO WS-LEG-CREDIT
            PERFORM POST-ONE-LEG

            MOVE DU-PAYMENT(DU-IDX) TO WS-PAYMENT-ED
            MOVE DU-PRINCIPAL(DU-IDX) TO WS-PRINCIPAL-ED
            MOVE DU-INTEREST(DU-IDX) TO WS-INTEREST-ED
            MOVE DU-BALANCE(DU-IDX) TO WS-BALANCE-ED
            MOVE SPACES TO REGISTER-LINE
            STRING FUNCTION TRIM(LN-ID(LN-IDX)) DELIMITED BY SIZE
                  "|" DELIMITED BY SIZE
                  DU-NUMBER(DU-IDX) DELIMITED BY SIZE
                  "|" DELIMITED BY SIZE
                  DU-DATE(DU-IDX) DELIMITED BY SIZE
                  "|" DELIMITED BY SIZE
                  FUNCTION TRIM(WS-PAYMENT-ED) DELIMITED BY SIZE
                  "|" DELIMITED BY SIZE
                  FUNCTION TRIM(WS-PRINCIPAL-ED) DELIMITED BY SIZE
                  "|" DELIMITED BY SIZE
                  FUNCTION TRIM(WS-INTEREST-ED) DELIMITED BY SIZE
                  "|" DELIMITED BY SIZE
                  FUNCTION TRIM(WS-BALANCE-ED) DELIMITED BY SIZE
                  "|" DELIMITED BY SIZE
                  USER-JOURNAL-ENTRY DELIMITED BY SIZE
               INTO REGISTER-LINE
            END-STRING
            WRITE REGISTER-LINE
            ADD 1 TO LN-POSTED(LN-IDX)
            ADD DU-PAYMENT(DU-IDX) TO WS-RUN-TOTAL
            MOVE DU-PAYMENT(DU-IDX) TO RPT-TOTAL-ED
            DISPLAY "  " LN-ID(LN-IDX) " payment "
               FUNCTION TRIM(WS-NUMBER-ED) " of " LN-TERM(LN-IDX)
               " (" DU-DATE(DU-IDX) ") " FUNCTION TRIM(RPT-TOTAL-ED)
               ", journal entry " USER-JOURNAL-ENTRY
            IF DU-BALANCE(DU-IDX) = ZERO
               DISPLAY "    loan " FUNCTION TRIM(LN-ID(LN-IDX))
                  " is now paid off"
            END-IF.

       START-AMORTIZATION.
      *    Opening balance and monthly rate for loan LN-IDX.
            MOVE LN-PRINCIPAL(LN-IDX) TO WS-BALANCE
            COMPUTE WS-MONTHLY-RATE = LN-RATE(LN-IDX) / 1200.

       STEP-AMORTIZATION.
      *    Payment WS-PAYMENT-NO: interest on the balance carried in,
      *    the rest principal; the final payment (or one the level
      *    payment would overshoot) clears the balance exactly.
            COMPUTE WS-PAY-INTEREST ROUNDED =
               WS-BALANCE * WS-MONTHLY-RATE
            IF WS-PAYMENT-NO = LN-TERM(LN-IDX)
                  OR LN-PAYMENT(LN-IDX) - WS-PAY-INTEREST
                     >= WS-BALANCE
               MOVE WS-BALANCE TO WS-PAY-PRINCIPAL
            ELSE
               COMPUTE WS-PAY-PRINCIPAL =
                  LN-PAYMENT(LN-IDX) - WS-PAY-INTEREST
            END-IF
            COMPUTE WS-PAY-AMOUNT = WS-PAY-PRINCIPAL + WS-PAY-INTEREST
            SUBTRACT WS-PAY-PRINCIPAL FROM WS-BALANCE
            PERFORM DERIVE-PAYMENT-DATE.

       DERIVE-PAYMENT-DATE.
      *    WS-PAY-DATE is payment WS-PAYMENT-NO's date: the first
      *    payment's day of the month, held to the month's last day.
            COMPUTE WS-MONTHS-ON = LN-FIRST-MONTH(LN-IDX) - 1
               + WS-PAYMENT-NO - 1
            COMPUTE WS-PAY-YEAR = LN-FIRST-YEAR(LN-IDX)
               + WS-MONTHS-ON / 12
            COMPUTE WS-PAY-MONTH = FUNCTION MOD(WS-MONTHS-ON, 12) + 1
            MOVE LN-FIRST-DAY(LN-IDX) TO WS-PAY-DAY
            IF WS-PAY-DAY > 28
               IF WS-PAY-MONTH = 12
                  COMPUTE WS-NEXT-FIRST =
                     (WS-PAY-YEAR + 1) * 10000 + 101
               ELSE
                  COMPUTE WS-NEXT-FIRST = WS-PAY-YEAR * 10000
                     + (WS-PAY-MONTH + 1) * 100 + 1
               END-IF
               COMPUTE WS-LAST-DAY = FUNCTION MOD(
                  FUNCTION DATE-OF-INTEGER(
                     FUNCTION INTEGER-OF-DATE(WS-NEXT-FIRST) - 1),
                  100)
               IF WS-PAY-DAY > WS-LAST-DAY
                  MOVE WS-LAST-DAY TO WS-PAY-DAY
               END-IF
            END-IF
            MOVE WS-PAY-YEAR TO WS-PAY-DATE(1:4)
            MOVE "-" TO WS-PAY-DATE(5:1)
            MOVE WS-PAY-MONTH TO WS-PAY-DATE(6:2)
            MOVE "-" TO WS-PAY-DATE(8:1)
            MOVE WS-PAY-DAY TO WS-PAY-DATE(9:2).

       LOAD-LOANS.
            MOVE ZERO TO WS-LOAN-COUNT
            OPEN INPUT loanmaster
            IF WS-MASTER-STATUS = "35"
               DISPLAY "No loan master " FUNCTION TRIM(WS-MASTER-FILE)
                  " on file"
               CLOSE loanmaster
               EXIT PARAGRAPH
            END-IF
            MOVE "N" TO WS-FILE-EOF
            PERFORM WITH TEST BEFORE UNTIL FILE-AT-END
               READ loanmaster
                  AT END
                     MOVE "Y" TO WS-FILE-EOF
                  NOT AT END
                     IF MASTER-LINE NOT = SPACES
                        PERFORM STORE-LOAN-ROW
                     END-IF
               END-READ
            END-PERFORM
            CLOSE loanmaster.

       STORE-LOAN-ROW.
            MOVE SPACES TO WS-LN-ID-IN WS-LN-LENDER-IN WS-LN-NOTE-IN
               WS-LN-INTEREST-IN WS-LN-CASH-IN WS-LN-PRINCIPAL-IN
               WS-LN-RATE-IN WS-LN-TERM-IN WS-LN-FIRST-IN
               WS-LN-PAYMENT-IN
            UNSTRING MASTER-LINE DELIMITED BY "|"
               INTO WS-LN-ID-IN WS-LN-LENDER-IN WS-LN-NOTE-IN
                    WS-LN-INTEREST-IN WS-LN-CASH-IN WS-LN-PRINCIPAL-IN
                    WS-LN-RATE-IN WS-LN-TERM-IN WS-LN-FIRST-IN
                    WS-LN-PAYMENT-IN
            END-UNSTRING
            IF WS-LN-ID-IN = SPACES OR WS-LN-NOTE-IN = SPACES
                  OR WS-LN-INTEREST-IN = SPACES
                  OR WS-LN-CASH-IN = SPACES
                  OR FUNCTION TEST-NUMVAL(WS-LN-PRINCIPAL-IN)
                     NOT = ZERO
                  OR FUNCTION TEST-NUMVAL(WS-LN-RATE-IN) NOT = ZERO
                  OR FUNCTION TEST-NUMVAL(WS-LN-TERM-IN) NOT = ZERO
                  OR WS-LN-FIRST-IN(1:4) IS NOT NUMERIC
                  OR WS-LN-FIRST-IN(6:2) IS NOT NUMERIC
                  OR WS-LN-FIRST-IN(9:2) IS NOT NUMERIC
                  OR WS-LN-FIRST-IN(6:2) < "01"
                  OR WS-LN-FIRST-IN(6:2) > "12"
                  OR WS-LN-FIRST-IN(9:2) < "01"
                  OR WS-LN-FIRST-IN(9:2) > "31"
               DISPLAY "ERROR: loan row not usable: "
                  FUNCTION TRIM(MASTER-LINE)
               MOVE "Y" TO WS-RUN-ERRORS
               EXIT PARAGRAPH
            END-IF
            IF WS-LN-PAYMENT-IN NOT = SPACES
                  AND FUNCTION TEST-NUMVAL(WS-LN-PAYMENT-IN) NOT = ZERO
               DISPLAY "ERROR: loan " FUNCTION TRIM(WS-LN-ID-IN)
                  " payment amount is not numeric"
               MOVE "Y" TO WS-RUN-ERRORS
               EXIT PARAGRAPH
            END-IF
            IF FUNCTION NUMVAL(WS-LN-PRINCIPAL-IN) <= 0
                  OR FUNCTION NUMVAL(WS-LN-TERM-IN) < 1
                  OR FUNCTION NUMVAL(WS-LN-TERM-IN) > 999
                  OR FUNCTION NUMVAL(WS-LN-RATE-IN) < 0
                  OR FUNCTION NUMVAL(WS-LN-RATE-IN) >= 100
               DISPLAY "ERROR: loan " FUNCTION TRIM(WS-LN-ID-IN)
                  " needs a positive principal, a 0-99.9999 rate and "
                  "a 1-999 month term"
               MOVE "Y" TO WS-RUN-ERRORS
               EXIT PARAGRAPH
            END-IF
            IF WS-LOAN-COUNT >= 200
               DISPLAY "ERROR: more than 200 loans on "
                  FUNCTION TRIM(WS-MASTER-FILE)
               MOVE "Y" TO WS-RUN-ERRORS
               EXIT PARAGRAPH
            END-IF
            ADD 1 TO WS-LOAN-COUNT
            SET LN-IDX TO WS-LOAN-COUNT
            MOVE WS-LN-ID-IN TO LN-ID(LN-IDX)
            MOVE WS-LN-LENDER-IN TO LN-LENDER(LN-IDX)
            MOVE WS-LN-NOTE-IN TO LN-NOTE-ACCOUNT(LN-IDX)
            MOVE WS-LN-INTEREST-IN TO LN-INT-ACCOUNT(LN-IDX)
            MOVE WS-LN-CASH-IN TO LN-CASH-ACCOUNT(LN-IDX)
            MOVE FUNCTION NUMVAL(WS-LN-PRINCIPAL-IN)
               TO LN-PRINCIPAL(LN-IDX)
            MOVE FUNCTION NUMVAL(WS-LN-RATE-IN) TO LN-RATE(LN-IDX)
            MOVE FUNCTION NUMVAL(WS-LN-TERM-IN) TO LN-TERM(LN-IDX)
            MOVE WS-LN-FIRST-IN(1:4) TO LN-FIRST-YEAR(LN-IDX)
            MOVE WS-LN-FIRST-IN(6:2) TO LN-FIRST-MONTH(LN-IDX)
            MOVE WS-LN-FIRST-IN(9:2) TO LN-FIRST-DAY(LN-IDX)
            MOVE ZERO TO LN-POSTED(LN-IDX)
            IF WS-LN-PAYMENT-IN = SPACES
                  OR FUNCTION NUMVAL(WS-LN-PAYMENT-IN) = ZERO
               PERFORM COMPUTE-LEVEL-PAYMENT
            ELSE
               MOVE FUNCTION NUMVAL(WS-LN-PAYMENT-IN)
                  TO LN-PAYMENT(LN-IDX)
            END-IF
      *    a payment that does not cover the first month's interest
      *    would never pay the note down.
            PERFORM START-AMORTIZATION
            COMPUTE WS-PAY-INTEREST ROUNDED =
               WS-BALANCE * WS-MONTHLY-RATE
            IF LN-PAYMENT(LN-IDX) <= WS-PAY-INTEREST
                  AND LN-TERM(LN-IDX) > 1
               DISPLAY "ERROR: loan " FUNCTION TRIM(LN-ID(LN-IDX))
                  " payment does not cover the monthly interest"
               MOVE "Y" TO WS-RUN-ERRORS
            END-IF.

       COMPUTE-LEVEL-PAYMENT.
      *    The level payment that retires the principal over the
      *    term: P * r * (1+r)**n / ((1+r)**n - 1), or P / n with no
      *    interest.
            PERFORM START-AMORTIZATION
            IF WS-MONTHLY-RATE = ZERO
               COMPUTE LN-PAYMENT(LN-IDX) ROUNDED =
                  LN-PRINCIPAL(LN-IDX) / LN-TERM(LN-IDX)
            ELSE
               COMPUTE WS-GROWTH =
                  (1 + WS-MONTHLY-RATE) ** LN-TERM(LN-IDX)
               COMPUTE LN-PAYMENT(LN-IDX) ROUNDED =
                  LN-PRINCIPAL(LN-IDX) * WS-MONTHLY-RATE * WS-GROWTH
                     / (WS-GROWTH - 1)
            END-IF.

       LOAD-REGISTER.
            OPEN INPUT loanregister
            IF WS-REGISTER-STATUS = "35"
               CLOSE loanregister
               EXIT PARAGRAPH
            END-IF
            MOVE "N" TO WS-FILE-EOF
            PERFORM WITH TEST BEFORE UNTIL FILE-AT-END
               READ loanregister
                  AT END
                     MOVE "Y" TO WS-FILE-EOF
                  NOT AT END
                     PERFORM APPLY-REGISTER-ROW
               END-READ
            END-PERFORM
            CLOSE loanregister.

       APPLY-REGISTER-ROW.
            MOVE SPACES TO WS-RG-ID-IN WS-RG-NUMBER-IN
            UNSTRING REGISTER-LINE DELIMITED BY "|"
               INTO WS-RG-ID-IN WS-RG-NUMBER-IN
            END-UNSTRING
            MOVE WS-RG-ID-IN TO WS-LOAN-ID
            PERFORM FIND-LOAN
            IF ROW-FOUND
               ADD 1 TO LN-POSTED(LN-IDX)
            END-IF.

       FIND-LOAN.
      *    WS-LOAN-ID names the loan; LN-IDX is left on it.
            MOVE "N" TO WS-FOUND
            PERFORM VARYING LN-IDX FROM 1 BY 1
                  UNTIL LN-IDX > WS-LOAN-COUNT OR ROW-FOUND
               IF LN-ID(LN-IDX) = WS-LOAN-ID
                  MOVE "Y" TO WS-FOUND
               END-IF
            END-PERFORM
            IF ROW-FOUND
               SET LN-IDX DOWN BY 1
            END-IF.

       WRITE-SCHEDULE-FILE.
      *    Every payment of every loan, POSTED or OPEN, for the cash
      *    projection.
            OPEN OUTPUT loanschedule
            PERFORM VARYING LN-IDX FROM 1 BY 1
                  UNTIL LN-IDX > WS-LOAN-COUNT
               PERFORM START-AMORTIZATION
               PERFORM VARYING WS-PAYMENT-NO FROM 1 BY 1
                     UNTIL WS-PAYMENT-NO > LN-TERM(LN-IDX)
                        OR WS-BALANCE = ZERO
                  PERFORM STEP-AMORTIZATION
                  PERFORM WRITE-SCHEDULE-ROW
               END-PERFORM
            END-PERFORM
            CLOSE loanschedule.

       WRITE-SCHEDULE-ROW.
            MOVE WS-PAY-AMOUNT TO WS-PAYMENT-ED
            MOVE WS-PAY-PRINCIPAL TO WS-PRINCIPAL-ED
            MOVE WS-PAY-INTEREST TO WS-INTEREST-ED
            MOVE WS-BALANCE TO WS-BALANCE-ED
            MOVE SPACES TO SCHEDULE-LINE
            STRING FUNCTION TRIM(LN-ID(LN-IDX)) DELIMITED BY SIZE
                  "|" DELIMITED BY SIZE
                  WS-PAYMENT-NO DELIMITED BY SIZE
                  "|" DELIMITED BY SIZE
                  WS-PAY-DATE DELIMITED BY SIZE
                  "|" DELIMITED BY SIZE
                  FUNCTION TRIM(LN-CASH-ACCOUNT(LN-IDX))
                     DELIMITED BY SIZE
                  "|" DELIMITED BY SIZE
                  FUNCTION TRIM(WS-PAYMENT-ED) DELIMITED BY SIZE
                  "|" DELIMITED BY SIZE
                  FUNCTION TRIM(WS-PRINCIPAL-ED) DELIMITED BY SIZE
                  "|" DELIMITED BY SIZE
                  FUNCTION TRIM(WS-INTEREST-ED) DELIMITED BY SIZE
                  "|" DELIMITED BY SIZE
                  FUNCTION TRIM(WS-BALANCE-ED) DELIMITED BY SIZE
                  "|" DELIMITED BY SIZE
               INTO SCHEDULE-LINE
            END-STRING
            IF WS-PAYMENT-NO <= LN-POSTED(LN-IDX)
               MOVE "POSTED" TO SCHEDULE-LINE(
                  FUNCTION LENGTH(FUNCTION TRIM(SCHEDULE-LINE)) + 1:6)
            ELSE
               MOVE "OPEN" TO SCHEDULE-LINE(
                  FUNCTION LENGTH(FUNCTION TRIM(SCHEDULE-LINE)) + 1:4)
            END-IF
            WRITE SCHEDULE-LINE.

       PRINT-SCHEDULES.
      *    SCHEDULE arg 3 (optional): loan id, default ALL; arg 4
      *    (optional): register; arg 5 (optional): schedule file.
            ACCEPT WS-LOAN-ID FROM ARGUMENT-VALUE
            MOVE FUNCTION UPPER-CASE(WS-LOAN-ID) TO WS-COMMAND
            IF WS-COMMAND = "ALL"
               MOVE SPACES TO WS-LOAN-ID
            END-IF
            PERFORM ACCEPT-REGISTER-FILE
            PERFORM ACCEPT-SCHEDULE-FILE
            PERFORM LOAD-LOANS
            PERFORM LOAD-REGISTER
            IF RUN-HAS-ERRORS
               MOVE 1 TO RETURN-CODE
               EXIT PARAGRAPH
            END-IF
            IF WS-LOAN-ID NOT = SPACES
               PERFORM FIND-LOAN
               IF NOT ROW-FOUND
                  DISPLAY "ERROR: loan '" FUNCTION TRIM(WS-LOAN-ID)
                     "' is not on " FUNCTION TRIM(WS-MASTER-FILE)
                  MOVE 1 TO RETURN-CODE
                  EXIT PARAGRAPH
               END-IF
               PERFORM PRINT-ONE-LOAN
            ELSE
               PERFORM VARYING LN-IDX FROM 1 BY 1
                     UNTIL LN-IDX > WS-LOAN-COUNT
                  PERFORM PRINT-ONE-LOAN
               END-PERFORM
            END-IF
            PERFORM WRITE-SCHEDULE-FILE.

       PRINT-ONE-LOAN.
            MOVE LN-PRINCIPAL(LN-IDX) TO RPT-TOTAL-ED
            MOVE LN-RATE(LN-IDX) TO RPT-RATE-ED
            DISPLAY " "
            DISPLAY "LOAN AMORTIZATION: " FUNCTION TRIM(LN-ID(LN-IDX))
               " " FUNCTION TRIM(LN-LENDER(LN-IDX))
            DISPLAY "Principal: " FUNCTION TRIM(RPT-TOTAL-ED)
               "  Rate: " FUNCTION TRIM(RPT-RATE-ED) "%"
               "  Term: " LN-TERM(LN-IDX) " months"
            MOVE LN-PAYMENT(LN-IDX) TO RPT-TOTAL-ED
            DISPLAY "Payment: " FUNCTION TRIM(RPT-TOTAL-ED)
               "  Note: " FUNCTION TRIM(LN-NOTE-ACCOUNT(LN-IDX))
               "  Interest: " FUNCTION TRIM(LN-INT-ACCOUNT(LN-IDX))
               "  Cash: " FUNCTION TRIM(LN-CASH-ACCOUNT(LN-IDX))
            DISPLAY "  NO.  DATE              PAYMENT     PRINCIPAL"
               "      INTEREST       BALANCE"
            MOVE ZERO TO WS-TOTAL-INTEREST WS-TOTAL-PAID
            PERFORM START-AMORTIZATION
            PERFORM VARYING WS-PAYMENT-NO FROM 1 BY 1
                  UNTIL WS-PAYMENT-NO > LN-TERM(LN-IDX)
                     OR WS-BALANCE = ZERO
               PERFORM STEP-AMORTIZATION
               ADD WS-PAY-INTEREST TO WS-TOTAL-INTEREST
               ADD WS-PAY-AMOUNT TO WS-TOTAL-PAID
               MOVE WS-PAYMENT-NO TO RPT-NUMBER
               MOVE WS-PAY-DATE TO RPT-DATE
               MOVE WS-PAY-AMOUNT TO RPT-PAYMENT
               MOVE WS-PAY-PRINCIPAL TO RPT-PRINCIPAL
               MOVE WS-PAY-INTEREST TO RPT-INTEREST
               MOVE WS-BALANCE TO RPT-BALANCE
               IF WS-PAYMENT-NO <= LN-POSTED(LN-IDX)
                  MOVE "POSTED" TO RPT-MARK
               ELSE
                  MOVE SPACES TO RPT-MARK
               END-IF
               DISPLAY RPT-SCHEDULE-LINE
            END-PERFORM
            MOVE WS-TOTAL-PAID TO RPT-TOTAL-ED
            DISPLAY "Total paid: " FUNCTION TRIM(RPT-TOTAL-ED)
            MOVE WS-TOTAL-INTEREST TO RPT-TOTAL-ED
            DISPLAY "Total interest: " FUNCTION TRIM(RPT-TOTAL-ED).

       LIST-LOANS.
      *    LIST arg 3 (optional): register. Remaining principal is
      *    the balance after the last payment posted.
            PERFORM ACCEPT-REGISTER-FILE
            PERFORM LOAD-LOANS
            PERFORM LOAD-REGISTER
            DISPLAY "LOANS (" FUNCTION TRIM(WS-MASTER-FILE) ")"
            DISPLAY "  LOAN       NOTE PAYABLE         ORIGINAL"
               "     PAID       BALANCE  NEXT DUE"
            MOVE ZERO TO WS-TOTAL-BALANCE
            PERFORM VARYING LN-IDX FROM 1 BY 1
                  UNTIL LN-IDX > WS-LOAN-COUNT
               PERFORM START-AMORTIZATION
               MOVE SPACES TO RPT-LIST-NEXT
               PERFORM VARYING WS-PAYMENT-NO FROM 1 BY 1
                     UNTIL WS-PAYMENT-NO > LN-POSTED(LN-IDX)
                        OR WS-BALANCE = ZERO
                  PERFORM STEP-AMORTIZATION
               END-PERFORM
               IF WS-BALANCE > ZERO
                     AND LN-POSTED(LN-IDX) < LN-TERM(LN-IDX)
                  COMPUTE WS-PAYMENT-NO = LN-POSTED(LN-IDX) + 1
                  PERFORM DERIVE-PAYMENT-DATE
                  MOVE WS-PAY-DATE TO RPT-LIST-NEXT
               ELSE
                  MOVE "PAID OFF" TO RPT-LIST-NEXT
               END-IF
               MOVE LN-ID(LN-IDX) TO RPT-LIST-ID
               MOVE LN-NOTE-ACCOUNT(LN-IDX) TO RPT-LIST-NOTE
               MOVE LN-PRINCIPAL(LN-IDX) TO RPT-LIST-ORIGINAL
               MOVE LN-POSTED(LN-IDX) TO RPT-LIST-POSTED
               MOVE LN-TERM(LN-IDX) TO RPT-LIST-TERM
               MOVE WS-BALANCE TO RPT-LIST-BALANCE
               DISPLAY RPT-LIST-LINE
               ADD WS-BALANCE TO WS-TOTAL-BALANCE
            END-PERFORM
            MOVE WS-TOTAL-BALANCE TO RPT-TOTAL-ED
            DISPLAY "Total remaining principal: "
               FUNCTION TRIM(RPT-TOTAL-ED)
            DISPLAY "Loans: " WS-LOAN-COUNT.

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
       END PROGRAM BESTBOOKS-LOAN.
