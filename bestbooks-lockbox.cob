       IDENTIFICATION DIVISION.
       PROGRAM-ID. BESTBOOKS-LOCKBOX.
       AUTHOR. PRESSPAGE ENTERTAINMENT INC dba PINGLEWARE.
      *----------------------------------------------------------------
      * Bank lockbox import. Reads the bank's daily remittance file -
      * one detail row per check deposited to our lockbox (batch,
      * check number, payer, amount, the invoice numbers the customer
      * says it pays) and one control row per batch - and runs cash
      * application itself, one RCPT# receipt per check, the same
      * postings BESTBOOKS-CASHAPP APPLY makes by hand: a cash debit
      * for the check under the receipt number and an AR credit per
      * invoice paid, stamped with the invoice's own reference.
      *
      * Each check is matched to OPENITEM.DAT first by the INV#
      * references remitted with it, oldest listed first, and failing
      * that to the one open invoice of the payer whose open amount
      * equals the check exactly. Whatever a known customer's check
      * does not cover stays on the books as that customer's own
      * negative open item (cash on account), as CASHAPP does with a
      * short-applied receipt; a check from a payer the customer
      * master does not know is posted in full to the unapplied-cash
      * suspense account instead, to be cleared by hand once someone
      * identifies it. Every such item - and every remitted invoice
      * number that could not be used - is listed on the exception
      * report (LOCKBOX-EXCEPT.TXT).
      *
      * Nothing posts unless the file proves itself first: every
      * batch's detail count and total must agree with its control
      * row, and the receipts about to be posted must add up to the
      * lockbox total to the penny, the same validate-first
      * discipline BESTBOOKS-INVOICE uses on its batches. A check
      * already posted from an earlier file (same deposit date, batch
      * and check number on LOCKBOXLOG.DAT) stops the whole run, so
      * the same remittance file can never be posted twice.
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

           SELECT OPTIONAL lockbox
               ASSIGN TO WS-LOCKBOX-FILE
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-LOCKBOX-STATUS.

           SELECT OPTIONAL openitem
               ASSIGN TO WS-OPENITEM-FILE
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-OPENITEM-STATUS.

           SELECT OPTIONAL openitem-work
               ASSIGN TO WS-WORK-FILE
                   ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL custvend
               ASSIGN TO WS-CUSTVEND-FILE
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-CUSTVEND-STATUS.

           SELECT OPTIONAL lockboxlog
               ASSIGN TO WS-LOG-FILE
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-LOG-STATUS.

           SELECT OPTIONAL exceptdoc
               ASSIGN TO WS-EXCEPT-FILE
                   ORGANIZATION IS LINE SEQUENTIAL.

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

      *    Lockbox remittance file, pipe-delimited, two row types:
      *    D|BATCH|CHECK-NUMBER|PAYER|AMOUNT|INVOICES - one per check,
      *    INVOICES being the invoice numbers remitted with it,
      *    separated by spaces or commas, either as the full
      *    "INV#0000123" reference or just the number;
      *    B|BATCH|CHECK-COUNT|BATCH-TOTAL - the bank's control row
      *    closing each batch.
            FD lockbox.
            01 LOCKBOX-LINE          PIC X(200).

      *    OPENITEM.DAT line layout - see BESTBOOKS-CASHAPP.
            FD openitem.
            01 OPENITEM-LINE         PIC X(120).

            FD openitem-work.
            01 OPENITEM-WORK-LINE    PIC X(120).

      *    CUSTVEND.DAT line layout - see bestbooks-aging.cob.
            FD custvend.
            01 CUSTVEND-LINE         PIC X(200).

      *    LOCKBOXLOG.DAT line layout, pipe-delimited: DEPOSIT-DATE|
      *    BATCH|CHECK-NUMBER|PAYER|AMOUNT|RECEIPT|RESULT|CUSTOMER -
      *    one row per check posted. RESULT is APPLIED (fully matched
      *    to invoices), PARTIAL (part left on account), ON-ACCOUNT
      *    (nothing matched, all on account) or SUSPENSE (payer
      *    unknown, posted to the suspense account).
            FD lockboxlog.
            01 LOG-LINE              PIC X(160).

            FD exceptdoc.
            01 EXCEPT-LINE           PIC X(100).

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
            01 WS-LOCKBOX-FILE      PIC X(64) VALUE "LOCKBOX.DAT".
            01 WS-OPENITEM-FILE     PIC X(64) VALUE "OPENITEM.DAT".
            01 WS-WORK-FILE         PIC X(64) VALUE "OPENITEM.TMP".
            01 WS-CUSTVEND-FILE     PIC X(64) VALUE "CUSTVEND.DAT".
            01 WS-LOG-FILE          PIC X(64) VALUE "LOCKBOXLOG.DAT".
            01 WS-EXCEPT-FILE       PIC X(64)
                  VALUE "LOCKBOX-EXCEPT.TXT".
            01 WS-LOCKBOX-STATUS    PIC XX.
            01 WS-OPENITEM-STATUS   PIC XX.
            01 WS-CUSTVEND-STATUS   PIC XX.
            01 WS-LOG-STATUS        PIC XX.
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

            01 USER-POSTING-DATE    PIC X(10) VALUE SPACES.
            01 WS-CASH-ACCOUNT      PIC A(15) VALUE SPACES.
            01 WS-SUSPENSE-ACCOUNT  PIC A(15) VALUE SPACES.

            01 WS-LOCKBOX-EOF       PIC X VALUE "N".
                  88  LOCKBOX-EOF   VALUE "Y".
            01 WS-OPENITEM-EOF      PIC X VALUE "N".
                  88  OPENITEM-EOF  VALUE "Y".
            01 WS-CUSTVEND-EOF      PIC X VALUE "N".
                  88  CUSTVEND-EOF  VALUE "Y".
            01 WS-LOG-EOF           PIC X VALUE "N".
                  88  LOG-EOF       VALUE "Y".
            01 WS-RUN-BAD           PIC X VALUE "N".
                  88  RUN-HAS-ERRORS  VALUE "Y".

      *    one lockbox row, unpacked.
            01 WS-LB-TYPE           PIC X(2).
            01 WS-LB-BATCH          PIC X(10).
            01 WS-LB-CHECK          PIC X(12).
            01 WS-LB-PAYER          PIC X(30).
            01 WS-LB-AMOUNT         PIC X(14).
            01 WS-LB-INVOICES       PIC X(100).

      *    one OPENITEM.DAT row, unpacked.
            01 WS-ROW-REFERENCE     PIC X(20).
            01 WS-ROW-CUSTOMER      PIC X(30).
            01 WS-ROW-DATE          PIC X(10).
            01 WS-ROW-ORIGINAL      PIC X(12).
            01 WS-ROW-OPEN          PIC X(12).
            01 WS-ROW-STATUS        PIC X(12).
            01 WS-ROW-OPEN-AMOUNT   PIC S9(7)V99.
            01 WS-ROW-AMOUNT-ED     PIC -9(7).99.

      *    one CUSTVEND.DAT row, unpacked.
            01 WS-CV-NAME-IN        PIC X(30).
            01 WS-CV-KIND-IN        PIC X(6).
            01 WS-CV-TERMS-IN       PIC X(8).
            01 WS-CV-ACCOUNT-IN     PIC X(15).
            01 WS-CV-ADDRESS-IN     PIC X(60).

      *    one LOCKBOXLOG.DAT row, unpacked.
            01 WS-LG-DATE-IN        PIC X(10).
            01 WS-LG-BATCH-IN       PIC X(10).
            01 WS-LG-CHECK-IN       PIC X(12).

      *    customers on the master, with the AR account each posts to.
            01 CUSTOMER-TABLE.
               02 CUSTOMER-ENTRY OCCURS 500 TIMES
                     INDEXED BY CT-IDX.
                  03 CT-NAME          PIC X(30).
                  03 CT-AR-ACCOUNT    PIC X(15).
            01 WS-CUSTOMER-COUNT    PIC 9(4) VALUE ZERO.

      *    every OPEN item on file, in file order, with the open amount
      *    left after this run's applications so two checks in one
      *    file cannot both pay the same balance.
            01 ITEM-TABLE.
               02 ITEM-ENTRY OCCURS 2000 TIMES
                     INDEXED BY IT-IDX.
                  03 IT-REFERENCE     PIC X(20).
                  03 IT-CUSTOMER      PIC X(30).
                  03 IT-OPEN          PIC S9(7)V99.
                  03 IT-APPLIED       PIC S9(7)V99.
            01 WS-ITEM-COUNT        PIC 9(5) VALUE ZERO.
            01 WS-ITEM-SCAN         PIC 9(5) VALUE ZERO.

      *    the checks on the lockbox file and what each will post.
            01 CHECK-TABLE.
               02 CHECK-ENTRY OCCURS 500 TIMES
                     INDEXED BY CK-IDX.
                  03 CK-BATCH         PIC X(10).
                  03 CK-NUMBER        PIC X(12).
                  03 CK-PAYER         PIC X(30).
                  03 CK-AMOUNT        PIC 9(7)V99.
                  03 CK-INVOICES      PIC X(100).
                  03 CK-CUSTOMER      PIC X(30).
                  03 CK-AR-ACCOUNT    PIC X(15).
                  03 CK-APPLIED       PIC 9(7)V99.
                  03 CK-UNAPPLIED     PIC 9(7)V99.
                  03 CK-RESULT        PIC X(10).
                  03 CK-RECEIPT       PIC X(20).
            01 WS-CHECK-COUNT       PIC 9(4) VALUE ZERO.
            01 WS-LOCKBOX-TOTAL     PIC 9(9)V99 VALUE ZERO.
            01 WS-POSTING-TOTAL     PIC 9(9)V99 VALUE ZERO.
            01 WS-APPLIED-TOTAL     PIC 9(9)V99 VALUE ZERO.
            01 WS-ACCOUNT-TOTAL     PIC 9(9)V99 VALUE ZERO.
            01 WS-SUSPENSE-TOTAL    PIC 9(9)V99 VALUE ZERO.

      *    the invoice payments each check makes.
            01 ALLOC-TABLE.
               02 ALLOC-ENTRY OCCURS 2000 TIMES
                     INDEXED BY AL-IDX.
                  03 AL-CHECK         PIC 9(4).
                  03 AL-ITEM          PIC 9(5).
                  03 AL-AMOUNT        PIC 9(7)V99.
            01 WS-ALLOC-COUNT       PIC 9(5) VALUE ZERO.

      *    batch control rows and what the detail rows add up to.
            01 BATCH-TABLE.
               02 BATCH-ENTRY OCCURS 100 TIMES
                     INDEXED BY BT-IDX.
                  03 BT-BATCH         PIC X(10).
                  03 BT-DETAIL-COUNT  PIC 9(5).
                  03 BT-DETAIL-TOTAL  PIC 9(9)V99.
                  03 BT-CONTROL-COUNT PIC 9(5).
                  03 BT-CONTROL-TOTAL PIC 9(9)V99.
                  03 BT-HAS-CONTROL   PIC X.
            01 WS-BATCH-COUNT       PIC 9(4) VALUE ZERO.
            01 WS-BATCH-FOUND-IDX   PIC 9(4) VALUE ZERO.

      *    the invoice numbers remitted with one check.
            01 REMIT-TABLE.
               02 WS-REMIT-REF      PIC X(20) OCCURS 10 TIMES.
            01 WS-REMIT-IDX         PIC 99.
            01 WS-REMIT-WANTED      PIC X(20).
            01 WS-REMIT-NUMBER      PIC 9(7).
            01 WS-ITEM-FOUND-IDX    PIC 9(5) VALUE ZERO.
            01 WS-CHECK-LEFT        PIC 9(7)V99.
            01 WS-PAY-AMOUNT        PIC 9(7)V99.

      *    Receipt numbers draw on the same SEQCTL.DAT sequence (key
      *    "6") BESTBOOKS-CASHAPP uses, so every receipt, whichever
      *    program applied it, has one number series.
            01 WS-RECEIPT-KEY        PIC X(1) VALUE "6".
            01 WS-RECEIPT-NUMBER     PIC 9(7).

      *    the leg about to be posted.
            01 WS-LEG-ACCOUNT       PIC A(15).
            01 WS-LEG-DEBIT         PIC 9(7)V99.
            01 WS-LEG-CREDIT        PIC 9(7)V99.
            01 WS-LEG-DESCRIPTION   PIC X(30).
            01 WS-LEG-REFERENCE     PIC X(20).

            01 WS-AMOUNT-ED         PIC -9(7).99.
            01 WS-TOTAL-ED          PIC -9(9).99.
            01 WS-EXCEPTION-COUNT   PIC 9(5) VALUE ZERO.

       PROCEDURE DIVISION.
       BEGIN.
            PERFORM GET-RUNTIME-ARGUMENTS.
            PERFORM CHECK-OPERATOR-SIGNON.
            PERFORM LOAD-FISCAL-CALENDAR.

            IF WS-CASH-ACCOUNT = SPACES OR WS-SUSPENSE-ACCOUNT = SPACES
               DISPLAY "Usage: BESTBOOKS-LOCKBOX [lockbox-file] "
                  "<cash-account> <suspense-account> [deposit-date] "
                  "[openitem] [custvend] [ledger] [coa] [seqctl] "
                  "[exception-report] [lockbox-log]"
               MOVE 1 TO RETURN-CODE
               STOP RUN
            END-IF.

      *    the deposit date the bank credited the lockbox, default
      *    today.
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
                  WS-POSTING-PD " is closed, lockbox not posted"
               MOVE 1 TO RETURN-CODE
               STOP RUN
            END-IF.

            MOVE WS-CASH-ACCOUNT TO WS-LOOKUP-ACCOUNT
            PERFORM VALIDATE-ACCOUNT
            IF NOT ACCOUNT-IS-VALID
               DISPLAY "ERROR: cash account '"
                  FUNCTION TRIM(WS-CASH-ACCOUNT) "' is not usable"
               MOVE 1 TO RETURN-CODE
               STOP RUN
            END-IF.
            MOVE WS-SUSPENSE-ACCOUNT TO WS-LOOKUP-ACCOUNT
            PERFORM VALIDATE-ACCOUNT
            IF NOT ACCOUNT-IS-VALID
               DISPLAY "ERROR: suspense account '"
                  FUNCTION TRIM(WS-SUSPENSE-ACCOUNT) "' is not usable"
               MOVE 1 TO RETURN-CODE
               STOP RUN
            END-IF.

            OPEN OUTPUT exceptdoc
            PERFORM WRITE-EXCEPTION-HEADING

            PERFORM LOAD-CUSTOMER-TABLE
            PERFORM LOAD-ITEM-TABLE
            PERFORM LOAD-LOCKBOX-FILE
            IF WS-CHECK-COUNT = ZERO AND NOT RUN-HAS-ERRORS
               MOVE "No checks on the lockbox file" TO EXCEPT-LINE
               WRITE EXCEPT-LINE
               CLOSE exceptdoc
               DISPLAY "No checks on " FUNCTION TRIM(WS-LOCKBOX-FILE)
                  ", nothing posted"
               STOP RUN
            END-IF
            PERFORM CHECK-ALREADY-POSTED

            PERFORM VARYING CK-IDX FROM 1 BY 1
                  UNTIL CK-IDX > WS-CHECK-COUNT
               PERFORM MATCH-ONE-CHECK
            END-PERFORM
            PERFORM PROVE-BATCH-TOTALS

            IF RUN-HAS-ERRORS
               MOVE SPACES TO EXCEPT-LINE
               WRITE EXCEPT-LINE
               MOVE "*** LOCKBOX NOT POSTED - correct the errors above"
                  TO EXCEPT-LINE
               WRITE EXCEPT-LINE
               CLOSE exceptdoc
               DISPLAY "ERROR: lockbox not posted - see "
                  FUNCTION TRIM(WS-EXCEPT-FILE)
                  "; nothing was posted"
               MOVE 1 TO RETURN-CODE
               STOP RUN
            END-IF

            PERFORM VARYING CK-IDX FROM 1 BY 1
                  UNTIL CK-IDX > WS-CHECK-COUNT
               PERFORM POST-ONE-CHECK
            END-PERFORM
            PERFORM UPDATE-OPEN-ITEMS
            PERFORM APPEND-LOCKBOX-LOG
            PERFORM WRITE-EXCEPTION-SUMMARY
            CLOSE exceptdoc

            DISPLAY "Lockbox " FUNCTION TRIM(WS-LOCKBOX-FILE) ": "
               WS-CHECK-COUNT " check(s) totaling " WS-LOCKBOX-TOTAL
               " posted".
            DISPLAY "  applied to invoices " WS-APPLIED-TOTAL
               ", on account " WS-ACCOUNT-TOTAL
               ", suspense " WS-SUSPENSE-TOTAL.
            DISPLAY "  exceptions: " WS-EXCEPTION-COUNT " - see "
               FUNCTION TRIM(WS-EXCEPT-FILE).
            STOP RUN.

       GET-RUNTIME-ARGUMENTS.
      *    arg 1 (optional): lockbox remittance file, default
      *    LOCKBOX.DAT.
      *    arg 2 (required): cash account the lockbox deposits to.
      *    arg 3 (required): unapplied-cash suspense account.
      *    arg 4 (optional): deposit (posting) date, YYYY-MM-DD.
      *    args 5-9 (optional): open-item, customer/vendor master,
      *    ledger, chart-of-accounts and sequence control files.
      *    arg 10 (optional): exception report, default
      *    LOCKBOX-EXCEPT.TXT.
      *    arg 11 (optional): lockbox posting log, default
      *    LOCKBOXLOG.DAT.
            ACCEPT WS-LOCKBOX-FILE FROM ARGUMENT-VALUE
            IF WS-LOCKBOX-FILE = SPACES
               MOVE "LOCKBOX.DAT" TO WS-LOCKBOX-FILE
            END-IF
            ACCEPT WS-CASH-ACCOUNT FROM ARGUMENT-VALUE
            ACCEPT WS-SUSPENSE-ACCOUNT FROM ARGUMENT-VALUE
            ACCEPT USER-POSTING-DATE FROM ARGUMENT-VALUE
            ACCEPT WS-OPENITEM-FILE FROM ARGUMENT-VALUE
            IF WS-OPENITEM-FILE = SPACES
               MOVE "OPENITEM.DAT" TO WS-OPENITEM-FILE
            END-IF
            ACCEPT WS-CUSTVEND-FILE FROM ARGUMENT-VALUE
            IF WS-CUSTVEND-FILE = SPACES
               MOVE "CUSTVEND.DAT" TO WS-CUSTVEND-FILE
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
            ACCEPT WS-EXCEPT-FILE FROM ARGUMENT-VALUE
            IF WS-EXCEPT-FILE = SPACES
               MOVE "LOCKBOX-EXCEPT.TXT" TO WS-EXCEPT-FILE
            END-IF
            ACCEPT WS-LOG-FILE FROM ARGUMENT-VALUE
            IF WS-LOG-FILE = SPACES
               MOVE "LOCKBOXLOG.DAT" TO WS-LOG-FILE
            END-IF.

       WRITE-EXCEPTION-HEADING.
            MOVE SPACES TO EXCEPT-LINE
            STRING "LOCKBOX EXCEPTION REPORT - " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-LOCKBOX-FILE) DELIMITED BY SIZE
                  "  DEPOSIT " DELIMITED BY SIZE
                  WS-FORMATTED-DATE(1:10) DELIMITED BY SIZE
               INTO EXCEPT-LINE
            END-STRING
            WRITE EXCEPT-LINE
            MOVE ALL "-" TO EXCEPT-LINE
            WRITE EXCEPT-LINE.

       WRITE-EXCEPTION.
      *    EXCEPT-LINE has been built by the caller.
            ADD 1 TO WS-EXCEPTION-COUNT
            WRITE EXCEPT-LINE.

       LOAD-CUSTOMER-TABLE.
            MOVE ZERO TO WS-CUSTOMER-COUNT
            OPEN INPUT custvend
            IF WS-CUSTVEND-STATUS = "35"
               DISPLAY "WARNING: customer/vendor master "
                  FUNCTION TRIM(WS-CUSTVEND-FILE) " not found"
               CLOSE custvend
               EXIT PARAGRAPH
            END-IF
            MOVE "N" TO WS-CUSTVEND-EOF
            PERFORM WITH TEST BEFORE UNTIL CUSTVEND-EOF
               READ custvend
                  AT END
                     MOVE "Y" TO WS-CUSTVEND-EOF
                  NOT AT END
                     PERFORM STORE-CUSTOMER-ROW
               END-READ
            END-PERFORM
            CLOSE custvend.

       STORE-CUSTOMER-ROW.
            MOVE SPACES TO WS-CV-NAME-IN WS-CV-KIND-IN WS-CV-TERMS-IN
               WS-CV-ACCOUNT-IN WS-CV-ADDRESS-IN
            UNSTRING CUSTVEND-LINE DELIMITED BY "|"
               INTO WS-CV-NAME-IN WS-CV-KIND-IN WS-CV-TERMS-IN
                    WS-CV-ACCOUNT-IN WS-CV-ADDRESS-IN
            END-UNSTRING
            IF FUNCTION UPPER-CASE(FUNCTION TRIM(WS-CV-KIND-IN))
                  = "CUST"
                  AND WS-CUSTOMER-COUNT < 500
               ADD 1 TO WS-CUSTOMER-COUNT
               SET CT-IDX TO WS-CUSTOMER-COUNT
               MOVE WS-CV-NAME-IN TO CT-NAME(CT-IDX)
               MOVE WS-CV-ACCOUNT-IN TO CT-AR-ACCOUNT(CT-IDX)
            END-IF.

       LOAD-ITEM-TABLE.
            MOVE ZERO TO WS-ITEM-COUNT
            OPEN INPUT openitem
            IF WS-OPENITEM-STATUS = "35"
               CLOSE openitem
               EXIT PARAGRAPH
            END-IF
            MOVE "N" TO WS-OPENITEM-EOF
            PERFORM WITH TEST BEFORE UNTIL OPENITEM-EOF
               READ openitem
                  AT END
                     MOVE "Y" TO WS-OPENITEM-EOF
                  NOT AT END
                     PERFORM STORE-ITEM-ROW
               END-READ
            END-PERFORM
            CLOSE openitem.

       STORE-ITEM-ROW.
            PERFORM UNPACK-OPENITEM-ROW
            IF FUNCTION TRIM(WS-ROW-STATUS) NOT = "OPEN"
               EXIT PARAGRAPH
            END-IF
            IF WS-ITEM-COUNT NOT < 2000
               DISPLAY "WARNING: more than 2000 open items, "
                  FUNCTION TRIM(WS-ROW-REFERENCE)
                  " and later items not considered for matching"
               EXIT PARAGRAPH
            END-IF
            ADD 1 TO WS-ITEM-COUNT
            SET IT-IDX TO WS-ITEM-COUNT
            MOVE WS-ROW-REFERENCE TO IT-REFERENCE(IT-IDX)
            MOVE WS-ROW-CUSTOMER TO IT-CUSTOMER(IT-IDX)
            MOVE FUNCTION NUMVAL(WS-ROW-OPEN) TO IT-OPEN(IT-IDX)
            MOVE ZERO TO IT-APPLIED(IT-IDX).

       UNPACK-OPENITEM-ROW.
            MOVE SPACES TO WS-ROW-REFERENCE WS-ROW-CUSTOMER
               WS-ROW-DATE WS-ROW-ORIGINAL WS-ROW-OPEN WS-ROW-STATUS
            UNSTRING OPENITEM-LINE DELIMITED BY "|"
               INTO WS-ROW-REFERENCE WS-ROW-CUSTOMER WS-ROW-DATE
                    WS-ROW-ORIGINAL WS-ROW-OPEN WS-ROW-STATUS
            END-UNSTRING.

       LOAD-LOCKBOX-FILE.
            MOVE ZERO TO WS-CHECK-COUNT WS-BATCH-COUNT
               WS-LOCKBOX-TOTAL
            OPEN INPUT lockbox
            IF WS-LOCKBOX-STATUS = "35"
               MOVE SPACES TO EXCEPT-LINE
               STRING "ERROR: lockbox file " DELIMITED BY SIZE
                     FUNCTION TRIM(WS-LOCKBOX-FILE) DELIMITED BY SIZE
                     " not found" DELIMITED BY SIZE
                  INTO EXCEPT-LINE
               END-STRING
               PERFORM WRITE-EXCEPTION
               MOVE "Y" TO WS-RUN-BAD
               CLOSE lockbox
               EXIT PARAGRAPH
            END-IF
            MOVE "N" TO WS-LOCKBOX-EOF
            PERFORM WITH TEST BEFORE UNTIL LOCKBOX-EOF
               READ lockbox
                  AT END
                     MOVE "Y" TO WS-LOCKBOX-EOF
                  NOT AT END
                     PERFORM STORE-LOCKBOX-ROW
               END-READ
            END-PERFORM
            CLOSE lockbox.

       STORE-LOCKBOX-ROW.
            IF LOCKBOX-LINE = SPACES
               EXIT PARAGRAPH
            END-IF
            MOVE SPACES TO WS-LB-TYPE WS-LB-BATCH WS-LB-CHECK
               WS-LB-PAYER WS-LB-AMOUNT WS-LB-INVOICES
            UNSTRING LOCKBOX-LINE DELIMITED BY "|"
               INTO WS-LB-TYPE WS-LB-BATCH WS-LB-CHECK WS-LB-PAYER
                    WS-LB-AMOUNT WS-LB-INVOICES
            END-UNSTRING
            MOVE FUNCTION UPPER-CASE(WS-LB-TYPE) TO WS-LB-TYPE
            EVALUATE FUNCTION TRIM(WS-LB-TYPE)
               WHEN "D"
                  PERFORM STORE-CHECK-ROW
               WHEN "B"
                  PERFORM STORE-CONTROL-ROW
               WHEN OTHER
                  MOVE SPACES TO EXCEPT-LINE
                  STRING "ERROR: unknown lockbox row '"
                        DELIMITED BY SIZE
                        LOCKBOX-LINE(1:60) DELIMITED BY SIZE
                        "'" DELIMITED BY SIZE
                     INTO EXCEPT-LINE
                  END-STRING
                  PERFORM WRITE-EXCEPTION
                  MOVE "Y" TO WS-RUN-BAD
            END-EVALUATE.

       STORE-CHECK-ROW.
            IF FUNCTION TEST-NUMVAL(WS-LB-AMOUNT) NOT = ZERO
               MOVE SPACES TO EXCEPT-LINE
               STRING "ERROR: batch " DELIMITED BY SIZE
                     FUNCTION TRIM(WS-LB-BATCH) DELIMITED BY SIZE
                     " check " DELIMITED BY SIZE
                     FUNCTION TRIM(WS-LB-CHECK) DELIMITED BY SIZE
                     " amount '" DELIMITED BY SIZE
                     FUNCTION TRIM(WS-LB-AMOUNT) DELIMITED BY SIZE
                     "' is not a number" DELIMITED BY SIZE
                  INTO EXCEPT-LINE
               END-STRING
               PERFORM WRITE-EXCEPTION
               MOVE "Y" TO WS-RUN-BAD
               EXIT PARAGRAPH
            END-IF
            IF FUNCTION NUMVAL(WS-LB-AMOUNT) NOT > ZERO
                  OR FUNCTION NUMVAL(WS-LB-AMOUNT) > 9999999.99
               MOVE SPACES TO EXCEPT-LINE
               STRING "ERROR: batch " DELIMITED BY SIZE
                     FUNCTION TRIM(WS-LB-BATCH) DELIMITED BY SIZE
                     " check " DELIMITED BY SIZE
                     FUNCTION TRIM(WS-LB-CHECK) DELIMITED BY SIZE
                     " amount is not positive or exceeds the "
                        DELIMITED BY SIZE
                     "ledger line limit" DELIMITED BY SIZE
                  INTO EXCEPT-LINE
               END-STRING
               PERFORM WRITE-EXCEPTION
               MOVE "Y" TO WS-RUN-BAD
               EXIT PARAGRAPH
            END-IF
            IF WS-CHECK-COUNT NOT < 500
               MOVE "ERROR: more than 500 checks on one lockbox file"
                  TO EXCEPT-LINE
               PERFORM WRITE-EXCEPTION
               MOVE "Y" TO WS-RUN-BAD
               EXIT PARAGRAPH
            END-IF
            ADD 1 TO WS-CHECK-COUNT
            SET CK-IDX TO WS-CHECK-COUNT
            MOVE WS-LB-BATCH TO CK-BATCH(CK-IDX)
            MOVE WS-LB-CHECK TO CK-NUMBER(CK-IDX)
            MOVE WS-LB-PAYER TO CK-PAYER(CK-IDX)
            MOVE FUNCTION NUMVAL(WS-LB-AMOUNT) TO CK-AMOUNT(CK-IDX)
            MOVE WS-LB-INVOICES TO CK-INVOICES(CK-IDX)
            MOVE SPACES TO CK-CUSTOMER(CK-IDX) CK-AR-ACCOUNT(CK-IDX)
               CK-RESULT(CK-IDX) CK-RECEIPT(CK-IDX)
            MOVE ZERO TO CK-APPLIED(CK-IDX) CK-UNAPPLIED(CK-IDX)
            ADD CK-AMOUNT(CK-IDX) TO WS-LOCKBOX-TOTAL
            PERFORM FIND-BATCH-ENTRY
            IF WS-BATCH-FOUND-IDX NOT = ZERO
               ADD 1 TO BT-DETAIL-COUNT(WS-BATCH-FOUND-IDX)
               ADD CK-AMOUNT(CK-IDX)
                  TO BT-DETAIL-TOTAL(WS-BATCH-FOUND-IDX)
            END-IF.

       STORE-CONTROL-ROW.
      *    B|BATCH|CHECK-COUNT|BATCH-TOTAL arrives in the check and
      *    payer columns of the unpacked row.
            PERFORM FIND-BATCH-ENTRY
            IF WS-BATCH-FOUND-IDX = ZERO
               EXIT PARAGRAPH
            END-IF
            IF FUNCTION TEST-NUMVAL(WS-LB-CHECK) NOT = ZERO
                  OR FUNCTION TEST-NUMVAL(WS-LB-PAYER) NOT = ZERO
               MOVE SPACES TO EXCEPT-LINE
               STRING "ERROR: batch " DELIMITED BY SIZE
                     FUNCTION TRIM(WS-LB-BATCH) DELIMITED BY SIZE
                     " control row count or total is not a number"
                        DELIMITED BY SIZE
                  INTO EXCEPT-LINE
               END-STRING
               PERFORM WRITE-EXCEPTION
               MOVE "Y" TO WS-RUN-BAD
               EXIT PARAGRAPH
            END-IF
            MOVE "Y" TO BT-HAS-CONTROL(WS-BATCH-FOUND-IDX)
            MOVE FUNCTION NUMVAL(WS-LB-CHECK)
               TO BT-CONTROL-COUNT(WS-BATCH-FOUND-IDX)
            MOVE FUNCTION NUMVAL(WS-LB-PAYER)
               TO BT-CONTROL-TOTAL(WS-BATCH-FOUND-IDX).

       FIND-BATCH-ENTRY.
      *    Finds (or adds) WS-LB-BATCH in the batch table.
            MOVE ZERO TO WS-BATCH-FOUND-IDX
            PERFORM VARYING BT-IDX FROM 1 BY 1
                  UNTIL BT-IDX > WS-BATCH-COUNT
                     OR WS-BATCH-FOUND-IDX NOT = ZERO
               IF BT-BATCH(BT-IDX) = WS-LB-BATCH
                  SET WS-BATCH-FOUND-IDX TO BT-IDX
               END-IF
            END-PERFORM
            IF WS-BATCH-FOUND-IDX NOT = ZERO
               EXIT PARAGRAPH
            END-IF
            IF WS-BATCH-COUNT NOT < 100
               MOVE "ERROR: more than 100 batches on one lockbox file"
                  TO EXCEPT-LINE
               PERFORM WRITE-EXCEPTION
               MOVE "Y" TO WS-RUN-BAD
               EXIT PARAGRAPH
            END-IF
            ADD 1 TO WS-BATCH-COUNT
            SET BT-IDX TO WS-BATCH-COUNT
            MOVE WS-LB-BATCH TO BT-BATCH(BT-IDX)
            MOVE ZERO TO BT-DETAIL-COUNT(BT-IDX)
               BT-DETAIL-TOTAL(BT-IDX) BT-CONTROL-COUNT(BT-IDX)
               BT-CONTROL-TOTAL(BT-IDX)
            MOVE "N" TO BT-HAS-CONTROL(BT-IDX)
            MOVE WS-BATCH-COUNT TO WS-BATCH-FOUND-IDX.

       CHECK-ALREADY-POSTED.
      *    A deposit date + batch + check already on the posting log
      *    means this remittance file (or part of it) was posted
      *    before.
            OPEN INPUT lockboxlog
            IF WS-LOG-STATUS NOT = "00"
               CLOSE lockboxlog
               EXIT PARAGRAPH
            END-IF
            MOVE "N" TO WS-LOG-EOF
            PERFORM WITH TEST BEFORE UNTIL LOG-EOF
               READ lockboxlog
                  AT END
                     MOVE "Y" TO WS-LOG-EOF
                  NOT AT END
                     PERFORM CHECK-LOG-ROW
               END-READ
            END-PERFORM
            CLOSE lockboxlog.

       CHECK-LOG-ROW.
            MOVE SPACES TO WS-LG-DATE-IN WS-LG-BATCH-IN WS-LG-CHECK-IN
            UNSTRING LOG-LINE DELIMITED BY "|"
               INTO WS-LG-DATE-IN WS-LG-BATCH-IN WS-LG-CHECK-IN
            END-UNSTRING
            IF WS-LG-DATE-IN NOT = WS-FORMATTED-DATE(1:10)
               EXIT PARAGRAPH
            END-IF
            PERFORM VARYING CK-IDX FROM 1 BY 1
                  UNTIL CK-IDX > WS-CHECK-COUNT
               IF CK-BATCH(CK-IDX) = WS-LG-BATCH-IN
                     AND CK-NUMBER(CK-IDX) = WS-LG-CHECK-IN
                  MOVE SPACES TO EXCEPT-LINE
                  STRING "ERROR: batch " DELIMITED BY SIZE
                        FUNCTION TRIM(WS-LG-BATCH-IN) DELIMITED BY SIZE
                        " check " DELIMITED BY SIZE
                        FUNCTION TRIM(WS-LG-CHECK-IN) DELIMITED BY SIZE
                        " was already posted from a lockbox dated "
                           DELIMITED BY SIZE
                        WS-LG-DATE-IN DELIMITED BY SIZE
                     INTO EXCEPT-LINE
                  END-STRING
                  PERFORM WRITE-EXCEPTION
                  MOVE "Y" TO WS-RUN-BAD
               END-IF
            END-PERFORM.

       MATCH-ONE-CHECK.
      *    Customer first from the payer name; failing that, from the
      *    first remitted invoice that is open on file.
            MOVE CK-AMOUNT(CK-IDX) TO WS-CHECK-LEFT
            PERFORM VARYING CT-IDX FROM 1 BY 1
                  UNTIL CT-IDX > WS-CUSTOMER-COUNT
                     OR CK-CUSTOMER(CK-IDX) NOT = SPACES
               IF FUNCTION UPPER-CASE(FUNCTION TRIM(CT-NAME(CT-IDX)))
                     = FUNCTION UPPER-CASE(
                        FUNCTION TRIM(CK-PAYER(CK-IDX)))
                  MOVE CT-NAME(CT-IDX) TO CK-CUSTOMER(CK-IDX)
                  MOVE CT-AR-ACCOUNT(CT-IDX) TO CK-AR-ACCOUNT(CK-IDX)
               END-IF
            END-PERFORM

            MOVE SPACES TO REMIT-TABLE
            UNSTRING CK-INVOICES(CK-IDX) DELIMITED BY ALL " " OR ","
               INTO WS-REMIT-REF(1) WS-REMIT-REF(2) WS-REMIT-REF(3)
                    WS-REMIT-REF(4) WS-REMIT-REF(5) WS-REMIT-REF(6)
                    WS-REMIT-REF(7) WS-REMIT-REF(8) WS-REMIT-REF(9)
                    WS-REMIT-REF(10)
            END-UNSTRING
            PERFORM VARYING WS-REMIT-IDX FROM 1 BY 1
                  UNTIL WS-REMIT-IDX > 10
               IF WS-REMIT-REF(WS-REMIT-IDX) NOT = SPACES
                  PERFORM APPLY-REMITTED-INVOICE
               END-IF
            END-PERFORM

      *    nothing remitted matched: the one open invoice of this
      *    customer's for exactly the check amount.
            IF CK-APPLIED(CK-IDX) = ZERO
                  AND CK-CUSTOMER(CK-IDX) NOT = SPACES
               MOVE ZERO TO WS-ITEM-FOUND-IDX
               PERFORM VARYING IT-IDX FROM 1 BY 1
                     UNTIL IT-IDX > WS-ITEM-COUNT
                        OR WS-ITEM-FOUND-IDX NOT = ZERO
                  IF FUNCTION UPPER-CASE(
                        FUNCTION TRIM(IT-CUSTOMER(IT-IDX))) =
                        FUNCTION UPPER-CASE(
                        FUNCTION TRIM(CK-CUSTOMER(CK-IDX)))
                        AND IT-OPEN(IT-IDX) = CK-AMOUNT(CK-IDX)
                     SET WS-ITEM-FOUND-IDX TO IT-IDX
                  END-IF
               END-PERFORM
               IF WS-ITEM-FOUND-IDX NOT = ZERO
                  MOVE CK-AMOUNT(CK-IDX) TO WS-PAY-AMOUNT
                  PERFORM RECORD-ALLOCATION
               END-IF
            END-IF

            COMPUTE CK-UNAPPLIED(CK-IDX) =
               CK-AMOUNT(CK-IDX) - CK-APPLIED(CK-IDX)
            EVALUATE TRUE
               WHEN CK-CUSTOMER(CK-IDX) = SPACES
                  MOVE "SUSPENSE" TO CK-RESULT(CK-IDX)
                  ADD CK-UNAPPLIED(CK-IDX) TO WS-SUSPENSE-TOTAL
                  MOVE CK-UNAPPLIED(CK-IDX) TO WS-AMOUNT-ED
                  MOVE SPACES TO EXCEPT-LINE
                  STRING "SUSPENSE   batch " DELIMITED BY SIZE
                        FUNCTION TRIM(CK-BATCH(CK-IDX))
                           DELIMITED BY SIZE
                        " check " DELIMITED BY SIZE
                        FUNCTION TRIM(CK-NUMBER(CK-IDX))
                           DELIMITED BY SIZE
                        " " DELIMITED BY SIZE
                        FUNCTION TRIM(CK-PAYER(CK-IDX))
                           DELIMITED BY SIZE
                        " " DELIMITED BY SIZE
                        FUNCTION TRIM(WS-AMOUNT-ED) DELIMITED BY SIZE
                        " - payer not on customer master"
                           DELIMITED BY SIZE
                     INTO EXCEPT-LINE
                  END-STRING
                  PERFORM WRITE-EXCEPTION
               WHEN CK-UNAPPLIED(CK-IDX) = ZERO
                  MOVE "APPLIED" TO CK-RESULT(CK-IDX)
               WHEN OTHER
                  IF CK-APPLIED(CK-IDX) = ZERO
                     MOVE "ON-ACCOUNT" TO CK-RESULT(CK-IDX)
                  ELSE
                     MOVE "PARTIAL" TO CK-RESULT(CK-IDX)
                  END-IF
                  ADD CK-UNAPPLIED(CK-IDX) TO WS-ACCOUNT-TOTAL
                  MOVE CK-UNAPPLIED(CK-IDX) TO WS-AMOUNT-ED
                  MOVE SPACES TO EXCEPT-LINE
                  STRING "UNAPPLIED  batch " DELIMITED BY SIZE
                        FUNCTION TRIM(CK-BATCH(CK-IDX))
                           DELIMITED BY SIZE
                        " check " DELIMITED BY SIZE
                        FUNCTION TRIM(CK-NUMBER(CK-IDX))
                           DELIMITED BY SIZE
                        " " DELIMITED BY SIZE
                        FUNCTION TRIM(CK-CUSTOMER(CK-IDX))
                           DELIMITED BY SIZE
                        " " DELIMITED BY SIZE
                        FUNCTION TRIM(WS-AMOUNT-ED) DELIMITED BY SIZE
                        " left on account" DELIMITED BY SIZE
                     INTO EXCEPT-LINE
                  END-STRING
                  PERFORM WRITE-EXCEPTION
            END-EVALUATE
            ADD CK-APPLIED(CK-IDX) TO WS-APPLIED-TOTAL
            ADD CK-APPLIED(CK-IDX) CK-UNAPPLIED(CK-IDX)
               TO WS-POSTING-TOTAL
            IF CK-CUSTOMER(CK-IDX) NOT = SPACES
               MOVE CK-AR-ACCOUNT(CK-IDX) TO WS-LOOKUP-ACCOUNT
               PERFORM VALIDATE-ACCOUNT
               IF NOT ACCOUNT-IS-VALID
                  MOVE SPACES TO EXCEPT-LINE
                  STRING "ERROR: AR account '" DELIMITED BY SIZE
                        FUNCTION TRIM(CK-AR-ACCOUNT(CK-IDX))
                           DELIMITED BY SIZE
                        "' of " DELIMITED BY SIZE
                        FUNCTION TRIM(CK-CUSTOMER(CK-IDX))
                           DELIMITED BY SIZE
                        " is not usable" DELIMITED BY SIZE
                     INTO EXCEPT-LINE
                  END-STRING
                  PERFORM WRITE-EXCEPTION
                  MOVE "Y" TO WS-RUN-BAD
               END-IF
            END-IF.

       APPLY-REMITTED-INVOICE.
      *    A bare number is taken as an invoice number and given the
      *    same "INV#" + seven-digit form BESTBOOKS-INVOICE stamps.
            MOVE FUNCTION UPPER-CASE(WS-REMIT-REF(WS-REMIT-IDX))
               TO WS-REMIT-WANTED
            IF FUNCTION TEST-NUMVAL(WS-REMIT-WANTED) = ZERO
               MOVE FUNCTION NUMVAL(WS-REMIT-WANTED)
                  TO WS-REMIT-NUMBER
               MOVE SPACES TO WS-REMIT-WANTED
               STRING "INV#" DELIMITED BY SIZE
                     WS-REMIT-NUMBER DELIMITED BY SIZE
                  INTO WS-REMIT-WANTED
               END-STRING
            END-IF

            MOVE ZERO TO WS-ITEM-FOUND-IDX
            PERFORM VARYING IT-IDX FROM 1 BY 1
                  UNTIL IT-IDX > WS-ITEM-COUNT
                     OR WS-ITEM-FOUND-IDX NOT = ZERO
               IF FUNCTION TRIM(IT-REFERENCE(IT-IDX)) =
                     FUNCTION TRIM(WS-REMIT-WANTED)
                  SET WS-ITEM-FOUND-IDX TO IT-IDX
               END-IF
            END-PERFORM
            IF WS-ITEM-FOUND-IDX = ZERO
               MOVE SPACES TO EXCEPT-LINE
               STRING "NO MATCH   batch " DELIMITED BY SIZE
                     FUNCTION TRIM(CK-BATCH(CK-IDX)) DELIMITED BY SIZE
                     " check " DELIMITED BY SIZE
                     FUNCTION TRIM(CK-NUMBER(CK-IDX)) DELIMITED BY SIZE
                     " remits " DELIMITED BY SIZE
                     FUNCTION TRIM(WS-REMIT-WANTED) DELIMITED BY SIZE
                     " - not an open item" DELIMITED BY SIZE
                  INTO EXCEPT-LINE
               END-STRING
               PERFORM WRITE-EXCEPTION
               EXIT PARAGRAPH
            END-IF

      *    an unknown payer takes the customer of the first invoice
      *    it remits, provided that customer is on the master.
            IF CK-CUSTOMER(CK-IDX) = SPACES
               PERFORM VARYING CT-IDX FROM 1 BY 1
                     UNTIL CT-IDX > WS-CUSTOMER-COUNT
                        OR CK-CUSTOMER(CK-IDX) NOT = SPACES
                  IF FUNCTION UPPER-CASE(
                        FUNCTION TRIM(CT-NAME(CT-IDX))) =
                        FUNCTION UPPER-CASE(FUNCTION TRIM(
                        IT-CUSTOMER(WS-ITEM-FOUND-IDX)))
                     MOVE CT-NAME(CT-IDX) TO CK-CUSTOMER(CK-IDX)
                     MOVE CT-AR-ACCOUNT(CT-IDX)
                        TO CK-AR-ACCOUNT(CK-IDX)
                  END-IF
               END-PERFORM
            END-IF
            IF FUNCTION UPPER-CASE(FUNCTION TRIM(
                  IT-CUSTOMER(WS-ITEM-FOUND-IDX))) NOT =
                  FUNCTION UPPER-CASE(
                  FUNCTION TRIM(CK-CUSTOMER(CK-IDX)))
               MOVE SPACES TO EXCEPT-LINE
               STRING "NO MATCH   batch " DELIMITED BY SIZE
                     FUNCTION TRIM(CK-BATCH(CK-IDX)) DELIMITED BY SIZE
                     " check " DELIMITED BY SIZE
                     FUNCTION TRIM(CK-NUMBER(CK-IDX)) DELIMITED BY SIZE
                     " remits " DELIMITED BY SIZE
                     FUNCTION TRIM(WS-REMIT-WANTED) DELIMITED BY SIZE
                     " - billed to " DELIMITED BY SIZE
                     FUNCTION TRIM(IT-CUSTOMER(WS-ITEM-FOUND-IDX))
                        DELIMITED BY SIZE
                  INTO EXCEPT-LINE
               END-STRING
               PERFORM WRITE-EXCEPTION
               EXIT PARAGRAPH
            END-IF
            IF IT-OPEN(WS-ITEM-FOUND-IDX) NOT > ZERO
                  OR WS-CHECK-LEFT = ZERO
               MOVE SPACES TO EXCEPT-LINE
               STRING "NO MATCH   batch " DELIMITED BY SIZE
                     FUNCTION TRIM(CK-BATCH(CK-IDX)) DELIMITED BY SIZE
                     " check " DELIMITED BY SIZE
                     FUNCTION TRIM(CK-NUMBER(CK-IDX)) DELIMITED BY SIZE
                     " remits " DELIMITED BY SIZE
                     FUNCTION TRIM(WS-REMIT-WANTED) DELIMITED BY SIZE
                     " - nothing left to apply" DELIMITED BY SIZE
                  INTO EXCEPT-LINE
               END-STRING
               PERFORM WRITE-EXCEPTION
               EXIT PARAGRAPH
            END-IF
            IF IT-OPEN(WS-ITEM-FOUND-IDX) < WS-CHECK-LEFT
               MOVE IT-OPEN(WS-ITEM-FOUND-IDX) TO WS-PAY-AMOUNT
            ELSE
               MOVE WS-CHECK-LEFT TO WS-PAY-AMOUNT
            END-IF
            PERFORM RECORD-ALLOCATION.

       RECORD-ALLOCATION.
      *    WS-PAY-AMOUNT of the current check pays item
      *    WS-ITEM-FOUND-IDX.
            IF WS-ALLOC-COUNT NOT < 2000
               MOVE "ERROR: more than 2000 invoice payments on file"
                  TO EXCEPT-LINE
               PERFORM WRITE-EXCEPTION
               MOVE "Y" TO WS-RUN-BAD
               EXIT PARAGRAPH
            END-IF
            ADD 1 TO WS-ALLOC-COUNT
            SET AL-IDX TO WS-ALLOC-COUNT
            SET AL-CHECK(AL-IDX) TO CK-IDX
            MOVE WS-ITEM-FOUND-IDX TO AL-ITEM(AL-IDX)
            MOVE WS-PAY-AMOUNT TO AL-AMOUNT(AL-IDX)
            SUBTRACT WS-PAY-AMOUNT FROM IT-OPEN(WS-ITEM-FOUND-IDX)
            ADD WS-PAY-AMOUNT TO IT-APPLIED(WS-ITEM-FOUND-IDX)
            SUBTRACT WS-PAY-AMOUNT FROM WS-CHECK-LEFT
            ADD WS-PAY-AMOUNT TO CK-APPLIED(CK-IDX).

       PROVE-BATCH-TOTALS.
      *    Every batch must carry a control row whose count and total
      *    agree with its detail rows, and what is about to post must
      *    add up to the lockbox total.
            PERFORM VARYING BT-IDX FROM 1 BY 1
                  UNTIL BT-IDX > WS-BATCH-COUNT
               IF BT-HAS-CONTROL(BT-IDX) NOT = "Y"
                  MOVE SPACES TO EXCEPT-LINE
                  STRING "ERROR: batch " DELIMITED BY SIZE
                        FUNCTION TRIM(BT-BATCH(BT-IDX))
                           DELIMITED BY SIZE
                        " has no control row" DELIMITED BY SIZE
                     INTO EXCEPT-LINE
                  END-STRING
                  PERFORM WRITE-EXCEPTION
                  MOVE "Y" TO WS-RUN-BAD
               ELSE
                  IF BT-CONTROL-COUNT(BT-IDX) NOT =
                        BT-DETAIL-COUNT(BT-IDX)
                        OR BT-CONTROL-TOTAL(BT-IDX) NOT =
                        BT-DETAIL-TOTAL(BT-IDX)
                     MOVE BT-DETAIL-TOTAL(BT-IDX) TO WS-TOTAL-ED
                     MOVE SPACES TO EXCEPT-LINE
                     STRING "ERROR: batch " DELIMITED BY SIZE
                           FUNCTION TRIM(BT-BATCH(BT-IDX))
                              DELIMITED BY SIZE
                           " detail " DELIMITED BY SIZE
                           BT-DETAIL-COUNT(BT-IDX) DELIMITED BY SIZE
                           " check(s) " DELIMITED BY SIZE
                           FUNCTION TRIM(WS-TOTAL-ED)
                              DELIMITED BY SIZE
                           " vs control " DELIMITED BY SIZE
                           BT-CONTROL-COUNT(BT-IDX) DELIMITED BY SIZE
                           " check(s) " DELIMITED BY SIZE
                        INTO EXCEPT-LINE
                     END-STRING
                     MOVE BT-CONTROL-TOTAL(BT-IDX) TO WS-TOTAL-ED
                     STRING FUNCTION TRIM(EXCEPT-LINE)
                              DELIMITED BY SIZE
                           " " DELIMITED BY SIZE
                           FUNCTION TRIM(WS-TOTAL-ED)
                              DELIMITED BY SIZE
                        INTO EXCEPT-LINE
                     END-STRING
                     PERFORM WRITE-EXCEPTION
                     MOVE "Y" TO WS-RUN-BAD
                  END-IF
               END-IF
            END-PERFORM
            IF WS-POSTING-TOTAL NOT = WS-LOCKBOX-TOTAL
               MOVE SPACES TO EXCEPT-LINE
               MOVE WS-POSTING-TOTAL TO WS-TOTAL-ED
               STRING "ERROR: receipts to post total " DELIMITED BY SIZE
                     FUNCTION TRIM(WS-TOTAL-ED) DELIMITED BY SIZE
                     " but the lockbox totals " DELIMITED BY SIZE
                  INTO EXCEPT-LINE
               END-STRING
               MOVE WS-LOCKBOX-TOTAL TO WS-TOTAL-ED
               STRING FUNCTION TRIM(EXCEPT-LINE) DELIMITED BY SIZE
                     " " DELIMITED BY SIZE
                     FUNCTION TRIM(WS-TOTAL-ED) DELIMITED BY SIZE
                  INTO EXCEPT-LINE
               END-STRING
               PERFORM WRITE-EXCEPTION
               MOVE "Y" TO WS-RUN-BAD
            END-IF.

       POST-ONE-CHECK.
      *    One receipt number and one journal entry per check: the
      *    cash debit, an AR credit per invoice paid under that
      *    invoice's reference, and the remainder either on account
      *    (AR credit under the receipt's reference) or in suspense.
            PERFORM GET-NEXT-RECEIPT-NUMBER
            MOVE SPACES TO CK-RECEIPT(CK-IDX)
            STRING "RCPT#" DELIMITED BY SIZE
                  WS-RECEIPT-NUMBER DELIMITED BY SIZE
               INTO CK-RECEIPT(CK-IDX)
            END-STRING
            PERFORM GET-NEXT-JOURNAL-ENTRY

            MOVE WS-CASH-ACCOUNT TO WS-LEG-ACCOUNT
            MOVE CK-AMOUNT(CK-IDX) TO WS-LEG-DEBIT
            MOVE ZERO TO WS-LEG-CREDIT
            MOVE SPACES TO WS-LEG-DESCRIPTION
            STRING "Lockbox " DELIMITED BY SIZE
                  FUNCTION TRIM(CK-BATCH(CK-IDX)) DELIMITED BY SIZE
                  " ck " DELIMITED BY SIZE
                  FUNCTION TRIM(CK-NUMBER(CK-IDX)) DELIMITED BY SIZE
               INTO WS-LEG-DESCRIPTION
            END-STRING
            MOVE CK-RECEIPT(CK-IDX) TO WS-LEG-REFERENCE
            PERFORM POST-ONE-LEG

            PERFORM VARYING AL-IDX FROM 1 BY 1
                  UNTIL AL-IDX > WS-ALLOC-COUNT
               IF AL-CHECK(AL-IDX) = CK-IDX
                  SET IT-IDX TO AL-ITEM(AL-IDX)
                  MOVE CK-AR-ACCOUNT(CK-IDX) TO WS-LEG-ACCOUNT
                  MOVE ZERO TO WS-LEG-DEBIT
                  MOVE AL-AMOUNT(AL-IDX) TO WS-LEG-CREDIT
                  MOVE SPACES TO WS-LEG-DESCRIPTION
                  STRING "Payment on " DELIMITED BY SIZE
                        FUNCTION TRIM(IT-REFERENCE(IT-IDX))
                           DELIMITED BY SIZE
                        " - " DELIMITED BY SIZE
                        FUNCTION TRIM(CK-CUSTOMER(CK-IDX))
                           DELIMITED BY SIZE
                     INTO WS-LEG-DESCRIPTION
                  END-STRING
                  MOVE IT-REFERENCE(IT-IDX) TO WS-LEG-REFERENCE
                  PERFORM POST-ONE-LEG
               END-IF
            END-PERFORM

            IF CK-UNAPPLIED(CK-IDX) > ZERO
               MOVE ZERO TO WS-LEG-DEBIT
               MOVE CK-UNAPPLIED(CK-IDX) TO WS-LEG-CREDIT
               MOVE SPACES TO WS-LEG-DESCRIPTION
               IF CK-RESULT(CK-IDX) = "SUSPENSE"
                  MOVE WS-SUSPENSE-ACCOUNT TO WS-LEG-ACCOUNT
                  STRING "Unidentified - " DELIMITED BY SIZE
                        FUNCTION TRIM(CK-PAYER(CK-IDX))
                           DELIMITED BY SIZE
                     INTO WS-LEG-DESCRIPTION
                  END-STRING
               ELSE
                  MOVE CK-AR-ACCOUNT(CK-IDX) TO WS-LEG-ACCOUNT
                  STRING "Unapplied receipt - " DELIMITED BY SIZE
                        FUNCTION TRIM(CK-CUSTOMER(CK-IDX))
                           DELIMITED BY SIZE
                     INTO WS-LEG-DESCRIPTION
                  END-STRING
               END-IF
               MOVE CK-RECEIPT(CK-IDX) TO WS-LEG-REFERENCE
               PERFORM POST-ONE-LEG
            END-IF
            MOVE CK-AMOUNT(CK-IDX) TO WS-AMOUNT-ED
            DISPLAY "  " CK-RECEIPT(CK-IDX) " batch "
               FUNCTION TRIM(CK-BATCH(CK-IDX)) " check "
               FUNCTION TRIM(CK-NUMBER(CK-IDX)) " "
               FUNCTION TRIM(WS-AMOUNT-ED) " "
               FUNCTION TRIM(CK-RESULT(CK-IDX)).

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

       UPDATE-OPEN-ITEMS.
      *    Full truncate-and-rewrite pass over OPENITEM.DAT, as
      *    BESTBOOKS-CASHAPP makes: each OPEN row is matched to its
      *    slot in the item table by position, reduced by what this
      *    run applied to it (PAID once it reaches zero), and each
      *    check left partly or wholly on account appends its own
      *    negative open item under its receipt number.
            MOVE ZERO TO WS-ITEM-SCAN
            OPEN INPUT openitem
            OPEN OUTPUT openitem-work
            MOVE "N" TO WS-OPENITEM-EOF
            IF WS-OPENITEM-STATUS = "35"
               MOVE "Y" TO WS-OPENITEM-EOF
            END-IF
            PERFORM WITH TEST BEFORE UNTIL OPENITEM-EOF
               READ openitem
                  AT END
                     MOVE "Y" TO WS-OPENITEM-EOF
                  NOT AT END
                     PERFORM APPLY-TO-OPEN-ROW
               END-READ
            END-PERFORM
            CLOSE openitem
            CLOSE openitem-work

            OPEN OUTPUT openitem
            CLOSE openitem
            OPEN EXTEND openitem
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
            PERFORM VARYING CK-IDX FROM 1 BY 1
                  UNTIL CK-IDX > WS-CHECK-COUNT
               IF CK-UNAPPLIED(CK-IDX) > ZERO
                     AND CK-RESULT(CK-IDX) NOT = "SUSPENSE"
                  PERFORM APPEND-UNAPPLIED-ITEM
               END-IF
            END-PERFORM
            CLOSE openitem.

       APPLY-TO-OPEN-ROW.
            PERFORM UNPACK-OPENITEM-ROW
            IF FUNCTION TRIM(WS-ROW-STATUS) = "OPEN"
               ADD 1 TO WS-ITEM-SCAN
               IF WS-ITEM-SCAN NOT > WS-ITEM-COUNT
                  SET IT-IDX TO WS-ITEM-SCAN
                  IF IT-APPLIED(IT-IDX) NOT = ZERO
                     MOVE IT-OPEN(IT-IDX) TO WS-ROW-OPEN-AMOUNT
                     IF WS-ROW-OPEN-AMOUNT = ZERO
                        MOVE "PAID" TO WS-ROW-STATUS
                     END-IF
                     PERFORM REPACK-OPENITEM-ROW
                  END-IF
               END-IF
            END-IF
            WRITE OPENITEM-WORK-LINE FROM OPENITEM-LINE.

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
            END-STRING.

       APPEND-UNAPPLIED-ITEM.
            COMPUTE WS-ROW-OPEN-AMOUNT = 0 - CK-UNAPPLIED(CK-IDX)
            MOVE WS-ROW-OPEN-AMOUNT TO WS-ROW-AMOUNT-ED
            MOVE SPACES TO OPENITEM-LINE
            STRING FUNCTION TRIM(CK-RECEIPT(CK-IDX)) DELIMITED BY SIZE
                  "|" DELIMITED BY SIZE
                  FUNCTION TRIM(CK-CUSTOMER(CK-IDX)) DELIMITED BY SIZE
                  "|" DELIMITED BY SIZE
                  WS-FORMATTED-DATE(1:10) DELIMITED BY SIZE
                  "|" DELIMITED BY SIZE
                  FUNCTION TRIM(WS-ROW-AMOUNT-ED) DELIMITED BY SIZE
                  "|" DELIMITED BY SIZE
                  FUNCTION TRIM(WS-ROW-AMOUNT-ED) DELIMITED BY SIZE
                  "|OPEN" DELIMITED BY SIZE
               INTO OPENITEM-LINE
            END-STRING
            WRITE OPENITEM-LINE.

       APPEND-LOCKBOX-LOG.
            OPEN EXTEND lockboxlog
            IF WS-LOG-STATUS = "35"
               OPEN OUTPUT lockboxlog
            END-IF
            PERFORM VARYING CK-IDX FROM 1 BY 1
                  UNTIL CK-IDX > WS-CHECK-COUNT
               MOVE CK-AMOUNT(CK-IDX) TO WS-AMOUNT-ED
               MOVE SPACES TO LOG-LINE
               STRING WS-FORMATTED-DATE(1:10) DELIMITED BY SIZE
                     "|" DELIMITED BY SIZE
                     FUNCTION TRIM(CK-BATCH(CK-IDX)) DELIMITED BY SIZE
                     "|" DELIMITED BY SIZE
                     FUNCTION TRIM(CK-NUMBER(CK-IDX)) DELIMITED BY SIZE
                     "|" DELIMITED BY SIZE
                     FUNCTION TRIM(CK-PAYER(CK-IDX)) DELIMITED BY SIZE
                     "|" DELIMITED BY SIZE
                     FUNCTION TRIM(WS-AMOUNT-ED) DELIMITED BY SIZE
                     "|" DELIMITED BY SIZE
                     FUNCTION TRIM(CK-RECEIPT(CK-IDX))
                        DELIMITED BY SIZE
                     "|" DELIMITED BY SIZE
                     FUNCTION TRIM(CK-RESULT(CK-IDX)) DELIMITED BY SIZE
                     "|" DELIMITED BY SIZE
                     FUNCTION TRIM(CK-CUSTOMER(CK-IDX))
                        DELIMITED BY SIZE
                  INTO LOG-LINE
               END-STRING
               WRITE LOG-LINE
            END-PERFORM
            CLOSE lockboxlog.

       WRITE-EXCEPTION-SUMMARY.
            MOVE SPACES TO EXCEPT-LINE
            WRITE EXCEPT-LINE
            IF WS-EXCEPTION-COUNT = ZERO
               MOVE "No exceptions - every check applied in full"
                  TO EXCEPT-LINE
               WRITE EXCEPT-LINE
            END-IF
            MOVE WS-LOCKBOX-TOTAL TO WS-TOTAL-ED
            MOVE SPACES TO EXCEPT-LINE
            STRING "Checks posted: " DELIMITED BY SIZE
                  WS-CHECK-COUNT DELIMITED BY SIZE
                  "  lockbox total " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-TOTAL-ED) DELIMITED BY SIZE
               INTO EXCEPT-LINE
            END-STRING
            WRITE EXCEPT-LINE
            MOVE WS-APPLIED-TOTAL TO WS-TOTAL-ED
            MOVE SPACES TO EXCEPT-LINE
            STRING "Applied to invoices " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-TOTAL-ED) DELIMITED BY SIZE
               INTO EXCEPT-LINE
            END-STRING
            WRITE EXCEPT-LINE
            MOVE WS-ACCOUNT-TOTAL TO WS-TOTAL-ED
            MOVE SPACES TO EXCEPT-LINE
            STRING "Left on account     " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-TOTAL-ED) DELIMITED BY SIZE
               INTO EXCEPT-LINE
            END-STRING
            WRITE EXCEPT-LINE
            MOVE WS-SUSPENSE-TOTAL TO WS-TOTAL-ED
            MOVE SPACES TO EXCEPT-LINE
            STRING "Unapplied suspense  " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-TOTAL-ED) DELIMITED BY SIZE
               INTO EXCEPT-LINE
            END-STRING
            WRITE EXCEPT-LINE.

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


       GET-NEXT-RECEIPT-NUMBER.
      *    Same SEQCTL.DAT receipt sequence (key "6") as
      *    BESTBOOKS-CASHAPP.
            PERFORM OPEN-SEQCTL-WITH-RETRY
            MOVE WS-RECEIPT-KEY TO SEQCTL-KEY
            READ seqctl
               INVALID KEY
                  MOVE ZERO TO SEQCTL-LAST-ID
            END-READ
            ADD 1 TO SEQCTL-LAST-ID
            MOVE SEQCTL-LAST-ID TO WS-RECEIPT-NUMBER
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

       END PROGRAM BESTBOOKS-LOCKBOX.
