       IDENTIFICATION DIVISION.
       PROGRAM-ID. BESTBOOKS-EXPENSE.
       AUTHOR. PRESSPAGE ENTERTAINMENT INC dba PINGLEWARE.
      *----------------------------------------------------------------
      * Employee expense reports. Staff reimbursements used to go in
      * one PAIR entry at a time from paper receipts, so nothing said
      * which employee claimed what and one receipt could be paid
      * twice. An expense report is now a header - report number from
      * SEQCTL.DAT (key "E"), the employee from the EMPLOYEE.DAT
      * master, the department the spending belongs to - and its
      * lines (date, expense account, amount, receipt reference,
      * description), taken from a claim file the way BESTBOOKS-
      * INVOICE takes its line items.
      *
      * ENTER checks every line before anything is written: the
      * expense account must be usable, and the receipt reference
      * must not be on any earlier report that was not rejected, nor
      * twice on this one. A line over its category limit on
      * EXPLIMIT.DAT is accepted but flagged OVER, and the report
      * then needs an explicit OVERRIDE to be approved. The report
      * goes on file SUBMITTED; nothing posts yet.
      *
      * APPROVE is a supervisor's step (once OPERATOR.DAT is
      * configured), and not one the operator who keyed the report
      * may take on it. It posts one journal entry - a debit per line
      * to its expense account, stamped with the report's
      * DEPARTMENT-CODE, and one credit to the employee-reimbursement
      * payable - and queues the reimbursement on CHECKBATCH.DAT with
      * that payable as the AP-ACCOUNT, so BESTBOOKS-CHECKS prints the
      * check and releases the payable exactly as it does for a
      * vendor voucher. REJECT turns a report down with a reason; its
      * receipts may then be claimed again on a corrected report.
      * LIST shows the reports by status and employee, with totals.
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL expreport
               ASSIGN TO WS-REPORT-FILE
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-REPORT-STATUS.

           SELECT OPTIONAL expreport-work
               ASSIGN TO WS-WORK-FILE
                   ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL explines
               ASSIGN TO WS-LINES-FILE
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-LINES-STATUS.

           SELECT OPTIONAL expclaim
               ASSIGN TO WS-CLAIM-FILE
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-CLAIM-STATUS.

           SELECT OPTIONAL explimit
               ASSIGN TO WS-LIMIT-FILE
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-LIMIT-STATUS.

           SELECT OPTIONAL employee
               ASSIGN TO WS-EMPLOYEE-FILE
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-EMPLOYEE-STATUS.

           SELECT OPTIONAL checkbatch
               ASSIGN TO WS-BATCH-FILE
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-BATCH-STATUS.

           SELECT SORT-WORK
               ASSIGN TO "EXPSORT.TMP".

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

      *    EXPREPORT.DAT line layout, pipe-delimited: REPORT-NO|
      *    EMPLOYEE-ID|EMPLOYEE-NAME|DEPARTMENT|ENTERED-DATE|LINES|
      *    TOTAL|STATUS|ENTERED-BY|DECIDED-BY|DECIDED-DATE|JE-NO|
      *    PURPOSE|REASON - one row per report. STATUS is SUBMITTED,
      *    APPROVED or REJECTED; JE-NO is the approval's journal
      *    entry; REASON is why a report was rejected.
            FD expreport.
            01 REPORT-LINE           PIC X(250).

            FD expreport-work.
            01 REPORT-WORK-LINE      PIC X(250).

      *    EXPLINES.DAT line layout, pipe-delimited: REPORT-NO|
      *    LINE-NO|DATE|EXPENSE-ACCOUNT|AMOUNT|RECEIPT-REF|
      *    DESCRIPTION|LIMIT-FLAG - every line of every report, LIMIT-
      *    FLAG OVER on a line above its category limit, else OK.
            FD explines.
            01 EXPLINE-LINE          PIC X(160).

      *    claim file line layout, pipe-delimited: DATE|EXPENSE-
      *    ACCOUNT|AMOUNT|RECEIPT-REF|DESCRIPTION - one row per
      *    receipt on the report being entered.
            FD expclaim.
            01 CLAIM-LINE            PIC X(160).

      *    EXPLIMIT.DAT line layout, pipe-delimited: EXPENSE-ACCOUNT|
      *    LIMIT - the most one receipt may claim against that
      *    account; a "*" row is the limit for every account without
      *    its own row. A missing file means no limits.
            FD explimit.
            01 LIMIT-LINE            PIC X(60).

      *    EMPLOYEE.DAT line layout - see BESTBOOKS-PAYROLL.
            FD employee.
            01 EMPLOYEE-LINE         PIC X(200).

      *    CHECKBATCH.DAT line layout - see BESTBOOKS-CHECKS.
            FD checkbatch.
            01 BATCH-LINE            PIC X(120).

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


      *    reports, ordered for the status/employee listing.
            SD SORT-WORK.
            01 SX-ENTRY.
                02 SX-STATUS-RANK       PIC 9.
                02 SX-EMPLOYEE          PIC X(9).
                02 SX-REPORT-NO         PIC 9(7).
                02 SX-STATUS            PIC X(10).
                02 SX-NAME              PIC X(30).
                02 SX-DEPARTMENT        PIC X(6).
                02 SX-DATE              PIC X(10).
                02 SX-LINES             PIC 9(3).
                02 SX-TOTAL             PIC 9(7)V99.
                02 SX-DECIDED-BY        PIC X(8).
                02 SX-JE-NO             PIC X(7).

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
            01 WS-REPORT-FILE       PIC X(64) VALUE "EXPREPORT.DAT".
            01 WS-WORK-FILE         PIC X(64) VALUE "EXPREPORT.TMP".
            01 WS-LINES-FILE        PIC X(64) VALUE "EXPLINES.DAT".
            01 WS-CLAIM-FILE        PIC X(64) VALUE "EXPCLAIM.DAT".
            01 WS-LIMIT-FILE        PIC X(64) VALUE "EXPLIMIT.DAT".
            01 WS-EMPLOYEE-FILE     PIC X(64) VALUE "EMPLOYEE.DAT".
            01 WS-BATCH-FILE        PIC X(64) VALUE "CHECKBATCH.DAT".
            01 WS-REPORT-STATUS     PIC XX.
            01 WS-LINES-STATUS      PIC XX.
            01 WS-CLAIM-STATUS      PIC XX.
            01 WS-LIMIT-STATUS      PIC XX.
            01 WS-EMPLOYEE-STATUS   PIC XX.
            01 WS-BATCH-STATUS      PIC XX.
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
            01 WS-REPORT-KEY        PIC X(1) VALUE "E".
            01 WS-REPORT-NUMBER     PIC 9(7) VALUE ZERO.
            01 WS-REPORT-NUMBER-TEXT PIC X(10) VALUE SPACES.
            01 WS-REPORT-REFERENCE  PIC X(20) VALUE SPACES.
            01 WS-EMPLOYEE-ID       PIC X(9) VALUE SPACES.
            01 WS-EMPLOYEE-NAME     PIC X(30) VALUE SPACES.
            01 WS-PURPOSE           PIC X(40) VALUE SPACES.
            01 WS-REASON            PIC X(40) VALUE SPACES.
            01 WS-CASH-ACCOUNT      PIC A(15) VALUE SPACES.
            01 WS-PAYABLE-ACCOUNT   PIC A(15) VALUE "Employee Reimb".
            01 WS-OVERRIDE-FLAG     PIC X(8) VALUE SPACES.
            01 WS-STATUS-FILTER     PIC X(10) VALUE SPACES.
            01 WS-EMPLOYEE-FILTER   PIC X(9) VALUE SPACES.

            01 WS-FILE-EOF          PIC X VALUE "N".
                  88  FILE-AT-END   VALUE "Y".
            01 WS-RUN-ERRORS        PIC X VALUE "N".
                  88  RUN-HAS-ERRORS  VALUE "Y".
            01 WS-FOUND             PIC X VALUE "N".
                  88  ROW-FOUND     VALUE "Y".

      *    one EMPLOYEE.DAT row, unpacked (first three columns).
            01 WS-EMP-ID-IN         PIC X(9).
            01 WS-EMP-NAME-IN       PIC X(30).
            01 WS-EMP-DEPT-IN       PIC X(6).

      *    one EXPREPORT.DAT row, unpacked.
            01 WS-ROW-REPORT-NO     PIC X(10).
            01 WS-ROW-EMPLOYEE      PIC X(9).
            01 WS-ROW-NAME          PIC X(30).
            01 WS-ROW-DEPARTMENT    PIC X(6).
            01 WS-ROW-DATE          PIC X(10).
            01 WS-ROW-LINES         PIC X(5).
            01 WS-ROW-TOTAL         PIC X(14).
            01 WS-ROW-STATUS        PIC X(10).
            01 WS-ROW-ENTERED-BY    PIC X(8).
            01 WS-ROW-DECIDED-BY    PIC X(8).
            01 WS-ROW-DECIDED-DATE  PIC X(10).
            01 WS-ROW-JE-NO         PIC X(7).
            01 WS-ROW-PURPOSE       PIC X(40).
            01 WS-ROW-REASON        PIC X(40).
            01 WS-LINE-POINTER      PIC 9(4).

      *    one EXPLINES.DAT / claim-file row, unpacked.
            01 WS-LN-REPORT-IN      PIC X(10).
            01 WS-LN-NUMBER-IN      PIC X(5).
            01 WS-LN-DATE-IN        PIC X(10).
            01 WS-LN-ACCOUNT-IN     PIC X(15).
            01 WS-LN-AMOUNT-IN      PIC X(14).
            01 WS-LN-RECEIPT-IN     PIC X(20).
            01 WS-LN-DESC-IN        PIC X(30).
            01 WS-LN-FLAG-IN        PIC X(4).

      *    report number and status of every report on file, for the
      *    duplicate-receipt check.
            01 KNOWN-REPORT-TABLE.
               02 KR-ENTRY OCCURS 5000 TIMES
                     INDEXED BY KR-IDX.
                  03 KR-NUMBER        PIC 9(7).
                  03 KR-STATUS        PIC X(10).
            01 WS-KNOWN-COUNT       PIC 9(5) VALUE ZERO.

      *    the report being entered, or approved.
            01 EXPENSE-LINE-TABLE.
               02 EX-ENTRY OCCURS 200 TIMES
                     INDEXED BY EX-IDX EX-IDX-2.
                  03 EX-DATE          PIC X(10).
                  03 EX-ACCOUNT       PIC A(15).
                  03 EX-AMOUNT        PIC 9(7)V99.
                  03 EX-RECEIPT       PIC X(20).
                  03 EX-DESCRIPTION   PIC X(30).
                  03 EX-FLAG          PIC X(4).
            01 WS-LINE-COUNT        PIC 9(3) VALUE ZERO.
            01 WS-LINE-NUMBER       PIC 9(3) VALUE ZERO.
            01 WS-OVER-COUNT        PIC 9(3) VALUE ZERO.
            01 WS-REPORT-TOTAL      PIC 9(9)V99 VALUE ZERO.

      *    EXPLIMIT.DAT, loaded once.
            01 LIMIT-TABLE.
               02 LM-ENTRY OCCURS 200 TIMES
                     INDEXED BY LM-IDX.
                  03 LM-ACCOUNT       PIC X(15).
                  03 LM-LIMIT         PIC 9(7)V99.
            01 WS-LIMIT-COUNT       PIC 9(3) VALUE ZERO.
            01 WS-DEFAULT-LIMIT     PIC 9(7)V99 VALUE ZERO.
            01 WS-HAS-DEFAULT-LIMIT PIC X VALUE "N".
                  88  DEFAULT-LIMIT-SET VALUE "Y".
            01 WS-LINE-LIMIT        PIC 9(7)V99 VALUE ZERO.
            01 WS-LINE-HAS-LIMIT    PIC X VALUE "N".
                  88  LINE-HAS-LIMIT  VALUE "Y".
            01 WS-LM-ACCOUNT-IN     PIC X(15).
            01 WS-LM-LIMIT-IN       PIC X(14).

      *    the report header approve/reject acts on.
            01 WS-TARGET-STATUS     PIC X(10).
            01 WS-TARGET-ENTERED-BY PIC X(8).
            01 WS-TARGET-DEPARTMENT PIC X(6).
            01 WS-DECIDED-DATE      PIC X(10).

      *    one ledger leg, built by the caller of POST-ONE-LEG.
            01 WS-LEG-ACCOUNT       PIC A(15).
            01 WS-LEG-DEBIT         PIC 9(7)V99.
            01 WS-LEG-CREDIT        PIC 9(7)V99.
            01 WS-LEG-DESCRIPTION   PIC X(30).
            01 WS-LEG-REFERENCE     PIC X(20).

            01 WS-AMOUNT-ED         PIC -9(7).99.
            01 WS-TOTAL-ED          PIC -9(9).99.
            01 WS-LINES-ED          PIC ZZ9.
            01 WS-COLUMN-ED         PIC Z,ZZZ,ZZ9.99.

      *    listing control breaks and totals.
            01 WS-SORT-EOF          PIC X VALUE "N".
                  88  SORT-DONE     VALUE "Y".
            01 WS-BREAK-STATUS      PIC X(10) VALUE SPACES.
            01 WS-BREAK-EMPLOYEE    PIC X(9) VALUE SPACES.
            01 WS-EMPLOYEE-TOTAL    PIC 9(9)V99 VALUE ZERO.
            01 WS-EMPLOYEE-REPORTS  PIC 9(5) VALUE ZERO.
            01 WS-STATUS-TOTAL      PIC 9(9)V99 VALUE ZERO.
            01 WS-STATUS-REPORTS    PIC 9(5) VALUE ZERO.
            01 WS-LISTED-COUNT      PIC 9(5) VALUE ZERO.
            01 RPT-REPORT-LINE.
               02 FILLER            PIC X(4) VALUE SPACES.
               02 RPT-REPORT-NO     PIC 9(7).
               02 FILLER            PIC X(2) VALUE SPACES.
               02 RPT-DATE          PIC X(11).
               02 RPT-DEPARTMENT    PIC X(7).
               02 RPT-LINES         PIC ZZ9.
               02 FILLER            PIC X(2) VALUE SPACES.
               02 RPT-TOTAL         PIC Z,ZZZ,ZZ9.99.
               02 FILLER            PIC X(2) VALUE SPACES.
               02 RPT-DECIDED-BY    PIC X(9).
               02 RPT-JE-NO         PIC X(7).

       PROCEDURE DIVISION.
       BEGIN.
            PERFORM GET-RUNTIME-ARGUMENTS.
            PERFORM CHECK-OPERATOR-SIGNON.
            PERFORM LOAD-FISCAL-CALENDAR.

            EVALUATE WS-COMMAND
               WHEN "ENTER"
                  PERFORM RUN-ENTER-MODE
               WHEN "APPROVE"
                  PERFORM RUN-APPROVE-MODE
               WHEN "REJECT"
                  PERFORM RUN-REJECT-MODE
               WHEN "LIST"
                  PERFORM LIST-REPORTS
               WHEN OTHER
                  DISPLAY "Usage: BESTBOOKS-EXPENSE [report-file] "
                     "ENTER <employee-id> [claim-file] [purpose] "
                     "[department] [explines] [explimit] "
                     "[employee-file] [coa] [seqctl]"
                  DISPLAY "       BESTBOOKS-EXPENSE [report-file] "
                     "APPROVE <report-no> <cash-account> [OVERRIDE] "
                     "[date] [payable-account] [checkbatch] "
                     "[explines] [ledger] [coa] [seqctl]"
                  DISPLAY "       BESTBOOKS-EXPENSE [report-file] "
                     "REJECT <report-no> <reason>"
                  DISPLAY "       BESTBOOKS-EXPENSE [report-file] "
                     "LIST [status|ALL] [employee-id]"
                  MOVE 1 TO RETURN-CODE
            END-EVALUATE.
            STOP RUN.

       GET-RUNTIME-ARGUMENTS.
      *    arg 1 (optional): expense report file, default
      *    EXPREPORT.DAT.
      *    arg 2 (required): ENTER, APPROVE, REJECT or LIST.
            ACCEPT WS-REPORT-FILE FROM ARGUMENT-VALUE
            IF WS-REPORT-FILE = SPACES
               MOVE "EXPREPORT.DAT" TO WS-REPORT-FILE
            END-IF
            ACCEPT WS-COMMAND FROM ARGUMENT-VALUE
            MOVE FUNCTION UPPER-CASE(WS-COMMAND) TO WS-COMMAND.

      *----------------------------------------------------------------
      * ENTER
      *----------------------------------------------------------------
       RUN-ENTER-MODE.
      *    ENTER arg 3 (required): employee id from EMPLOYEE.DAT;
      *    arg 4 (optional): claim file, default EXPCLAIM.DAT; arg 5
      *    (optional): purpose of the trip/spending; arg 6 (optional):
      *    department code, default the employee's own; args 7-8
      *    (optional): report lines and category limit files; args
      *    9-11 (optional): employee master, chart-of-accounts and
      *    sequence control files.
            ACCEPT WS-EMPLOYEE-ID FROM ARGUMENT-VALUE
            MOVE FUNCTION UPPER-CASE(WS-EMPLOYEE-ID) TO WS-EMPLOYEE-ID
            ACCEPT WS-CLAIM-FILE FROM ARGUMENT-VALUE
            IF WS-CLAIM-FILE = SPACES
               MOVE "EXPCLAIM.DAT" TO WS-CLAIM-FILE
            END-IF
            ACCEPT WS-PURPOSE FROM ARGUMENT-VALUE
            INSPECT WS-PURPOSE REPLACING ALL "|" BY "/"
            ACCEPT WS-DEPARTMENT-CODE FROM ARGUMENT-VALUE
            MOVE FUNCTION UPPER-CASE(WS-DEPARTMENT-CODE)
               TO WS-DEPARTMENT-CODE
            ACCEPT WS-LINES-FILE FROM ARGUMENT-VALUE
            IF WS-LINES-FILE = SPACES
               MOVE "EXPLINES.DAT" TO WS-LINES-FILE
            END-IF
            ACCEPT WS-LIMIT-FILE FROM ARGUMENT-VALUE
            IF WS-LIMIT-FILE = SPACES
               MOVE "EXPLIMIT.DAT" TO WS-LIMIT-FILE
            END-IF
            ACCEPT WS-EMPLOYEE-FILE FROM ARGUMENT-VALUE
            IF WS-EMPLOYEE-FILE = SPACES
               MOVE "EMPLOYEE.DAT" TO WS-EMPLOYEE-FILE
            END-IF
            ACCEPT WS-COA-FILE FROM ARGUMENT-VALUE
            IF WS-COA-FILE = SPACES
               MOVE "BESTBOOKS.DAT" TO WS-COA-FILE
            END-IF
            ACCEPT WS-SEQCTL-FILE FROM ARGUMENT-VALUE
            IF WS-SEQCTL-FILE = SPACES
               MOVE "SEQCTL.DAT" TO WS-SEQCTL-FILE
            END-IF

            IF WS-EMPLOYEE-ID = SPACES
               DISPLAY "ERROR: ENTER needs the employee id (arg 3)"
               MOVE 1 TO RETURN-CODE
               EXIT PARAGRAPH
            END-IF

            PERFORM LOOKUP-EMPLOYEE
            IF NOT ROW-FOUND
               DISPLAY "ERROR: employee '"
                  FUNCTION TRIM(WS-EMPLOYEE-ID)
                  "' is not on the employee master "
                  FUNCTION TRIM(WS-EMPLOYEE-FILE)
               MOVE 1 TO RETURN-CODE
               EXIT PARAGRAPH
            END-IF
            IF WS-DEPARTMENT-CODE = SPACES
               MOVE FUNCTION UPPER-CASE(WS-EMP-DEPT-IN)
                  TO WS-DEPARTMENT-CODE
            END-IF

            MOVE "N" TO WS-RUN-ERRORS
            PERFORM LOAD-LIMITS
            PERFORM LOAD-KNOWN-REPORTS
            PERFORM LOAD-CLAIM-LINES
            IF WS-LINE-COUNT = ZERO AND NOT RUN-HAS-ERRORS
               DISPLAY "ERROR: no expense lines on "
                  FUNCTION TRIM(WS-CLAIM-FILE)
               MOVE "Y" TO WS-RUN-ERRORS
            END-IF
            IF WS-REPORT-TOTAL > 9999999.99
               DISPLAY "ERROR: the report total exceeds the "
                  "9,999,999.99 ledger line limit; split the claim"
               MOVE "Y" TO WS-RUN-ERRORS
            END-IF
            IF RUN-HAS-ERRORS
               DISPLAY "ERROR: expense report not entered - correct "
                  "the errors above; nothing was written"
               MOVE 1 TO RETURN-CODE
               EXIT PARAGRAPH
            END-IF

            MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY
            MOVE SPACES TO WS-FORMATTED-DATE
            STRING WS-TODAY(1:4) "-" WS-TODAY(5:2) "-" WS-TODAY(7:2)
                  DELIMITED BY SIZE
               INTO WS-FORMATTED-DATE
            END-STRING
            PERFORM GET-NEXT-REPORT-NUMBER
            PERFORM APPEND-REPORT-LINES
            PERFORM APPEND-REPORT-HEADER

            MOVE WS-REPORT-TOTAL TO WS-TOTAL-ED
            DISPLAY "Expense report " WS-REPORT-NUMBER " entered for "
               FUNCTION TRIM(WS-EMPLOYEE-NAME) " ("
               FUNCTION TRIM(WS-EMPLOYEE-ID) "), department "
               FUNCTION TRIM(WS-DEPARTMENT-CODE) ": "
               FUNCTION TRIM(WS-LINES-ED) " line(s), total "
               FUNCTION TRIM(WS-TOTAL-ED)
               " - SUBMITTED for approval"
            IF WS-OVER-COUNT > ZERO
               MOVE WS-OVER-COUNT TO WS-LINES-ED
               DISPLAY "  " FUNCTION TRIM(WS-LINES-ED)
                  " line(s) are over their "
                  "category limit; approval will need OVERRIDE"
            END-IF.

       LOOKUP-EMPLOYEE.
            MOVE "N" TO WS-FOUND
            OPEN INPUT employee
            IF WS-EMPLOYEE-STATUS NOT = "00"
               CLOSE employee
               EXIT PARAGRAPH
            END-IF
            MOVE "N" TO WS-FILE-EOF
            PERFORM WITH TEST BEFORE UNTIL FILE-AT-END OR ROW-FOUND
               READ employee
                  AT END
                     MOVE "Y" TO WS-FILE-EOF
                  NOT AT END
                     MOVE SPACES TO WS-EMP-ID-IN WS-EMP-NAME-IN
                        WS-EMP-DEPT-IN
                     UNSTRING EMPLOYEE-LINE DELIMITED BY "|"
                        INTO WS-EMP-ID-IN WS-EMP-NAME-IN
                             WS-EMP-DEPT-IN
                     END-UNSTRING
                     IF FUNCTION UPPER-CASE(WS-EMP-ID-IN)
                           = WS-EMPLOYEE-ID
                        MOVE "Y" TO WS-FOUND
                        MOVE WS-EMP-NAME-IN TO WS-EMPLOYEE-NAME
                     END-IF
               END-READ
            END-PERFORM
            CLOSE employee.

       LOAD-LIMITS.
            MOVE ZERO TO WS-LIMIT-COUNT
            MOVE "N" TO WS-HAS-DEFAULT-LIMIT
            OPEN INPUT explimit
            IF WS-LIMIT-STATUS NOT = "00"
               CLOSE explimit
               EXIT PARAGRAPH
            END-IF
            MOVE "N" TO WS-FILE-EOF
            PERFORM WITH TEST BEFORE UNTIL FILE-AT-END
               READ explimit
                  AT END
                     MOVE "Y" TO WS-FILE-EOF
                  NOT AT END
                     IF LIMIT-LINE NOT = SPACES
                        PERFORM STORE-LIMIT-ROW
                     END-IF
               END-READ
            END-PERFORM
            CLOSE explimit.

       STORE-LIMIT-ROW.
            MOVE SPACES TO WS-LM-ACCOUNT-IN WS-LM-LIMIT-IN
            UNSTRING LIMIT-LINE DELIMITED BY "|"
               INTO WS-LM-ACCOUNT-IN WS-LM-LIMIT-IN
            END-UNSTRING
            IF WS-LM-ACCOUNT-IN = SPACES
                  OR FUNCTION TEST-NUMVAL(WS-LM-LIMIT-IN) NOT = ZERO
               DISPLAY "WARNING: limit row not usable, ignored: "
                  FUNCTION TRIM(LIMIT-LINE)
               EXIT PARAGRAPH
            END-IF
            IF FUNCTION TRIM(WS-LM-ACCOUNT-IN) = "*"
               MOVE FUNCTION NUMVAL(WS-LM-LIMIT-IN) TO WS-DEFAULT-LIMIT
               MOVE "Y" TO WS-HAS-DEFAULT-LIMIT
               EXIT PARAGRAPH
            END-IF
            IF WS-LIMIT-COUNT < 200
               ADD 1 TO WS-LIMIT-COUNT
               SET LM-IDX TO WS-LIMIT-COUNT
               MOVE WS-LM-ACCOUNT-IN TO LM-ACCOUNT(LM-IDX)
               MOVE FUNCTION NUMVAL(WS-LM-LIMIT-IN) TO LM-LIMIT(LM-IDX)
            END-IF.

       FIND-LINE-LIMIT.
      *    the limit for EX-ACCOUNT(EX-IDX): its own row, else "*".
            MOVE "N" TO WS-LINE-HAS-LIMIT
            MOVE ZERO TO WS-LINE-LIMIT
            PERFORM VARYING LM-IDX FROM 1 BY 1
                  UNTIL LM-IDX > WS-LIMIT-COUNT OR LINE-HAS-LIMIT
               IF FUNCTION TRIM(LM-ACCOUNT(LM-IDX)) =
                     FUNCTION TRIM(EX-ACCOUNT(EX-IDX))
                  MOVE LM-LIMIT(LM-IDX) TO WS-LINE-LIMIT
                  MOVE "Y" TO WS-LINE-HAS-LIMIT
               END-IF
            END-PERFORM
            IF NOT LINE-HAS-LIMIT AND DEFAULT-LIMIT-SET
               MOVE WS-DEFAULT-LIMIT TO WS-LINE-LIMIT
               MOVE "Y" TO WS-LINE-HAS-LIMIT
            END-IF.

       LOAD-KNOWN-REPORTS.
            MOVE ZERO TO WS-KNOWN-COUNT
            OPEN INPUT expreport
            IF WS-REPORT-STATUS NOT = "00"
               CLOSE expreport
               EXIT PARAGRAPH
            END-IF
            MOVE "N" TO WS-FILE-EOF
            PERFORM WITH TEST BEFORE UNTIL FILE-AT-END
               READ expreport
                  AT END
                     MOVE "Y" TO WS-FILE-EOF
                  NOT AT END
                     PERFORM UNPACK-REPORT-ROW
                     IF FUNCTION TEST-NUMVAL(WS-ROW-REPORT-NO) = ZERO
                           AND WS-KNOWN-COUNT < 5000
                        ADD 1 TO WS-KNOWN-COUNT
                        SET KR-IDX TO WS-KNOWN-COUNT
                        MOVE FUNCTION NUMVAL(WS-ROW-REPORT-NO)
                           TO KR-NUMBER(KR-IDX)
                        MOVE FUNCTION UPPER-CASE(WS-ROW-STATUS)
                           TO KR-STATUS(KR-IDX)
                     END-IF
               END-READ
            END-PERFORM
            CLOSE expreport.

       LOAD-CLAIM-LINES.
            MOVE ZERO TO WS-LINE-COUNT WS-OVER-COUNT WS-REPORT-TOTAL
            OPEN INPUT expclaim
            IF WS-CLAIM-STATUS NOT = "00"
               DISPLAY "ERROR: claim file "
                  FUNCTION TRIM(WS-CLAIM-FILE) " not found"
               MOVE "Y" TO WS-RUN-ERRORS
               CLOSE expclaim
               EXIT PARAGRAPH
            END-IF
            MOVE "N" TO WS-FILE-EOF
            PERFORM WITH TEST BEFORE UNTIL FILE-AT-END
               READ expclaim
                  AT END
                     MOVE "Y" TO WS-FILE-EOF
                  NOT AT END
                     IF CLAIM-LINE NOT = SPACES
                        PERFORM STORE-CLAIM-LINE
                     END-IF
               END-READ
            END-PERFORM
            CLOSE expclaim.

       STORE-CLAIM-LINE.
            MOVE SPACES TO WS-LN-DATE-IN WS-LN-ACCOUNT-IN
               WS-LN-AMOUNT-IN WS-LN-RECEIPT-IN WS-LN-DESC-IN
            UNSTRING CLAIM-LINE DELIMITED BY "|"
               INTO WS-LN-DATE-IN WS-LN-ACCOUNT-IN WS-LN-AMOUNT-IN
                    WS-LN-RECEIPT-IN WS-LN-DESC-IN
            END-UNSTRING
            IF WS-LINE-COUNT >= 200
               DISPLAY "ERROR: more than 200 lines on "
                  FUNCTION TRIM(WS-CLAIM-FILE)
               MOVE "Y" TO WS-RUN-ERRORS
               EXIT PARAGRAPH
            END-IF
            ADD 1 TO WS-LINE-COUNT
            SET EX-IDX TO WS-LINE-COUNT
            MOVE WS-LN-DATE-IN TO EX-DATE(EX-IDX)
            MOVE WS-LN-ACCOUNT-IN TO EX-ACCOUNT(EX-IDX)
            MOVE FUNCTION UPPER-CASE(WS-LN-RECEIPT-IN)
               TO EX-RECEIPT(EX-IDX)
            MOVE WS-LN-DESC-IN TO EX-DESCRIPTION(EX-IDX)
            MOVE "OK" TO EX-FLAG(EX-IDX)
            MOVE ZERO TO EX-AMOUNT(EX-IDX)

            IF WS-LN-DATE-IN(5:1) NOT = "-"
                  OR WS-LN-DATE-IN(8:1) NOT = "-"
                  OR WS-LN-DATE-IN(1:4) IS NOT NUMERIC
                  OR WS-LN-DATE-IN(6:2) IS NOT NUMERIC
                  OR WS-LN-DATE-IN(9:2) IS NOT NUMERIC
               DISPLAY "ERROR: line " WS-LINE-COUNT ": date '"
                  FUNCTION TRIM(WS-LN-DATE-IN)
                  "' is not YYYY-MM-DD"
               MOVE "Y" TO WS-RUN-ERRORS
            END-IF
            IF FUNCTION TEST-NUMVAL(WS-LN-AMOUNT-IN) NOT = ZERO
               DISPLAY "ERROR: line " WS-LINE-COUNT ": amount '"
                  FUNCTION TRIM(WS-LN-AMOUNT-IN)
                  "' is not a valid number"
               MOVE "Y" TO WS-RUN-ERRORS
            ELSE
               IF FUNCTION NUMVAL(WS-LN-AMOUNT-IN) <= ZERO
                     OR FUNCTION NUMVAL(WS-LN-AMOUNT-IN) > 9999999.99
                  DISPLAY "ERROR: line " WS-LINE-COUNT ": amount "
                     FUNCTION TRIM(WS-LN-AMOUNT-IN)
                     " is not positive or exceeds 9,999,999.99"
                  MOVE "Y" TO WS-RUN-ERRORS
               ELSE
                  MOVE FUNCTION NUMVAL(WS-LN-AMOUNT-IN)
                     TO EX-AMOUNT(EX-IDX)
                  ADD EX-AMOUNT(EX-IDX) TO WS-REPORT-TOTAL
               END-IF
            END-IF

            MOVE EX-ACCOUNT(EX-IDX) TO WS-LOOKUP-ACCOUNT
            PERFORM VALIDATE-ACCOUNT
            IF NOT ACCOUNT-IS-VALID
               DISPLAY "ERROR: line " WS-LINE-COUNT
                  ": expense account '"
                  FUNCTION TRIM(EX-ACCOUNT(EX-IDX))
                  "' is not usable"
               MOVE "Y" TO WS-RUN-ERRORS
            END-IF

            IF EX-RECEIPT(EX-IDX) = SPACES
               DISPLAY "ERROR: line " WS-LINE-COUNT
                  ": no receipt reference"
               MOVE "Y" TO WS-RUN-ERRORS
            ELSE
               PERFORM CHECK-RECEIPT-NOT-CLAIMED
            END-IF

            PERFORM FIND-LINE-LIMIT
            IF LINE-HAS-LIMIT AND EX-AMOUNT(EX-IDX) > WS-LINE-LIMIT
               MOVE "OVER" TO EX-FLAG(EX-IDX)
               ADD 1 TO WS-OVER-COUNT
               MOVE WS-LINE-LIMIT TO WS-AMOUNT-ED
               DISPLAY "WARNING: line " WS-LINE-COUNT " ("
                  FUNCTION TRIM(EX-ACCOUNT(EX-IDX)) ") is over its "
                  "limit of " FUNCTION TRIM(WS-AMOUNT-ED)
            END-IF.

       CHECK-RECEIPT-NOT-CLAIMED.
      *    Twice on this report, or on any earlier report that was
      *    not rejected, is a duplicate claim.
            PERFORM VARYING EX-IDX-2 FROM 1 BY 1
                  UNTIL EX-IDX-2 >= EX-IDX
               IF EX-RECEIPT(EX-IDX-2) = EX-RECEIPT(EX-IDX)
                  DISPLAY "ERROR: line " WS-LINE-COUNT ": receipt "
                     FUNCTION TRIM(EX-RECEIPT(EX-IDX))
                     " is already on this claim"
                  MOVE "Y" TO WS-RUN-ERRORS
               END-IF
            END-PERFORM
            OPEN INPUT explines
            IF WS-LINES-STATUS NOT = "00"
               CLOSE explines
               EXIT PARAGRAPH
            END-IF
            MOVE "N" TO WS-FOUND
            PERFORM WITH TEST BEFORE UNTIL ROW-FOUND
               READ explines
                  AT END
                     EXIT PERFORM
                  NOT AT END
                     PERFORM UNPACK-EXPLINE-ROW
                     IF FUNCTION UPPER-CASE(WS-LN-RECEIPT-IN)
                           = EX-RECEIPT(EX-IDX)
                        PERFORM CHECK-CLAIMING-REPORT
                     END-IF
               END-READ
            END-PERFORM
            CLOSE explines
            IF ROW-FOUND
               DISPLAY "ERROR: line " WS-LINE-COUNT ": receipt "
                  FUNCTION TRIM(EX-RECEIPT(EX-IDX))
                  " was already claimed on expense report "
                  FUNCTION TRIM(WS-LN-REPORT-IN)
               MOVE "Y" TO WS-RUN-ERRORS
            END-IF.

       CHECK-CLAIMING-REPORT.
      *    a line of a rejected report does not count as claimed; a
      *    line whose report is not on file at all still does.
            MOVE "Y" TO WS-FOUND
            IF FUNCTION TEST-NUMVAL(WS-LN-REPORT-IN) NOT = ZERO
               EXIT PARAGRAPH
            END-IF
            PERFORM VARYING KR-IDX FROM 1 BY 1
                  UNTIL KR-IDX > WS-KNOWN-COUNT
               IF KR-NUMBER(KR-IDX) = FUNCTION NUMVAL(WS-LN-REPORT-IN)
                     AND FUNCTION TRIM(KR-STATUS(KR-IDX)) = "REJECTED"
                  MOVE "N" TO WS-FOUND
               END-IF
            END-PERFORM.

       UNPACK-EXPLINE-ROW.
            MOVE SPACES TO WS-LN-REPORT-IN WS-LN-NUMBER-IN
               WS-LN-DATE-IN WS-LN-ACCOUNT-IN WS-LN-AMOUNT-IN
               WS-LN-RECEIPT-IN WS-LN-DESC-IN WS-LN-FLAG-IN
            UNSTRING EXPLINE-LINE DELIMITED BY "|"
               INTO WS-LN-REPORT-IN WS-LN-NUMBER-IN WS-LN-DATE-IN
                    WS-LN-ACCOUNT-IN WS-LN-AMOUNT-IN WS-LN-RECEIPT-IN
                    WS-LN-DESC-IN WS-LN-FLAG-IN
            END-UNSTRING.

       APPEND-REPORT-LINES.
            OPEN EXTEND explines
            PERFORM VARYING EX-IDX FROM 1 BY 1
                  UNTIL EX-IDX > WS-LINE-COUNT
               MOVE EX-AMOUNT(EX-IDX) TO WS-AMOUNT-ED
               SET WS-LINE-NUMBER TO EX-IDX
               MOVE WS-LINE-NUMBER TO WS-LINES-ED
               MOVE SPACES TO EXPLINE-LINE
               STRING WS-REPORT-NUMBER DELIMITED BY SIZE
                     "|" DELIMITED BY SIZE
                     FUNCTION TRIM(WS-LINES-ED) DELIMITED BY SIZE
                     "|" DELIMITED BY SIZE
                     EX-DATE(EX-IDX) DELIMITED BY SIZE
                     "|" DELIMITED BY SIZE
                     FUNCTION TRIM(EX-ACCOUNT(EX-IDX))
                        DELIMITED BY SIZE
                     "|" DELIMITED BY SIZE
                     FUNCTION TRIM(WS-AMOUNT-ED) DELIMITED BY SIZE
                     "|" DELIMITED BY SIZE
                     FUNCTION TRIM(EX-RECEIPT(EX-IDX))
                        DELIMITED BY SIZE
                     "|" DELIMITED BY SIZE
                     FUNCTION TRIM(EX-DESCRIPTION(EX-IDX))
                        DELIMITED BY SIZE
                     "|" DELIMITED BY SIZE
                     FUNCTION TRIM(EX-FLAG(EX-IDX)) DELIMITED BY SIZE
                  INTO EXPLINE-LINE
               END-STRING
               WRITE EXPLINE-LINE
            END-PERFORM
            CLOSE explines.

       APPEND-REPORT-HEADER.
            MOVE SPACES TO WS-ROW-DECIDED-BY WS-ROW-DECIDED-DATE
               WS-ROW-JE-NO WS-ROW-REASON
            MOVE WS-REPORT-NUMBER TO WS-ROW-REPORT-NO
            MOVE WS-EMPLOYEE-ID TO WS-ROW-EMPLOYEE
            MOVE WS-EMPLOYEE-NAME TO WS-ROW-NAME
            MOVE WS-DEPARTMENT-CODE TO WS-ROW-DEPARTMENT
            MOVE WS-FORMATTED-DATE(1:10) TO WS-ROW-DATE
            MOVE WS-LINE-COUNT TO WS-LINES-ED
            MOVE WS-LINES-ED TO WS-ROW-LINES
            MOVE WS-REPORT-TOTAL TO WS-TOTAL-ED
            MOVE WS-TOTAL-ED TO WS-ROW-TOTAL
            MOVE "SUBMITTED" TO WS-ROW-STATUS
            MOVE WS-OPERATOR-ID TO WS-ROW-ENTERED-BY
            MOVE WS-PURPOSE TO WS-ROW-PURPOSE
            PERFORM REPACK-REPORT-ROW
            OPEN EXTEND expreport
            WRITE REPORT-LINE
            CLOSE expreport.

       UNPACK-REPORT-ROW.
            MOVE SPACES TO WS-ROW-REPORT-NO WS-ROW-EMPLOYEE
               WS-ROW-NAME WS-ROW-DEPARTMENT WS-ROW-DATE WS-ROW-LINES
               WS-ROW-TOTAL WS-ROW-STATUS WS-ROW-ENTERED-BY
               WS-ROW-DECIDED-BY WS-ROW-DECIDED-DATE WS-ROW-JE-NO
               WS-ROW-PURPOSE WS-ROW-REASON
            UNSTRING REPORT-LINE DELIMITED BY "|"
               INTO WS-ROW-REPORT-NO WS-ROW-EMPLOYEE WS-ROW-NAME
                    WS-ROW-DEPARTMENT WS-ROW-DATE WS-ROW-LINES
                    WS-ROW-TOTAL WS-ROW-STATUS WS-ROW-ENTERED-BY
                    WS-ROW-DECIDED-BY WS-ROW-DECIDED-DATE
                    WS-ROW-JE-NO WS-ROW-PURPOSE WS-ROW-REASON
            END-UNSTRING.

       REPACK-REPORT-ROW.
            MOVE SPACES TO REPORT-LINE
            MOVE 1 TO WS-LINE-POINTER
            STRING FUNCTION TRIM(WS-ROW-REPORT-NO) DELIMITED BY SIZE
                  "|" DELIMITED BY SIZE
                  FUNCTION TRIM(WS-ROW-EMPLOYEE) DELIMITED BY SIZE
                  "|" DELIMITED BY SIZE
                  FUNCTION TRIM(WS-ROW-NAME) DELIMITED BY SIZE
                  "|" DELIMITED BY SIZE
                  FUNCTION TRIM(WS-ROW-DEPARTMENT) DELIMITED BY SIZE
                  "|" DELIMITED BY SIZE
                  FUNCTION TRIM(WS-ROW-DATE) DELIMITED BY SIZE
                  "|" DELIMITED BY SIZE
                  FUNCTION TRIM(WS-ROW-LINES) DELIMITED BY SIZE
                  "|" DELIMITED BY SIZE
                  FUNCTION TRIM(WS-ROW-TOTAL) DELIMITED BY SIZE
                  "|" DELIMITED BY SIZE
                  FUNCTION TRIM(WS-ROW-STATUS) DELIMITED BY SIZE
                  "|" DELIMITED BY SIZE
                  FUNCTION TRIM(WS-ROW-ENTERED-BY) DELIMITED BY SIZE
                  "|" DELIMITED BY SIZE
               INTO REPORT-LINE
               WITH POINTER WS-LINE-POINTER
            END-STRING
            STRING FUNCTION TRIM(WS-ROW-DECIDED-BY) DELIMITED BY SIZE
                  "|" DELIMITED BY SIZE
                  FUNCTION TRIM(WS-ROW-DECIDED-DATE) DELIMITED BY SIZE
                  "|" DELIMITED BY SIZE
                  FUNCTION TRIM(WS-ROW-JE-NO) DELIMITED BY SIZE
                  "|" DELIMITED BY SIZE
                  FUNCTION TRIM(WS-ROW-PURPOSE) DELIMITED BY SIZE
                  "|" DELIMITED BY SIZE
                  FUNCTION TRIM(WS-ROW-REASON) DELIMITED BY SIZE
               INTO REPORT-LINE
               WITH POINTER WS-LINE-POINTER
            END-STRING.

      *----------------------------------------------------------------
      * APPROVE and REJECT
      *----------------------------------------------------------------
       RUN-APPROVE-MODE.
      *    APPROVE arg 3 (required): report number; arg 4 (required):
      *    the cash account the reimbursement check is drawn on; arg
      *    5 (optional): the literal OVERRIDE to approve a report with
      *    lines over their category limit; arg 6 (optional): posting
      *    date, YYYY-MM-DD, default today; arg 7 (optional): the
      *    employee-reimbursement payable, default "Employee Reimb";
      *    arg 8 (optional): check batch file; arg 9 (optional):
      *    report lines file; args 10-12 (optional): ledger, chart-
      *    of-accounts and sequence control files.
            ACCEPT WS-REPORT-NUMBER-TEXT FROM ARGUMENT-VALUE
            ACCEPT WS-CASH-ACCOUNT FROM ARGUMENT-VALUE
            ACCEPT WS-OVERRIDE-FLAG FROM ARGUMENT-VALUE
            MOVE FUNCTION UPPER-CASE(WS-OVERRIDE-FLAG)
               TO WS-OVERRIDE-FLAG
            ACCEPT USER-POSTING-DATE FROM ARGUMENT-VALUE
            ACCEPT WS-LEG-ACCOUNT FROM ARGUMENT-VALUE
            IF WS-LEG-ACCOUNT NOT = SPACES
               MOVE WS-LEG-ACCOUNT TO WS-PAYABLE-ACCOUNT
            END-IF
            ACCEPT WS-BATCH-FILE FROM ARGUMENT-VALUE
            IF WS-BATCH-FILE = SPACES
               MOVE "CHECKBATCH.DAT" TO WS-BATCH-FILE
            END-IF
            ACCEPT WS-LINES-FILE FROM ARGUMENT-VALUE
            IF WS-LINES-FILE = SPACES
               MOVE "EXPLINES.DAT" TO WS-LINES-FILE
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

            IF WS-REPORT-NUMBER-TEXT = SPACES
                  OR FUNCTION TEST-NUMVAL(WS-REPORT-NUMBER-TEXT)
                     NOT = ZERO
                  OR WS-CASH-ACCOUNT = SPACES
               DISPLAY "ERROR: APPROVE needs the report number and "
                  "the cash account (args 3-4)"
               MOVE 1 TO RETURN-CODE
               EXIT PARAGRAPH
            END-IF
            PERFORM CHECK-SUPERVISOR
            IF RETURN-CODE NOT = ZERO
               EXIT PARAGRAPH
            END-IF
            MOVE FUNCTION NUMVAL(WS-REPORT-NUMBER-TEXT)
               TO WS-REPORT-NUMBER

            PERFORM FIND-TARGET-REPORT
            IF NOT ROW-FOUND
               DISPLAY "ERROR: expense report " WS-REPORT-NUMBER
                  " is not on " FUNCTION TRIM(WS-REPORT-FILE)
               MOVE 1 TO RETURN-CODE
               EXIT PARAGRAPH
            END-IF
            IF WS-TARGET-STATUS NOT = "SUBMITTED"
               DISPLAY "ERROR: expense report " WS-REPORT-NUMBER
                  " is " FUNCTION TRIM(WS-TARGET-STATUS)
                  ", not SUBMITTED"
               MOVE 1 TO RETURN-CODE
               EXIT PARAGRAPH
            END-IF
            PERFORM CHECK-NOT-OWN-REPORT
            IF RETURN-CODE NOT = ZERO
               EXIT PARAGRAPH
            END-IF

            PERFORM LOAD-REPORT-LINES
            IF WS-LINE-COUNT = ZERO
               DISPLAY "ERROR: expense report " WS-REPORT-NUMBER
                  " has no lines on " FUNCTION TRIM(WS-LINES-FILE)
               MOVE 1 TO RETURN-CODE
               EXIT PARAGRAPH
            END-IF
            IF WS-OVER-COUNT > ZERO
                  AND WS-OVERRIDE-FLAG NOT = "OVERRIDE"
               MOVE WS-OVER-COUNT TO WS-LINES-ED
               DISPLAY "ERROR: expense report " WS-REPORT-NUMBER
                  " has " FUNCTION TRIM(WS-LINES-ED)
                  " line(s) over their category limit - approve "
                  "with OVERRIDE as arg 5 or REJECT it"
               MOVE 1 TO RETURN-CODE
               EXIT PARAGRAPH
            END-IF

            MOVE "N" TO WS-RUN-ERRORS
            MOVE WS-CASH-ACCOUNT TO WS-LOOKUP-ACCOUNT
            PERFORM VALIDATE-ONE-ACCOUNT
            MOVE WS-PAYABLE-ACCOUNT TO WS-LOOKUP-ACCOUNT
            PERFORM VALIDATE-ONE-ACCOUNT
            PERFORM VARYING EX-IDX FROM 1 BY 1
                  UNTIL EX-IDX > WS-LINE-COUNT
               MOVE EX-ACCOUNT(EX-IDX) TO WS-LOOKUP-ACCOUNT
               PERFORM VALIDATE-ONE-ACCOUNT
            END-PERFORM
            IF WS-REPORT-TOTAL > 9999999.99
               DISPLAY "ERROR: the report total exceeds the "
                  "9,999,999.99 ledger line limit"
               MOVE "Y" TO WS-RUN-ERRORS
            END-IF
            IF USER-POSTING-DATE NOT = SPACES
               IF USER-POSTING-DATE(5:1) NOT = "-"
                     OR USER-POSTING-DATE(8:1) NOT = "-"
                     OR USER-POSTING-DATE(1:4) IS NOT NUMERIC
                     OR USER-POSTING-DATE(6:2) IS NOT NUMERIC
                     OR USER-POSTING-DATE(9:2) IS NOT NUMERIC
                  DISPLAY "ERROR: posting date '"
                     FUNCTION TRIM(USER-POSTING-DATE)
                     "' is not YYYY-MM-DD"
                  DISPLAY "ERROR: expense report not approved - "
                     "nothing was posted"
                  MOVE 1 TO RETURN-CODE
                  EXIT PARAGRAPH
               END-IF
            END-IF

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
            PERFORM CHECK-PERIOD-LOCK
            IF PERIOD-IS-LOCKED
               DISPLAY "ERROR: period " WS-POSTING-FY "-"
                  WS-POSTING-PD " is closed"
               MOVE "Y" TO WS-RUN-ERRORS
            END-IF
            IF RUN-HAS-ERRORS
               DISPLAY "ERROR: expense report not approved - "
                  "nothing was posted"
               MOVE 1 TO RETURN-CODE
               EXIT PARAGRAPH
            END-IF

            MOVE SPACES TO WS-REPORT-REFERENCE
            STRING "EXP#" DELIMITED BY SIZE
                  WS-REPORT-NUMBER DELIMITED BY SIZE
               INTO WS-REPORT-REFERENCE
            END-STRING
            PERFORM GET-NEXT-JOURNAL-ENTRY
            PERFORM POST-REPORT-ENTRY
            PERFORM QUEUE-REIMBURSEMENT

            MOVE "APPROVED" TO WS-TARGET-STATUS
            MOVE SPACES TO WS-REASON
            PERFORM UPDATE-TARGET-REPORT

            MOVE WS-REPORT-TOTAL TO WS-TOTAL-ED
            DISPLAY "Expense report " WS-REPORT-NUMBER " approved by "
               FUNCTION TRIM(WS-OPERATOR-ID) ": "
               FUNCTION TRIM(WS-TOTAL-ED) " posted under journal "
               "entry " USER-JOURNAL-ENTRY
            DISPLAY "  reimbursement to "
               FUNCTION TRIM(WS-EMPLOYEE-NAME) " queued on "
               FUNCTION TRIM(WS-BATCH-FILE) " for BESTBOOKS-CHECKS".

       RUN-REJECT-MODE.
      *    REJECT arg 3 (required): report number; arg 4 (required):
      *    the reason, kept on the report row.
            ACCEPT WS-REPORT-NUMBER-TEXT FROM ARGUMENT-VALUE
            ACCEPT WS-REASON FROM ARGUMENT-VALUE
            INSPECT WS-REASON REPLACING ALL "|" BY "/"
            IF WS-REPORT-NUMBER-TEXT = SPACES
                  OR FUNCTION TEST-NUMVAL(WS-REPORT-NUMBER-TEXT)
                     NOT = ZERO
                  OR WS-REASON = SPACES
               DISPLAY "ERROR: REJECT needs the report number and a "
                  "reason (args 3-4)"
               MOVE 1 TO RETURN-CODE
               EXIT PARAGRAPH
            END-IF
            PERFORM CHECK-SUPERVISOR
            IF RETURN-CODE NOT = ZERO
               EXIT PARAGRAPH
            END-IF
            MOVE FUNCTION NUMVAL(WS-REPORT-NUMBER-TEXT)
               TO WS-REPORT-NUMBER
            PERFORM FIND-TARGET-REPORT
            IF NOT ROW-FOUND
               DISPLAY "ERROR: expense report " WS-REPORT-NUMBER
                  " is not on " FUNCTION TRIM(WS-REPORT-FILE)
               MOVE 1 TO RETURN-CODE
               EXIT PARAGRAPH
            END-IF
            IF WS-TARGET-STATUS NOT = "SUBMITTED"
               DISPLAY "ERROR: expense report " WS-REPORT-NUMBER
                  " is " FUNCTION TRIM(WS-TARGET-STATUS)
                  ", not SUBMITTED"
               MOVE 1 TO RETURN-CODE
               EXIT PARAGRAPH
            END-IF
            PERFORM CHECK-NOT-OWN-REPORT
            IF RETURN-CODE NOT = ZERO
               EXIT PARAGRAPH
            END-IF
            MOVE ZERO TO USER-JOURNAL-ENTRY
            MOVE "REJECTED" TO WS-TARGET-STATUS
            PERFORM UPDATE-TARGET-REPORT
            DISPLAY "Expense report " WS-REPORT-NUMBER " rejected by "
               FUNCTION TRIM(WS-OPERATOR-ID) ": "
               FUNCTION TRIM(WS-REASON).

       CHECK-SUPERVISOR.
      *    Deciding on a claim is a supervisor's call once
      *    OPERATOR.DAT is configured, as releasing a held voucher is.
            IF OPERATORS-CONFIGURED
                  AND FUNCTION TRIM(WS-OPERATOR-ROLE)
                     NOT = "SUPERVISOR"
               DISPLAY "ERROR: operator "
                  FUNCTION TRIM(WS-OPERATOR-ID)
                  " is not a SUPERVISOR - only a supervisor may "
                  "approve or reject an expense report"
               MOVE 1 TO RETURN-CODE
            END-IF.

       CHECK-NOT-OWN-REPORT.
      *    The operator who keyed a report may not decide it.
            IF OPERATORS-CONFIGURED
                  AND WS-TARGET-ENTERED-BY NOT = SPACES
                  AND FUNCTION TRIM(WS-TARGET-ENTERED-BY) =
                     FUNCTION TRIM(WS-OPERATOR-ID)
               DISPLAY "ERROR: expense report " WS-REPORT-NUMBER
                  " was entered by " FUNCTION TRIM(WS-OPERATOR-ID)
                  " - another supervisor must decide it"
               MOVE 1 TO RETURN-CODE
            END-IF.

       FIND-TARGET-REPORT.
            MOVE "N" TO WS-FOUND
            OPEN INPUT expreport
            IF WS-REPORT-STATUS NOT = "00"
               CLOSE expreport
               EXIT PARAGRAPH
            END-IF
            MOVE "N" TO WS-FILE-EOF
            PERFORM WITH TEST BEFORE UNTIL FILE-AT-END OR ROW-FOUND
               READ expreport
                  AT END
                     MOVE "Y" TO WS-FILE-EOF
                  NOT AT END
                     PERFORM UNPACK-REPORT-ROW
                     IF FUNCTION TEST-NUMVAL(WS-ROW-REPORT-NO) = ZERO
                           AND FUNCTION NUMVAL(WS-ROW-REPORT-NO)
                              = WS-REPORT-NUMBER
                        MOVE "Y" TO WS-FOUND
                        MOVE FUNCTION UPPER-CASE(WS-ROW-STATUS)
                           TO WS-TARGET-STATUS
                        MOVE WS-ROW-ENTERED-BY
                           TO WS-TARGET-ENTERED-BY
                        MOVE WS-ROW-DEPARTMENT
                           TO WS-TARGET-DEPARTMENT
                        MOVE WS-ROW-EMPLOYEE TO WS-EMPLOYEE-ID
                        MOVE WS-ROW-NAME TO WS-EMPLOYEE-NAME
                     END-IF
               END-READ
            END-PERFORM
            CLOSE expreport.

       LOAD-REPORT-LINES.
            MOVE ZERO TO WS-LINE-COUNT WS-OVER-COUNT WS-REPORT-TOTAL
            OPEN INPUT explines
            IF WS-LINES-STATUS NOT = "00"
               CLOSE explines
               EXIT PARAGRAPH
            END-IF
            MOVE "N" TO WS-FILE-EOF
            PERFORM WITH TEST BEFORE UNTIL FILE-AT-END
               READ explines
                  AT END
                     MOVE "Y" TO WS-FILE-EOF
                  NOT AT END
                     PERFORM UNPACK-EXPLINE-ROW
                     IF FUNCTION TEST-NUMVAL(WS-LN-REPORT-IN) = ZERO
                           AND FUNCTION NUMVAL(WS-LN-REPORT-IN)
                              = WS-REPORT-NUMBER
                           AND WS-LINE-COUNT < 200
                        PERFORM STORE-REPORT-LINE
                     END-IF
               END-READ
            END-PERFORM
            CLOSE explines.

       STORE-REPORT-LINE.
            ADD 1 TO WS-LINE-COUNT
            SET EX-IDX TO WS-LINE-COUNT
            MOVE WS-LN-DATE-IN TO EX-DATE(EX-IDX)
            MOVE WS-LN-ACCOUNT-IN TO EX-ACCOUNT(EX-IDX)
            MOVE WS-LN-RECEIPT-IN TO EX-RECEIPT(EX-IDX)
            MOVE WS-LN-DESC-IN TO EX-DESCRIPTION(EX-IDX)
            MOVE FUNCTION UPPER-CASE(WS-LN-FLAG-IN) TO EX-FLAG(EX-IDX)
            MOVE ZERO TO EX-AMOUNT(EX-IDX)
            IF FUNCTION TEST-NUMVAL(WS-LN-AMOUNT-IN) = ZERO
               MOVE FUNCTION NUMVAL(WS-LN-AMOUNT-IN)
                  TO EX-AMOUNT(EX-IDX)
            END-IF
            ADD EX-AMOUNT(EX-IDX) TO WS-REPORT-TOTAL
            IF EX-FLAG(EX-IDX) = "OVER"
               ADD 1 TO WS-OVER-COUNT
            END-IF.

       VALIDATE-ONE-ACCOUNT.
            PERFORM VALIDATE-ACCOUNT
            IF NOT ACCOUNT-IS-VALID
               DISPLAY "ERROR: account '"
                  FUNCTION TRIM(WS-LOOKUP-ACCOUNT)
                  "' is not usable"
               MOVE "Y" TO WS-RUN-ERRORS
            END-IF.

       POST-REPORT-ENTRY.
      *    A debit per line, in the report's department; the payable
      *    credit undepartmented, as payroll's liabilities are.
            MOVE WS-REPORT-REFERENCE TO WS-LEG-REFERENCE
            MOVE ZERO TO WS-LEG-CREDIT
            PERFORM VARYING EX-IDX FROM 1 BY 1
                  UNTIL EX-IDX > WS-LINE-COUNT
               MOVE WS-TARGET-DEPARTMENT TO WS-DEPARTMENT-CODE
               MOVE EX-ACCOUNT(EX-IDX) TO WS-LEG-ACCOUNT
               MOVE EX-AMOUNT(EX-IDX) TO WS-LEG-DEBIT
               MOVE SPACES TO WS-LEG-DESCRIPTION
               STRING FUNCTION TRIM(WS-EMPLOYEE-ID) DELIMITED BY SIZE
                     " " DELIMITED BY SIZE
                     FUNCTION TRIM(EX-DESCRIPTION(EX-IDX))
                        DELIMITED BY SIZE
                  INTO WS-LEG-DESCRIPTION
               END-STRING
               PERFORM POST-ONE-LEG
            END-PERFORM
            MOVE SPACES TO WS-DEPARTMENT-CODE
            MOVE WS-PAYABLE-ACCOUNT TO WS-LEG-ACCOUNT
            MOVE ZERO TO WS-LEG-DEBIT
            MOVE WS-REPORT-TOTAL TO WS-LEG-CREDIT
            MOVE SPACES TO WS-LEG-DESCRIPTION
            STRING "Expense report " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-EMPLOYEE-ID) DELIMITED BY SIZE
               INTO WS-LEG-DESCRIPTION
            END-STRING
            PERFORM POST-ONE-LEG.

       QUEUE-REIMBURSEMENT.
      *    One check row, carrying the payable as its AP-ACCOUNT so
      *    the check releases it.
            MOVE WS-REPORT-TOTAL TO WS-AMOUNT-ED
            MOVE SPACES TO BATCH-LINE
            STRING FUNCTION TRIM(WS-CASH-ACCOUNT) DELIMITED BY SIZE
                  "|" DELIMITED BY SIZE
                  FUNCTION TRIM(WS-AMOUNT-ED) DELIMITED BY SIZE
                  "|" DELIMITED BY SIZE
                  FUNCTION TRIM(WS-EMPLOYEE-NAME) DELIMITED BY SIZE
                  "|" DELIMITED BY SIZE
                  FUNCTION TRIM(WS-REPORT-REFERENCE) DELIMITED BY SIZE
                  " EMP#" DELIMITED BY SIZE
                  FUNCTION TRIM(WS-EMPLOYEE-ID) DELIMITED BY SIZE
                  "|" DELIMITED BY SIZE
                  FUNCTION TRIM(WS-PAYABLE-ACCOUNT) DELIMITED BY SIZE
               INTO BATCH-LINE
            END-STRING
            OPEN EXTEND checkbatch
            WRITE BATCH-LINE
            CLOSE checkbatch.

       UPDATE-TARGET-REPORT.
      *    Same truncate-and-rewrite pass BESTBOOKS-VOUCHER uses for
      *    its status updates. The decision is dated today, whatever
      *    date the approval posted under.
            MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY
            MOVE SPACES TO WS-DECIDED-DATE
            STRING WS-TODAY(1:4) "-" WS-TODAY(5:2) "-" WS-TODAY(7:2)
                  DELIMITED BY SIZE
               INTO WS-DECIDED-DATE
            END-STRING
            OPEN INPUT expreport
            OPEN OUTPUT expreport-work
            MOVE "N" TO WS-FILE-EOF
            PERFORM WITH TEST BEFORE UNTIL FILE-AT-END
               READ expreport
                  AT END
                     MOVE "Y" TO WS-FILE-EOF
                  NOT AT END
                     PERFORM UNPACK-REPORT-ROW
                     IF FUNCTION TEST-NUMVAL(WS-ROW-REPORT-NO) = ZERO
                           AND FUNCTION NUMVAL(WS-ROW-REPORT-NO)
                              = WS-REPORT-NUMBER
                        MOVE WS-TARGET-STATUS TO WS-ROW-STATUS
                        MOVE WS-OPERATOR-ID TO WS-ROW-DECIDED-BY
                        MOVE WS-DECIDED-DATE TO WS-ROW-DECIDED-DATE
                        IF USER-JOURNAL-ENTRY > ZERO
                           MOVE USER-JOURNAL-ENTRY TO WS-ROW-JE-NO
                        END-IF
                        MOVE WS-REASON TO WS-ROW-REASON
                        PERFORM REPACK-REPORT-ROW
                     END-IF
                     WRITE REPORT-WORK-LINE FROM REPORT-LINE
               END-READ
            END-PERFORM
            CLOSE expreport
            CLOSE expreport-work
            OPEN OUTPUT expreport
            OPEN INPUT expreport-work
            MOVE "N" TO WS-FILE-EOF
            PERFORM WITH TEST BEFORE UNTIL FILE-AT-END
               READ expreport-work
                  AT END
                     MOVE "Y" TO WS-FILE-EOF
                  NOT AT END
                     WRITE REPORT-LINE FROM REPORT-WORK-LINE
               END-READ
            END-PERFORM
            CLOSE expreport
            CLOSE expreport-work.

      *----------------------------------------------------------------
      * LIST
      *----------------------------------------------------------------
       LIST-REPORTS.
      *    LIST arg 3 (optional): SUBMITTED, APPROVED, REJECTED or
      *    ALL (default); arg 4 (optional): one employee id.
            ACCEPT WS-STATUS-FILTER FROM ARGUMENT-VALUE
            MOVE FUNCTION UPPER-CASE(WS-STATUS-FILTER)
               TO WS-STATUS-FILTER
            IF WS-STATUS-FILTER = SPACES
               MOVE "ALL" TO WS-STATUS-FILTER
            END-IF
            ACCEPT WS-EMPLOYEE-FILTER FROM ARGUMENT-VALUE
            MOVE FUNCTION UPPER-CASE(WS-EMPLOYEE-FILTER)
               TO WS-EMPLOYEE-FILTER
            DISPLAY "EXPENSE REPORTS BY STATUS AND EMPLOYEE ("
               FUNCTION TRIM(WS-REPORT-FILE) ")"
            IF WS-STATUS-FILTER NOT = "ALL"
               DISPLAY "Status " FUNCTION TRIM(WS-STATUS-FILTER)
            END-IF
            IF WS-EMPLOYEE-FILTER NOT = SPACES
               DISPLAY "Employee " FUNCTION TRIM(WS-EMPLOYEE-FILTER)
            END-IF
            MOVE ZERO TO WS-LISTED-COUNT
            SORT SORT-WORK ON ASCENDING KEY SX-STATUS-RANK
                  SX-EMPLOYEE SX-REPORT-NO
                INPUT PROCEDURE IS LIST-INPUT-PROCEDURE
                OUTPUT PROCEDURE IS LIST-OUTPUT-PROCEDURE
            DISPLAY "Reports listed: " WS-LISTED-COUNT.

       LIST-INPUT-PROCEDURE.
            OPEN INPUT expreport
            IF WS-REPORT-STATUS NOT = "00"
               CLOSE expreport
               EXIT PARAGRAPH
            END-IF
            MOVE "N" TO WS-FILE-EOF
            PERFORM WITH TEST BEFORE UNTIL FILE-AT-END
               READ expreport
                  AT END
                     MOVE "Y" TO WS-FILE-EOF
                  NOT AT END
                     PERFORM UNPACK-REPORT-ROW
                     PERFORM RELEASE-LISTED-REPORT
               END-READ
            END-PERFORM
            CLOSE expreport.

       RELEASE-LISTED-REPORT.
            IF FUNCTION TEST-NUMVAL(WS-ROW-REPORT-NO) NOT = ZERO
               EXIT PARAGRAPH
            END-IF
            MOVE FUNCTION UPPER-CASE(WS-ROW-STATUS) TO WS-ROW-STATUS
            MOVE FUNCTION UPPER-CASE(WS-ROW-EMPLOYEE)
               TO WS-ROW-EMPLOYEE
            IF WS-STATUS-FILTER NOT = "ALL"
                  AND WS-ROW-STATUS NOT = WS-STATUS-FILTER
               EXIT PARAGRAPH
            END-IF
            IF WS-EMPLOYEE-FILTER NOT = SPACES
                  AND WS-ROW-EMPLOYEE NOT = WS-EMPLOYEE-FILTER
               EXIT PARAGRAPH
            END-IF
            EVALUATE WS-ROW-STATUS
               WHEN "SUBMITTED"
                  MOVE 1 TO SX-STATUS-RANK
               WHEN "APPROVED"
                  MOVE 2 TO SX-STATUS-RANK
               WHEN "REJECTED"
                  MOVE 3 TO SX-STATUS-RANK
               WHEN OTHER
                  MOVE 4 TO SX-STATUS-RANK
            END-EVALUATE
            MOVE WS-ROW-EMPLOYEE TO SX-EMPLOYEE
            MOVE FUNCTION NUMVAL(WS-ROW-REPORT-NO) TO SX-REPORT-NO
            MOVE WS-ROW-STATUS TO SX-STATUS
            MOVE WS-ROW-NAME TO SX-NAME
            MOVE WS-ROW-DEPARTMENT TO SX-DEPARTMENT
            MOVE WS-ROW-DATE TO SX-DATE
            MOVE ZERO TO SX-LINES SX-TOTAL
            IF FUNCTION TEST-NUMVAL(WS-ROW-LINES) = ZERO
               MOVE FUNCTION NUMVAL(WS-ROW-LINES) TO SX-LINES
            END-IF
            IF FUNCTION TEST-NUMVAL(WS-ROW-TOTAL) = ZERO
               MOVE FUNCTION NUMVAL(WS-ROW-TOTAL) TO SX-TOTAL
            END-IF
            MOVE WS-ROW-DECIDED-BY TO SX-DECIDED-BY
            MOVE WS-ROW-JE-NO TO SX-JE-NO
            RELEASE SX-ENTRY.

       LIST-OUTPUT-PROCEDURE.
            MOVE "N" TO WS-SORT-EOF
            MOVE SPACES TO WS-BREAK-STATUS WS-BREAK-EMPLOYEE
            PERFORM UNTIL SORT-DONE
               RETURN SORT-WORK
                  AT END
                     MOVE "Y" TO WS-SORT-EOF
                  NOT AT END
                     PERFORM LIST-SORTED-REPORT
               END-RETURN
            END-PERFORM
            IF WS-BREAK-STATUS NOT = SPACES
               PERFORM PRINT-EMPLOYEE-TOTAL
               PERFORM PRINT-STATUS-TOTAL
            END-IF.

       LIST-SORTED-REPORT.
            IF SX-STATUS NOT = WS-BREAK-STATUS
               IF WS-BREAK-STATUS NOT = SPACES
                  PERFORM PRINT-EMPLOYEE-TOTAL
                  PERFORM PRINT-STATUS-TOTAL
               END-IF
               MOVE SX-STATUS TO WS-BREAK-STATUS
               MOVE SPACES TO WS-BREAK-EMPLOYEE
               MOVE ZERO TO WS-STATUS-TOTAL WS-STATUS-REPORTS
               DISPLAY " "
               DISPLAY FUNCTION TRIM(SX-STATUS)
            END-IF
            IF SX-EMPLOYEE NOT = WS-BREAK-EMPLOYEE
               IF WS-BREAK-EMPLOYEE NOT = SPACES
                  PERFORM PRINT-EMPLOYEE-TOTAL
               END-IF
               MOVE SX-EMPLOYEE TO WS-BREAK-EMPLOYEE
               MOVE ZERO TO WS-EMPLOYEE-TOTAL WS-EMPLOYEE-REPORTS
               DISPLAY "  " FUNCTION TRIM(SX-EMPLOYEE) " "
                  FUNCTION TRIM(SX-NAME)
               DISPLAY "    REPORT   DATE       DEPT    LNS"
                  "         TOTAL  DECIDED  JE"
            END-IF
            MOVE SX-REPORT-NO TO RPT-REPORT-NO
            MOVE SX-DATE TO RPT-DATE
            MOVE SX-DEPARTMENT TO RPT-DEPARTMENT
            MOVE SX-LINES TO RPT-LINES
            MOVE SX-TOTAL TO RPT-TOTAL
            MOVE SX-DECIDED-BY TO RPT-DECIDED-BY
            MOVE SX-JE-NO TO RPT-JE-NO
            DISPLAY RPT-REPORT-LINE
            ADD SX-TOTAL TO WS-EMPLOYEE-TOTAL WS-STATUS-TOTAL
            ADD 1 TO WS-EMPLOYEE-REPORTS WS-STATUS-REPORTS
               WS-LISTED-COUNT.

       PRINT-EMPLOYEE-TOTAL.
            MOVE WS-EMPLOYEE-TOTAL TO WS-COLUMN-ED
            DISPLAY "    employee total " WS-EMPLOYEE-REPORTS
               " report(s)          " WS-COLUMN-ED.

       PRINT-STATUS-TOTAL.
            MOVE WS-STATUS-TOTAL TO WS-COLUMN-ED
            DISPLAY "  " FUNCTION TRIM(WS-BREAK-STATUS) " total "
               WS-STATUS-REPORTS " report(s), "
               FUNCTION TRIM(WS-COLUMN-ED).

      *----------------------------------------------------------------
      * shared posting paragraphs
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
            CLOSE bestbooks.

       GET-NEXT-REPORT-NUMBER.
      *    Reuses SEQCTL.DAT for a distinct expense-report sequence
      *    (key "E"), alongside the voucher (7) and other document
      *    counters.
            PERFORM OPEN-SEQCTL-WITH-RETRY
            MOVE WS-REPORT-KEY TO SEQCTL-KEY
            READ seqctl
               INVALID KEY
                  MOVE ZERO TO SEQCTL-LAST-ID
            END-READ
            ADD 1 TO SEQCTL-LAST-ID
            MOVE SEQCTL-LAST-ID TO WS-REPORT-NUMBER
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
       END PROGRAM BESTBOOKS-EXPENSE.
