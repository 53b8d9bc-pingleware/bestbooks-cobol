       IDENTIFICATION DIVISION.
       PROGRAM-ID. BESTBOOKS-OPACTIVITY.
       AUTHOR. PRESSPAGE ENTERTAINMENT INC dba PINGLEWARE.
      *----------------------------------------------------------------
      * Operator activity and segregation-of-duties report for one
      * fiscal period, for the monthly internal-control sign-off.
      *
      * Per operator id (every row of OPERATOR.DAT, plus any other id
      * found on the trail): journal entries and legs posted and
      * their debit total (POSTED-BY on the live ledger, every
      * rollover generation and every close archive), approvals and
      * rejections decided (PENDING.DAT DECIDED-BY/DECIDED-DATE),
      * chart-of-accounts changes (COA-AUDIT.LOG), and the void
      * (VOID#) and reversal (REV#) entries among the postings.
      *
      * Segregation-of-duties exceptions:
      *
      *   ENTER+APPROVE  a held PENDING.DAT entry approved by the
      *                  operator who keyed it;
      *   VOUCHER+PAY    a CHECK#/ACH# payment posted this period by
      *                  the operator who posted the voucher it pays
      *                  (tied through the "VCH#<number> inv ..."
      *                  description the payment-selection run gives
      *                  the payment);
      *   CHART+POST     a posting to an account by an operator who
      *                  changed that account's chart record the
      *                  same day;
      *   UNKNOWN ID     postings or decisions stamped with an id not
      *                  on OPERATOR.DAT (only once OPERATOR.DAT
      *                  exists - without it there is no sign-on and
      *                  the OS user is what gets stamped).
      *
      * A COA-AUDIT.LOG row carries the BESTBOOKS_OPERATOR id in its
      * last column; older rows without it are matched on their OS
      * user. An account rename is one chart change, however many
      * ledger legs and side-file lines BESTBOOKS-RENAME rewrote with
      * it. Pending rows held before ENTERED-BY was kept cannot be
      * checked and are counted separately. Any exception sets
      * RETURN-CODE 1.
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL LEDGER
               ASSIGN TO WS-CURRENT-LEDGER
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS TRANSACTION-ID
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
                   FILE STATUS IS WS-SEQCTL-STATUS.

           SELECT OPTIONAL archreg
               ASSIGN TO WS-ARCHREG-FILE
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-ARCHREG-STATUS.

           SELECT OPTIONAL operator
               ASSIGN TO WS-OPERATOR-FILE
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-OPERATOR-STATUS.

           SELECT OPTIONAL pending
               ASSIGN TO WS-PENDING-FILE
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-PENDING-STATUS.

           SELECT OPTIONAL coa-audit
               ASSIGN TO WS-AUDIT-FILE
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-AUDIT-STATUS.

           SELECT OPTIONAL fiscalcal
               ASSIGN TO WS-FISCALCAL-FILE
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-FISCALCAL-STATUS.

       DATA DIVISION.
       FILE SECTION.
            FD LEDGER.
            COPY "ledger-record.cpy".

            FD coa.
            COPY "coa-record.cpy".

            FD seqctl.
            COPY "seq-control.cpy".

      *    ARCHREG.DAT: one close-archive file name per line - see
      *    BESTBOOKS-CLOSE.
            FD archreg.
            01 ARCHREG-LINE          PIC X(64).

      *    OPERATOR.DAT line layout, pipe-delimited:
      *    OPERATOR-ID|NAME|ROLE - see BESTBOOKS-APPROVE.
            FD operator.
            01 OPERATOR-LINE         PIC X(60).

      *    PENDING.DAT line layout - see bestbooks_add_entry.
            FD pending.
            01 PENDING-LINE          PIC X(200).

      *    COA-AUDIT.LOG: ACCOUNT-NO|OLD-BALANCE|NEW-BALANCE|
      *    TIMESTAMP|OS-USER|OPERATOR - see BESTBOOKS-CREATE.
            FD coa-audit.
            01 AUDIT-LINE            PIC X(132).

      *    FISCALCAL.DAT line layout, pipe-delimited: FISCAL-YEAR|
      *    PERIOD|START-DATE|END-DATE - see bestbooks_add_entry.
            FD fiscalcal.
            01 FISCALCAL-LINE        PIC X(40).

       WORKING-STORAGE SECTION.
      *    the live ledger, every LEDGER-ARCH-<n> rollover generation
      *    SEQCTL.DAT key "2" says exists, and every dated close
      *    archive on ARCHREG.DAT are read one after another through
      *    the one LEDGER file, the same sweep BESTBOOKS-VERIFY makes.
            01 WS-LEDGER-FILE       PIC X(64) VALUE "LEDGER.DAT".
            01 WS-CURRENT-LEDGER    PIC X(64).
            01 WS-COA-FILE          PIC X(64) VALUE "BESTBOOKS.DAT".
            01 WS-SEQCTL-FILE       PIC X(64) VALUE "SEQCTL.DAT".
            01 WS-ARCHREG-FILE      PIC X(64) VALUE "ARCHREG.DAT".
            01 WS-OPERATOR-FILE     PIC X(64) VALUE "OPERATOR.DAT".
            01 WS-PENDING-FILE      PIC X(64) VALUE "PENDING.DAT".
            01 WS-AUDIT-FILE        PIC X(64) VALUE "COA-AUDIT.LOG".
            01 WS-FISCALCAL-FILE    PIC X(64) VALUE "FISCALCAL.DAT".
            01 WS-LEDGER-STATUS     PIC XX.
            01 WS-COA-STATUS        PIC XX.
            01 WS-SEQCTL-STATUS     PIC XX.
            01 WS-ARCHREG-STATUS    PIC XX.
            01 WS-OPERATOR-STATUS   PIC XX.
            01 WS-PENDING-STATUS    PIC XX.
            01 WS-AUDIT-STATUS      PIC XX.
            01 WS-FISCALCAL-STATUS  PIC XX.
            01 WS-FILE-EOF          PIC X VALUE "N".
                  88  FILE-EOF      VALUE "Y".
            01 WS-LEDGER-EOF        PIC X VALUE "N".
                  88  LEDGER-EOF    VALUE "Y".
            01 WS-ARCHREG-EOF       PIC X VALUE "N".
                  88  ARCHREG-EOF   VALUE "Y".
            01 WS-SEQ-ARCH-GEN      PIC 9(5) VALUE ZERO.
            01 WS-GEN-IDX           PIC 9(5) VALUE ZERO.
            01 WS-ARCHIVE-NAME.
                02 FILLER            PIC X(11) VALUE "LEDGER-ARCH".
                02 FILLER            PIC X VALUE "-".
                02 AN-GENERATION     PIC 9(5).
                02 FILLER            PIC X(4) VALUE ".DAT".
            01 WS-FILES-READ        PIC 9(3) VALUE ZERO.

      *    fiscal calendar - see bestbooks_add_entry; a missing
      *    FISCALCAL.DAT falls back to calendar months.
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
            01 WS-TODAY             PIC X(8).
            01 WS-WORK-YEAR         PIC 9(4).
            01 WS-WORK-MONTH        PIC 99.
            01 WS-WORK-INT          PIC 9(8).

      *    arg 1/2 (optional): fiscal year and period to report,
      *    default the period today falls in.
            01 WS-FY-IN             PIC X(4) VALUE SPACES.
            01 WS-PD-IN             PIC X(2) VALUE SPACES.
            01 WS-REPORT-FY         PIC 9(4).
            01 WS-REPORT-PD         PIC 99.
            01 WS-PERIOD-START      PIC X(10).
            01 WS-PERIOD-END        PIC X(10).

      *    chart, for the account name behind a COA-AUDIT.LOG number.
            01 CHART-TABLE.
               02 CHART-ENTRY OCCURS 1000 TIMES
                     INDEXED BY CH-IDX.
                  03 CH-NO            PIC 9(6).
                  03 CH-NAME          PIC X(80).
            01 WS-CHART-COUNT       PIC 9(4) VALUE ZERO.

      *    operators: OPERATOR.DAT rows first, then any other id met.
            01 OPERATOR-TABLE.
               02 OT-ENTRY OCCURS 200 TIMES
                     INDEXED BY OT-IDX.
                  03 OT-ID            PIC X(8).
                  03 OT-NAME          PIC X(30).
                  03 OT-ROLE          PIC X(10).
                  03 OT-ON-FILE       PIC X.
                  03 OT-ENTRIES       PIC 9(7).
                  03 OT-LEGS          PIC 9(7).
                  03 OT-DEBITS        PIC 9(11)V99.
                  03 OT-LAST-JE       PIC 9(7).
                  03 OT-LAST-FILE     PIC 9(3).
                  03 OT-APPROVALS     PIC 9(5).
                  03 OT-REJECTIONS    PIC 9(5).
                  03 OT-CHANGES       PIC 9(5).
                  03 OT-VOIDS         PIC 9(5).
                  03 OT-LAST-VOID-JE  PIC 9(7).
                  03 OT-REVERSALS     PIC 9(5).
                  03 OT-LAST-REV-JE   PIC 9(7).
            01 WS-OPERATOR-COUNT    PIC 9(3) VALUE ZERO.
            01 WS-OPERATORS-CFG     PIC X VALUE "N".
                  88  OPERATORS-CONFIGURED  VALUE "Y".
            01 WS-FIND-ID           PIC X(8).
            01 WS-OP-ID-IN          PIC X(8).
            01 WS-OP-NAME-IN        PIC X(30).
            01 WS-OP-ROLE-IN        PIC X(10).
            01 WS-UNSTAMPED-ID      PIC X(8) VALUE "(none)".

      *    chart changes made in the period.
            01 CHANGE-TABLE.
               02 CG-ENTRY OCCURS 500 TIMES
                     INDEXED BY CG-IDX.
                  03 CG-DATE          PIC X(10).
                  03 CG-ACCOUNT-NO    PIC 9(6).
                  03 CG-NAME          PIC X(80).
                  03 CG-OPERATOR      PIC X(8).
                  03 CG-FLAGGED       PIC X.
            01 WS-CHANGE-COUNT      PIC 9(3) VALUE ZERO.
            01 WS-AU-ACCOUNT-IN     PIC X(6).
            01 WS-AU-OLD-IN         PIC X(12).
            01 WS-AU-NEW-IN         PIC X(12).
            01 WS-AU-STAMP-IN       PIC X(26).
            01 WS-AU-USER-IN        PIC X(32).
            01 WS-AU-OPERATOR-IN    PIC X(8).
            01 WS-AU-KIND-IN        PIC X(8).
            01 WS-AU-FILE-IN        PIC X(40).
            01 WS-CHANGES-LOST      PIC 9(5) VALUE ZERO.
            01 WS-AU-DATE           PIC X(10).

      *    vouchers by the operator who posted them (every period),
      *    and this period's payments that name a voucher.
            01 VOUCHER-TABLE.
               02 VE-ENTRY OCCURS 5000 TIMES
                     INDEXED BY VE-IDX.
                  03 VE-NUMBER        PIC 9(7).
                  03 VE-OPERATOR      PIC X(8).
            01 WS-VOUCHER-COUNT     PIC 9(5) VALUE ZERO.
            01 PAYMENT-TABLE.
               02 PY-ENTRY OCCURS 2000 TIMES
                     INDEXED BY PY-IDX.
                  03 PY-VOUCHER       PIC 9(7).
                  03 PY-REFERENCE     PIC X(20).
                  03 PY-OPERATOR      PIC X(8).
                  03 PY-DATE          PIC X(10).
            01 WS-PAYMENT-COUNT     PIC 9(4) VALUE ZERO.
            01 WS-VOUCHER-TEXT      PIC X(7).
            01 WS-VOUCHER-NUMBER    PIC 9(7).
            01 WS-FOUND             PIC X VALUE "N".
                  88  ROW-FOUND     VALUE "Y".

      *    pending rows, unpacked - see bestbooks_add_entry.
            01 WS-ROW-ID            PIC X(5).
            01 WS-ROW-DATE          PIC X(10).
            01 WS-ROW-ACCOUNT       PIC X(15).
            01 WS-ROW-AMOUNT        PIC X(12).
            01 WS-ROW-DESCRIPTION   PIC X(30).
            01 WS-ROW-STATUS        PIC X(10).
            01 WS-ROW-SKIP          PIC X(40).
            01 WS-ROW-ENTERED-BY    PIC X(8).
            01 WS-ROW-DECIDED-BY    PIC X(8).
            01 WS-ROW-DECIDED-DATE  PIC X(10).
            01 WS-UNCHECKED-PENDING PIC 9(5) VALUE ZERO.

      *    the leg being tallied.
            01 WS-LEG-OPERATOR      PIC X(8).
            01 WS-LEG-ENTRY         PIC 9(7).

      *    exceptions, printed after the activity summary.
            01 EXCEPTION-TABLE.
               02 EX-ENTRY OCCURS 500 TIMES
                     INDEXED BY EX-IDX.
                  03 EX-OPERATOR      PIC X(8).
                  03 EX-KIND          PIC X(14).
                  03 EX-TEXT          PIC X(56).
            01 WS-EXCEPTION-COUNT   PIC 9(3) VALUE ZERO.
            01 WS-EXCEPTIONS-LOST   PIC 9(5) VALUE ZERO.
            01 WS-EX-OPERATOR       PIC X(8).
            01 WS-EX-KIND           PIC X(14).
            01 WS-EX-TEXT           PIC X(56).

            01 RPT-OPERATOR-LINE.
               02 RPT-OP-ID         PIC X(9).
               02 RPT-OP-NAME       PIC X(20).
               02 FILLER            PIC X VALUE SPACE.
               02 RPT-OP-ROLE       PIC X(10).
               02 RPT-OP-ENTRIES    PIC ZZZZ9.
               02 RPT-OP-LEGS       PIC ZZZZZ9.
               02 RPT-OP-DEBITS     PIC ZZZ,ZZZ,ZZ9.99.
               02 RPT-OP-APPROVALS  PIC ZZZ9.
               02 RPT-OP-REJECTIONS PIC ZZZ9.
               02 RPT-OP-CHANGES    PIC ZZZZ9.
               02 RPT-OP-VOIDS      PIC ZZZ9.
               02 RPT-OP-REVERSALS  PIC ZZZ9.
            01 RPT-EXCEPTION-LINE.
               02 FILLER            PIC X(2) VALUE SPACES.
               02 RPT-EX-OPERATOR   PIC X(9).
               02 RPT-EX-KIND       PIC X(15).
               02 RPT-EX-TEXT       PIC X(56).
            01 WS-COUNT-ED          PIC ZZZZ9.

       PROCEDURE DIVISION.
       BEGIN.
            PERFORM GET-RUNTIME-ARGUMENTS.
            PERFORM LOAD-FISCAL-CALENDAR.
            PERFORM SET-REPORT-PERIOD.
            PERFORM LOAD-OPERATORS.
            PERFORM LOAD-CHART.
            PERFORM LOAD-CHART-CHANGES.
            PERFORM SCAN-PENDING-DECISIONS.
            PERFORM SCAN-LEDGER-AND-ARCHIVES.
            PERFORM CHECK-VOUCHER-PAYMENTS.
            PERFORM CHECK-UNKNOWN-OPERATORS.
            PERFORM PRINT-ACTIVITY-REPORT.
            IF WS-EXCEPTION-COUNT > ZERO
               MOVE 1 TO RETURN-CODE
            END-IF.
            STOP RUN.

       GET-RUNTIME-ARGUMENTS.
      *    arg 1/2 (optional): fiscal year and period, default the
      *    period today falls in.
      *    args 3-10 (optional): operator, pending, chart audit log,
      *    chart of accounts, ledger, sequence control, archive
      *    register and fiscal calendar files.
            ACCEPT WS-FY-IN FROM ARGUMENT-VALUE
            ACCEPT WS-PD-IN FROM ARGUMENT-VALUE
            ACCEPT WS-OPERATOR-FILE FROM ARGUMENT-VALUE
            IF WS-OPERATOR-FILE = SPACES
               MOVE "OPERATOR.DAT" TO WS-OPERATOR-FILE
            END-IF
            ACCEPT WS-PENDING-FILE FROM ARGUMENT-VALUE
            IF WS-PENDING-FILE = SPACES
               MOVE "PENDING.DAT" TO WS-PENDING-FILE
            END-IF
            ACCEPT WS-AUDIT-FILE FROM ARGUMENT-VALUE
            IF WS-AUDIT-FILE = SPACES
               MOVE "COA-AUDIT.LOG" TO WS-AUDIT-FILE
            END-IF
            ACCEPT WS-COA-FILE FROM ARGUMENT-VALUE
            IF WS-COA-FILE = SPACES
               MOVE "BESTBOOKS.DAT" TO WS-COA-FILE
            END-IF
            ACCEPT WS-LEDGER-FILE FROM ARGUMENT-VALUE
            IF WS-LEDGER-FILE = SPACES
               MOVE "LEDGER.DAT" TO WS-LEDGER-FILE
            END-IF
            ACCEPT WS-SEQCTL-FILE FROM ARGUMENT-VALUE
            IF WS-SEQCTL-FILE = SPACES
               MOVE "SEQCTL.DAT" TO WS-SEQCTL-FILE
            END-IF
            ACCEPT WS-ARCHREG-FILE FROM ARGUMENT-VALUE
            IF WS-ARCHREG-FILE = SPACES
               MOVE "ARCHREG.DAT" TO WS-ARCHREG-FILE
            END-IF
            ACCEPT WS-FISCALCAL-FILE FROM ARGUMENT-VALUE
            IF WS-FISCALCAL-FILE = SPACES
               MOVE "FISCALCAL.DAT" TO WS-FISCALCAL-FILE
            END-IF.

       SET-REPORT-PERIOD.
      *    The period's start/end dates come from the fiscal calendar,
      *    or the calendar month of the same number.
            IF WS-FY-IN = SPACES
               MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY
               MOVE SPACES TO WS-FC-LOOKUP-DATE
               STRING WS-TODAY(1:4) "-" WS-TODAY(5:2) "-"
                     WS-TODAY(7:2) DELIMITED BY SIZE
                  INTO WS-FC-LOOKUP-DATE
               END-STRING
               PERFORM DERIVE-FISCAL-PERIOD
            ELSE
               IF WS-FY-IN IS NOT NUMERIC
                     OR FUNCTION TEST-NUMVAL(WS-PD-IN) NOT = ZERO
                  DISPLAY "Usage: BESTBOOKS-OPACTIVITY [fiscal-year "
                     "period] [operator] [pending] [coa-audit] [coa] "
                     "[ledger] [seqctl] [archreg] [fiscalcal]"
                  MOVE 1 TO RETURN-CODE
                  STOP RUN
               END-IF
               MOVE WS-FY-IN TO WS-POSTING-FY
               MOVE FUNCTION NUMVAL(WS-PD-IN) TO WS-POSTING-PD
            END-IF
            MOVE WS-POSTING-FY TO WS-REPORT-FY
            MOVE WS-POSTING-PD TO WS-REPORT-PD
            MOVE "N" TO WS-FC-FOUND
            PERFORM VARYING FC-IDX FROM 1 BY 1
                  UNTIL FC-IDX > WS-FISCALCAL-COUNT
                     OR FISCAL-PERIOD-FOUND
               IF FC-YEAR(FC-IDX) = WS-REPORT-FY
                     AND FC-PERIOD(FC-IDX) = WS-REPORT-PD
                  MOVE FC-START-DATE(FC-IDX) TO WS-PERIOD-START
                  MOVE FC-END-DATE(FC-IDX) TO WS-PERIOD-END
                  MOVE "Y" TO WS-FC-FOUND
               END-IF
            END-PERFORM
            IF NOT FISCAL-PERIOD-FOUND
               MOVE SPACES TO WS-PERIOD-START
               STRING WS-REPORT-FY "-" WS-REPORT-PD "-01"
                     DELIMITED BY SIZE
                  INTO WS-PERIOD-START
               END-STRING
               MOVE WS-REPORT-FY TO WS-WORK-YEAR
               COMPUTE WS-WORK-MONTH = WS-REPORT-PD + 1
               IF WS-WORK-MONTH > 12
                  MOVE 1 TO WS-WORK-MONTH
                  ADD 1 TO WS-WORK-YEAR
               END-IF
               COMPUTE WS-WORK-INT = FUNCTION INTEGER-OF-DATE(
                  WS-WORK-YEAR * 10000 + WS-WORK-MONTH * 100 + 1) - 1
               MOVE FUNCTION DATE-OF-INTEGER(WS-WORK-INT)
                  TO WS-TODAY
               MOVE SPACES TO WS-PERIOD-END
               STRING WS-TODAY(1:4) "-" WS-TODAY(5:2) "-"
                     WS-TODAY(7:2) DELIMITED BY SIZE
                  INTO WS-PERIOD-END
               END-STRING
            END-IF.

       LOAD-OPERATORS.
            MOVE "N" TO WS-FILE-EOF
            OPEN INPUT operator
            IF WS-OPERATOR-STATUS NOT = "00"
               CLOSE operator
               EXIT PARAGRAPH
            END-IF
            MOVE "Y" TO WS-OPERATORS-CFG
            PERFORM WITH TEST BEFORE UNTIL FILE-EOF
               READ operator
                  AT END
                     MOVE "Y" TO WS-FILE-EOF
                  NOT AT END
                     MOVE SPACES TO WS-OP-ID-IN WS-OP-NAME-IN
                        WS-OP-ROLE-IN
                     UNSTRING OPERATOR-LINE DELIMITED BY "|"
                        INTO WS-OP-ID-IN WS-OP-NAME-IN WS-OP-ROLE-IN
                     END-UNSTRING
                     IF WS-OP-ID-IN NOT = SPACES
                        MOVE WS-OP-ID-IN TO WS-FIND-ID
                        PERFORM FIND-OR-ADD-OPERATOR
                        MOVE "Y" TO OT-ON-FILE(OT-IDX)
                        MOVE WS-OP-NAME-IN TO OT-NAME(OT-IDX)
                        MOVE FUNCTION UPPER-CASE(WS-OP-ROLE-IN)
                           TO OT-ROLE(OT-IDX)
                     END-IF
               END-READ
            END-PERFORM
            CLOSE operator.

       FIND-OR-ADD-OPERATOR.
      *    OT-IDX at WS-FIND-ID's row, added (not on file) if new; a
      *    full table leaves OT-IDX on the last row.
            MOVE "N" TO WS-FOUND
            PERFORM VARYING OT-IDX FROM 1 BY 1
                  UNTIL OT-IDX > WS-OPERATOR-COUNT OR ROW-FOUND
               IF OT-ID(OT-IDX) = WS-FIND-ID
                  MOVE "Y" TO WS-FOUND
               END-IF
            END-PERFORM
            IF ROW-FOUND
               SET OT-IDX DOWN BY 1
               EXIT PARAGRAPH
            END-IF
            IF WS-OPERATOR-COUNT < 200
               ADD 1 TO WS-OPERATOR-COUNT
            END-IF
            SET OT-IDX TO WS-OPERATOR-COUNT
            MOVE WS-FIND-ID TO OT-ID(OT-IDX)
            MOVE SPACES TO OT-NAME(OT-IDX) OT-ROLE(OT-IDX)
            MOVE "N" TO OT-ON-FILE(OT-IDX)
            MOVE ZERO TO OT-ENTRIES(OT-IDX) OT-LEGS(OT-IDX)
               OT-DEBITS(OT-IDX) OT-LAST-JE(OT-IDX)
               OT-LAST-FILE(OT-IDX) OT-APPROVALS(OT-IDX)
               OT-REJECTIONS(OT-IDX) OT-CHANGES(OT-IDX)
               OT-VOIDS(OT-IDX) OT-LAST-VOID-JE(OT-IDX)
               OT-REVERSALS(OT-IDX) OT-LAST-REV-JE(OT-IDX).

       LOAD-CHART.
            MOVE "N" TO WS-FILE-EOF
            OPEN INPUT coa
            IF WS-COA-STATUS NOT = "00"
               CLOSE coa
               EXIT PARAGRAPH
            END-IF
            MOVE LOW-VALUES TO accountNo
            START coa KEY IS NOT LESS THAN accountNo
               INVALID KEY
                  MOVE "Y" TO WS-FILE-EOF
            END-START
            PERFORM WITH TEST BEFORE UNTIL FILE-EOF
               READ coa NEXT RECORD
                  AT END
                     MOVE "Y" TO WS-FILE-EOF
                  NOT AT END
                     IF WS-CHART-COUNT < 1000
                        ADD 1 TO WS-CHART-COUNT
                        SET CH-IDX TO WS-CHART-COUNT
                        MOVE accountNo TO CH-NO(CH-IDX)
                        MOVE accountName TO CH-NAME(CH-IDX)
                     END-IF
               END-READ
            END-PERFORM
            CLOSE coa.

       LOAD-CHART-CHANGES.
      *    COA-AUDIT.LOG rows stamped within the period; the
      *    timestamp is FUNCTION CURRENT-DATE, YYYYMMDDhhmmss...
            MOVE "N" TO WS-FILE-EOF
            OPEN INPUT coa-audit
            IF WS-AUDIT-STATUS NOT = "00"
               CLOSE coa-audit
               EXIT PARAGRAPH
            END-IF
            PERFORM WITH TEST BEFORE UNTIL FILE-EOF
               READ coa-audit
                  AT END
                     MOVE "Y" TO WS-FILE-EOF
                  NOT AT END
                     PERFORM STORE-CHART-CHANGE
               END-READ
            END-PERFORM
            CLOSE coa-audit.

       STORE-CHART-CHANGE.
      *    An account rename logs one RENAME row per record it
      *    rewrites - every ledger leg and side-file line - but only
      *    the BESTBOOKS.DAT row is the chart change itself; the rest
      *    are skipped so one rename counts once.
            MOVE SPACES TO WS-AU-ACCOUNT-IN WS-AU-OLD-IN WS-AU-NEW-IN
               WS-AU-STAMP-IN WS-AU-USER-IN WS-AU-OPERATOR-IN
               WS-AU-KIND-IN WS-AU-FILE-IN
            UNSTRING AUDIT-LINE DELIMITED BY "|"
               INTO WS-AU-ACCOUNT-IN WS-AU-OLD-IN WS-AU-NEW-IN
                    WS-AU-STAMP-IN WS-AU-USER-IN WS-AU-OPERATOR-IN
                    WS-AU-KIND-IN WS-AU-FILE-IN
            END-UNSTRING
            IF WS-AU-ACCOUNT-IN IS NOT NUMERIC
                  OR WS-AU-STAMP-IN(1:8) IS NOT NUMERIC
               EXIT PARAGRAPH
            END-IF
            IF WS-AU-KIND-IN = "RENAME"
                  AND WS-AU-FILE-IN NOT = "BESTBOOKS.DAT"
               EXIT PARAGRAPH
            END-IF
            MOVE SPACES TO WS-AU-DATE
            STRING WS-AU-STAMP-IN(1:4) "-" WS-AU-STAMP-IN(5:2) "-"
                  WS-AU-STAMP-IN(7:2) DELIMITED BY SIZE
               INTO WS-AU-DATE
            END-STRING
            IF WS-AU-DATE < WS-PERIOD-START
                  OR WS-AU-DATE > WS-PERIOD-END
               EXIT PARAGRAPH
            END-IF
            IF WS-AU-OPERATOR-IN = SPACES
               MOVE WS-AU-USER-IN TO WS-AU-OPERATOR-IN
            END-IF
            MOVE WS-AU-OPERATOR-IN TO WS-FIND-ID
            PERFORM FIND-OR-ADD-OPERATOR
            ADD 1 TO OT-CHANGES(OT-IDX)
            IF WS-CHANGE-COUNT < 500
               ADD 1 TO WS-CHANGE-COUNT
               SET CG-IDX TO WS-CHANGE-COUNT
               MOVE WS-AU-DATE TO CG-DATE(CG-IDX)
               MOVE WS-AU-ACCOUNT-IN TO CG-ACCOUNT-NO(CG-IDX)
               MOVE WS-AU-OPERATOR-IN TO CG-OPERATOR(CG-IDX)
               MOVE "N" TO CG-FLAGGED(CG-IDX)
               MOVE SPACES TO CG-NAME(CG-IDX)
               PERFORM VARYING CH-IDX FROM 1 BY 1
                     UNTIL CH-IDX > WS-CHART-COUNT
                  IF CH-NO(CH-IDX) = CG-ACCOUNT-NO(CG-IDX)
                     MOVE CH-NAME(CH-IDX) TO CG-NAME(CG-IDX)
                  END-IF
               END-PERFORM
            ELSE
               ADD 1 TO WS-CHANGES-LOST
            END-IF.

       SCAN-PENDING-DECISIONS.
      *    approvals and rejections decided within the period.
            MOVE "N" TO WS-FILE-EOF
            OPEN INPUT pending
            IF WS-PENDING-STATUS NOT = "00"
               CLOSE pending
               EXIT PARAGRAPH
            END-IF
            PERFORM WITH TEST BEFORE UNTIL FILE-EOF
               READ pending
                  AT END
                     MOVE "Y" TO WS-FILE-EOF
                  NOT AT END
                     PERFORM TALLY-PENDING-ROW
               END-READ
            END-PERFORM
            CLOSE pending.

       TALLY-PENDING-ROW.
            MOVE SPACES TO WS-ROW-ID WS-ROW-DATE WS-ROW-ACCOUNT
               WS-ROW-AMOUNT WS-ROW-DESCRIPTION WS-ROW-STATUS
               WS-ROW-ENTERED-BY WS-ROW-DECIDED-BY WS-ROW-DECIDED-DATE
            UNSTRING PENDING-LINE DELIMITED BY "|"
               INTO WS-ROW-ID WS-ROW-DATE WS-ROW-ACCOUNT
                    WS-ROW-AMOUNT WS-ROW-DESCRIPTION WS-ROW-STATUS
                    WS-ROW-SKIP WS-ROW-SKIP WS-ROW-SKIP WS-ROW-SKIP
                    WS-ROW-SKIP WS-ROW-SKIP WS-ROW-ENTERED-BY
                    WS-ROW-DECIDED-BY WS-ROW-DECIDED-DATE
            END-UNSTRING
            IF FUNCTION TRIM(WS-ROW-STATUS) NOT = "APPROVED"
                  AND FUNCTION TRIM(WS-ROW-STATUS) NOT = "REJECTED"
               EXIT PARAGRAPH
            END-IF
      *    a row decided before the decision was stamped is dated by
      *    its entry date and cannot be checked.
            IF WS-ROW-DECIDED-BY = SPACES
               IF WS-ROW-DATE NOT < WS-PERIOD-START
                     AND WS-ROW-DATE NOT > WS-PERIOD-END
                  ADD 1 TO WS-UNCHECKED-PENDING
               END-IF
               EXIT PARAGRAPH
            END-IF
            IF WS-ROW-DECIDED-DATE < WS-PERIOD-START
                  OR WS-ROW-DECIDED-DATE > WS-PERIOD-END
               EXIT PARAGRAPH
            END-IF
            MOVE WS-ROW-DECIDED-BY TO WS-FIND-ID
            PERFORM FIND-OR-ADD-OPERATOR
            IF FUNCTION TRIM(WS-ROW-STATUS) = "APPROVED"
               ADD 1 TO OT-APPROVALS(OT-IDX)
            ELSE
               ADD 1 TO OT-REJECTIONS(OT-IDX)
            END-IF
            IF WS-ROW-ENTERED-BY = SPACES
               ADD 1 TO WS-UNCHECKED-PENDING
               EXIT PARAGRAPH
            END-IF
            IF WS-ROW-ENTERED-BY = WS-ROW-DECIDED-BY
                  AND FUNCTION TRIM(WS-ROW-STATUS) = "APPROVED"
               MOVE WS-ROW-DECIDED-BY TO WS-EX-OPERATOR
               MOVE "ENTER+APPROVE" TO WS-EX-KIND
               MOVE SPACES TO WS-EX-TEXT
               STRING "pending " DELIMITED BY SIZE
                     FUNCTION TRIM(WS-ROW-ID) DELIMITED BY SIZE
                     " " DELIMITED BY SIZE
                     FUNCTION TRIM(WS-ROW-ACCOUNT) DELIMITED BY SIZE
                     " " DELIMITED BY SIZE
                     FUNCTION TRIM(WS-ROW-AMOUNT) DELIMITED BY SIZE
                     " approved " DELIMITED BY SIZE
                     WS-ROW-DECIDED-DATE DELIMITED BY SIZE
                  INTO WS-EX-TEXT
               END-STRING
               PERFORM ADD-EXCEPTION
            END-IF.

       ADD-EXCEPTION.
            IF WS-EXCEPTION-COUNT < 500
               ADD 1 TO WS-EXCEPTION-COUNT
               SET EX-IDX TO WS-EXCEPTION-COUNT
               MOVE WS-EX-OPERATOR TO EX-OPERATOR(EX-IDX)
               MOVE WS-EX-KIND TO EX-KIND(EX-IDX)
               MOVE WS-EX-TEXT TO EX-TEXT(EX-IDX)
            ELSE
               ADD 1 TO WS-EXCEPTIONS-LOST
            END-IF.

       SCAN-LEDGER-AND-ARCHIVES.
      *    One pass over the live ledger, every LEDGER-ARCH-<n>
      *    generation and every dated close archive on ARCHREG.DAT,
      *    handing each entry to TALLY-LEDGER-ENTRY.
            PERFORM READ-ARCHIVE-GENERATION
            MOVE WS-LEDGER-FILE TO WS-CURRENT-LEDGER
            PERFORM SCAN-ONE-LEDGER-FILE
            PERFORM VARYING WS-GEN-IDX FROM 1 BY 1
                  UNTIL WS-GEN-IDX > WS-SEQ-ARCH-GEN
               MOVE WS-GEN-IDX TO AN-GENERATION
               MOVE WS-ARCHIVE-NAME TO WS-CURRENT-LEDGER
               PERFORM SCAN-ONE-LEDGER-FILE
            END-PERFORM
            PERFORM SCAN-REGISTERED-ARCHIVES.

       READ-ARCHIVE-GENERATION.
            MOVE ZERO TO WS-SEQ-ARCH-GEN
            OPEN INPUT seqctl
            IF WS-SEQCTL-STATUS = "00"
               MOVE "2" TO SEQCTL-KEY
               READ seqctl
                  INVALID KEY
                     MOVE ZERO TO SEQCTL-LAST-ID
               END-READ
               MOVE SEQCTL-LAST-ID TO WS-SEQ-ARCH-GEN
               CLOSE seqctl
            END-IF.

       SCAN-REGISTERED-ARCHIVES.
      *    A missing ARCHREG.DAT just means no close has run since
      *    the register existed - nothing extra to sweep.
            MOVE "N" TO WS-ARCHREG-EOF
            OPEN INPUT archreg
            IF WS-ARCHREG-STATUS NOT = "00"
               EXIT PARAGRAPH
            END-IF
            PERFORM WITH TEST BEFORE UNTIL ARCHREG-EOF
               READ archreg
                  AT END
                     MOVE "Y" TO WS-ARCHREG-EOF
                  NOT AT END
                     IF ARCHREG-LINE NOT = SPACES
                        MOVE ARCHREG-LINE TO WS-CURRENT-LEDGER
                        PERFORM SCAN-ONE-LEDGER-FILE
                     END-IF
               END-READ
            END-PERFORM
            CLOSE archreg.

       SCAN-ONE-LEDGER-FILE.
            MOVE "N" TO WS-LEDGER-EOF
            OPEN INPUT LEDGER
            IF WS-LEDGER-STATUS NOT = "00"
                  AND WS-LEDGER-STATUS NOT = "05"
               EXIT PARAGRAPH
            END-IF
            ADD 1 TO WS-FILES-READ
            MOVE LOW-VALUES TO TRANSACTION-ID
            START LEDGER KEY IS NOT LESS THAN TRANSACTION-ID
               INVALID KEY
                  MOVE "Y" TO WS-LEDGER-EOF
            END-START
            PERFORM WITH TEST BEFORE UNTIL LEDGER-EOF
               READ LEDGER NEXT RECORD
                  AT END
                     MOVE "Y" TO WS-LEDGER-EOF
                  NOT AT END
                     PERFORM TALLY-LEDGER-ENTRY
               END-READ
            END-PERFORM
            CLOSE LEDGER.

       TALLY-LEDGER-ENTRY.
            IF POSTED-BY = SPACES
               MOVE WS-UNSTAMPED-ID TO WS-LEG-OPERATOR
            ELSE
               MOVE POSTED-BY TO WS-LEG-OPERATOR
            END-IF
      *    who posted each voucher, whatever the period.
            IF REFERENCE-DOC(1:4) = "VCH#"
               MOVE REFERENCE-DOC(5:7) TO WS-VOUCHER-TEXT
               PERFORM REMEMBER-VOUCHER
            END-IF
      *    the rest is this period's only: FISCAL-YEAR/PERIOD, or the
      *    period the date falls in on a leg posted before those
      *    fields were carried.
            IF FISCAL-YEAR NUMERIC AND FISCAL-YEAR > ZERO
               MOVE FISCAL-YEAR TO WS-POSTING-FY
               MOVE ACCOUNTING-PERIOD TO WS-POSTING-PD
            ELSE
               MOVE TRANSACTION-DATE TO WS-FC-LOOKUP-DATE
               PERFORM DERIVE-FISCAL-PERIOD
            END-IF
            IF WS-POSTING-FY NOT = WS-REPORT-FY
                  OR WS-POSTING-PD NOT = WS-REPORT-PD
               EXIT PARAGRAPH
            END-IF
            MOVE WS-LEG-OPERATOR TO WS-FIND-ID
            PERFORM FIND-OR-ADD-OPERATOR
            ADD 1 TO OT-LEGS(OT-IDX)
            ADD DEBIT OF ENTRIES TO OT-DEBITS(OT-IDX)
      *    legs of one journal entry sit together in a file, so a new
      *    JOURNAL-ENTRY-NO (or any ungrouped leg) is a new entry.
            MOVE JOURNAL-ENTRY-NO TO WS-LEG-ENTRY
            IF WS-LEG-ENTRY = ZERO
                  OR WS-LEG-ENTRY NOT = OT-LAST-JE(OT-IDX)
                  OR WS-FILES-READ NOT = OT-LAST-FILE(OT-IDX)
               ADD 1 TO OT-ENTRIES(OT-IDX)
               MOVE WS-LEG-ENTRY TO OT-LAST-JE(OT-IDX)
               MOVE WS-FILES-READ TO OT-LAST-FILE(OT-IDX)
            END-IF
            IF DESCRIPTION(1:5) = "VOID#"
               IF WS-LEG-ENTRY = ZERO
                     OR WS-LEG-ENTRY NOT = OT-LAST-VOID-JE(OT-IDX)
                  ADD 1 TO OT-VOIDS(OT-IDX)
                  MOVE WS-LEG-ENTRY TO OT-LAST-VOID-JE(OT-IDX)
               END-IF
            END-IF
            IF DESCRIPTION(1:4) = "REV#"
               IF WS-LEG-ENTRY = ZERO
                     OR WS-LEG-ENTRY NOT = OT-LAST-REV-JE(OT-IDX)
                  ADD 1 TO OT-REVERSALS(OT-IDX)
                  MOVE WS-LEG-ENTRY TO OT-LAST-REV-JE(OT-IDX)
               END-IF
            END-IF
            IF (REFERENCE-DOC(1:6) = "CHECK#"
                  OR REFERENCE-DOC(1:4) = "ACH#")
                  AND DESCRIPTION(1:4) = "VCH#"
               PERFORM REMEMBER-PAYMENT
            END-IF
            PERFORM CHECK-CHANGED-ACCOUNT.

       REMEMBER-VOUCHER.
            IF WS-VOUCHER-TEXT IS NOT NUMERIC
               EXIT PARAGRAPH
            END-IF
            MOVE WS-VOUCHER-TEXT TO WS-VOUCHER-NUMBER
            PERFORM VARYING VE-IDX FROM 1 BY 1
                  UNTIL VE-IDX > WS-VOUCHER-COUNT
               IF VE-NUMBER(VE-IDX) = WS-VOUCHER-NUMBER
                  EXIT PARAGRAPH
               END-IF
            END-PERFORM
            IF WS-VOUCHER-COUNT < 5000
               ADD 1 TO WS-VOUCHER-COUNT
               SET VE-IDX TO WS-VOUCHER-COUNT
               MOVE WS-VOUCHER-NUMBER TO VE-NUMBER(VE-IDX)
               MOVE WS-LEG-OPERATOR TO VE-OPERATOR(VE-IDX)
            END-IF.

       REMEMBER-PAYMENT.
      *    the payment's cash and AP legs both name the voucher; one
      *    row per payment reference and voucher.
            MOVE DESCRIPTION(5:7) TO WS-VOUCHER-TEXT
            IF WS-VOUCHER-TEXT IS NOT NUMERIC
               EXIT PARAGRAPH
            END-IF
            MOVE WS-VOUCHER-TEXT TO WS-VOUCHER-NUMBER
            PERFORM VARYING PY-IDX FROM 1 BY 1
                  UNTIL PY-IDX > WS-PAYMENT-COUNT
               IF PY-VOUCHER(PY-IDX) = WS-VOUCHER-NUMBER
                     AND PY-REFERENCE(PY-IDX) = REFERENCE-DOC
                  EXIT PARAGRAPH
               END-IF
            END-PERFORM
            IF WS-PAYMENT-COUNT < 2000
               ADD 1 TO WS-PAYMENT-COUNT
               SET PY-IDX TO WS-PAYMENT-COUNT
               MOVE WS-VOUCHER-NUMBER TO PY-VOUCHER(PY-IDX)
               MOVE REFERENCE-DOC TO PY-REFERENCE(PY-IDX)
               MOVE WS-LEG-OPERATOR TO PY-OPERATOR(PY-IDX)
               MOVE TRANSACTION-DATE TO PY-DATE(PY-IDX)
            END-IF.

       CHECK-CHANGED-ACCOUNT.
      *    a posting by the operator who changed the account's chart
      *    record that same day - reported once per change.
            PERFORM VARYING CG-IDX FROM 1 BY 1
                  UNTIL CG-IDX > WS-CHANGE-COUNT
               IF CG-FLAGGED(CG-IDX) = "N"
                     AND CG-DATE(CG-IDX) = TRANSACTION-DATE
                     AND CG-OPERATOR(CG-IDX) = WS-LEG-OPERATOR
                     AND FUNCTION TRIM(CG-NAME(CG-IDX)) =
                        FUNCTION TRIM(ACCOUNT)
                  MOVE "Y" TO CG-FLAGGED(CG-IDX)
                  MOVE WS-LEG-OPERATOR TO WS-EX-OPERATOR
                  MOVE "CHART+POST" TO WS-EX-KIND
                  MOVE SPACES TO WS-EX-TEXT
                  STRING FUNCTION TRIM(ACCOUNT) DELIMITED BY SIZE
                        " changed and posted " DELIMITED BY SIZE
                        CG-DATE(CG-IDX) DELIMITED BY SIZE
                        " trn " DELIMITED BY SIZE
                        TRANSACTION-ID DELIMITED BY SIZE
                     INTO WS-EX-TEXT
                  END-STRING
                  PERFORM ADD-EXCEPTION
               END-IF
            END-PERFORM.

       CHECK-VOUCHER-PAYMENTS.
            PERFORM VARYING PY-IDX FROM 1 BY 1
                  UNTIL PY-IDX > WS-PAYMENT-COUNT
               PERFORM VARYING VE-IDX FROM 1 BY 1
                     UNTIL VE-IDX > WS-VOUCHER-COUNT
                  IF VE-NUMBER(VE-IDX) = PY-VOUCHER(PY-IDX)
                        AND VE-OPERATOR(VE-IDX) = PY-OPERATOR(PY-IDX)
                        AND PY-OPERATOR(PY-IDX) NOT = WS-UNSTAMPED-ID
                     MOVE PY-OPERATOR(PY-IDX) TO WS-EX-OPERATOR
                     MOVE "VOUCHER+PAY" TO WS-EX-KIND
                     MOVE SPACES TO WS-EX-TEXT
                     STRING "VCH#" DELIMITED BY SIZE
                           PY-VOUCHER(PY-IDX) DELIMITED BY SIZE
                           " entered, paid by " DELIMITED BY SIZE
                           FUNCTION TRIM(PY-REFERENCE(PY-IDX))
                              DELIMITED BY SIZE
                           " " DELIMITED BY SIZE
                           PY-DATE(PY-IDX) DELIMITED BY SIZE
                        INTO WS-EX-TEXT
                     END-STRING
                     PERFORM ADD-EXCEPTION
                  END-IF
               END-PERFORM
            END-PERFORM.

       CHECK-UNKNOWN-OPERATORS.
      *    with sign-on configured, every id on the trail should be on
      *    OPERATOR.DAT.
            IF NOT OPERATORS-CONFIGURED
               EXIT PARAGRAPH
            END-IF
            PERFORM VARYING OT-IDX FROM 1 BY 1
                  UNTIL OT-IDX > WS-OPERATOR-COUNT
               IF OT-ON-FILE(OT-IDX) = "N"
                     AND OT-ID(OT-IDX) NOT = WS-UNSTAMPED-ID
                  MOVE OT-ID(OT-IDX) TO WS-EX-OPERATOR
                  MOVE "UNKNOWN ID" TO WS-EX-KIND
                  MOVE OT-LEGS(OT-IDX) TO WS-COUNT-ED
                  MOVE SPACES TO WS-EX-TEXT
                  STRING "not on " DELIMITED BY SIZE
                        FUNCTION TRIM(WS-OPERATOR-FILE)
                           DELIMITED BY SIZE
                        " - " DELIMITED BY SIZE
                        FUNCTION TRIM(WS-COUNT-ED) DELIMITED BY SIZE
                        " legs posted" DELIMITED BY SIZE
                     INTO WS-EX-TEXT
                  END-STRING
                  PERFORM ADD-EXCEPTION
               END-IF
            END-PERFORM.

       PRINT-ACTIVITY-REPORT.
            DISPLAY " "
            DISPLAY "OPERATOR ACTIVITY AND SEGREGATION OF DUTIES - FY "
               WS-REPORT-FY " PERIOD " WS-REPORT-PD " ("
               WS-PERIOD-START " to " WS-PERIOD-END ")"
            DISPLAY "==========================================="
               "==================================="
            IF NOT OPERATORS-CONFIGURED
               DISPLAY "(" FUNCTION TRIM(WS-OPERATOR-FILE)
                  " not found - sign-on is not configured, ids are OS"
                  " users)"
            END-IF
            DISPLAY "OPERATOR NAME                 ROLE      ENTRIES"
               "  LEGS         DEBITS APPR REJ CHART VOID REV"
            DISPLAY "-------------------------------------------"
               "-----------------------------------"
               "------------"
            PERFORM VARYING OT-IDX FROM 1 BY 1
                  UNTIL OT-IDX > WS-OPERATOR-COUNT
               MOVE OT-ID(OT-IDX) TO RPT-OP-ID
               IF OT-ON-FILE(OT-IDX) = "Y"
                  MOVE OT-NAME(OT-IDX) TO RPT-OP-NAME
               ELSE
                  MOVE "(not on file)" TO RPT-OP-NAME
                  IF OT-ID(OT-IDX) = WS-UNSTAMPED-ID
                     MOVE "(no operator stamp)" TO RPT-OP-NAME
                  END-IF
               END-IF
               MOVE OT-ROLE(OT-IDX) TO RPT-OP-ROLE
               MOVE OT-ENTRIES(OT-IDX) TO RPT-OP-ENTRIES
               MOVE OT-LEGS(OT-IDX) TO RPT-OP-LEGS
               MOVE OT-DEBITS(OT-IDX) TO RPT-OP-DEBITS
               MOVE OT-APPROVALS(OT-IDX) TO RPT-OP-APPROVALS
               MOVE OT-REJECTIONS(OT-IDX) TO RPT-OP-REJECTIONS
               MOVE OT-CHANGES(OT-IDX) TO RPT-OP-CHANGES
               MOVE OT-VOIDS(OT-IDX) TO RPT-OP-VOIDS
               MOVE OT-REVERSALS(OT-IDX) TO RPT-OP-REVERSALS
               DISPLAY RPT-OPERATOR-LINE
            END-PERFORM
            DISPLAY " "
            DISPLAY "SEGREGATION-OF-DUTIES EXCEPTIONS"
            DISPLAY "-------------------------------------------"
               "-----------------------------------"
            IF WS-EXCEPTION-COUNT = ZERO
               DISPLAY "  none"
            END-IF
            PERFORM VARYING EX-IDX FROM 1 BY 1
                  UNTIL EX-IDX > WS-EXCEPTION-COUNT
               MOVE EX-OPERATOR(EX-IDX) TO RPT-EX-OPERATOR
               MOVE EX-KIND(EX-IDX) TO RPT-EX-KIND
               MOVE EX-TEXT(EX-IDX) TO RPT-EX-TEXT
               DISPLAY RPT-EXCEPTION-LINE
            END-PERFORM
            IF WS-EXCEPTIONS-LOST > ZERO
               MOVE WS-EXCEPTIONS-LOST TO WS-COUNT-ED
               DISPLAY "  ... and " FUNCTION TRIM(WS-COUNT-ED)
                  " more not listed"
            END-IF
            IF WS-CHANGES-LOST > ZERO
               MOVE WS-CHANGES-LOST TO WS-COUNT-ED
               DISPLAY "  (" FUNCTION TRIM(WS-COUNT-ED)
                  " chart changes beyond the first 500 were counted"
                  " but not checked for CHART+POST)"
            END-IF
            IF WS-UNCHECKED-PENDING > ZERO
               MOVE WS-UNCHECKED-PENDING TO WS-COUNT-ED
               DISPLAY "  (" FUNCTION TRIM(WS-COUNT-ED)
                  " pending decisions carry no ENTERED-BY/DECIDED-BY"
                  " and were not checked)"
            END-IF
            DISPLAY " "
            DISPLAY "Reviewed and approved: ______________________"
               "   Date: ____________".

       LOAD-FISCAL-CALENDAR.
      *    A missing/empty FISCALCAL.DAT just leaves the table empty,
      *    so DERIVE-FISCAL-PERIOD falls back to calendar months.
            MOVE ZERO TO WS-FISCALCAL-COUNT
            MOVE "N" TO WS-FILE-EOF
            OPEN INPUT fiscalcal
            IF WS-FISCALCAL-STATUS = "00"
               PERFORM WITH TEST BEFORE UNTIL FILE-EOF
                  READ fiscalcal
                     AT END
                        MOVE "Y" TO WS-FILE-EOF
                     NOT AT END
                        PERFORM STORE-FISCAL-PERIOD-ROW
                  END-READ
               END-PERFORM
            END-IF
            CLOSE fiscalcal.

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
      *    fiscal year/period whose start/end span covers it; with no
      *    calendar on file, or no row covering the date, the calendar
      *    year/month applies.
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

       END PROGRAM BESTBOOKS-OPACTIVITY.
