       IDENTIFICATION DIVISION.
       PROGRAM-ID. BESTBOOKS-CREDITMEMO.
       AUTHOR. PRESSPAGE ENTERTAINMENT INC dba PINGLEWARE.
      *----------------------------------------------------------------
      * Customer credit memos - the companion to BESTBOOKS-INVOICE for
      * returns, billing corrections and allowances. Reads the same
      * pipe-delimited line-item layout an invoice does (the revenue
      * account each credited line reverses), assigns the next credit
      * memo number from SEQCTL.DAT (key "A"), writes the printable
      * CREDITMEMO-<number>.TXT for the customer on CUSTVEND.DAT, and
      * posts one revenue debit per credited line against a single AR
      * credit to the customer's DEFAULT-ACCOUNT - "CM#<number>"
      * stamped into every leg's REFERENCE-DOC, one journal entry.
      *
      * A credit memo issued against an invoice (arg 2, its INV#
      * reference) reduces that invoice's OPEN row on OPENITEM.DAT,
      * marking it PAID once nothing is left; a credit larger than
      * what is still open closes the invoice and carries the excess
      * as its own negative open item. A credit memo naming no
      * invoice becomes a negative CM# open item outright - credit on
      * account that BESTBOOKS-CASHAPP can later apply to an invoice
      * the same way it applies unapplied cash.
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

           SELECT OPTIONAL cmlines
               ASSIGN TO WS-LINES-FILE
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-LINES-STATUS.

           SELECT OPTIONAL custvend
               ASSIGN TO WS-CUSTVEND-FILE
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-CUSTVEND-STATUS.

           SELECT OPTIONAL memodoc
               ASSIGN TO WS-DOCUMENT-FILE
                   ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL closedper
               ASSIGN TO WS-CLOSEDPER-FILE
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-CLOSEDPER-STATUS.

           SELECT OPTIONAL openitem
               ASSIGN TO WS-OPENITEM-FILE
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-OPENITEM-STATUS.

           SELECT OPTIONAL openitem-work
               ASSIGN TO WS-WORK-FILE
                   ORGANIZATION IS LINE SEQUENTIAL.

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

      *    CMLINES.DAT line layout, pipe-delimited:
      *    REVENUE-ACCOUNT|AMOUNT|DESCRIPTION|DEPARTMENT - the same
      *    column order as INVLINES.DAT, one row per credited line.
            FD cmlines.
            01 LINES-LINE            PIC X(80).

      *    CUSTVEND.DAT line layout - see bestbooks-aging.cob.
            FD custvend.
            01 CUSTVEND-LINE         PIC X(200).

            FD memodoc.
            01 DOCUMENT-LINE         PIC X(80).

      *    CLOSEDPER.DAT line layout, pipe-delimited: FISCAL-YEAR|
      *    ACCOUNTING-PERIOD - see BESTBOOKS-CLOSE.
            FD closedper.
            01 CLOSEDPER-LINE        PIC X(10).

      *    OPENITEM.DAT line layout, pipe-delimited: REFERENCE|
      *    CUSTOMER|DATE|ORIGINAL-AMOUNT|OPEN-AMOUNT|STATUS - see
      *    BESTBOOKS-CASHAPP.
            FD openitem.
            01 OPENITEM-LINE         PIC X(120).

            FD openitem-work.
            01 OPENITEM-WORK-LINE    PIC X(120).

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
            01 WS-LINES-FILE        PIC X(64) VALUE "CMLINES.DAT".
            01 WS-CUSTVEND-FILE     PIC X(64) VALUE "CUSTVEND.DAT".
            01 WS-DOCUMENT-FILE     PIC X(64) VALUE SPACES.
            01 WS-OPENITEM-FILE     PIC X(64) VALUE "OPENITEM.DAT".
            01 WS-WORK-FILE         PIC X(64) VALUE "OPENITEM.TMP".
            01 WS-LINES-STATUS      PIC XX.
            01 WS-CUSTVEND-STATUS   PIC XX.
            01 WS-OPENITEM-STATUS   PIC XX.
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

      *    arg 1 (required): customer name, looked up in CUSTVEND.DAT.
      *    arg 2 (optional): the INV# reference being credited; blank
      *    (or NONE) issues the memo on account.
      *    arg 8 (optional): posting date override, YYYY-MM-DD.
            01 WS-CUSTOMER-NAME      PIC X(30) VALUE SPACES.
            01 WS-INVOICE-REFERENCE  PIC X(20) VALUE SPACES.
            01 USER-POSTING-DATE     PIC X(10) VALUE SPACES.

            01 WS-LINES-EOF         PIC X VALUE "N".
                  88  LINES-EOF     VALUE "Y".
            01 WS-CUSTVEND-EOF      PIC X VALUE "N".
                  88  CUSTVEND-EOF  VALUE "Y".
            01 WS-OPENITEM-EOF      PIC X VALUE "N".
                  88  OPENITEM-EOF  VALUE "Y".

      *    the matched customer master row.
            01 WS-CV-NAME-IN        PIC X(30).
            01 WS-CV-KIND-IN        PIC X(6).
            01 WS-CV-TERMS-IN       PIC X(8).
            01 WS-CV-ACCOUNT-IN     PIC X(15).
            01 WS-CV-ADDRESS-IN     PIC X(60).
            01 WS-CUSTOMER-FOUND    PIC X VALUE "N".
                  88  CUSTOMER-WAS-FOUND  VALUE "Y".
            01 WS-AR-ACCOUNT        PIC A(15) VALUE SPACES.
            01 WS-CUSTOMER-ADDRESS  PIC X(60) VALUE SPACES.

            01 WS-LIN-ACCOUNT       PIC A(15).
            01 WS-LIN-AMOUNT        PIC X(10).
            01 WS-LIN-DESCRIPTION   PIC A(30).
            01 WS-LIN-DEPARTMENT    PIC X(6).

            01 WS-LINE-COUNT        PIC 9(4) VALUE ZERO.
            01 WS-VALID-COUNT       PIC 9(4) VALUE ZERO.
            01 WS-BATCH-BAD         PIC X VALUE "N".
                  88  BATCH-HAS-ERRORS  VALUE "Y".
            01 WS-MEMO-TOTAL        PIC S9(7)V99 VALUE ZERO.
            01 WS-LINE-AMOUNT       PIC S9(7)V99 VALUE ZERO.

      *    one OPENITEM.DAT row, unpacked.
            01 WS-ROW-REFERENCE     PIC X(20).
            01 WS-ROW-CUSTOMER      PIC X(30).
            01 WS-ROW-DATE          PIC X(10).
            01 WS-ROW-ORIGINAL      PIC X(12).
            01 WS-ROW-OPEN          PIC X(12).
            01 WS-ROW-STATUS        PIC X(10).
            01 WS-ROW-OPEN-AMOUNT   PIC S9(7)V99.
            01 WS-ROW-AMOUNT-ED     PIC -9(7).99.

      *    the invoice being credited: how much of it is still open,
      *    how much of this memo it absorbs, and what is left over to
      *    carry as credit on account.
            01 WS-INVOICE-FOUND     PIC X VALUE "N".
                  88  INVOICE-WAS-FOUND  VALUE "Y".
            01 WS-INVOICE-OPEN      PIC S9(7)V99 VALUE ZERO.
            01 WS-APPLIED-AMOUNT    PIC S9(7)V99 VALUE ZERO.
            01 WS-ON-ACCOUNT        PIC S9(7)V99 VALUE ZERO.

      *    Credit memo numbers draw on their own SEQCTL.DAT sequence
      *    (key "A"), next to the invoice (5) and receipt (6)
      *    counters.
            01 WS-MEMO-KEY           PIC X(1) VALUE "A".
            01 WS-MEMO-NUMBER        PIC 9(7).
            01 WS-MEMO-REFERENCE     PIC X(20) VALUE SPACES.

            01 WS-DOCUMENT-NAME.
                02 FILLER            PIC X(11) VALUE "CREDITMEMO-".
                02 DN-NUMBER         PIC 9(7).
                02 FILLER            PIC X(4) VALUE ".TXT".

            01 DOC-AMOUNT-ED         PIC Z,ZZZ,ZZ9.99.
            01 DOC-DETAIL.
               02 DOC-DESCRIPTION    PIC X(30).
               02 FILLER             PIC X(2) VALUE SPACES.
               02 DOC-ACCOUNT        PIC X(15).
               02 FILLER             PIC X(2) VALUE SPACES.
               02 DOC-AMOUNT         PIC Z,ZZZ,ZZ9.99.

       PROCEDURE DIVISION.
       BEGIN.
            PERFORM GET-RUNTIME-ARGUMENTS.
            PERFORM CHECK-OPERATOR-SIGNON.
            PERFORM LOAD-FISCAL-CALENDAR.

            IF WS-CUSTOMER-NAME = SPACES
               DISPLAY "ERROR: a customer name is required as arg 1"
               MOVE 1 TO RETURN-CODE
               STOP RUN
            END-IF.

            PERFORM LOOKUP-CUSTOMER.
            IF NOT CUSTOMER-WAS-FOUND
               DISPLAY "ERROR: customer '"
                  FUNCTION TRIM(WS-CUSTOMER-NAME)
                  "' is not on the customer/vendor master "
                  FUNCTION TRIM(WS-CUSTVEND-FILE)
               MOVE 1 TO RETURN-CODE
               STOP RUN
            END-IF.

            MOVE WS-AR-ACCOUNT TO WS-LOOKUP-ACCOUNT
            PERFORM VALIDATE-ACCOUNT
            IF NOT ACCOUNT-IS-VALID
               DISPLAY "ERROR: customer AR account '"
                  FUNCTION TRIM(WS-AR-ACCOUNT)
                  "' is not usable"
               MOVE 1 TO RETURN-CODE
               STOP RUN
            END-IF.

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
                  WS-POSTING-PD
                  " is closed, back-dated posting rejected"
               MOVE 1 TO RETURN-CODE
               STOP RUN
            END-IF.

            PERFORM VALIDATE-MEMO-LINES.
            IF WS-VALID-COUNT = ZERO
               DISPLAY "ERROR: no usable credit memo lines in "
                  FUNCTION TRIM(WS-LINES-FILE)
               MOVE 1 TO RETURN-CODE
               STOP RUN
            END-IF.
            IF BATCH-HAS-ERRORS
               DISPLAY "ERROR: credit memo not issued - fix the lines "
                  "above and rerun; nothing was numbered or posted"
               MOVE 1 TO RETURN-CODE
               STOP RUN
            END-IF.

      *    CREDIT in ledger-record.cpy is PIC 9(7)V99, and the whole
      *    memo total posts as the single AR credit leg.
            IF WS-MEMO-TOTAL > 9999999.99
               DISPLAY "ERROR: credit memo total " WS-MEMO-TOTAL
                  " exceeds the 9,999,999.99 ledger line limit the AR "
                  "credit leg must fit in; issue it as more than one "
                  "credit memo"
               MOVE 1 TO RETURN-CODE
               STOP RUN
            END-IF.

      *    A memo against an invoice must name one of this customer's
      *    OPEN invoices; anything it does not absorb is carried on
      *    account.
            MOVE WS-MEMO-TOTAL TO WS-ON-ACCOUNT
            MOVE ZERO TO WS-APPLIED-AMOUNT
            IF WS-INVOICE-REFERENCE NOT = SPACES
               PERFORM FIND-CREDITED-INVOICE
               IF NOT INVOICE-WAS-FOUND
                  DISPLAY "ERROR: '"
                     FUNCTION TRIM(WS-INVOICE-REFERENCE)
                     "' is not an OPEN invoice for "
                     FUNCTION TRIM(WS-CUSTOMER-NAME) " on "
                     FUNCTION TRIM(WS-OPENITEM-FILE)
                  MOVE 1 TO RETURN-CODE
                  STOP RUN
               END-IF
               IF WS-MEMO-TOTAL > WS-INVOICE-OPEN
                  MOVE WS-INVOICE-OPEN TO WS-APPLIED-AMOUNT
               ELSE
                  MOVE WS-MEMO-TOTAL TO WS-APPLIED-AMOUNT
               END-IF
               COMPUTE WS-ON-ACCOUNT =
                  WS-MEMO-TOTAL - WS-APPLIED-AMOUNT
            END-IF.

            PERFORM GET-NEXT-MEMO-NUMBER.
            MOVE SPACES TO WS-MEMO-REFERENCE
            STRING "CM#" DELIMITED BY SIZE
                  WS-MEMO-NUMBER DELIMITED BY SIZE
               INTO WS-MEMO-REFERENCE
            END-STRING

            PERFORM WRITE-MEMO-DOCUMENT.
            PERFORM GET-NEXT-JOURNAL-ENTRY.
            PERFORM POST-REVENUE-LEGS.
            PERFORM POST-AR-LEG.
            PERFORM UPDATE-OPEN-ITEMS.

            DISPLAY "Credit memo " WS-MEMO-NUMBER " issued to "
               FUNCTION TRIM(WS-CUSTOMER-NAME) " for "
               WS-MEMO-TOTAL ", document "
               FUNCTION TRIM(WS-DOCUMENT-FILE).
            IF WS-APPLIED-AMOUNT NOT = ZERO
               DISPLAY "  applied to "
                  FUNCTION TRIM(WS-INVOICE-REFERENCE) ": "
                  WS-APPLIED-AMOUNT
            END-IF.
            IF WS-ON-ACCOUNT NOT = ZERO
               DISPLAY "  carried on account as an open credit: "
                  WS-ON-ACCOUNT
            END-IF.
            STOP RUN.

       GET-RUNTIME-ARGUMENTS.
      *    arg 1 (required): customer name from CUSTVEND.DAT.
      *    arg 2 (optional): INV# reference of the invoice credited;
      *    blank or NONE issues the credit on account.
      *    arg 3 (optional): credit memo line-items file, default
      *    CMLINES.DAT.
      *    arg 4 (optional): ledger data file, default LEDGER.DAT.
      *    arg 5 (optional): chart-of-accounts file, default
      *    BESTBOOKS.DAT.
      *    arg 6 (optional): sequence control file, default
      *    SEQCTL.DAT.
      *    arg 7 (optional): customer/vendor master file, default
      *    CUSTVEND.DAT.
      *    arg 8 (optional): posting date override, YYYY-MM-DD.
      *    arg 9 (optional): open-item AR subledger file, default
      *    OPENITEM.DAT.
            ACCEPT WS-CUSTOMER-NAME FROM ARGUMENT-VALUE
            ACCEPT WS-INVOICE-REFERENCE FROM ARGUMENT-VALUE
            MOVE FUNCTION UPPER-CASE(WS-INVOICE-REFERENCE)
               TO WS-INVOICE-REFERENCE
            IF WS-INVOICE-REFERENCE = "NONE"
               MOVE SPACES TO WS-INVOICE-REFERENCE
            END-IF
            ACCEPT WS-LINES-FILE FROM ARGUMENT-VALUE
            IF WS-LINES-FILE = SPACES
               MOVE "CMLINES.DAT" TO WS-LINES-FILE
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
            ACCEPT USER-POSTING-DATE FROM ARGUMENT-VALUE
            ACCEPT WS-OPENITEM-FILE FROM ARGUMENT-VALUE
            IF WS-OPENITEM-FILE = SPACES
               MOVE "OPENITEM.DAT" TO WS-OPENITEM-FILE
            END-IF.

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
               MOVE WS-CV-ADDRESS-IN TO WS-CUSTOMER-ADDRESS
            END-IF.

       VALIDATE-MEMO-LINES.
      *    Read-only pass that totals the lines and flags every
      *    problem before anything is numbered or posted - the same
      *    validate-first pass BESTBOOKS-INVOICE runs over its lines.
            MOVE ZERO TO WS-LINE-COUNT WS-VALID-COUNT WS-MEMO-TOTAL
            MOVE "N" TO WS-BATCH-BAD
            OPEN INPUT cmlines
            IF WS-LINES-STATUS = "35"
               DISPLAY "WARNING: " FUNCTION TRIM(WS-LINES-FILE)
                  " not found"
            ELSE
               MOVE "N" TO WS-LINES-EOF
               PERFORM WITH TEST BEFORE UNTIL LINES-EOF
                  READ cmlines
                     AT END
                        MOVE "Y" TO WS-LINES-EOF
                     NOT AT END
                        PERFORM CHECK-MEMO-LINE
                  END-READ
               END-PERFORM
               CLOSE cmlines
            END-IF.

       CHECK-MEMO-LINE.
            ADD 1 TO WS-LINE-COUNT
            PERFORM PARSE-MEMO-LINE
            MOVE WS-LIN-ACCOUNT TO WS-LOOKUP-ACCOUNT
            PERFORM VALIDATE-ACCOUNT
            IF NOT ACCOUNT-IS-VALID
               DISPLAY "BAD line " WS-LINE-COUNT ": account '"
                  FUNCTION TRIM(WS-LIN-ACCOUNT) "' is not usable"
               MOVE "Y" TO WS-BATCH-BAD
            ELSE
               IF FUNCTION TEST-NUMVAL(WS-LIN-AMOUNT) NOT = ZERO
                  DISPLAY "BAD line " WS-LINE-COUNT ": amount '"
                     FUNCTION TRIM(WS-LIN-AMOUNT)
                     "' is not a valid number"
                  MOVE "Y" TO WS-BATCH-BAD
               ELSE
                  IF FUNCTION NUMVAL(WS-LIN-AMOUNT) <= 0
                        OR FUNCTION NUMVAL(WS-LIN-AMOUNT) > 9999999.99
                     DISPLAY "BAD line " WS-LINE-COUNT ": amount '"
                        FUNCTION TRIM(WS-LIN-AMOUNT)
                        "' is not positive or exceeds the 9,999,999.99 "
                        "ledger line limit"
                     MOVE "Y" TO WS-BATCH-BAD
                  ELSE
                     ADD 1 TO WS-VALID-COUNT
                     ADD FUNCTION NUMVAL(WS-LIN-AMOUNT)
                        TO WS-MEMO-TOTAL
                  END-IF
               END-IF
            END-IF.

       PARSE-MEMO-LINE.
            MOVE SPACES TO WS-LIN-ACCOUNT WS-LIN-AMOUNT
               WS-LIN-DESCRIPTION WS-LIN-DEPARTMENT
            UNSTRING LINES-LINE DELIMITED BY "|"
               INTO WS-LIN-ACCOUNT WS-LIN-AMOUNT WS-LIN-DESCRIPTION
                    WS-LIN-DEPARTMENT
            END-UNSTRING.

       FIND-CREDITED-INVOICE.
      *    Read-only lookup of the credited invoice's OPEN row, so a
      *    memo against a paid, foreign or mistyped invoice is refused
      *    before a number is drawn.
            MOVE "N" TO WS-INVOICE-FOUND
            MOVE ZERO TO WS-INVOICE-OPEN
            OPEN INPUT openitem
            IF WS-OPENITEM-STATUS = "35"
               EXIT PARAGRAPH
            END-IF
            MOVE "N" TO WS-OPENITEM-EOF
            PERFORM WITH TEST BEFORE UNTIL OPENITEM-EOF
                  OR INVOICE-WAS-FOUND
               READ openitem
                  AT END
                     MOVE "Y" TO WS-OPENITEM-EOF
                  NOT AT END
                     PERFORM CHECK-CREDITED-ROW
               END-READ
            END-PERFORM
            CLOSE openitem.

       CHECK-CREDITED-ROW.
            PERFORM UNPACK-OPENITEM-ROW
            IF FUNCTION TRIM(WS-ROW-REFERENCE) =
                  FUNCTION TRIM(WS-INVOICE-REFERENCE)
                  AND FUNCTION TRIM(WS-ROW-STATUS) = "OPEN"
                  AND FUNCTION UPPER-CASE(
                        FUNCTION TRIM(WS-ROW-CUSTOMER)) =
                     FUNCTION UPPER-CASE(
                        FUNCTION TRIM(WS-CUSTOMER-NAME))
                  AND FUNCTION NUMVAL(WS-ROW-OPEN) > ZERO
               MOVE "Y" TO WS-INVOICE-FOUND
               MOVE FUNCTION NUMVAL(WS-ROW-OPEN) TO WS-INVOICE-OPEN
            END-IF.

       UNPACK-OPENITEM-ROW.
            MOVE SPACES TO WS-ROW-REFERENCE WS-ROW-CUSTOMER
               WS-ROW-DATE WS-ROW-ORIGINAL WS-ROW-OPEN WS-ROW-STATUS
            UNSTRING OPENITEM-LINE DELIMITED BY "|"
               INTO WS-ROW-REFERENCE WS-ROW-CUSTOMER WS-ROW-DATE
                    WS-ROW-ORIGINAL WS-ROW-OPEN WS-ROW-STATUS
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
            END-STRING.

       UPDATE-OPEN-ITEMS.
      *    Full truncate-and-rewrite pass over OPENITEM.DAT, the same
      *    one BESTBOOKS-CASHAPP makes: the credited invoice's open
      *    amount drops by what this memo absorbs (PAID at zero), and
      *    any credit left over is appended as a negative CM# item.
            OPEN INPUT openitem
            OPEN OUTPUT openitem-work
            IF WS-OPENITEM-STATUS NOT = "35"
               MOVE "N" TO WS-OPENITEM-EOF
               PERFORM WITH TEST BEFORE UNTIL OPENITEM-EOF
                  READ openitem
                     AT END
                        MOVE "Y" TO WS-OPENITEM-EOF
                     NOT AT END
                        PERFORM CREDIT-OPEN-ROW
                  END-READ
               END-PERFORM
            END-IF
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
            IF WS-ON-ACCOUNT > ZERO
               PERFORM APPEND-CREDIT-ITEM
            END-IF
            CLOSE openitem.

       CREDIT-OPEN-ROW.
            PERFORM UNPACK-OPENITEM-ROW
            IF WS-APPLIED-AMOUNT > ZERO
                  AND FUNCTION TRIM(WS-ROW-REFERENCE) =
                     FUNCTION TRIM(WS-INVOICE-REFERENCE)
                  AND FUNCTION TRIM(WS-ROW-STATUS) = "OPEN"
                  AND FUNCTION UPPER-CASE(
                        FUNCTION TRIM(WS-ROW-CUSTOMER)) =
                     FUNCTION UPPER-CASE(
                        FUNCTION TRIM(WS-CUSTOMER-NAME))
               COMPUTE WS-ROW-OPEN-AMOUNT =
                  FUNCTION NUMVAL(WS-ROW-OPEN) - WS-APPLIED-AMOUNT
               IF WS-ROW-OPEN-AMOUNT = ZERO
                  MOVE "PAID" TO WS-ROW-STATUS
               END-IF
               PERFORM REPACK-OPENITEM-ROW
            END-IF
            WRITE OPENITEM-WORK-LINE FROM OPENITEM-LINE.

       APPEND-CREDIT-ITEM.
      *    Credit on account is carried as a negative open amount
      *    under the memo's own reference, exactly the way an
      *    unapplied receipt is, so BESTBOOKS-CASHAPP can apply it.
            COMPUTE WS-ROW-OPEN-AMOUNT = 0 - WS-ON-ACCOUNT
            MOVE WS-ROW-OPEN-AMOUNT TO WS-ROW-AMOUNT-ED
            MOVE SPACES TO OPENITEM-LINE
            STRING FUNCTION TRIM(WS-MEMO-REFERENCE)
                     DELIMITED BY SIZE
                  "|" DELIMITED BY SIZE
                  FUNCTION TRIM(WS-CUSTOMER-NAME) DELIMITED BY SIZE
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


       GET-NEXT-MEMO-NUMBER.
      *    Reuses SEQCTL.DAT for a distinct credit memo sequence (key
      *    "A"), the same way BESTBOOKS-INVOICE draws invoice numbers
      *    from key "5".
            PERFORM OPEN-SEQCTL-WITH-RETRY
            MOVE WS-MEMO-KEY TO SEQCTL-KEY
            READ seqctl
               INVALID KEY
                  MOVE ZERO TO SEQCTL-LAST-ID
            END-READ
            ADD 1 TO SEQCTL-LAST-ID
            MOVE SEQCTL-LAST-ID TO WS-MEMO-NUMBER
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


       WRITE-MEMO-DOCUMENT.
      *    The printable credit memo - header, one line per credited
      *    item, total - written to CREDITMEMO-<number>.TXT.
            MOVE WS-MEMO-NUMBER TO DN-NUMBER
            MOVE WS-DOCUMENT-NAME TO WS-DOCUMENT-FILE
            OPEN OUTPUT memodoc
            MOVE SPACES TO DOCUMENT-LINE
            STRING "CREDIT MEMO " DELIMITED BY SIZE
                  WS-MEMO-NUMBER DELIMITED BY SIZE
                  "  DATE " DELIMITED BY SIZE
                  WS-FORMATTED-DATE(1:10) DELIMITED BY SIZE
               INTO DOCUMENT-LINE
            END-STRING
            WRITE DOCUMENT-LINE
            MOVE SPACES TO DOCUMENT-LINE
            STRING "CUSTOMER: " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-CUSTOMER-NAME) DELIMITED BY SIZE
               INTO DOCUMENT-LINE
            END-STRING
            WRITE DOCUMENT-LINE
            IF WS-CUSTOMER-ADDRESS NOT = SPACES
               MOVE SPACES TO DOCUMENT-LINE
               STRING "          " DELIMITED BY SIZE
                     FUNCTION TRIM(WS-CUSTOMER-ADDRESS)
                        DELIMITED BY SIZE
                  INTO DOCUMENT-LINE
               END-STRING
               WRITE DOCUMENT-LINE
            END-IF
            MOVE SPACES TO DOCUMENT-LINE
            IF WS-INVOICE-REFERENCE = SPACES
               MOVE "CREDITED TO: your account" TO DOCUMENT-LINE
            ELSE
               STRING "CREDITED TO: " DELIMITED BY SIZE
                     FUNCTION TRIM(WS-INVOICE-REFERENCE)
                        DELIMITED BY SIZE
                  INTO DOCUMENT-LINE
               END-STRING
            END-IF
            WRITE DOCUMENT-LINE
            MOVE ALL "-" TO DOCUMENT-LINE
            WRITE DOCUMENT-LINE

            OPEN INPUT cmlines
            MOVE "N" TO WS-LINES-EOF
            PERFORM WITH TEST BEFORE UNTIL LINES-EOF
               READ cmlines
                  AT END
                     MOVE "Y" TO WS-LINES-EOF
                  NOT AT END
                     PERFORM WRITE-DOCUMENT-DETAIL
               END-READ
            END-PERFORM
            CLOSE cmlines

            MOVE ALL "-" TO DOCUMENT-LINE
            WRITE DOCUMENT-LINE
            MOVE WS-MEMO-TOTAL TO DOC-AMOUNT-ED
            MOVE SPACES TO DOCUMENT-LINE
            STRING "TOTAL CREDIT: " DELIMITED BY SIZE
                  FUNCTION TRIM(DOC-AMOUNT-ED) DELIMITED BY SIZE
               INTO DOCUMENT-LINE
            END-STRING
            WRITE DOCUMENT-LINE
            IF WS-ON-ACCOUNT > ZERO AND WS-APPLIED-AMOUNT > ZERO
               MOVE WS-ON-ACCOUNT TO DOC-AMOUNT-ED
               MOVE SPACES TO DOCUMENT-LINE
               STRING "CARRIED ON ACCOUNT: " DELIMITED BY SIZE
                     FUNCTION TRIM(DOC-AMOUNT-ED) DELIMITED BY SIZE
                  INTO DOCUMENT-LINE
               END-STRING
               WRITE DOCUMENT-LINE
            END-IF
            MOVE SPACES TO DOCUMENT-LINE
            STRING "REFERENCE: " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-MEMO-REFERENCE) DELIMITED BY SIZE
               INTO DOCUMENT-LINE
            END-STRING
            WRITE DOCUMENT-LINE
            CLOSE memodoc.

       WRITE-DOCUMENT-DETAIL.
            PERFORM PARSE-MEMO-LINE
            IF WS-LIN-DESCRIPTION = SPACES
               MOVE "Credit allowed" TO DOC-DESCRIPTION
            ELSE
               MOVE WS-LIN-DESCRIPTION TO DOC-DESCRIPTION
            END-IF
            MOVE WS-LIN-ACCOUNT TO DOC-ACCOUNT
            MOVE FUNCTION NUMVAL(WS-LIN-AMOUNT) TO DOC-AMOUNT
            MOVE DOC-DETAIL TO DOCUMENT-LINE
            WRITE DOCUMENT-LINE.

       POST-REVENUE-LEGS.
            OPEN INPUT cmlines
            MOVE "N" TO WS-LINES-EOF
            PERFORM WITH TEST BEFORE UNTIL LINES-EOF
               READ cmlines
                  AT END
                     MOVE "Y" TO WS-LINES-EOF
                  NOT AT END
                     PERFORM POST-ONE-REVENUE-LEG
               END-READ
            END-PERFORM
            CLOSE cmlines.

       POST-ONE-REVENUE-LEG.
      *    Only the credited lines are reversed - one revenue debit
      *    per memo line, on the line's own revenue account and
      *    department.
            PERFORM PARSE-MEMO-LINE
            MOVE FUNCTION UPPER-CASE(WS-LIN-DEPARTMENT)
               TO WS-DEPARTMENT-CODE
            MOVE FUNCTION NUMVAL(WS-LIN-AMOUNT) TO WS-LINE-AMOUNT
            PERFORM GET-NEXT-TRANSACTION-ID
            PERFORM OPEN-LEDGER-WITH-RETRY
            MOVE WS-FORMATTED-DATE TO TRANSACTION-DATE
            MOVE WS-LIN-ACCOUNT TO ACCOUNT
            MOVE WS-LINE-AMOUNT TO DEBIT OF ENTRIES
            MOVE 0.00 TO CREDIT OF ENTRIES
            IF WS-LIN-DESCRIPTION = SPACES
               MOVE "Credit memo line" TO DESCRIPTION
            ELSE
               MOVE WS-LIN-DESCRIPTION TO DESCRIPTION
            END-IF
            MOVE USER-TRANSACTION-ID TO TRANSACTION-ID
            SET NOT-RECONCILED TO TRUE
            MOVE WS-POSTING-FY TO FISCAL-YEAR
            MOVE WS-POSTING-PD TO ACCOUNTING-PERIOD
            MOVE "USD" TO CURRENCY-CODE OF ENTRIES
            MOVE WS-MEMO-REFERENCE TO REFERENCE-DOC
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
            DISPLAY "Revenue leg posted as " USER-TRANSACTION-ID.

       POST-AR-LEG.
            MOVE SPACES TO WS-DEPARTMENT-CODE
            PERFORM GET-NEXT-TRANSACTION-ID
            PERFORM OPEN-LEDGER-WITH-RETRY
            MOVE WS-FORMATTED-DATE TO TRANSACTION-DATE
            MOVE WS-AR-ACCOUNT TO ACCOUNT
            MOVE 0.00 TO DEBIT OF ENTRIES
            MOVE WS-MEMO-TOTAL TO CREDIT OF ENTRIES
            MOVE SPACES TO DESCRIPTION
      *    "CM nnnnnnn on INV#nnnnnnn" fills 25 of the 30 bytes, so
      *    the invoice a memo reduces stays readable on the ledger.
            IF WS-INVOICE-REFERENCE = SPACES
               STRING "CM " DELIMITED BY SIZE
                     WS-MEMO-NUMBER DELIMITED BY SIZE
                     " - " DELIMITED BY SIZE
                     FUNCTION TRIM(WS-CUSTOMER-NAME) DELIMITED BY SIZE
                  INTO DESCRIPTION
               END-STRING
            ELSE
               STRING "CM " DELIMITED BY SIZE
                     WS-MEMO-NUMBER DELIMITED BY SIZE
                     " on " DELIMITED BY SIZE
                     FUNCTION TRIM(WS-INVOICE-REFERENCE)
                        DELIMITED BY SIZE
                  INTO DESCRIPTION
               END-STRING
            END-IF
            MOVE USER-TRANSACTION-ID TO TRANSACTION-ID
            SET NOT-RECONCILED TO TRUE
            MOVE WS-POSTING-FY TO FISCAL-YEAR
            MOVE WS-POSTING-PD TO ACCOUNTING-PERIOD
            MOVE "USD" TO CURRENCY-CODE OF ENTRIES
            MOVE WS-MEMO-REFERENCE TO REFERENCE-DOC
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
            DISPLAY "AR leg posted as " USER-TRANSACTION-ID.

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

       END PROGRAM BESTBOOKS-CREDITMEMO.
