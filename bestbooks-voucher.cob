      * on or before the cutoff - crediting the named cash account and
      * carrying the voucher's AP account for BESTBOOKS-CHECKS to
      * debit, releasing the accrual - and marks each voucher SELECTED
      * so a rerun cannot queue the same bill twice. A vendor whose
      * CUSTVEND.DAT row asks for ACH payment (PAYMENT-METHOD "ACH"
      * with its bank routing and account numbers) is queued on
      * ACHBATCH.DAT instead, for BESTBOOKS-ACH to send to the bank
      * as a direct credit rather than a printed check. LIST shows what
      * is on file. Voucher status updates are a full truncate-and-
      * rewrite pass, the same pattern BESTBOOKS-APPROVE uses on
      * PENDING.DAT.
      *
      * A bill entered against a purchase order is three-way matched
      * first: the billed amount against what the PO ordered
      * (PURCHORD.DAT) and what the dock logged as received
      * (RECEIVING.DAT, kept by BESTBOOKS-RECEIVING), within the
      * tolerance on MATCHTOL.DAT. A bill that fails is still accrued
      * - the liability is real whatever the dispute - but is held as
      * MATCH-HOLD, which SELECT never pays, until a supervisor
      * RELEASEs it. HELD lists every held voucher with its invoice,
      * PO and received amounts side by side.
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-BATCH-STATUS.

           SELECT OPTIONAL achbatch
               ASSIGN TO WS-ACH-BATCH-FILE
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-ACH-BATCH-STATUS.

           SELECT OPTIONAL bestbooks
               ASSIGN TO WS-LEDGER-FILE
                   ORGANIZATION IS INDEXED
               ASSIGN TO WS-PO-WORK-FILE
                   ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL receiving
               ASSIGN TO WS-RECEIVING-FILE
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-RECEIVING-STATUS.

           SELECT OPTIONAL matchtol
               ASSIGN TO WS-MATCHTOL-FILE
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-MATCHTOL-STATUS.

           SELECT OPTIONAL operator
               ASSIGN TO WS-OPERATOR-FILE
                   ORGANIZATION IS LINE SEQUENTIAL
       FILE SECTION.
      *    VOUCHER.DAT line layout, pipe-delimited: VOUCHER-NO|VENDOR|
      *    VENDOR-INVOICE|AMOUNT|DUE-DATE|EXPENSE-ACCOUNT|AP-ACCOUNT|
      *    STATUS|PO-NUMBER - one row per vendor bill. STATUS is OPEN
      *    until a payment-selection run queues it (SELECTED), or
      *    MATCH-HOLD when the bill failed the three-way match and is
      *    waiting on a supervisor's RELEASE. PO-NUMBER is present
      *    only on bills entered against a purchase order.
            FD voucher.
            01 VOUCHER-LINE          PIC X(160).

            FD checkbatch.
            01 BATCH-LINE            PIC X(120).

      *    ACHBATCH.DAT line layout - see BESTBOOKS-ACH: the
      *    CHECKBATCH.DAT columns followed by ROUTING|BANK-ACCOUNT|
      *    ACCOUNT-TYPE|SEC-CLASS|PAYEE-ID from the vendor's master
      *    row, the voucher number serving as the payee id.
            FD achbatch.
            01 ACH-BATCH-LINE        PIC X(200).

            FD bestbooks.
            COPY "ledger-record.cpy".

            FD seqctl.
            COPY "seq-control.cpy".

      *    CUSTVEND.DAT line layout - see bestbooks-aging.cob. A
      *    vendor row may carry five more columns for electronic
      *    payment: PAYMENT-METHOD (ACH, or CHECK/blank)|ROUTING|
      *    BANK-ACCOUNT|ACCOUNT-TYPE (CHECKING/SAVINGS)|SEC-CLASS
      *    (CCD, the default, or PPD).
            FD custvend.
            01 CUSTVEND-LINE         PIC X(200).

      *    CLOSEDPER.DAT line layout, pipe-delimited: FISCAL-YEAR|
      *    ACCOUNTING-PERIOD - see BESTBOOKS-CLOSE.
            FD purchord-work.
            01 PURCHORD-WORK-LINE    PIC X(120).

      *    RECEIVING.DAT line layout - see BESTBOOKS-RECEIVING:
      *    RECEIVER-NO|PO-NUMBER|DATE|QUANTITY|AMOUNT|RECEIVED-BY.
            FD receiving.
            01 RECEIVING-LINE        PIC X(120).

      *    MATCHTOL.DAT line layout, pipe-delimited: PERCENT|AMOUNT -
      *    one row; a bill may run over the PO or the goods received
      *    by the larger of PERCENT of the PO amount and the flat
      *    AMOUNT before it is held. A missing file means no
      *    tolerance: the bill must not exceed either figure at all.
            FD matchtol.
            01 MATCHTOL-LINE         PIC X(40).

      *    OPERATOR.DAT line layout, pipe-delimited:
      *    OPERATOR-ID|NAME|ROLE (ROLE is CLERK or SUPERVISOR); a
      *    maintenance-defined table of who may post, checked at
            01 WS-CUSTVEND-FILE     PIC X(64) VALUE "CUSTVEND.DAT".
            01 WS-VOUCHER-STATUS    PIC XX.
            01 WS-BATCH-STATUS      PIC XX.
            01 WS-ACH-BATCH-FILE    PIC X(64) VALUE "ACHBATCH.DAT".
            01 WS-ACH-BATCH-STATUS  PIC XX.
            01 WS-LEDGER-STATUS     PIC XX.
            01 WS-LEDGER-RETRIES    PIC 99 VALUE ZERO.
            01 WS-COA-STATUS        PIC XX.
            01 WS-ROW-EXPENSE       PIC X(15).
            01 WS-ROW-AP            PIC X(15).
            01 WS-ROW-STATUS        PIC X(10).
            01 WS-ROW-PO            PIC X(7).

      *    the matched vendor master row (for the AP account).
            01 WS-CV-NAME-IN        PIC X(30).
            01 WS-CV-TERMS-IN       PIC X(8).
            01 WS-CV-ACCOUNT-IN     PIC X(15).
            01 WS-CV-ADDRESS-IN     PIC X(60).
            01 WS-CV-METHOD-IN      PIC X(6).
            01 WS-CV-ROUTING-IN     PIC X(9).
            01 WS-CV-BANK-ACCT-IN   PIC X(17).
            01 WS-CV-ACCT-TYPE-IN   PIC X(8).
            01 WS-CV-SEC-IN         PIC X(3).

      *    vendors paid by ACH, loaded from CUSTVEND.DAT for SELECT.
            01 ACH-VENDOR-TABLE.
               02 ACH-VENDOR-ENTRY OCCURS 300 TIMES
                     INDEXED BY AV-IDX.
                  03 AV-NAME          PIC X(30).
                  03 AV-ROUTING       PIC X(9).
                  03 AV-BANK-ACCOUNT  PIC X(17).
                  03 AV-ACCOUNT-TYPE  PIC X(8).
                  03 AV-SEC           PIC X(3).
            01 WS-ACH-VENDOR-COUNT  PIC 9(4) VALUE ZERO.
            01 WS-ACH-VENDOR-FOUND  PIC X VALUE "N".
                  88  ACH-VENDOR-WAS-FOUND  VALUE "Y".
            01 WS-ACH-SELECTED      PIC 9(5) VALUE ZERO.
            01 WS-VENDOR-FOUND      PIC X VALUE "N".
                  88  VENDOR-WAS-FOUND  VALUE "Y".
            01 WS-AP-ACCOUNT        PIC A(15) VALUE SPACES.
            01 WS-PO-STATUS-IN       PIC X(10).
            01 WS-SELECTED-COUNT     PIC 9(5) VALUE ZERO.
            01 WS-SELECTED-TOTAL     PIC S9(9)V99 VALUE ZERO.
            01 WS-HELD-SKIPPED       PIC 9(5) VALUE ZERO.

      *    three-way match (ENTER args 15-16) and the MATCH-HOLD
      *    release and report.
            01 WS-RECEIVING-FILE     PIC X(64) VALUE "RECEIVING.DAT".
            01 WS-RECEIVING-STATUS   PIC XX.
            01 WS-RECEIVING-EOF      PIC X VALUE "N".
                  88  RECEIVING-EOF  VALUE "Y".
            01 WS-MATCHTOL-FILE      PIC X(64) VALUE "MATCHTOL.DAT".
            01 WS-MATCHTOL-STATUS    PIC XX.
            01 WS-TOL-PERCENT-IN     PIC X(10).
            01 WS-TOL-AMOUNT-IN      PIC X(14).
            01 WS-TOL-PERCENT        PIC 9(3)V99 VALUE ZERO.
            01 WS-TOL-AMOUNT         PIC 9(7)V99 VALUE ZERO.
            01 WS-MATCH-PO           PIC 9(7) VALUE ZERO.
            01 WS-MATCH-PO-FOUND     PIC X VALUE "N".
                  88  MATCH-PO-WAS-FOUND  VALUE "Y".
            01 WS-MATCH-PO-VENDOR    PIC X(30) VALUE SPACES.
            01 WS-MATCH-BILLED       PIC S9(9)V99 VALUE ZERO.
            01 WS-MATCH-PO-AMOUNT    PIC S9(9)V99 VALUE ZERO.
            01 WS-MATCH-RECEIVED     PIC S9(9)V99 VALUE ZERO.
            01 WS-MATCH-TOLERANCE    PIC S9(9)V99 VALUE ZERO.
            01 WS-MATCH-REASON       PIC X(40) VALUE SPACES.
            01 WS-MATCH-RESULT       PIC X VALUE "Y".
                  88  MATCH-PASSED   VALUE "Y".
                  88  MATCH-FAILED   VALUE "N".
            01 WS-NEW-VOUCHER-STATUS PIC X(10) VALUE "OPEN".
            01 WS-RCV-NO-IN          PIC X(7).
            01 WS-RCV-PO-IN          PIC X(7).
            01 WS-RCV-DATE-IN        PIC X(10).
            01 WS-RCV-QTY-IN         PIC X(12).
            01 WS-RCV-AMOUNT-IN      PIC X(14).
            01 WS-RCV-BY-IN          PIC X(8).
            01 WS-TARGET-VOUCHER-TEXT PIC X(10) VALUE SPACES.
            01 WS-TARGET-VOUCHER     PIC 9(7) VALUE ZERO.
            01 WS-FOUND              PIC X VALUE "N".
                  88  ROW-FOUND      VALUE "Y".
            01 WS-LINE-POINTER       PIC 9(4) VALUE 1.
            01 WS-BILLED-ED          PIC -9(7).99.
            01 WS-PO-AMOUNT-ED       PIC -9(7).99.
            01 WS-RECEIVED-ED        PIC -9(7).99.
            01 WS-HELD-TOTAL         PIC S9(9)V99 VALUE ZERO.
            01 WS-HELD-TOTAL-ED      PIC -9(9).99.

       PROCEDURE DIVISION.
       BEGIN.
                  PERFORM LIST-VOUCHERS
               WHEN "SELECT"
                  PERFORM RUN-SELECT-MODE
               WHEN "RELEASE"
                  PERFORM RUN-RELEASE-MODE
               WHEN "HELD"
                  PERFORM LIST-HELD-VOUCHERS
               WHEN OTHER
                  DISPLAY "Usage: BESTBOOKS-VOUCHER [voucher-file] "
                     "ENTER <vendor> <vendor-invoice> <amount> "
                     "<due-date> <expense-account> [ledger] [coa] "
                     "[seqctl] [custvend] [date] [department] "
                     "[po-number] [receiving-file] [matchtol-file]"
                  DISPLAY "       BESTBOOKS-VOUCHER [voucher-file] "
                     "LIST"
                  DISPLAY "       BESTBOOKS-VOUCHER [voucher-file] "
                     "SELECT <due-by-date> <cash-account> "
                     "[checkbatch-file] [achbatch-file] [custvend]"
                  DISPLAY "       BESTBOOKS-VOUCHER [voucher-file] "
                     "RELEASE <voucher-no>"
                  DISPLAY "       BESTBOOKS-VOUCHER [voucher-file] "
                     "HELD [po-file] [receiving-file]"
                  MOVE 1 TO RETURN-CODE
            END-EVALUATE.
            STOP RUN.

       GET-RUNTIME-ARGUMENTS.
      *    arg 1 (optional): voucher file, default VOUCHER.DAT.
      *    arg 2 (required): ENTER, LIST, SELECT, RELEASE or HELD.
      *    ENTER args 3-7: vendor, vendor invoice number, amount, due
      *    date (YYYY-MM-DD), expense account; args 8-11 (optional):
      *    ledger, chart-of-accounts, sequence control and customer/
      *    vendor master files; arg 12 (optional): posting date.
      *    SELECT args 3-4: pay-through due date and cash account;
      *    arg 5 (optional): check batch file, default CHECKBATCH.DAT;
      *    args 6-7 (optional): ACH batch file, default ACHBATCH.DAT,
      *    and the customer/vendor master naming the ACH vendors.
      *    RELEASE arg 3: the held voucher number to free for payment;
      *    arg 4 (optional): purchase-order file, default PURCHORD.DAT.
      *    HELD args 3-4 (optional): purchase-order and receiving
      *    files the held amounts are compared against.
            ACCEPT WS-VOUCHER-FILE FROM ARGUMENT-VALUE
            IF WS-VOUCHER-FILE = SPACES
               MOVE "VOUCHER.DAT" TO WS-VOUCHER-FILE
               TO WS-DEPARTMENT-CODE
      *    arg 14 (optional): the purchase-order number this bill
      *    fills; the PO is relieved (CLOSED on PURCHORD.DAT) once
      *    a matched bill brings its billed-to-date up to the amount
      *    ordered, dropping it from the budget variance report's
      *    committed column.
            ACCEPT WS-PO-NUMBER-TEXT FROM ARGUMENT-VALUE
      *    args 15-16 (optional): receiving log and match tolerance
      *    files the PO's bill is three-way matched against.
            ACCEPT WS-RECEIVING-FILE FROM ARGUMENT-VALUE
            IF WS-RECEIVING-FILE = SPACES
               MOVE "RECEIVING.DAT" TO WS-RECEIVING-FILE
            END-IF
            ACCEPT WS-MATCHTOL-FILE FROM ARGUMENT-VALUE
            IF WS-MATCHTOL-FILE = SPACES
               MOVE "MATCHTOL.DAT" TO WS-MATCHTOL-FILE
            END-IF

            IF WS-VENDOR-NAME = SPACES OR WS-VENDOR-INVOICE = SPACES
                  OR WS-AMOUNT-TEXT = SPACES OR WS-DUE-DATE = SPACES
               MOVE 1 TO RETURN-CODE
               EXIT PARAGRAPH
            END-IF.
            IF WS-PO-NUMBER-TEXT NOT = SPACES
                  AND FUNCTION TEST-NUMVAL(WS-PO-NUMBER-TEXT)
                     NOT = ZERO
               DISPLAY "ERROR: PO number '"
                  FUNCTION TRIM(WS-PO-NUMBER-TEXT)
                  "' is not numeric"
               MOVE 1 TO RETURN-CODE
               EXIT PARAGRAPH
            END-IF.

            PERFORM LOOKUP-VENDOR
            IF NOT VENDOR-WAS-FOUND
               EXIT PARAGRAPH
            END-IF.

      *    The match runs before the PO is relieved below, while the
      *    order still reads as it stood when the bill arrived.
            MOVE "OPEN" TO WS-NEW-VOUCHER-STATUS
            IF WS-PO-NUMBER-TEXT NOT = SPACES
               PERFORM THREE-WAY-MATCH
               IF MATCH-FAILED
                  MOVE "MATCH-HOLD" TO WS-NEW-VOUCHER-STATUS
               END-IF
            END-IF

            PERFORM GET-NEXT-VOUCHER-NUMBER
            MOVE SPACES TO WS-VOUCHER-REFERENCE
            STRING "VCH#" DELIMITED BY SIZE
            PERFORM POST-EXPENSE-LEG
            PERFORM POST-AP-LEG
            PERFORM APPEND-VOUCHER-ROW
      *    The PO is relieved only by a bill that matched and brings
      *    the billed-to-date up to the ordered amount. A partial bill
      *    or a held one leaves it OPEN, so the rest of a short
      *    shipment can still be logged on BESTBOOKS-RECEIVING.
            IF WS-PO-NUMBER-TEXT NOT = SPACES
               IF NOT MATCH-FAILED
                     AND WS-MATCH-BILLED >= WS-MATCH-PO-AMOUNT
                  PERFORM RELIEVE-PURCHASE-ORDER
               ELSE
                  DISPLAY "Purchase order "
                     FUNCTION TRIM(WS-PO-NUMBER-TEXT)
                     " left OPEN: billed "
                     FUNCTION TRIM(WS-BILLED-ED) " of "
                     FUNCTION TRIM(WS-PO-AMOUNT-ED) " ordered"
               END-IF
            END-IF

            DISPLAY "Voucher " WS-VOUCHER-NUMBER " entered for "
               FUNCTION TRIM(WS-VENDOR-NAME) " invoice "
               FUNCTION TRIM(WS-VENDOR-INVOICE) ", due "
               WS-DUE-DATE ", amount " WS-VOUCHER-AMOUNT.
            IF MATCH-FAILED
               DISPLAY "Voucher " WS-VOUCHER-NUMBER
                  " held MATCH-HOLD: "
                  FUNCTION TRIM(WS-MATCH-REASON)
                  " - SELECT will not pay it until a supervisor "
                  "releases it"
            END-IF.

       THREE-WAY-MATCH.
      *    Bill against order and receipt. The bill - together with
      *    every earlier voucher already entered against the same PO,
      *    so a second invoice cannot slip through on a short
      *    shipment the first one used up - passes when it is no more
      *    than the PO amount and no more than the amount received,
      *    each plus the tolerance; a bill for less than
      *    was ordered or received (a partial bill) passes. A PO that
      *    is not on file, is for another vendor, or has nothing
      *    received against it cannot be matched and holds the bill.
            MOVE "Y" TO WS-MATCH-RESULT
            MOVE SPACES TO WS-MATCH-REASON
            MOVE FUNCTION NUMVAL(WS-PO-NUMBER-TEXT) TO WS-MATCH-PO
            PERFORM SUM-PRIOR-PO-BILLS
            ADD WS-VOUCHER-AMOUNT TO WS-MATCH-BILLED
            PERFORM LOOKUP-MATCH-PO
            PERFORM SUM-MATCH-RECEIPTS
            PERFORM LOAD-MATCH-TOLERANCE
            PERFORM EVALUATE-MATCH
            MOVE WS-MATCH-BILLED TO WS-BILLED-ED
            MOVE WS-MATCH-PO-AMOUNT TO WS-PO-AMOUNT-ED
            MOVE WS-MATCH-RECEIVED TO WS-RECEIVED-ED
            DISPLAY "Three-way match PO " WS-MATCH-PO ": billed "
               FUNCTION TRIM(WS-BILLED-ED) " to date, ordered "
               FUNCTION TRIM(WS-PO-AMOUNT-ED) ", received "
               FUNCTION TRIM(WS-RECEIVED-ED) " - "
               FUNCTION TRIM(WS-MATCH-REASON).

       SUM-PRIOR-PO-BILLS.
            MOVE ZERO TO WS-MATCH-BILLED
            OPEN INPUT voucher
            IF WS-VOUCHER-STATUS = "35"
               CLOSE voucher
               EXIT PARAGRAPH
            END-IF
            MOVE "N" TO WS-VOUCHER-EOF
            PERFORM WITH TEST BEFORE UNTIL VOUCHER-EOF
               READ voucher INTO VOUCHER-LINE
                  AT END
                     MOVE "Y" TO WS-VOUCHER-EOF
                  NOT AT END
                     PERFORM UNPACK-VOUCHER-ROW
                     IF WS-ROW-PO NOT = SPACES
                           AND FUNCTION TEST-NUMVAL(WS-ROW-PO) = ZERO
                           AND FUNCTION NUMVAL(WS-ROW-PO) = WS-MATCH-PO
                           AND FUNCTION TEST-NUMVAL(WS-ROW-AMOUNT)
                              = ZERO
                        ADD FUNCTION NUMVAL(WS-ROW-AMOUNT)
                           TO WS-MATCH-BILLED
                     END-IF
               END-READ
            END-PERFORM
            CLOSE voucher.

       EVALUATE-MATCH.
            COMPUTE WS-MATCH-TOLERANCE ROUNDED =
               WS-MATCH-PO-AMOUNT * WS-TOL-PERCENT / 100
            IF WS-TOL-AMOUNT > WS-MATCH-TOLERANCE
               MOVE WS-TOL-AMOUNT TO WS-MATCH-TOLERANCE
            END-IF
            EVALUATE TRUE
               WHEN NOT MATCH-PO-WAS-FOUND
                  MOVE "N" TO WS-MATCH-RESULT
                  MOVE "PO not on file" TO WS-MATCH-REASON
               WHEN FUNCTION UPPER-CASE(
                       FUNCTION TRIM(WS-MATCH-PO-VENDOR)) NOT =
                    FUNCTION UPPER-CASE(FUNCTION TRIM(WS-VENDOR-NAME))
                  MOVE "N" TO WS-MATCH-RESULT
                  MOVE "PO is for another vendor" TO WS-MATCH-REASON
               WHEN WS-MATCH-RECEIVED <= ZERO
                  MOVE "N" TO WS-MATCH-RESULT
                  MOVE "nothing received" TO WS-MATCH-REASON
               WHEN WS-MATCH-BILLED >
                    WS-MATCH-PO-AMOUNT + WS-MATCH-TOLERANCE
                  MOVE "N" TO WS-MATCH-RESULT
                  MOVE "billed over PO amount" TO WS-MATCH-REASON
               WHEN WS-MATCH-BILLED >
                    WS-MATCH-RECEIVED + WS-MATCH-TOLERANCE
                  MOVE "N" TO WS-MATCH-RESULT
                  MOVE "billed over amount received"
                     TO WS-MATCH-REASON
               WHEN OTHER
                  MOVE "matched" TO WS-MATCH-REASON
            END-EVALUATE.

       LOOKUP-MATCH-PO.
      *    The PO is read whatever its status: a CLOSED order was
      *    still ordered, and the amount is what the bill answers to.
            MOVE "N" TO WS-MATCH-PO-FOUND
            MOVE ZERO TO WS-MATCH-PO-AMOUNT
            MOVE SPACES TO WS-MATCH-PO-VENDOR
            OPEN INPUT purchord
            IF WS-PO-STATUS = "35"
               CLOSE purchord
               EXIT PARAGRAPH
            END-IF
            MOVE "N" TO WS-PO-EOF
            PERFORM WITH TEST BEFORE UNTIL PO-EOF
                  OR MATCH-PO-WAS-FOUND
               READ purchord INTO PURCHORD-LINE
                  AT END
                     MOVE "Y" TO WS-PO-EOF
                  NOT AT END
                     PERFORM CHECK-MATCH-PO-ROW
               END-READ
            END-PERFORM
            CLOSE purchord.

       CHECK-MATCH-PO-ROW.
            MOVE SPACES TO WS-PO-NO-IN WS-PO-VENDOR-IN WS-PO-ACCT-IN
               WS-PO-YEAR-IN WS-PO-PERIOD-IN WS-PO-AMOUNT-IN
               WS-PO-STATUS-IN
            UNSTRING PURCHORD-LINE DELIMITED BY "|"
               INTO WS-PO-NO-IN WS-PO-VENDOR-IN WS-PO-ACCT-IN
                    WS-PO-YEAR-IN WS-PO-PERIOD-IN WS-PO-AMOUNT-IN
                    WS-PO-STATUS-IN
            END-UNSTRING
            IF FUNCTION TEST-NUMVAL(WS-PO-NO-IN) = ZERO
                  AND FUNCTION NUMVAL(WS-PO-NO-IN) = WS-MATCH-PO
               MOVE "Y" TO WS-MATCH-PO-FOUND
               MOVE WS-PO-VENDOR-IN TO WS-MATCH-PO-VENDOR
               IF FUNCTION TEST-NUMVAL(WS-PO-AMOUNT-IN) = ZERO
                  MOVE FUNCTION NUMVAL(WS-PO-AMOUNT-IN)
                     TO WS-MATCH-PO-AMOUNT
               END-IF
            END-IF.

       SUM-MATCH-RECEIPTS.
            MOVE ZERO TO WS-MATCH-RECEIVED
            OPEN INPUT receiving
            IF WS-RECEIVING-STATUS = "35"
               CLOSE receiving
               EXIT PARAGRAPH
            END-IF
            MOVE "N" TO WS-RECEIVING-EOF
            PERFORM WITH TEST BEFORE UNTIL RECEIVING-EOF
               READ receiving INTO RECEIVING-LINE
                  AT END
                     MOVE "Y" TO WS-RECEIVING-EOF
                  NOT AT END
                     PERFORM ADD-MATCH-RECEIPT-ROW
               END-READ
            END-PERFORM
            CLOSE receiving.

       ADD-MATCH-RECEIPT-ROW.
            MOVE SPACES TO WS-RCV-NO-IN WS-RCV-PO-IN WS-RCV-DATE-IN
               WS-RCV-QTY-IN WS-RCV-AMOUNT-IN WS-RCV-BY-IN
            UNSTRING RECEIVING-LINE DELIMITED BY "|"
               INTO WS-RCV-NO-IN WS-RCV-PO-IN WS-RCV-DATE-IN
                    WS-RCV-QTY-IN WS-RCV-AMOUNT-IN WS-RCV-BY-IN
            END-UNSTRING
            IF FUNCTION TEST-NUMVAL(WS-RCV-PO-IN) = ZERO
                  AND FUNCTION NUMVAL(WS-RCV-PO-IN) = WS-MATCH-PO
                  AND FUNCTION TEST-NUMVAL(WS-RCV-AMOUNT-IN) = ZERO
               ADD FUNCTION NUMVAL(WS-RCV-AMOUNT-IN)
                  TO WS-MATCH-RECEIVED
            END-IF.

       LOAD-MATCH-TOLERANCE.
            MOVE ZERO TO WS-TOL-PERCENT WS-TOL-AMOUNT
            OPEN INPUT matchtol
            IF WS-MATCHTOL-STATUS = "35"
               CLOSE matchtol
               EXIT PARAGRAPH
            END-IF
            READ matchtol
               AT END
                  CONTINUE
               NOT AT END
                  MOVE SPACES TO WS-TOL-PERCENT-IN WS-TOL-AMOUNT-IN
                  UNSTRING MATCHTOL-LINE DELIMITED BY "|"
                     INTO WS-TOL-PERCENT-IN WS-TOL-AMOUNT-IN
                  END-UNSTRING
                  IF WS-TOL-PERCENT-IN NOT = SPACES
                        AND FUNCTION TEST-NUMVAL(WS-TOL-PERCENT-IN)
                           = ZERO
                     MOVE FUNCTION NUMVAL(WS-TOL-PERCENT-IN)
                        TO WS-TOL-PERCENT
                  END-IF
                  IF WS-TOL-AMOUNT-IN NOT = SPACES
                        AND FUNCTION TEST-NUMVAL(WS-TOL-AMOUNT-IN)
                           = ZERO
                     MOVE FUNCTION NUMVAL(WS-TOL-AMOUNT-IN)
                        TO WS-TOL-AMOUNT
                  END-IF
            END-READ
            CLOSE matchtol.

       LOOKUP-VENDOR.
            MOVE "N" TO WS-VENDOR-FOUND
       APPEND-VOUCHER-ROW.
            MOVE WS-VOUCHER-AMOUNT TO WS-AMOUNT-ED
            MOVE SPACES TO VOUCHER-LINE
            MOVE 1 TO WS-LINE-POINTER
            STRING WS-VOUCHER-NUMBER DELIMITED BY SIZE
                  "|" DELIMITED BY SIZE
                  FUNCTION TRIM(WS-VENDOR-NAME) DELIMITED BY SIZE
                  FUNCTION TRIM(WS-EXPENSE-ACCOUNT) DELIMITED BY SIZE
                  "|" DELIMITED BY SIZE
                  FUNCTION TRIM(WS-AP-ACCOUNT) DELIMITED BY SIZE
                  "|" DELIMITED BY SIZE
                  FUNCTION TRIM(WS-NEW-VOUCHER-STATUS)
                     DELIMITED BY SIZE
               INTO VOUCHER-LINE
               WITH POINTER WS-LINE-POINTER
            END-STRING
            IF WS-PO-NUMBER-TEXT NOT = SPACES
               MOVE FUNCTION NUMVAL(WS-PO-NUMBER-TEXT) TO WS-MATCH-PO
               STRING "|" DELIMITED BY SIZE
                     WS-MATCH-PO DELIMITED BY SIZE
                  INTO VOUCHER-LINE
                  WITH POINTER WS-LINE-POINTER
               END-STRING
            END-IF
            OPEN EXTEND voucher
            WRITE VOUCHER-LINE
            CLOSE voucher.
       UNPACK-VOUCHER-ROW.
            MOVE SPACES TO WS-ROW-VOUCHER-NO WS-ROW-VENDOR
               WS-ROW-INVOICE WS-ROW-AMOUNT WS-ROW-DUE-DATE
               WS-ROW-EXPENSE WS-ROW-AP WS-ROW-STATUS WS-ROW-PO
            UNSTRING VOUCHER-LINE DELIMITED BY "|"
               INTO WS-ROW-VOUCHER-NO WS-ROW-VENDOR WS-ROW-INVOICE
                    WS-ROW-AMOUNT WS-ROW-DUE-DATE WS-ROW-EXPENSE
                    WS-ROW-AP WS-ROW-STATUS WS-ROW-PO
            END-UNSTRING.

       LIST-VOUCHERS.
                           FUNCTION TRIM(WS-ROW-INVOICE) " "
                           FUNCTION TRIM(WS-ROW-AMOUNT) " ["
                           FUNCTION TRIM(WS-ROW-STATUS) "]"
                           " " FUNCTION TRIM(WS-ROW-PO)
                  END-READ
               END-PERFORM
               CLOSE voucher
            IF WS-BATCH-FILE = SPACES
               MOVE "CHECKBATCH.DAT" TO WS-BATCH-FILE
            END-IF
            ACCEPT WS-ACH-BATCH-FILE FROM ARGUMENT-VALUE
            IF WS-ACH-BATCH-FILE = SPACES
               MOVE "ACHBATCH.DAT" TO WS-ACH-BATCH-FILE
            END-IF
            ACCEPT WS-CUSTVEND-FILE FROM ARGUMENT-VALUE
            IF WS-CUSTVEND-FILE = SPACES
               MOVE "CUSTVEND.DAT" TO WS-CUSTVEND-FILE
            END-IF

            IF WS-DUE-BY-DATE = SPACES OR WS-CASH-ACCOUNT = SPACES
               DISPLAY "ERROR: SELECT needs a pay-through due date "
            END-IF.

            MOVE ZERO TO WS-SELECTED-COUNT WS-SELECTED-TOTAL
               WS-ACH-SELECTED WS-HELD-SKIPPED
            PERFORM LOAD-ACH-VENDORS
            OPEN INPUT voucher
            IF WS-VOUCHER-STATUS = "35"
               DISPLAY "No vouchers on file, nothing selected"
            END-IF
            OPEN OUTPUT voucher-work
            OPEN EXTEND checkbatch
            OPEN EXTEND achbatch
            MOVE "N" TO WS-VOUCHER-EOF
            PERFORM WITH TEST BEFORE UNTIL VOUCHER-EOF
               READ voucher INTO VOUCHER-LINE
            CLOSE voucher
            CLOSE voucher-work
            CLOSE checkbatch
            CLOSE achbatch
            PERFORM REPLACE-VOUCHER-WITH-WORK

            DISPLAY "Selected " WS-SELECTED-COUNT
               " voucher(s) totaling " WS-SELECTED-TOTAL
               " for payment, batch rows appended to "
               FUNCTION TRIM(WS-BATCH-FILE).
            IF WS-ACH-SELECTED > ZERO
               DISPLAY "  of which " WS-ACH-SELECTED
                  " queued for ACH on "
                  FUNCTION TRIM(WS-ACH-BATCH-FILE)
            END-IF.
            IF WS-HELD-SKIPPED > ZERO
               DISPLAY "  " WS-HELD-SKIPPED
                  " voucher(s) due but on MATCH-HOLD, not selected"
            END-IF.

       LOAD-ACH-VENDORS.
            MOVE ZERO TO WS-ACH-VENDOR-COUNT
            OPEN INPUT custvend
            IF WS-CUSTVEND-STATUS = "35"
               CLOSE custvend
               EXIT PARAGRAPH
            END-IF
            MOVE "N" TO WS-CUSTVEND-EOF
            PERFORM WITH TEST BEFORE UNTIL CUSTVEND-EOF
               READ custvend
                  AT END
                     MOVE "Y" TO WS-CUSTVEND-EOF
                  NOT AT END
                     PERFORM STORE-ACH-VENDOR-ROW
               END-READ
            END-PERFORM
            CLOSE custvend.

       STORE-ACH-VENDOR-ROW.
            MOVE SPACES TO WS-CV-NAME-IN WS-CV-KIND-IN WS-CV-TERMS-IN
               WS-CV-ACCOUNT-IN WS-CV-ADDRESS-IN WS-CV-METHOD-IN
               WS-CV-ROUTING-IN WS-CV-BANK-ACCT-IN WS-CV-ACCT-TYPE-IN
               WS-CV-SEC-IN
            UNSTRING CUSTVEND-LINE DELIMITED BY "|"
               INTO WS-CV-NAME-IN WS-CV-KIND-IN WS-CV-TERMS-IN
                    WS-CV-ACCOUNT-IN WS-CV-ADDRESS-IN WS-CV-METHOD-IN
                    WS-CV-ROUTING-IN WS-CV-BANK-ACCT-IN
                    WS-CV-ACCT-TYPE-IN WS-CV-SEC-IN
            END-UNSTRING
            IF FUNCTION UPPER-CASE(FUNCTION TRIM(WS-CV-KIND-IN))
                  = "VEND"
                  AND FUNCTION UPPER-CASE(FUNCTION TRIM(
                        WS-CV-METHOD-IN)) = "ACH"
                  AND WS-ACH-VENDOR-COUNT < 300
               ADD 1 TO WS-ACH-VENDOR-COUNT
               SET AV-IDX TO WS-ACH-VENDOR-COUNT
               MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(WS-CV-NAME-IN))
                  TO AV-NAME(AV-IDX)
               MOVE WS-CV-ROUTING-IN TO AV-ROUTING(AV-IDX)
               MOVE WS-CV-BANK-ACCT-IN TO AV-BANK-ACCOUNT(AV-IDX)
               MOVE FUNCTION UPPER-CASE(WS-CV-ACCT-TYPE-IN)
                  TO AV-ACCOUNT-TYPE(AV-IDX)
               MOVE FUNCTION UPPER-CASE(WS-CV-SEC-IN)
                  TO AV-SEC(AV-IDX)
            END-IF.

       FIND-ACH-VENDOR.
            MOVE "N" TO WS-ACH-VENDOR-FOUND
            PERFORM VARYING AV-IDX FROM 1 BY 1
                  UNTIL AV-IDX > WS-ACH-VENDOR-COUNT
                     OR ACH-VENDOR-WAS-FOUND
               IF AV-NAME(AV-IDX) = FUNCTION UPPER-CASE(
                     FUNCTION TRIM(WS-ROW-VENDOR))
                  MOVE "Y" TO WS-ACH-VENDOR-FOUND
               END-IF
            END-PERFORM
            IF ACH-VENDOR-WAS-FOUND
               SET AV-IDX DOWN BY 1
            END-IF.

       SELECT-ONE-VOUCHER.
      *    An OPEN voucher due on or before the cutoff becomes one
      *    to debit - and is marked SELECTED so a rerun cannot queue
      *    the same bill twice. Due dates compare as the same
      *    "YYYY-MM-DD" text the ledger compares TRANSACTION-DATE by.
      *    Only OPEN vouchers qualify, so a MATCH-HOLD bill stays
      *    unpaid until it is released; held ones falling due are
      *    counted so the run says what it left behind.
            PERFORM UNPACK-VOUCHER-ROW
            IF FUNCTION TRIM(WS-ROW-STATUS) = "MATCH-HOLD"
                  AND WS-ROW-DUE-DATE NOT > WS-DUE-BY-DATE
               ADD 1 TO WS-HELD-SKIPPED
            END-IF
            IF FUNCTION TRIM(WS-ROW-STATUS) = "OPEN"
                  AND WS-ROW-DUE-DATE NOT > WS-DUE-BY-DATE
               ADD 1 TO WS-SELECTED-COUNT
                     FUNCTION TRIM(WS-ROW-AP) DELIMITED BY SIZE
                  INTO BATCH-LINE
               END-STRING
               PERFORM FIND-ACH-VENDOR
               IF ACH-VENDOR-WAS-FOUND
                  PERFORM WRITE-ACH-BATCH-ROW
               ELSE
                  WRITE BATCH-LINE
               END-IF
               MOVE "SELECTED" TO WS-ROW-STATUS
               PERFORM REPACK-VOUCHER-ROW
               DISPLAY "  selected voucher " WS-ROW-VOUCHER-NO " "
            END-IF
            WRITE VOUCHER-WORK-LINE FROM VOUCHER-LINE.

       WRITE-ACH-BATCH-ROW.
      *    The same columns a check row carries, with a blank
      *    department, then the vendor's bank details.
            MOVE SPACES TO ACH-BATCH-LINE
            STRING FUNCTION TRIM(BATCH-LINE) DELIMITED BY SIZE
                  "||" DELIMITED BY SIZE
                  FUNCTION TRIM(AV-ROUTING(AV-IDX)) DELIMITED BY SIZE
                  "|" DELIMITED BY SIZE
                  FUNCTION TRIM(AV-BANK-ACCOUNT(AV-IDX))
                     DELIMITED BY SIZE
                  "|" DELIMITED BY SIZE
                  FUNCTION TRIM(AV-ACCOUNT-TYPE(AV-IDX))
                     DELIMITED BY SIZE
                  "|" DELIMITED BY SIZE
                  FUNCTION TRIM(AV-SEC(AV-IDX)) DELIMITED BY SIZE
                  "|VCH#" DELIMITED BY SIZE
                  FUNCTION TRIM(WS-ROW-VOUCHER-NO) DELIMITED BY SIZE
               INTO ACH-BATCH-LINE
            END-STRING
            WRITE ACH-BATCH-LINE
            ADD 1 TO WS-ACH-SELECTED.

       REPACK-VOUCHER-ROW.
            MOVE SPACES TO VOUCHER-LINE
            MOVE 1 TO WS-LINE-POINTER
            STRING FUNCTION TRIM(WS-ROW-VOUCHER-NO) DELIMITED BY SIZE
                  "|" DELIMITED BY SIZE
                  FUNCTION TRIM(WS-ROW-VENDOR) DELIMITED BY SIZE
                  "|" DELIMITED BY SIZE
                  FUNCTION TRIM(WS-ROW-STATUS) DELIMITED BY SIZE
               INTO VOUCHER-LINE
               WITH POINTER WS-LINE-POINTER
            END-STRING
            IF WS-ROW-PO NOT = SPACES
               STRING "|" DELIMITED BY SIZE
                     FUNCTION TRIM(WS-ROW-PO) DELIMITED BY SIZE
                  INTO VOUCHER-LINE
                  WITH POINTER WS-LINE-POINTER
               END-STRING
            END-IF.

       RUN-RELEASE-MODE.
      *    Releasing a held bill for payment is a supervisor's call:
      *    once OPERATOR.DAT is configured only a SUPERVISOR-role
      *    operator may do it. The voucher goes back to OPEN and the
      *    next SELECT run picks it up like any other.
            ACCEPT WS-TARGET-VOUCHER-TEXT FROM ARGUMENT-VALUE
            ACCEPT WS-PO-FILE FROM ARGUMENT-VALUE
            IF WS-PO-FILE = SPACES
               MOVE "PURCHORD.DAT" TO WS-PO-FILE
            END-IF
            IF WS-TARGET-VOUCHER-TEXT = SPACES
                  OR FUNCTION TEST-NUMVAL(WS-TARGET-VOUCHER-TEXT)
                     NOT = ZERO
               DISPLAY "ERROR: RELEASE requires a numeric voucher "
                  "number as arg 3"
               MOVE 1 TO RETURN-CODE
               EXIT PARAGRAPH
            END-IF.
            IF OPERATORS-CONFIGURED
                  AND FUNCTION TRIM(WS-OPERATOR-ROLE)
                     NOT = "SUPERVISOR"
               DISPLAY "ERROR: operator "
                  FUNCTION TRIM(WS-OPERATOR-ID)
                  " is not a SUPERVISOR - only a supervisor may "
                  "release a MATCH-HOLD voucher"
               MOVE 1 TO RETURN-CODE
               EXIT PARAGRAPH
            END-IF.
            MOVE FUNCTION NUMVAL(WS-TARGET-VOUCHER-TEXT)
               TO WS-TARGET-VOUCHER

            MOVE "N" TO WS-FOUND
            OPEN INPUT voucher
            IF WS-VOUCHER-STATUS = "35"
               DISPLAY "ERROR: " FUNCTION TRIM(WS-VOUCHER-FILE)
                  " not found"
               CLOSE voucher
               MOVE 1 TO RETURN-CODE
               EXIT PARAGRAPH
            END-IF
            OPEN OUTPUT voucher-work
            MOVE "N" TO WS-VOUCHER-EOF
            PERFORM WITH TEST BEFORE UNTIL VOUCHER-EOF
               READ voucher INTO VOUCHER-LINE
                  AT END
                     MOVE "Y" TO WS-VOUCHER-EOF
                  NOT AT END
                     PERFORM RELEASE-MATCHING-VOUCHER
               END-READ
            END-PERFORM
            CLOSE voucher
            CLOSE voucher-work

            IF NOT ROW-FOUND
               DISPLAY "ERROR: voucher " WS-TARGET-VOUCHER
                  " not found on MATCH-HOLD"
               MOVE 1 TO RETURN-CODE
            ELSE
               PERFORM REPLACE-VOUCHER-WITH-WORK
               DISPLAY "Voucher " WS-TARGET-VOUCHER
                  " released from MATCH-HOLD by "
                  FUNCTION TRIM(WS-OPERATOR-ID)
                  ", now OPEN for payment selection"
               IF WS-PO-NUMBER-TEXT NOT = SPACES
                     AND FUNCTION TEST-NUMVAL(WS-PO-NUMBER-TEXT)
                        = ZERO
                  PERFORM RELIEVE-IF-FULLY-BILLED
               END-IF
            END-IF.

       RELIEVE-IF-FULLY-BILLED.
      *    A held bill left its PO OPEN; once released it counts as
      *    billed, and if the PO is now billed in full it is relieved
      *    the same way a matched bill relieves it at ENTER.
            MOVE FUNCTION NUMVAL(WS-PO-NUMBER-TEXT) TO WS-MATCH-PO
            PERFORM SUM-PRIOR-PO-BILLS
            PERFORM LOOKUP-MATCH-PO
            IF MATCH-PO-WAS-FOUND
                  AND WS-MATCH-BILLED >= WS-MATCH-PO-AMOUNT
               PERFORM RELIEVE-PURCHASE-ORDER
            END-IF.

       RELEASE-MATCHING-VOUCHER.
            PERFORM UNPACK-VOUCHER-ROW
            IF FUNCTION TEST-NUMVAL(WS-ROW-VOUCHER-NO) = ZERO
                  AND FUNCTION NUMVAL(WS-ROW-VOUCHER-NO)
                     = WS-TARGET-VOUCHER
                  AND FUNCTION TRIM(WS-ROW-STATUS) = "MATCH-HOLD"
               MOVE "Y" TO WS-FOUND
               MOVE WS-ROW-PO TO WS-PO-NUMBER-TEXT
               MOVE "OPEN" TO WS-ROW-STATUS
               PERFORM REPACK-VOUCHER-ROW
            END-IF
            WRITE VOUCHER-WORK-LINE FROM VOUCHER-LINE.

       LIST-HELD-VOUCHERS.
      *    The held-voucher report: each MATCH-HOLD bill with what
      *    was invoiced, what its PO ordered and what has been
      *    received against the PO to date, so the reviewer sees the
      *    discrepancy without pulling three files.
            ACCEPT WS-PO-FILE FROM ARGUMENT-VALUE
            IF WS-PO-FILE = SPACES
               MOVE "PURCHORD.DAT" TO WS-PO-FILE
            END-IF
            ACCEPT WS-RECEIVING-FILE FROM ARGUMENT-VALUE
            IF WS-RECEIVING-FILE = SPACES
               MOVE "RECEIVING.DAT" TO WS-RECEIVING-FILE
            END-IF
            DISPLAY "VOUCHERS ON MATCH-HOLD ("
               FUNCTION TRIM(WS-VOUCHER-FILE) ")"
            DISPLAY "  VOUCHER VENDOR                         "
               "   INVOICED  PO          ORDERED    RECEIVED"
            MOVE ZERO TO WS-LISTED-COUNT WS-HELD-TOTAL
            OPEN INPUT voucher
            IF WS-VOUCHER-STATUS = "35"
               DISPLAY "No vouchers on file"
               CLOSE voucher
               EXIT PARAGRAPH
            END-IF
            MOVE "N" TO WS-VOUCHER-EOF
            PERFORM WITH TEST BEFORE UNTIL VOUCHER-EOF
               READ voucher INTO VOUCHER-LINE
                  AT END
                     MOVE "Y" TO WS-VOUCHER-EOF
                  NOT AT END
                     PERFORM UNPACK-VOUCHER-ROW
                     IF FUNCTION TRIM(WS-ROW-STATUS) = "MATCH-HOLD"
                        PERFORM LIST-ONE-HELD-VOUCHER
                     END-IF
               END-READ
            END-PERFORM
            CLOSE voucher
            MOVE WS-HELD-TOTAL TO WS-HELD-TOTAL-ED
            DISPLAY "Held vouchers: " WS-LISTED-COUNT
               "  total invoiced on hold: "
               FUNCTION TRIM(WS-HELD-TOTAL-ED).

       LIST-ONE-HELD-VOUCHER.
            ADD 1 TO WS-LISTED-COUNT
            MOVE ZERO TO WS-MATCH-PO WS-MATCH-PO-AMOUNT
               WS-MATCH-RECEIVED
            IF FUNCTION TEST-NUMVAL(WS-ROW-AMOUNT) = ZERO
               MOVE FUNCTION NUMVAL(WS-ROW-AMOUNT) TO WS-MATCH-BILLED
            ELSE
               MOVE ZERO TO WS-MATCH-BILLED
            END-IF
            ADD WS-MATCH-BILLED TO WS-HELD-TOTAL
            IF WS-ROW-PO NOT = SPACES
                  AND FUNCTION TEST-NUMVAL(WS-ROW-PO) = ZERO
               MOVE FUNCTION NUMVAL(WS-ROW-PO) TO WS-MATCH-PO
               PERFORM LOOKUP-MATCH-PO
               PERFORM SUM-MATCH-RECEIPTS
            END-IF
            MOVE WS-MATCH-BILLED TO WS-BILLED-ED
            MOVE WS-MATCH-PO-AMOUNT TO WS-PO-AMOUNT-ED
            MOVE WS-MATCH-RECEIVED TO WS-RECEIVED-ED
            DISPLAY "  " WS-ROW-VOUCHER-NO " " WS-ROW-VENDOR " "
               WS-BILLED-ED "  " WS-MATCH-PO " " WS-PO-AMOUNT-ED " "
               WS-RECEIVED-ED.

       RELIEVE-PURCHASE-ORDER.
      *    Flips the named PO's STATUS to CLOSED with the same
      *    truncate-and-rewrite pass BESTBOOKS-PO's own CLOSE command
      *    uses, so the committed column drops the moment the last
      *    bill against it is on the books.
            MOVE "N" TO WS-PO-RELIEVED
            OPEN INPUT purchord
            IF WS-PO-STATUS = "35"
