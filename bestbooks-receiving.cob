       IDENTIFICATION DIVISION.
       PROGRAM-ID. BESTBOOKS-RECEIVING.
       AUTHOR. PRESSPAGE ENTERTAINMENT INC dba PINGLEWARE.
      *----------------------------------------------------------------
      * Receiving log. The dock records what actually arrived against
      * a purchase order before the vendor's bill does, so the
      * voucher clerk has the third leg of the three-way match: what
      * was ordered (PURCHORD.DAT), what was received (RECEIVING.DAT)
      * and what was billed (the voucher being entered).
      *
      * RECEIVE logs one receipt against an OPEN purchase order,
      * drawing its receiver number from SEQCTL.DAT (key "D") and
      * stamping the signed-on operator; a PO may be received in as
      * many partial shipments as it takes. LIST shows the log,
      * optionally for one PO, with the received total.
      *
      * BESTBOOKS-VOUCHER reads this file when a bill naming a PO is
      * entered and holds the voucher (MATCH-HOLD) when the bill runs
      * past what was ordered or received by more than MATCHTOL.DAT
      * allows.
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL receiving
               ASSIGN TO WS-RECEIVING-FILE
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-RECEIVING-STATUS.

           SELECT OPTIONAL purchord
               ASSIGN TO WS-PO-FILE
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-PO-STATUS.

           SELECT OPTIONAL seqctl
               ASSIGN TO WS-SEQCTL-FILE
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS SEQCTL-KEY
                   LOCK MODE IS EXCLUSIVE
                   FILE STATUS IS WS-SEQCTL-STATUS.

           SELECT OPTIONAL operator
               ASSIGN TO WS-OPERATOR-FILE
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-OPERATOR-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *    RECEIVING.DAT line layout, pipe-delimited: RECEIVER-NO|
      *    PO-NUMBER|DATE|QUANTITY|AMOUNT|RECEIVED-BY - one row per
      *    shipment received; QUANTITY is informational (purchase
      *    orders commit an amount, not a quantity) and may be blank.
            FD receiving.
            01 RECEIVING-LINE        PIC X(120).

      *    PURCHORD.DAT line layout, pipe-delimited: PO-NUMBER|VENDOR|
      *    ACCOUNT-NO|FISCAL-YEAR|PERIOD|AMOUNT|STATUS.
            FD purchord.
            01 PURCHORD-LINE         PIC X(120).

            FD seqctl.
            COPY "seq-control.cpy".

      *    OPERATOR.DAT line layout, pipe-delimited:
      *    OPERATOR-ID|NAME|ROLE (ROLE is CLERK or SUPERVISOR); a
      *    maintenance-defined table of who may post, checked at
      *    startup against the BESTBOOKS_OPERATOR environment
      *    variable.
            FD operator.
            01 OPERATOR-LINE         PIC X(60).

       WORKING-STORAGE SECTION.
            01 WS-RECEIVING-FILE    PIC X(64) VALUE "RECEIVING.DAT".
            01 WS-PO-FILE           PIC X(64) VALUE "PURCHORD.DAT".
            01 WS-SEQCTL-FILE       PIC X(64) VALUE "SEQCTL.DAT".
            01 WS-RECEIVING-STATUS  PIC XX.
            01 WS-PO-STATUS         PIC XX.
            01 WS-SEQCTL-STATUS     PIC XX.
            01 WS-LOCK-RETRIES      PIC 99 VALUE ZERO.

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

            01 WS-COMMAND           PIC X(10) VALUE SPACES.
            01 WS-TARGET-PO-TEXT    PIC X(10) VALUE SPACES.
            01 WS-TARGET-PO         PIC 9(7) VALUE ZERO.
            01 WS-AMOUNT-TEXT       PIC X(14) VALUE SPACES.
            01 WS-QUANTITY-TEXT     PIC X(12) VALUE SPACES.
            01 WS-DATE-TEXT         PIC X(10) VALUE SPACES.
            01 WS-RECEIVED-AMOUNT   PIC S9(9)V99 VALUE ZERO.
            01 WS-AMOUNT-ED         PIC -9(7).99.
            01 WS-TODAY             PIC 9(8).

            01 WS-PO-EOF            PIC X VALUE "N".
                  88  PO-EOF        VALUE "Y".
            01 WS-RECEIVING-EOF     PIC X VALUE "N".
                  88  RECEIVING-EOF VALUE "Y".
            01 WS-FOUND             PIC X VALUE "N".
                  88  ROW-FOUND     VALUE "Y".
            01 WS-LISTED-COUNT      PIC 9(5) VALUE ZERO.

      *    the PO being received against.
            01 WS-PO-VENDOR         PIC X(30) VALUE SPACES.
            01 WS-PO-AMOUNT         PIC S9(9)V99 VALUE ZERO.
            01 WS-PO-ROW-STATUS     PIC X(10) VALUE SPACES.
            01 WS-PRIOR-RECEIVED    PIC S9(9)V99 VALUE ZERO.
            01 WS-LIST-TOTAL        PIC S9(9)V99 VALUE ZERO.
            01 WS-TOTAL-ED          PIC -9(9).99.

      *    one PURCHORD.DAT row, unpacked.
            01 WS-ROW-PO-NO         PIC X(7).
            01 WS-ROW-VENDOR        PIC X(30).
            01 WS-ROW-ACCOUNT-NO    PIC X(8).
            01 WS-ROW-YEAR          PIC X(4).
            01 WS-ROW-PERIOD        PIC X(2).
            01 WS-ROW-AMOUNT        PIC X(14).
            01 WS-ROW-STATUS        PIC X(10).

      *    one RECEIVING.DAT row, unpacked.
            01 WS-RCV-NO-IN         PIC X(7).
            01 WS-RCV-PO-IN         PIC X(7).
            01 WS-RCV-DATE-IN       PIC X(10).
            01 WS-RCV-QTY-IN        PIC X(12).
            01 WS-RCV-AMOUNT-IN     PIC X(14).
            01 WS-RCV-BY-IN         PIC X(8).

      *    receiver numbers draw on their own SEQCTL.DAT sequence (key
      *    "D"), the same one-control-file convention every other
      *    counter in the suite follows.
            01 WS-RECEIVER-KEY      PIC X(1) VALUE "D".
            01 WS-RECEIVER-NUMBER   PIC 9(7).

       PROCEDURE DIVISION.
       BEGIN.
            PERFORM GET-RUNTIME-ARGUMENTS.

            EVALUATE WS-COMMAND
               WHEN "RECEIVE"
                  PERFORM RUN-RECEIVE-MODE
               WHEN "LIST"
                  PERFORM LIST-RECEIPTS
               WHEN OTHER
                  DISPLAY "Usage: BESTBOOKS-RECEIVING [receiving-file] "
                     "RECEIVE <po-number> <amount> [quantity] "
                     "[date] [po-file] [seqctl]"
                  DISPLAY "       BESTBOOKS-RECEIVING [receiving-file] "
                     "LIST [po-number]"
                  MOVE 1 TO RETURN-CODE
            END-EVALUATE.
            STOP RUN.

       GET-RUNTIME-ARGUMENTS.
      *    arg 1 (optional): receiving log, default RECEIVING.DAT.
      *    arg 2 (required): RECEIVE or LIST.
            ACCEPT WS-RECEIVING-FILE FROM ARGUMENT-VALUE
            IF WS-RECEIVING-FILE = SPACES
               MOVE "RECEIVING.DAT" TO WS-RECEIVING-FILE
            END-IF
            ACCEPT WS-COMMAND FROM ARGUMENT-VALUE
            MOVE FUNCTION UPPER-CASE(WS-COMMAND) TO WS-COMMAND.

       RUN-RECEIVE-MODE.
      *    RECEIVE args 3-4 (required): PO number and the amount (at
      *    PO cost) of what arrived; arg 5 (optional): quantity, for
      *    the dock's own reference; arg 6 (optional): date received,
      *    YYYY-MM-DD, default today; args 7-8 (optional): purchase-
      *    order and sequence control files.
            ACCEPT WS-TARGET-PO-TEXT FROM ARGUMENT-VALUE
            ACCEPT WS-AMOUNT-TEXT FROM ARGUMENT-VALUE
            ACCEPT WS-QUANTITY-TEXT FROM ARGUMENT-VALUE
            ACCEPT WS-DATE-TEXT FROM ARGUMENT-VALUE
            ACCEPT WS-PO-FILE FROM ARGUMENT-VALUE
            IF WS-PO-FILE = SPACES
               MOVE "PURCHORD.DAT" TO WS-PO-FILE
            END-IF
            ACCEPT WS-SEQCTL-FILE FROM ARGUMENT-VALUE
            IF WS-SEQCTL-FILE = SPACES
               MOVE "SEQCTL.DAT" TO WS-SEQCTL-FILE
            END-IF

            IF WS-TARGET-PO-TEXT = SPACES OR WS-AMOUNT-TEXT = SPACES
               DISPLAY "ERROR: RECEIVE needs a PO number and an "
                  "amount (args 3-4)"
               MOVE 1 TO RETURN-CODE
               EXIT PARAGRAPH
            END-IF.
            IF FUNCTION TEST-NUMVAL(WS-TARGET-PO-TEXT) NOT = ZERO
                  OR FUNCTION TEST-NUMVAL(WS-AMOUNT-TEXT) NOT = ZERO
               DISPLAY "ERROR: PO number and amount must be numeric"
               MOVE 1 TO RETURN-CODE
               EXIT PARAGRAPH
            END-IF.
            IF WS-QUANTITY-TEXT NOT = SPACES
                  AND FUNCTION TEST-NUMVAL(WS-QUANTITY-TEXT) NOT = ZERO
               DISPLAY "ERROR: quantity must be numeric"
               MOVE 1 TO RETURN-CODE
               EXIT PARAGRAPH
            END-IF.
            MOVE FUNCTION NUMVAL(WS-TARGET-PO-TEXT) TO WS-TARGET-PO
            MOVE FUNCTION NUMVAL(WS-AMOUNT-TEXT) TO WS-RECEIVED-AMOUNT
            IF WS-RECEIVED-AMOUNT <= ZERO
               DISPLAY "ERROR: a receipt must be for a positive "
                  "amount"
               MOVE 1 TO RETURN-CODE
               EXIT PARAGRAPH
            END-IF.
            IF WS-DATE-TEXT = SPACES
               MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY
               STRING WS-TODAY(1:4) "-" WS-TODAY(5:2) "-"
                     WS-TODAY(7:2) DELIMITED BY SIZE
                  INTO WS-DATE-TEXT
               END-STRING
            END-IF.

            PERFORM CHECK-OPERATOR-SIGNON

            PERFORM FIND-PURCHASE-ORDER
            IF NOT ROW-FOUND
               DISPLAY "ERROR: purchase order " WS-TARGET-PO
                  " not found on " FUNCTION TRIM(WS-PO-FILE)
               MOVE 1 TO RETURN-CODE
               EXIT PARAGRAPH
            END-IF.
            IF FUNCTION TRIM(WS-PO-ROW-STATUS) NOT = "OPEN"
               DISPLAY "ERROR: purchase order " WS-TARGET-PO
                  " is " FUNCTION TRIM(WS-PO-ROW-STATUS)
                  " - goods can only be received against an OPEN PO"
               MOVE 1 TO RETURN-CODE
               EXIT PARAGRAPH
            END-IF.

      *    Over-receipt is logged as received - the goods are on the
      *    dock either way - but flagged, since the voucher match will
      *    hold any bill that tries to pay past the PO.
            MOVE WS-TARGET-PO TO WS-RCV-PO-IN
            PERFORM SUM-PRIOR-RECEIPTS
            IF WS-PRIOR-RECEIVED + WS-RECEIVED-AMOUNT > WS-PO-AMOUNT
               MOVE WS-PO-AMOUNT TO WS-TOTAL-ED
               DISPLAY "WARNING: receipts on PO " WS-TARGET-PO
                  " now exceed the ordered amount of "
                  FUNCTION TRIM(WS-TOTAL-ED)
            END-IF

            PERFORM GET-NEXT-RECEIVER-NUMBER
            MOVE WS-RECEIVED-AMOUNT TO WS-AMOUNT-ED
            MOVE SPACES TO RECEIVING-LINE
            STRING WS-RECEIVER-NUMBER DELIMITED BY SIZE
                  "|" DELIMITED BY SIZE
                  WS-TARGET-PO DELIMITED BY SIZE
                  "|" DELIMITED BY SIZE
                  FUNCTION TRIM(WS-DATE-TEXT) DELIMITED BY SIZE
                  "|" DELIMITED BY SIZE
                  FUNCTION TRIM(WS-QUANTITY-TEXT) DELIMITED BY SIZE
                  "|" DELIMITED BY SIZE
                  FUNCTION TRIM(WS-AMOUNT-ED) DELIMITED BY SIZE
                  "|" DELIMITED BY SIZE
                  FUNCTION TRIM(WS-OPERATOR-ID) DELIMITED BY SIZE
               INTO RECEIVING-LINE
            END-STRING
            OPEN EXTEND receiving
            IF WS-RECEIVING-STATUS = "35"
               OPEN OUTPUT receiving
            END-IF
            IF WS-RECEIVING-STATUS NOT = "00"
                  AND WS-RECEIVING-STATUS NOT = "05"
               DISPLAY "ERROR: cannot open "
                  FUNCTION TRIM(WS-RECEIVING-FILE)
                  " (status " WS-RECEIVING-STATUS ") - receiver "
                  WS-RECEIVER-NUMBER " not logged"
               MOVE 1 TO RETURN-CODE
               EXIT PARAGRAPH
            END-IF
            WRITE RECEIVING-LINE
            CLOSE receiving
            DISPLAY "Receiver " WS-RECEIVER-NUMBER " logged against PO "
               WS-TARGET-PO " (" FUNCTION TRIM(WS-PO-VENDOR) "), "
               "amount " FUNCTION TRIM(WS-AMOUNT-ED).

       FIND-PURCHASE-ORDER.
      *    A PO is looked up whatever its status so the caller can
      *    say why it was refused, not just that it was.
            MOVE "N" TO WS-FOUND
            OPEN INPUT purchord
            IF WS-PO-STATUS = "35"
               CLOSE purchord
               EXIT PARAGRAPH
            END-IF
            MOVE "N" TO WS-PO-EOF
            PERFORM WITH TEST BEFORE UNTIL PO-EOF OR ROW-FOUND
               READ purchord INTO PURCHORD-LINE
                  AT END
                     MOVE "Y" TO WS-PO-EOF
                  NOT AT END
                     PERFORM UNPACK-PO-ROW
                     IF FUNCTION TEST-NUMVAL(WS-ROW-PO-NO) = ZERO
                        AND FUNCTION NUMVAL(WS-ROW-PO-NO) = WS-TARGET-PO
                        MOVE "Y" TO WS-FOUND
                        MOVE WS-ROW-VENDOR TO WS-PO-VENDOR
                        MOVE WS-ROW-STATUS TO WS-PO-ROW-STATUS
                        MOVE FUNCTION NUMVAL(WS-ROW-AMOUNT)
                           TO WS-PO-AMOUNT
                     END-IF
               END-READ
            END-PERFORM
            CLOSE purchord.

       UNPACK-PO-ROW.
            MOVE SPACES TO WS-ROW-PO-NO WS-ROW-VENDOR
               WS-ROW-ACCOUNT-NO WS-ROW-YEAR WS-ROW-PERIOD
               WS-ROW-AMOUNT WS-ROW-STATUS
            UNSTRING PURCHORD-LINE DELIMITED BY "|"
               INTO WS-ROW-PO-NO WS-ROW-VENDOR WS-ROW-ACCOUNT-NO
                    WS-ROW-YEAR WS-ROW-PERIOD WS-ROW-AMOUNT
                    WS-ROW-STATUS
            END-UNSTRING.

       SUM-PRIOR-RECEIPTS.
            MOVE ZERO TO WS-PRIOR-RECEIVED
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
                     PERFORM UNPACK-RECEIVING-ROW
                     IF FUNCTION TEST-NUMVAL(WS-RCV-PO-IN) = ZERO
                        AND FUNCTION NUMVAL(WS-RCV-PO-IN) = WS-TARGET-PO
                        AND FUNCTION TEST-NUMVAL(WS-RCV-AMOUNT-IN)
                           = ZERO
                        ADD FUNCTION NUMVAL(WS-RCV-AMOUNT-IN)
                           TO WS-PRIOR-RECEIVED
                     END-IF
               END-READ
            END-PERFORM
            CLOSE receiving.

       UNPACK-RECEIVING-ROW.
            MOVE SPACES TO WS-RCV-NO-IN WS-RCV-PO-IN WS-RCV-DATE-IN
               WS-RCV-QTY-IN WS-RCV-AMOUNT-IN WS-RCV-BY-IN
            UNSTRING RECEIVING-LINE DELIMITED BY "|"
               INTO WS-RCV-NO-IN WS-RCV-PO-IN WS-RCV-DATE-IN
                    WS-RCV-QTY-IN WS-RCV-AMOUNT-IN WS-RCV-BY-IN
            END-UNSTRING.

       LIST-RECEIPTS.
      *    arg 3 (optional): limit the listing to one PO number.
            ACCEPT WS-TARGET-PO-TEXT FROM ARGUMENT-VALUE
            IF WS-TARGET-PO-TEXT NOT = SPACES
               IF FUNCTION TEST-NUMVAL(WS-TARGET-PO-TEXT) NOT = ZERO
                  DISPLAY "ERROR: LIST takes a numeric PO number "
                     "as arg 3"
                  MOVE 1 TO RETURN-CODE
                  EXIT PARAGRAPH
               END-IF
               MOVE FUNCTION NUMVAL(WS-TARGET-PO-TEXT) TO WS-TARGET-PO
            END-IF
            DISPLAY "RECEIVING LOG ("
               FUNCTION TRIM(WS-RECEIVING-FILE) ")".
            MOVE ZERO TO WS-LISTED-COUNT WS-LIST-TOTAL
            OPEN INPUT receiving
            IF WS-RECEIVING-STATUS = "35"
               DISPLAY "No receipts on file"
               CLOSE receiving
               EXIT PARAGRAPH
            END-IF
            MOVE "N" TO WS-RECEIVING-EOF
            PERFORM WITH TEST BEFORE UNTIL RECEIVING-EOF
               READ receiving INTO RECEIVING-LINE
                  AT END
                     MOVE "Y" TO WS-RECEIVING-EOF
                  NOT AT END
                     PERFORM UNPACK-RECEIVING-ROW
                     IF WS-TARGET-PO-TEXT = SPACES
                        OR (FUNCTION TEST-NUMVAL(WS-RCV-PO-IN) = ZERO
                        AND FUNCTION NUMVAL(WS-RCV-PO-IN)
                           = WS-TARGET-PO)
                        PERFORM LIST-ONE-RECEIPT
                     END-IF
               END-READ
            END-PERFORM
            CLOSE receiving
            MOVE WS-LIST-TOTAL TO WS-TOTAL-ED
            DISPLAY "Receipts listed: " WS-LISTED-COUNT
               "  total received: " FUNCTION TRIM(WS-TOTAL-ED).

       LIST-ONE-RECEIPT.
            ADD 1 TO WS-LISTED-COUNT
            IF FUNCTION TEST-NUMVAL(WS-RCV-AMOUNT-IN) = ZERO
               ADD FUNCTION NUMVAL(WS-RCV-AMOUNT-IN) TO WS-LIST-TOTAL
            END-IF
            DISPLAY "  RCV#" FUNCTION TRIM(WS-RCV-NO-IN)
               " PO " FUNCTION TRIM(WS-RCV-PO-IN) " "
               FUNCTION TRIM(WS-RCV-DATE-IN) " qty "
               FUNCTION TRIM(WS-RCV-QTY-IN) " amount "
               FUNCTION TRIM(WS-RCV-AMOUNT-IN) " by "
               FUNCTION TRIM(WS-RCV-BY-IN).

       GET-NEXT-RECEIVER-NUMBER.
            PERFORM OPEN-SEQCTL-WITH-RETRY
            MOVE WS-RECEIVER-KEY TO SEQCTL-KEY
            READ seqctl
               INVALID KEY
                  MOVE ZERO TO SEQCTL-LAST-ID
            END-READ
            ADD 1 TO SEQCTL-LAST-ID
            MOVE SEQCTL-LAST-ID TO WS-RECEIVER-NUMBER
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

       END PROGRAM BESTBOOKS-RECEIVING.
