      * still-visible open item rather than losing it in a lump.
      * Open-item status updates are a full truncate-and-rewrite pass,
      * the same pattern BESTBOOKS-APPROVE uses on PENDING.DAT.
      *
      * A negative application row draws down one of the customer's
      * negative open items - a BESTBOOKS-CREDITMEMO "CM#" credit on
      * account or an earlier unapplied "RCPT#" - posting an AR debit
      * under that item's reference and freeing the same amount to
      * pay invoices. When credits alone cover the invoices the
      * receipt amount may be zero, and no cash leg or receipt number
      * is used.
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
            01 OPENITEM-WORK-LINE    PIC X(120).

      *    application file layout, pipe-delimited: REFERENCE|AMOUNT -
      *    one row per invoice this receipt pays (in full or in part),
      *    plus a negative row per credit item (CM# or RCPT#) drawn
      *    down toward those invoices.
            FD applyfile.
            01 APPLY-LINE            PIC X(40).


      *    CUSTVEND.DAT line layout - see bestbooks-aging.cob.
            FD custvend.
            01 CUSTVEND-LINE         PIC X(200).

      *    OPERATOR.DAT line layout, pipe-delimited:
      *    OPERATOR-ID|NAME|ROLE (ROLE is CLERK or SUPERVISOR); a
            END-IF.
            MOVE FUNCTION NUMVAL(WS-RECEIPT-TEXT)
               TO WS-RECEIPT-AMOUNT
            IF WS-RECEIPT-AMOUNT < 0
                  OR WS-RECEIPT-AMOUNT > 9999999.99
               DISPLAY "ERROR: receipt amount " WS-RECEIPT-AMOUNT
                  " is negative or exceeds the 9,999,999.99 ledger "
                  "line limit the cash debit leg must fit in"
               MOVE 1 TO RETURN-CODE
               EXIT PARAGRAPH
            COMPUTE WS-UNAPPLIED-AMOUNT =
               WS-RECEIPT-AMOUNT - WS-APPLIED-TOTAL

      *    a zero receipt only moves existing credits onto invoices,
      *    so it neither draws a receipt number nor posts a cash leg.
            MOVE ZERO TO WS-RECEIPT-NUMBER
            IF WS-RECEIPT-AMOUNT > ZERO
               PERFORM GET-NEXT-RECEIPT-NUMBER
               MOVE SPACES TO WS-RECEIPT-REFERENCE
               STRING "RCPT#" DELIMITED BY SIZE
                     WS-RECEIPT-NUMBER DELIMITED BY SIZE
                  INTO WS-RECEIPT-REFERENCE
               END-STRING
            END-IF

            PERFORM GET-NEXT-JOURNAL-ENTRY
            IF WS-RECEIPT-AMOUNT > ZERO
               PERFORM POST-CASH-LEG
            END-IF
            PERFORM POST-APPLIED-CREDITS
            IF WS-UNAPPLIED-AMOUNT > ZERO
               PERFORM POST-UNAPPLIED-CREDIT
            MOVE ZERO TO WS-APPLIED-TOTAL
            PERFORM VARYING AP-IDX FROM 1 BY 1
                  UNTIL AP-IDX > WS-APPLY-COUNT
               IF AP-AMOUNT(AP-IDX) = 0
                  DISPLAY "BAD row: amount for "
                     FUNCTION TRIM(AP-REFERENCE(AP-IDX))
                     " is zero or not a number"
                  MOVE "Y" TO WS-APPLY-BAD
               ELSE
                  ADD AP-AMOUNT(AP-IDX) TO WS-APPLIED-TOTAL
                  WS-RECEIPT-AMOUNT
               MOVE "Y" TO WS-APPLY-BAD
            END-IF
      *    credits drawn down must all land on invoices in this same
      *    run; they are not a way to turn credit back into cash.
            IF WS-APPLIED-TOTAL < ZERO
               DISPLAY "BAD batch: credit rows total more than the "
                  "invoice rows they are applied to"
               MOVE "Y" TO WS-APPLY-BAD
            END-IF

            OPEN INPUT openitem
            IF WS-OPENITEM-STATUS = "35"
               MOVE "Y" TO AP-MATCHED(WS-APPLY-FOUND-IDX)
               MOVE FUNCTION NUMVAL(WS-ROW-OPEN)
                  TO WS-ROW-OPEN-AMOUNT
               IF AP-AMOUNT(WS-APPLY-FOUND-IDX) > ZERO
                     AND AP-AMOUNT(WS-APPLY-FOUND-IDX) >
                        WS-ROW-OPEN-AMOUNT
                  DISPLAY "BAD row: "
                     FUNCTION TRIM(WS-ROW-REFERENCE)
                     " has only " WS-ROW-OPEN-AMOUNT
                     AP-AMOUNT(WS-APPLY-FOUND-IDX)
                  MOVE "Y" TO WS-APPLY-BAD
               END-IF
      *        a negative row may only draw down a negative (credit)
      *        item, and by no more than the credit left on it.
               IF AP-AMOUNT(WS-APPLY-FOUND-IDX) < ZERO
                     AND (WS-ROW-OPEN-AMOUNT NOT < ZERO
                        OR AP-AMOUNT(WS-APPLY-FOUND-IDX) <
                           WS-ROW-OPEN-AMOUNT)
                  DISPLAY "BAD row: "
                     FUNCTION TRIM(WS-ROW-REFERENCE)
                     " has only " WS-ROW-OPEN-AMOUNT
                     " of credit open but the application row uses "
                     AP-AMOUNT(WS-APPLY-FOUND-IDX)
                  MOVE "Y" TO WS-APPLY-BAD
               END-IF
            END-IF.

       FIND-APPLY-ROW.
            END-PERFORM.

       POST-ONE-APPLIED-CREDIT.
      *    A negative row is a credit item being drawn down: it
      *    debits AR under the credit item's own reference, the
      *    mirror of the invoice credits it pays for.
            PERFORM GET-NEXT-TRANSACTION-ID
            PERFORM OPEN-LEDGER-WITH-RETRY
            MOVE WS-FORMATTED-DATE TO TRANSACTION-DATE
            MOVE WS-AR-ACCOUNT TO ACCOUNT
            MOVE SPACES TO DESCRIPTION
            IF AP-AMOUNT(AP-IDX) < ZERO
               COMPUTE DEBIT OF ENTRIES = 0 - AP-AMOUNT(AP-IDX)
               MOVE 0.00 TO CREDIT OF ENTRIES
               STRING "Credit applied from " DELIMITED BY SIZE
                     FUNCTION TRIM(AP-REFERENCE(AP-IDX))
                        DELIMITED BY SIZE
                  INTO DESCRIPTION
               END-STRING
            ELSE
               ADD 1 TO WS-APPLIED-COUNT
               MOVE 0.00 TO DEBIT OF ENTRIES
               MOVE AP-AMOUNT(AP-IDX) TO CREDIT OF ENTRIES
               STRING "Payment on " DELIMITED BY SIZE
                     FUNCTION TRIM(AP-REFERENCE(AP-IDX))
                        DELIMITED BY SIZE
                     " - " DELIMITED BY SIZE
                     FUNCTION TRIM(WS-CUSTOMER-NAME) DELIMITED BY SIZE
                  INTO DESCRIPTION
               END-STRING
            END-IF
            MOVE USER-TRANSACTION-ID TO TRANSACTION-ID
            SET NOT-RECONCILED TO TRUE
            MOVE WS-POSTING-FY TO FISCAL-YEAR
