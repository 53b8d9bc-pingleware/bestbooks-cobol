      * report reads (NAME|KIND|TERMS|DEFAULT-ACCOUNT|ADDRESS); the
      * AR debit posts to the customer's DEFAULT-ACCOUNT and the
      * invoice document shows the customer's address and terms.
      *
      * A line that sells a stocked item names it and the quantity
      * (INVLINES.DAT columns 5-6); the invoice then also posts the
      * cost of the goods - COGS debit, inventory credit, at the
      * item's average cost from the ITEMS.DAT master BESTBOOKS-
      * INVENTORY keeps - under the same journal entry, lowers the
      * item's on-hand quantity and logs the sale on INVMOVES.DAT.
      * An invoice asking for more than is on hand is not issued.
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-OPENITEM-STATUS.

           SELECT OPTIONAL itemmaster
               ASSIGN TO WS-ITEMS-FILE
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-ITEMS-STATUS.

           SELECT OPTIONAL invmoves
               ASSIGN TO WS-MOVES-FILE
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-MOVES-STATUS.

           SELECT OPTIONAL operator
               ASSIGN TO WS-OPERATOR-FILE
                   ORGANIZATION IS LINE SEQUENTIAL
      *    INVLINES.DAT line layout, pipe-delimited:
      *    REVENUE-ACCOUNT|AMOUNT|DESCRIPTION|DEPARTMENT - one line
      *    per invoice
      *    line item, same column order as CHECKBATCH.DAT - then,
      *    for a line selling stock, |ITEM-CODE|QUANTITY.
            FD invlines.
            01 LINES-LINE            PIC X(120).

      *    CUSTVEND.DAT line layout - see bestbooks-aging.cob.
            FD custvend.
            01 CUSTVEND-LINE         PIC X(200).

            FD invoicedoc.
            01 DOCUMENT-LINE         PIC X(80).
            FD openitem.
            01 OPENITEM-LINE         PIC X(120).

      *    ITEMS.DAT and INVMOVES.DAT line layouts - see
      *    BESTBOOKS-INVENTORY.
            FD itemmaster.
            01 ITEMS-LINE            PIC X(160).

            FD invmoves.
            01 MOVES-LINE            PIC X(120).

      *    OPERATOR.DAT line layout, pipe-delimited:
      *    OPERATOR-ID|NAME|ROLE (ROLE is CLERK or SUPERVISOR); a
      *    maintenance-defined table of who may post, checked at
            01 WS-LIN-DESCRIPTION   PIC A(30).
      *    column 4 (optional): department code for the revenue leg.
            01 WS-LIN-DEPARTMENT    PIC X(6).
      *    columns 5-6 (optional): stocked item sold and quantity.
            01 WS-LIN-ITEM          PIC X(15).
            01 WS-LIN-QUANTITY      PIC X(12).

            01 WS-LINE-COUNT        PIC 9(4) VALUE ZERO.
            01 WS-VALID-COUNT       PIC 9(4) VALUE ZERO.
            01 WS-OPENITEM-AMOUNT-ED PIC -9(7).99.

            01 DOC-AMOUNT-ED         PIC Z,ZZZ,ZZ9.99.

      *    the ITEMS.DAT master, loaded for item lines and rewritten
      *    with the quantities sold.
            01 WS-ITEMS-FILE         PIC X(64) VALUE "ITEMS.DAT".
            01 WS-ITEMS-STATUS       PIC XX.
            01 WS-MOVES-FILE         PIC X(64) VALUE "INVMOVES.DAT".
            01 WS-MOVES-STATUS       PIC XX.
            01 WS-ITEMS-EOF          PIC X VALUE "N".
                  88  ITEMS-EOF      VALUE "Y".
            01 WS-IT-CODE-IN         PIC X(15).
            01 WS-IT-DESC-IN         PIC X(30).
            01 WS-IT-UOM-IN          PIC X(6).
            01 WS-IT-INV-IN          PIC X(15).
            01 WS-IT-COGS-IN         PIC X(15).
            01 WS-IT-ON-HAND-IN      PIC X(14).
            01 WS-IT-COST-IN         PIC X(16).
            01 ITEM-TABLE.
               02 ITEM-ENTRY OCCURS 2000 TIMES
                     INDEXED BY IT-IDX.
                  03 IT-CODE          PIC X(15).
                  03 IT-DESC          PIC X(30).
                  03 IT-UOM           PIC X(6).
                  03 IT-INV-ACCOUNT   PIC X(15).
                  03 IT-COGS-ACCOUNT  PIC X(15).
                  03 IT-ON-HAND       PIC S9(7)V99.
                  03 IT-AVG-COST      PIC 9(7)V9999.
                  03 IT-REQUESTED     PIC S9(7)V99.
            01 WS-ITEM-COUNT         PIC 9(4) VALUE ZERO.
            01 WS-ITEM-LINES         PIC 9(4) VALUE ZERO.
            01 WS-ITEM-FOUND         PIC X VALUE "N".
                  88  ITEM-WAS-FOUND VALUE "Y".
            01 WS-LINE-QUANTITY      PIC S9(7)V99 VALUE ZERO.
            01 WS-COGS-AMOUNT        PIC 9(9)V99 VALUE ZERO.
            01 WS-COGS-TOTAL         PIC 9(9)V99 VALUE ZERO.
            01 WS-ITEM-LEG-ACCOUNT   PIC A(15).
            01 WS-ITEM-LEG-DEBIT     PIC 9(7)V99.
            01 WS-ITEM-LEG-CREDIT    PIC 9(7)V99.
            01 WS-QTY-ED             PIC -9(7).99.
            01 WS-ONHAND-ED          PIC -(7)9.99.
            01 WS-COST-ED            PIC 9(7).9999.
            01 DOC-DETAIL.
               02 DOC-DESCRIPTION    PIC X(30).
               02 FILLER             PIC X(2) VALUE SPACES.
            PERFORM GET-NEXT-JOURNAL-ENTRY.
            PERFORM POST-AR-LEG.
            PERFORM POST-REVENUE-LEGS.
            PERFORM POST-COST-OF-SALES.
            PERFORM APPEND-OPEN-ITEM.

            DISPLAY "Invoice " WS-INVOICE-NUMBER " issued to "
      *    arg 7 (optional): posting date override, YYYY-MM-DD.
      *    arg 8 (optional): open-item AR subledger file, default
      *    OPENITEM.DAT - see BESTBOOKS-CASHAPP.
      *    args 9-10 (optional): item master and inventory movement
      *    log, default ITEMS.DAT and INVMOVES.DAT - see
      *    BESTBOOKS-INVENTORY.
            ACCEPT WS-CUSTOMER-NAME FROM ARGUMENT-VALUE
            ACCEPT WS-LINES-FILE FROM ARGUMENT-VALUE
            IF WS-LINES-FILE = SPACES
            ACCEPT WS-OPENITEM-FILE FROM ARGUMENT-VALUE
            IF WS-OPENITEM-FILE = SPACES
               MOVE "OPENITEM.DAT" TO WS-OPENITEM-FILE
            END-IF
            ACCEPT WS-ITEMS-FILE FROM ARGUMENT-VALUE
            IF WS-ITEMS-FILE = SPACES
               MOVE "ITEMS.DAT" TO WS-ITEMS-FILE
            END-IF
            ACCEPT WS-MOVES-FILE FROM ARGUMENT-VALUE
            IF WS-MOVES-FILE = SPACES
               MOVE "INVMOVES.DAT" TO WS-MOVES-FILE
            END-IF.

       APPEND-OPEN-ITEM.
      *    over ALLOC.DAT, so a bad batch never leaves a half-posted
      *    invoice or a burned invoice number behind.
            MOVE ZERO TO WS-LINE-COUNT WS-VALID-COUNT
               WS-INVOICE-TOTAL WS-ITEM-LINES
            MOVE "N" TO WS-BATCH-BAD
            PERFORM LOAD-ITEM-MASTER
            OPEN INPUT invlines
            IF WS-LINES-STATUS = "35"
               DISPLAY "WARNING: " FUNCTION TRIM(WS-LINES-FILE)
                  END-READ
               END-PERFORM
               CLOSE invlines
            END-IF
            PERFORM CHECK-ITEM-AVAILABILITY.

       CHECK-INVOICE-LINE.
            ADD 1 TO WS-LINE-COUNT
                     ADD 1 TO WS-VALID-COUNT
                     ADD FUNCTION NUMVAL(WS-LIN-AMOUNT)
                        TO WS-INVOICE-TOTAL
                     IF WS-LIN-ITEM NOT = SPACES
                           OR WS-LIN-QUANTITY NOT = SPACES
                        PERFORM CHECK-ITEM-LINE
                     END-IF
                  END-IF
               END-IF
            END-IF.

       PARSE-INVOICE-LINE.
            MOVE SPACES TO WS-LIN-ACCOUNT WS-LIN-AMOUNT
               WS-LIN-DESCRIPTION WS-LIN-DEPARTMENT WS-LIN-ITEM
               WS-LIN-QUANTITY
            UNSTRING LINES-LINE DELIMITED BY "|"
               INTO WS-LIN-ACCOUNT WS-LIN-AMOUNT WS-LIN-DESCRIPTION
                    WS-LIN-DEPARTMENT WS-LIN-ITEM WS-LIN-QUANTITY
            END-UNSTRING
            MOVE FUNCTION UPPER-CASE(WS-LIN-ITEM) TO WS-LIN-ITEM.

       CHECK-ITEM-LINE.
      *    A stock line must name an item on the master and a
      *    positive quantity; quantities are totalled per item so
      *    CHECK-ITEM-AVAILABILITY can weigh the whole invoice
      *    against on-hand.
            PERFORM FIND-ITEM
            IF NOT ITEM-WAS-FOUND
               DISPLAY "BAD line " WS-LINE-COUNT ": item '"
                  FUNCTION TRIM(WS-LIN-ITEM) "' is not on "
                  FUNCTION TRIM(WS-ITEMS-FILE)
               MOVE "Y" TO WS-BATCH-BAD
            ELSE
               IF WS-LIN-QUANTITY = SPACES
                     OR FUNCTION TEST-NUMVAL(WS-LIN-QUANTITY) NOT = ZERO
                  DISPLAY "BAD line " WS-LINE-COUNT ": quantity '"
                     FUNCTION TRIM(WS-LIN-QUANTITY)
                     "' is not a valid number"
                  MOVE "Y" TO WS-BATCH-BAD
               ELSE
                  IF FUNCTION NUMVAL(WS-LIN-QUANTITY) <= 0
                     DISPLAY "BAD line " WS-LINE-COUNT ": quantity '"
                        FUNCTION TRIM(WS-LIN-QUANTITY)
                        "' is not positive"
                     MOVE "Y" TO WS-BATCH-BAD
                  ELSE
                     ADD 1 TO WS-ITEM-LINES
                     ADD FUNCTION NUMVAL(WS-LIN-QUANTITY)
                        TO IT-REQUESTED(IT-IDX)
                  END-IF
               END-IF
            END-IF.

       CHECK-ITEM-AVAILABILITY.
      *    Every item sold must be on hand in the quantity invoiced,
      *    its accounts must still be usable, and its cost must fit
      *    one ledger line.
            PERFORM VARYING IT-IDX FROM 1 BY 1
                  UNTIL IT-IDX > WS-ITEM-COUNT
               IF IT-REQUESTED(IT-IDX) > ZERO
                  PERFORM CHECK-ONE-ITEM-SOLD
               END-IF
            END-PERFORM.

       CHECK-ONE-ITEM-SOLD.
            IF IT-REQUESTED(IT-IDX) > IT-ON-HAND(IT-IDX)
               MOVE IT-REQUESTED(IT-IDX) TO WS-QTY-ED
               MOVE IT-ON-HAND(IT-IDX) TO WS-ONHAND-ED
               DISPLAY "BAD item " FUNCTION TRIM(IT-CODE(IT-IDX))
                  ": " FUNCTION TRIM(WS-QTY-ED) " invoiced but only "
                  FUNCTION TRIM(WS-ONHAND-ED) " on hand"
               MOVE "Y" TO WS-BATCH-BAD
            END-IF
            COMPUTE WS-COGS-AMOUNT ROUNDED =
               IT-REQUESTED(IT-IDX) * IT-AVG-COST(IT-IDX)
            IF WS-COGS-AMOUNT > 9999999.99
               DISPLAY "BAD item " FUNCTION TRIM(IT-CODE(IT-IDX))
                  ": cost exceeds the 9,999,999.99 ledger line limit"
               MOVE "Y" TO WS-BATCH-BAD
            END-IF
            MOVE IT-COGS-ACCOUNT(IT-IDX) TO WS-LOOKUP-ACCOUNT
            PERFORM VALIDATE-ACCOUNT
            IF ACCOUNT-IS-VALID
               MOVE IT-INV-ACCOUNT(IT-IDX) TO WS-LOOKUP-ACCOUNT
               PERFORM VALIDATE-ACCOUNT
            END-IF
            IF NOT ACCOUNT-IS-VALID
               DISPLAY "BAD item " FUNCTION TRIM(IT-CODE(IT-IDX))
                  ": account '" FUNCTION TRIM(WS-LOOKUP-ACCOUNT)
                  "' is not usable"
               MOVE "Y" TO WS-BATCH-BAD
            END-IF.

       LOAD-ITEM-MASTER.
            MOVE ZERO TO WS-ITEM-COUNT
            OPEN INPUT itemmaster
            IF WS-ITEMS-STATUS = "35"
               CLOSE itemmaster
               EXIT PARAGRAPH
            END-IF
            MOVE "N" TO WS-ITEMS-EOF
            PERFORM WITH TEST BEFORE UNTIL ITEMS-EOF
               READ itemmaster
                  AT END
                     MOVE "Y" TO WS-ITEMS-EOF
                  NOT AT END
                     IF ITEMS-LINE NOT = SPACES
                           AND WS-ITEM-COUNT < 2000
                        PERFORM STORE-ITEM-ROW
                     END-IF
               END-READ
            END-PERFORM
            CLOSE itemmaster.

       STORE-ITEM-ROW.
            MOVE SPACES TO WS-IT-CODE-IN WS-IT-DESC-IN WS-IT-UOM-IN
               WS-IT-INV-IN WS-IT-COGS-IN WS-IT-ON-HAND-IN
               WS-IT-COST-IN
            UNSTRING ITEMS-LINE DELIMITED BY "|"
               INTO WS-IT-CODE-IN WS-IT-DESC-IN WS-IT-UOM-IN
                    WS-IT-INV-IN WS-IT-COGS-IN WS-IT-ON-HAND-IN
                    WS-IT-COST-IN
            END-UNSTRING
            ADD 1 TO WS-ITEM-COUNT
            SET IT-IDX TO WS-ITEM-COUNT
            MOVE FUNCTION UPPER-CASE(WS-IT-CODE-IN) TO IT-CODE(IT-IDX)
            MOVE WS-IT-DESC-IN TO IT-DESC(IT-IDX)
            MOVE WS-IT-UOM-IN TO IT-UOM(IT-IDX)
            MOVE WS-IT-INV-IN TO IT-INV-ACCOUNT(IT-IDX)
            MOVE WS-IT-COGS-IN TO IT-COGS-ACCOUNT(IT-IDX)
            MOVE ZERO TO IT-ON-HAND(IT-IDX) IT-AVG-COST(IT-IDX)
               IT-REQUESTED(IT-IDX)
            IF WS-IT-ON-HAND-IN NOT = SPACES
                  AND FUNCTION TEST-NUMVAL(WS-IT-ON-HAND-IN) = ZERO
               MOVE FUNCTION NUMVAL(WS-IT-ON-HAND-IN)
                  TO IT-ON-HAND(IT-IDX)
            END-IF
            IF WS-IT-COST-IN NOT = SPACES
                  AND FUNCTION TEST-NUMVAL(WS-IT-COST-IN) = ZERO
               MOVE FUNCTION NUMVAL(WS-IT-COST-IN)
                  TO IT-AVG-COST(IT-IDX)
            END-IF.

       FIND-ITEM.
      *    WS-LIN-ITEM names the item; IT-IDX is left on the match.
            MOVE "N" TO WS-ITEM-FOUND
            PERFORM VARYING IT-IDX FROM 1 BY 1
                  UNTIL IT-IDX > WS-ITEM-COUNT OR ITEM-WAS-FOUND
               IF IT-CODE(IT-IDX) = WS-LIN-ITEM
                  MOVE "Y" TO WS-ITEM-FOUND
               END-IF
            END-PERFORM
            IF ITEM-WAS-FOUND
               SET IT-IDX DOWN BY 1
            END-IF.

       VALIDATE-ACCOUNT.
      *    Same sequential chart-of-accounts scan bestbooks_add_entry
            PERFORM PARSE-INVOICE-LINE
            IF WS-LIN-DESCRIPTION = SPACES
               MOVE "Services rendered" TO DOC-DESCRIPTION
               IF WS-LIN-ITEM NOT = SPACES
                  PERFORM FIND-ITEM
                  IF ITEM-WAS-FOUND
                     MOVE IT-DESC(IT-IDX) TO DOC-DESCRIPTION
                  END-IF
               END-IF
            ELSE
               MOVE WS-LIN-DESCRIPTION TO DOC-DESCRIPTION
            END-IF
            CLOSE bestbooks
            DISPLAY "Revenue leg posted as " USER-TRANSACTION-ID.

       POST-COST-OF-SALES.
      *    The cost side of every stock line, at the item's average
      *    cost, in the same journal entry as the sale itself; then
      *    the item master is rewritten with the lower on-hand.
            IF WS-ITEM-LINES = ZERO
               EXIT PARAGRAPH
            END-IF
            MOVE ZERO TO WS-COGS-TOTAL
            OPEN EXTEND invmoves
            OPEN INPUT invlines
            MOVE "N" TO WS-LINES-EOF
            PERFORM WITH TEST BEFORE UNTIL LINES-EOF
               READ invlines
                  AT END
                     MOVE "Y" TO WS-LINES-EOF
                  NOT AT END
                     PERFORM PARSE-INVOICE-LINE
                     IF WS-LIN-ITEM NOT = SPACES
                        PERFORM POST-ONE-ITEM-COST
                     END-IF
               END-READ
            END-PERFORM
            CLOSE invlines
            CLOSE invmoves
            PERFORM REWRITE-ITEM-MASTER
            MOVE WS-COGS-TOTAL TO DOC-AMOUNT-ED
            DISPLAY "Cost of goods sold " FUNCTION TRIM(DOC-AMOUNT-ED)
               " relieved from inventory".

       POST-ONE-ITEM-COST.
            PERFORM FIND-ITEM
            MOVE FUNCTION NUMVAL(WS-LIN-QUANTITY) TO WS-LINE-QUANTITY
            COMPUTE WS-COGS-AMOUNT ROUNDED =
               WS-LINE-QUANTITY * IT-AVG-COST(IT-IDX)
            ADD WS-COGS-AMOUNT TO WS-COGS-TOTAL
            SUBTRACT WS-LINE-QUANTITY FROM IT-ON-HAND(IT-IDX)
            IF WS-COGS-AMOUNT > ZERO
               MOVE FUNCTION UPPER-CASE(WS-LIN-DEPARTMENT)
                  TO WS-DEPARTMENT-CODE
               MOVE IT-COGS-ACCOUNT(IT-IDX) TO WS-ITEM-LEG-ACCOUNT
               MOVE WS-COGS-AMOUNT TO WS-ITEM-LEG-DEBIT
               MOVE ZERO TO WS-ITEM-LEG-CREDIT
               PERFORM POST-INVENTORY-LEG
               MOVE SPACES TO WS-DEPARTMENT-CODE
               MOVE IT-INV-ACCOUNT(IT-IDX) TO WS-ITEM-LEG-ACCOUNT
               MOVE ZERO TO WS-ITEM-LEG-DEBIT
               MOVE WS-COGS-AMOUNT TO WS-ITEM-LEG-CREDIT
               PERFORM POST-INVENTORY-LEG
            END-IF
            COMPUTE WS-LINE-QUANTITY = 0 - WS-LINE-QUANTITY
            MOVE WS-LINE-QUANTITY TO WS-QTY-ED
            MOVE IT-AVG-COST(IT-IDX) TO WS-COST-ED
            MOVE SPACES TO MOVES-LINE
            STRING WS-FORMATTED-DATE(1:10) DELIMITED BY SIZE
                  "|" DELIMITED BY SIZE
                  FUNCTION TRIM(IT-CODE(IT-IDX)) DELIMITED BY SIZE
                  "|SALE|" DELIMITED BY SIZE
                  FUNCTION TRIM(WS-QTY-ED) DELIMITED BY SIZE
                  "|" DELIMITED BY SIZE
                  FUNCTION TRIM(WS-COST-ED) DELIMITED BY SIZE
                  "|" DELIMITED BY SIZE
                  FUNCTION TRIM(WS-INVOICE-REFERENCE) DELIMITED BY SIZE
                  "|" DELIMITED BY SIZE
                  FUNCTION TRIM(WS-OPERATOR-ID) DELIMITED BY SIZE
               INTO MOVES-LINE
            END-STRING
            WRITE MOVES-LINE.

       POST-INVENTORY-LEG.
            PERFORM GET-NEXT-TRANSACTION-ID
            PERFORM OPEN-LEDGER-WITH-RETRY
            MOVE WS-FORMATTED-DATE TO TRANSACTION-DATE
            MOVE WS-ITEM-LEG-ACCOUNT TO ACCOUNT
            MOVE WS-ITEM-LEG-DEBIT TO DEBIT OF ENTRIES
            MOVE WS-ITEM-LEG-CREDIT TO CREDIT OF ENTRIES
            MOVE SPACES TO DESCRIPTION
            STRING "Cost of sale " DELIMITED BY SIZE
                  FUNCTION TRIM(IT-CODE(IT-IDX)) DELIMITED BY SIZE
               INTO DESCRIPTION
            END-STRING
            MOVE USER-TRANSACTION-ID TO TRANSACTION-ID
            SET NOT-RECONCILED TO TRUE
            MOVE WS-POSTING-FY TO FISCAL-YEAR
            MOVE WS-POSTING-PD TO ACCOUNTING-PERIOD
            MOVE "USD" TO CURRENCY-CODE OF ENTRIES
            MOVE WS-INVOICE-REFERENCE TO REFERENCE-DOC
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

       REWRITE-ITEM-MASTER.
            OPEN OUTPUT itemmaster
            PERFORM VARYING IT-IDX FROM 1 BY 1
                  UNTIL IT-IDX > WS-ITEM-COUNT
               MOVE IT-ON-HAND(IT-IDX) TO WS-QTY-ED
               MOVE IT-AVG-COST(IT-IDX) TO WS-COST-ED
               MOVE SPACES TO ITEMS-LINE
               STRING FUNCTION TRIM(IT-CODE(IT-IDX)) DELIMITED BY SIZE
                     "|" DELIMITED BY SIZE
                     FUNCTION TRIM(IT-DESC(IT-IDX)) DELIMITED BY SIZE
                     "|" DELIMITED BY SIZE
                     FUNCTION TRIM(IT-UOM(IT-IDX)) DELIMITED BY SIZE
                     "|" DELIMITED BY SIZE
                     FUNCTION TRIM(IT-INV-ACCOUNT(IT-IDX))
                        DELIMITED BY SIZE
                     "|" DELIMITED BY SIZE
                     FUNCTION TRIM(IT-COGS-ACCOUNT(IT-IDX))
                        DELIMITED BY SIZE
                     "|" DELIMITED BY SIZE
                     FUNCTION TRIM(WS-QTY-ED) DELIMITED BY SIZE
                     "|" DELIMITED BY SIZE
                     FUNCTION TRIM(WS-COST-ED) DELIMITED BY SIZE
                  INTO ITEMS-LINE
               END-STRING
               WRITE ITEMS-LINE
            END-PERFORM
            CLOSE itemmaster.

       GET-NEXT-TRANSACTION-ID.
      *    Same indexed-control-record ID generator bestbooks_add_entry
      *    and BESTBOOKS-CHECKS use, including the exclusive lock on
