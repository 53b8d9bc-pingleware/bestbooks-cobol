       IDENTIFICATION DIVISION.
       PROGRAM-ID. BESTBOOKS-INVENTORY.
       AUTHOR. PRESSPAGE ENTERTAINMENT INC dba PINGLEWARE.
      *----------------------------------------------------------------
      * Perpetual inventory. ITEMS.DAT is the item master - item
      * code, description, unit of measure, the inventory (asset)
      * and cost-of-goods-sold accounts the item posts to, and the
      * running on-hand quantity and moving average unit cost.
      *
      *   ADD     puts a new item on the master, both accounts checked
      *           against the chart of accounts.
      *   RECEIVE raises an item's on-hand quantity when stock
      *           arrives and recomputes its average cost:
      *             (on-hand x average + received x unit cost)
      *             / (on-hand + received)
      *           The vendor bill normally carries the inventory
      *           debit (BESTBOOKS-VOUCHER coded to the inventory
      *           account), so a receipt posts nothing unless an
      *           offset account - a received-not-invoiced accrual,
      *           say - is named, in which case it posts inventory
      *           debit / offset credit at the receipt's cost.
      *   COUNT   applies a physical count (item|counted quantity)
      *           to the book figures: each difference is valued at
      *           the item's average cost and posted against the
      *           designated shrinkage account under one journal
      *           entry - shrinkage debit / inventory credit for a
      *           shortage, the reverse for an overage - and on-hand
      *           is set to the count. Supervisor only once operator
      *           sign-on is configured.
      *   STATUS  is the stock-status report: on-hand, average cost
      *           and extended value per item, totalled.
      *
      * BESTBOOKS-INVOICE relieves stock: an INVLINES.DAT line that
      * names an item and quantity also posts the COGS debit and
      * inventory credit at average cost and lowers on-hand. Every
      * change to on-hand - receipt, sale, count - is logged on
      * INVMOVES.DAT so the perpetual figures can be traced back.
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

           SELECT OPTIONAL itemmaster
               ASSIGN TO WS-ITEMS-FILE
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-ITEMS-STATUS.

           SELECT OPTIONAL invmoves
               ASSIGN TO WS-MOVES-FILE
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-MOVES-STATUS.

           SELECT OPTIONAL invcount
               ASSIGN TO WS-COUNT-FILE
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-COUNT-STATUS.

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

      *    ITEMS.DAT line layout, pipe-delimited: ITEM-CODE|
      *    DESCRIPTION|UNIT-OF-MEASURE|INVENTORY-ACCOUNT|COGS-ACCOUNT|
      *    ON-HAND|AVERAGE-COST - one row per stocked item; AVERAGE-
      *    COST is carried to four decimal places.
            FD itemmaster.
            01 ITEMS-LINE            PIC X(160).

      *    INVMOVES.DAT line layout, pipe-delimited: DATE|ITEM-CODE|
      *    MOVEMENT|QUANTITY|UNIT-COST|REFERENCE|OPERATOR - MOVEMENT
      *    is RECEIPT, SALE or COUNT; QUANTITY is signed (negative
      *    for stock going out).
            FD invmoves.
            01 MOVES-LINE            PIC X(120).

      *    physical count file, pipe-delimited: ITEM-CODE|COUNTED-
      *    QUANTITY - one row per item counted; items not on the
      *    file are left as they are.
            FD invcount.
            01 COUNT-LINE            PIC X(60).

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
            01 WS-ITEMS-FILE        PIC X(64) VALUE "ITEMS.DAT".
            01 WS-MOVES-FILE        PIC X(64) VALUE "INVMOVES.DAT".
            01 WS-COUNT-FILE        PIC X(64) VALUE SPACES.
            01 WS-ITEMS-STATUS      PIC XX.
            01 WS-MOVES-STATUS      PIC XX.
            01 WS-COUNT-STATUS      PIC XX.
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
            01 WS-FILE-EOF          PIC X VALUE "N".
                  88  FILE-AT-END   VALUE "Y".
            01 WS-FOUND             PIC X VALUE "N".
                  88  ROW-FOUND     VALUE "Y".
            01 WS-RUN-ERRORS        PIC X VALUE "N".
                  88  RUN-HAS-ERRORS  VALUE "Y".

      *    arguments for ADD and RECEIVE.
            01 WS-ITEM-CODE         PIC X(15) VALUE SPACES.
            01 WS-ITEM-DESC         PIC X(30) VALUE SPACES.
            01 WS-ITEM-UOM          PIC X(6) VALUE SPACES.
            01 WS-ITEM-INV-ACCOUNT  PIC X(15) VALUE SPACES.
            01 WS-ITEM-COGS-ACCOUNT PIC X(15) VALUE SPACES.
            01 WS-QUANTITY-TEXT     PIC X(12) VALUE SPACES.
            01 WS-COST-TEXT         PIC X(14) VALUE SPACES.
            01 WS-OFFSET-ACCOUNT    PIC A(15) VALUE SPACES.
            01 WS-RECEIPT-REFERENCE PIC X(20) VALUE SPACES.
            01 WS-SHRINK-ACCOUNT    PIC A(15) VALUE "Inv Shrinkage".

      *    one ITEMS.DAT row, unpacked.
            01 WS-IT-CODE-IN        PIC X(15).
            01 WS-IT-DESC-IN        PIC X(30).
            01 WS-IT-UOM-IN         PIC X(6).
            01 WS-IT-INV-IN         PIC X(15).
            01 WS-IT-COGS-IN        PIC X(15).
            01 WS-IT-ON-HAND-IN     PIC X(14).
            01 WS-IT-COST-IN        PIC X(16).

      *    the item master, loaded and rewritten whole.
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
                  03 IT-COUNTED       PIC X.
                  03 IT-COUNT-QTY     PIC S9(7)V99.
            01 WS-ITEM-COUNT        PIC 9(4) VALUE ZERO.
            01 WS-LOOKUP-ITEM       PIC X(15).
            01 WS-ITEM-SLOT         PIC 9(4) VALUE ZERO.

      *    one count-file row, unpacked.
            01 WS-CT-CODE-IN        PIC X(15).
            01 WS-CT-QTY-IN         PIC X(12).

            01 WS-QUANTITY          PIC S9(7)V99 VALUE ZERO.
            01 WS-UNIT-COST         PIC 9(7)V9999 VALUE ZERO.
            01 WS-EXTENDED          PIC S9(9)V99 VALUE ZERO.
            01 WS-NEW-ON-HAND       PIC S9(7)V99 VALUE ZERO.
            01 WS-DIFFERENCE        PIC S9(7)V99 VALUE ZERO.
            01 WS-ADJUST-VALUE      PIC 9(9)V99 VALUE ZERO.
            01 WS-ADJUST-COUNT      PIC 9(4) VALUE ZERO.
            01 WS-SHRINK-TOTAL      PIC S9(9)V99 VALUE ZERO.
            01 WS-REPORT-TOTAL      PIC S9(11)V99 VALUE ZERO.
            01 WS-LISTED-COUNT      PIC 9(5) VALUE ZERO.

      *    one ledger leg, built by the caller of POST-ONE-LEG.
            01 WS-LEG-ACCOUNT       PIC A(15).
            01 WS-LEG-DEBIT         PIC 9(7)V99.
            01 WS-LEG-CREDIT        PIC 9(7)V99.
            01 WS-LEG-DESCRIPTION   PIC X(30).
            01 WS-LEG-REFERENCE     PIC X(20).

      *    output-row assembly.
            01 WS-OUT-LINE          PIC X(160).
            01 WS-QTY-ED            PIC -9(7).99.
            01 WS-BOOK-ED           PIC -(7)9.99.
            01 WS-COUNTED-ED        PIC -(7)9.99.
            01 WS-COST-ED           PIC 9(7).9999.
            01 WS-AMOUNT-ED         PIC -9(9).99.
            01 WS-MOVE-TYPE         PIC X(7).
            01 WS-MOVE-QTY          PIC S9(7)V99.
            01 WS-MOVE-COST         PIC 9(7)V9999.
            01 WS-MOVE-REFERENCE    PIC X(20).
            01 RPT-DETAIL.
               02 FILLER             PIC X(2) VALUE SPACES.
               02 RPT-CODE           PIC X(15).
               02 FILLER             PIC X(1) VALUE SPACES.
               02 RPT-DESC           PIC X(30).
               02 FILLER             PIC X(1) VALUE SPACES.
               02 RPT-UOM            PIC X(6).
               02 RPT-ON-HAND        PIC Z,ZZZ,ZZ9.99-.
               02 RPT-COST           PIC Z,ZZZ,ZZ9.9999.
               02 RPT-VALUE          PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
            01 RPT-TOTAL-ED          PIC ZZZ,ZZZ,ZZZ,ZZ9.99-.

       PROCEDURE DIVISION.
       BEGIN.
            PERFORM GET-RUNTIME-ARGUMENTS.

            EVALUATE WS-COMMAND
               WHEN "ADD"
                  PERFORM RUN-ADD-MODE
               WHEN "RECEIVE"
                  PERFORM RUN-RECEIVE-MODE
               WHEN "COUNT"
                  PERFORM RUN-COUNT-MODE
               WHEN "STATUS"
                  PERFORM PRINT-STOCK-STATUS
               WHEN OTHER
                  DISPLAY "Usage: BESTBOOKS-INVENTORY [items-file] "
                     "ADD <item> <description> <uom> "
                     "<inventory-account> <cogs-account> [coa]"
                  DISPLAY "       BESTBOOKS-INVENTORY [items-file] "
                     "RECEIVE <item> <quantity> <unit-cost> [date] "
                     "[offset-account] [reference] [moves] [ledger] "
                     "[coa] [seqctl]"
                  DISPLAY "       BESTBOOKS-INVENTORY [items-file] "
                     "COUNT <count-file> [date] [shrinkage-account] "
                     "[moves] [ledger] [coa] [seqctl]"
                  DISPLAY "       BESTBOOKS-INVENTORY [items-file] "
                     "STATUS"
                  MOVE 1 TO RETURN-CODE
            END-EVALUATE.
            STOP RUN.

       GET-RUNTIME-ARGUMENTS.
      *    arg 1 (optional): item master, default ITEMS.DAT.
      *    arg 2 (required): ADD, RECEIVE, COUNT or STATUS.
            ACCEPT WS-ITEMS-FILE FROM ARGUMENT-VALUE
            IF WS-ITEMS-FILE = SPACES
               MOVE "ITEMS.DAT" TO WS-ITEMS-FILE
            END-IF
            ACCEPT WS-COMMAND FROM ARGUMENT-VALUE
            MOVE FUNCTION UPPER-CASE(WS-COMMAND) TO WS-COMMAND.

       RUN-ADD-MODE.
      *    ADD args 3-7 (required): item code, description, unit of
      *    measure, inventory account, COGS account; arg 8
      *    (optional): chart-of-accounts file.
            ACCEPT WS-ITEM-CODE FROM ARGUMENT-VALUE
            ACCEPT WS-ITEM-DESC FROM ARGUMENT-VALUE
            ACCEPT WS-ITEM-UOM FROM ARGUMENT-VALUE
            ACCEPT WS-ITEM-INV-ACCOUNT FROM ARGUMENT-VALUE
            ACCEPT WS-ITEM-COGS-ACCOUNT FROM ARGUMENT-VALUE
            ACCEPT WS-COA-FILE FROM ARGUMENT-VALUE
            IF WS-COA-FILE = SPACES
               MOVE "BESTBOOKS.DAT" TO WS-COA-FILE
            END-IF
            MOVE FUNCTION UPPER-CASE(WS-ITEM-CODE) TO WS-ITEM-CODE
            MOVE FUNCTION UPPER-CASE(WS-ITEM-UOM) TO WS-ITEM-UOM
            IF WS-ITEM-CODE = SPACES OR WS-ITEM-DESC = SPACES
                  OR WS-ITEM-UOM = SPACES
                  OR WS-ITEM-INV-ACCOUNT = SPACES
                  OR WS-ITEM-COGS-ACCOUNT = SPACES
               DISPLAY "ERROR: ADD needs item code, description, "
                  "unit of measure, inventory and COGS accounts "
                  "(args 3-7)"
               MOVE 1 TO RETURN-CODE
               EXIT PARAGRAPH
            END-IF

            PERFORM LOAD-ITEM-MASTER
            MOVE WS-ITEM-CODE TO WS-LOOKUP-ITEM
            PERFORM FIND-ITEM
            IF ROW-FOUND
               DISPLAY "ERROR: item " FUNCTION TRIM(WS-ITEM-CODE)
                  " is already on " FUNCTION TRIM(WS-ITEMS-FILE)
               MOVE 1 TO RETURN-CODE
               EXIT PARAGRAPH
            END-IF
            MOVE WS-ITEM-INV-ACCOUNT TO WS-LOOKUP-ACCOUNT
            PERFORM VALIDATE-ACCOUNT
            IF NOT ACCOUNT-IS-VALID
               DISPLAY "ERROR: inventory account '"
                  FUNCTION TRIM(WS-ITEM-INV-ACCOUNT) "' is not usable"
               MOVE 1 TO RETURN-CODE
               EXIT PARAGRAPH
            END-IF
            MOVE WS-ITEM-COGS-ACCOUNT TO WS-LOOKUP-ACCOUNT
            PERFORM VALIDATE-ACCOUNT
            IF NOT ACCOUNT-IS-VALID
               DISPLAY "ERROR: COGS account '"
                  FUNCTION TRIM(WS-ITEM-COGS-ACCOUNT) "' is not usable"
               MOVE 1 TO RETURN-CODE
               EXIT PARAGRAPH
            END-IF
            IF WS-ITEM-COUNT >= 2000
               DISPLAY "ERROR: item master is full (2000 items)"
               MOVE 1 TO RETURN-CODE
               EXIT PARAGRAPH
            END-IF

            ADD 1 TO WS-ITEM-COUNT
            SET IT-IDX TO WS-ITEM-COUNT
            MOVE WS-ITEM-CODE TO IT-CODE(IT-IDX)
            MOVE WS-ITEM-DESC TO IT-DESC(IT-IDX)
            MOVE WS-ITEM-UOM TO IT-UOM(IT-IDX)
            MOVE WS-ITEM-INV-ACCOUNT TO IT-INV-ACCOUNT(IT-IDX)
            MOVE WS-ITEM-COGS-ACCOUNT TO IT-COGS-ACCOUNT(IT-IDX)
            MOVE ZERO TO IT-ON-HAND(IT-IDX) IT-AVG-COST(IT-IDX)
            PERFORM REWRITE-ITEM-MASTER
            DISPLAY "Item " FUNCTION TRIM(WS-ITEM-CODE) " added to "
               FUNCTION TRIM(WS-ITEMS-FILE).

       RUN-RECEIVE-MODE.
      *    RECEIVE args 3-5 (required): item code, quantity received,
      *    unit cost; arg 6 (optional): receipt date, default today;
      *    arg 7 (optional): offset account - when given, the receipt
      *    posts inventory debit / offset credit; arg 8 (optional):
      *    reference (receiver or PO number) for the movement log and
      *    ledger; args 9-12 (optional): movement log, ledger,
      *    chart-of-accounts and sequence control files.
            ACCEPT WS-ITEM-CODE FROM ARGUMENT-VALUE
            ACCEPT WS-QUANTITY-TEXT FROM ARGUMENT-VALUE
            ACCEPT WS-COST-TEXT FROM ARGUMENT-VALUE
            ACCEPT USER-POSTING-DATE FROM ARGUMENT-VALUE
            ACCEPT WS-OFFSET-ACCOUNT FROM ARGUMENT-VALUE
            ACCEPT WS-RECEIPT-REFERENCE FROM ARGUMENT-VALUE
            PERFORM ACCEPT-POSTING-FILES
            MOVE FUNCTION UPPER-CASE(WS-ITEM-CODE) TO WS-ITEM-CODE

            IF WS-ITEM-CODE = SPACES
                  OR WS-QUANTITY-TEXT = SPACES
                  OR WS-COST-TEXT = SPACES
               DISPLAY "ERROR: RECEIVE needs item code, quantity and "
                  "unit cost (args 3-5)"
               MOVE 1 TO RETURN-CODE
               EXIT PARAGRAPH
            END-IF
            IF FUNCTION TEST-NUMVAL(WS-QUANTITY-TEXT) NOT = ZERO
                  OR FUNCTION TEST-NUMVAL(WS-COST-TEXT) NOT = ZERO
               DISPLAY "ERROR: quantity and unit cost must be numeric"
               MOVE 1 TO RETURN-CODE
               EXIT PARAGRAPH
            END-IF
            MOVE FUNCTION NUMVAL(WS-QUANTITY-TEXT) TO WS-QUANTITY
            MOVE FUNCTION NUMVAL(WS-COST-TEXT) TO WS-UNIT-COST
            IF WS-QUANTITY NOT > ZERO
                  OR FUNCTION NUMVAL(WS-COST-TEXT) < ZERO
               DISPLAY "ERROR: quantity must be positive and unit "
                  "cost not negative"
               MOVE 1 TO RETURN-CODE
               EXIT PARAGRAPH
            END-IF

            PERFORM CHECK-OPERATOR-SIGNON
            PERFORM LOAD-ITEM-MASTER
            MOVE WS-ITEM-CODE TO WS-LOOKUP-ITEM
            PERFORM FIND-ITEM
            IF NOT ROW-FOUND
               DISPLAY "ERROR: item " FUNCTION TRIM(WS-ITEM-CODE)
                  " is not on " FUNCTION TRIM(WS-ITEMS-FILE)
               MOVE 1 TO RETURN-CODE
               EXIT PARAGRAPH
            END-IF
            COMPUTE WS-EXTENDED ROUNDED = WS-QUANTITY * WS-UNIT-COST
            IF WS-EXTENDED > 9999999.99
               DISPLAY "ERROR: receipt value exceeds the "
                  "9,999,999.99 ledger line limit"
               MOVE 1 TO RETURN-CODE
               EXIT PARAGRAPH
            END-IF

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
            PERFORM DERIVE-FISCAL-PERIOD

            IF WS-OFFSET-ACCOUNT NOT = SPACES
               PERFORM CHECK-PERIOD-LOCK
               IF PERIOD-IS-LOCKED
                  DISPLAY "ERROR: period " WS-POSTING-FY "-"
                     WS-POSTING-PD " is closed, receipt not posted"
                  MOVE 1 TO RETURN-CODE
                  EXIT PARAGRAPH
               END-IF
               MOVE IT-INV-ACCOUNT(IT-IDX) TO WS-LOOKUP-ACCOUNT
               PERFORM VALIDATE-ACCOUNT
               IF ACCOUNT-IS-VALID
                  MOVE WS-OFFSET-ACCOUNT TO WS-LOOKUP-ACCOUNT
                  PERFORM VALIDATE-ACCOUNT
               END-IF
               IF NOT ACCOUNT-IS-VALID
                  DISPLAY "ERROR: account '"
                     FUNCTION TRIM(WS-LOOKUP-ACCOUNT)
                     "' is not usable"
                  MOVE 1 TO RETURN-CODE
                  EXIT PARAGRAPH
               END-IF
            END-IF

      *    Stock already below zero (sold ahead of its receipt)
      *    takes the new cost outright rather than averaging against
      *    a negative quantity.
            COMPUTE WS-NEW-ON-HAND = IT-ON-HAND(IT-IDX) + WS-QUANTITY
            IF IT-ON-HAND(IT-IDX) > ZERO
               COMPUTE IT-AVG-COST(IT-IDX) ROUNDED =
                  (IT-ON-HAND(IT-IDX) * IT-AVG-COST(IT-IDX)
                   + WS-QUANTITY * WS-UNIT-COST) / WS-NEW-ON-HAND
            ELSE
               MOVE WS-UNIT-COST TO IT-AVG-COST(IT-IDX)
            END-IF
            MOVE WS-NEW-ON-HAND TO IT-ON-HAND(IT-IDX)

            IF WS-RECEIPT-REFERENCE = SPACES
               STRING "RECEIPT " DELIMITED BY SIZE
                     FUNCTION TRIM(IT-CODE(IT-IDX)) DELIMITED BY SIZE
                  INTO WS-RECEIPT-REFERENCE
               END-STRING
            END-IF
            IF WS-OFFSET-ACCOUNT NOT = SPACES
               PERFORM GET-NEXT-JOURNAL-ENTRY
               MOVE WS-RECEIPT-REFERENCE TO WS-LEG-REFERENCE
               MOVE SPACES TO WS-LEG-DESCRIPTION
               STRING "Received " DELIMITED BY SIZE
                     FUNCTION TRIM(IT-CODE(IT-IDX)) DELIMITED BY SIZE
                  INTO WS-LEG-DESCRIPTION
               END-STRING
               MOVE IT-INV-ACCOUNT(IT-IDX) TO WS-LEG-ACCOUNT
               MOVE WS-EXTENDED TO WS-LEG-DEBIT
               MOVE ZERO TO WS-LEG-CREDIT
               PERFORM POST-ONE-LEG
               MOVE WS-OFFSET-ACCOUNT TO WS-LEG-ACCOUNT
               MOVE ZERO TO WS-LEG-DEBIT
               MOVE WS-EXTENDED TO WS-LEG-CREDIT
               PERFORM POST-ONE-LEG
            END-IF

            SET WS-ITEM-SLOT TO IT-IDX
            PERFORM REWRITE-ITEM-MASTER
            SET IT-IDX TO WS-ITEM-SLOT
            OPEN EXTEND invmoves
            MOVE "RECEIPT" TO WS-MOVE-TYPE
            MOVE WS-QUANTITY TO WS-MOVE-QTY
            MOVE WS-UNIT-COST TO WS-MOVE-COST
            MOVE WS-RECEIPT-REFERENCE TO WS-MOVE-REFERENCE
            PERFORM WRITE-MOVEMENT-ROW
            CLOSE invmoves

            MOVE IT-ON-HAND(IT-IDX) TO WS-QTY-ED
            MOVE IT-AVG-COST(IT-IDX) TO WS-COST-ED
            DISPLAY "Received " FUNCTION TRIM(WS-QUANTITY-TEXT) " "
               FUNCTION TRIM(IT-UOM(IT-IDX)) " of "
               FUNCTION TRIM(IT-CODE(IT-IDX)) ": on hand "
               FUNCTION TRIM(WS-QTY-ED) ", average cost "
               FUNCTION TRIM(WS-COST-ED)
            IF WS-OFFSET-ACCOUNT NOT = SPACES
               MOVE WS-EXTENDED TO WS-AMOUNT-ED
               DISPLAY "  posted " FUNCTION TRIM(WS-AMOUNT-ED)
                  " as journal entry " USER-JOURNAL-ENTRY
            END-IF.

       ACCEPT-POSTING-FILES.
            ACCEPT WS-MOVES-FILE FROM ARGUMENT-VALUE
            IF WS-MOVES-FILE = SPACES
               MOVE "INVMOVES.DAT" TO WS-MOVES-FILE
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
            END-IF.

       RUN-COUNT-MODE.
      *    COUNT arg 3 (required): physical count file; arg 4
      *    (optional): count date, default today; arg 5 (optional):
      *    shrinkage account, default "Inv Shrinkage"; args 6-9
      *    (optional): movement log, ledger, chart-of-accounts and
      *    sequence control files.
            ACCEPT WS-COUNT-FILE FROM ARGUMENT-VALUE
            ACCEPT USER-POSTING-DATE FROM ARGUMENT-VALUE
            ACCEPT WS-SHRINK-ACCOUNT FROM ARGUMENT-VALUE
            IF WS-SHRINK-ACCOUNT = SPACES
               MOVE "Inv Shrinkage" TO WS-SHRINK-ACCOUNT
            END-IF
            PERFORM ACCEPT-POSTING-FILES
            IF WS-COUNT-FILE = SPACES
               DISPLAY "ERROR: COUNT needs the physical count file "
                  "(arg 3)"
               MOVE 1 TO RETURN-CODE
               EXIT PARAGRAPH
            END-IF

            PERFORM CHECK-OPERATOR-SIGNON
            IF OPERATORS-CONFIGURED
                  AND FUNCTION TRIM(WS-OPERATOR-ROLE) NOT = "SUPERVISOR"
               DISPLAY "ERROR: count adjustments require a SUPERVISOR "
                  "operator"
               MOVE 1 TO RETURN-CODE
               EXIT PARAGRAPH
            END-IF
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
            PERFORM DERIVE-FISCAL-PERIOD
            PERFORM CHECK-PERIOD-LOCK
            IF PERIOD-IS-LOCKED
               DISPLAY "ERROR: period " WS-POSTING-FY "-"
                  WS-POSTING-PD " is closed, count not posted"
               MOVE 1 TO RETURN-CODE
               EXIT PARAGRAPH
            END-IF
            MOVE WS-SHRINK-ACCOUNT TO WS-LOOKUP-ACCOUNT
            PERFORM VALIDATE-ACCOUNT
            IF NOT ACCOUNT-IS-VALID
               DISPLAY "ERROR: shrinkage account '"
                  FUNCTION TRIM(WS-SHRINK-ACCOUNT) "' is not usable"
               MOVE 1 TO RETURN-CODE
               EXIT PARAGRAPH
            END-IF

            PERFORM LOAD-ITEM-MASTER
            PERFORM LOAD-COUNT-FILE
            IF RUN-HAS-ERRORS
               DISPLAY "ERROR: count not applied - correct the "
                  "errors above; nothing was posted"
               MOVE 1 TO RETURN-CODE
               EXIT PARAGRAPH
            END-IF

      *    Value every difference first so a line too large for the
      *    ledger stops the count before anything posts.
            MOVE ZERO TO WS-ADJUST-COUNT WS-SHRINK-TOTAL
            PERFORM VARYING IT-IDX FROM 1 BY 1
                  UNTIL IT-IDX > WS-ITEM-COUNT
               IF IT-COUNTED(IT-IDX) = "Y"
                  COMPUTE WS-DIFFERENCE =
                     IT-COUNT-QTY(IT-IDX) - IT-ON-HAND(IT-IDX)
                  COMPUTE WS-ADJUST-VALUE ROUNDED =
                     FUNCTION ABS(WS-DIFFERENCE) * IT-AVG-COST(IT-IDX)
                  IF WS-ADJUST-VALUE > 9999999.99
                     DISPLAY "ERROR: adjustment for item "
                        FUNCTION TRIM(IT-CODE(IT-IDX))
                        " exceeds the 9,999,999.99 ledger line limit"
                     MOVE "Y" TO WS-RUN-ERRORS
                  END-IF
                  IF WS-DIFFERENCE NOT = ZERO
                     ADD 1 TO WS-ADJUST-COUNT
                  END-IF
               END-IF
            END-PERFORM
            IF RUN-HAS-ERRORS
               MOVE 1 TO RETURN-CODE
               EXIT PARAGRAPH
            END-IF
            IF WS-ADJUST-COUNT = ZERO
               DISPLAY "Count agrees with the book figures, nothing "
                  "to adjust"
               EXIT PARAGRAPH
            END-IF

            PERFORM GET-NEXT-JOURNAL-ENTRY
            MOVE SPACES TO WS-LEG-REFERENCE
            STRING "COUNT " DELIMITED BY SIZE
                  WS-FORMATTED-DATE(1:10) DELIMITED BY SIZE
               INTO WS-LEG-REFERENCE
            END-STRING
            OPEN EXTEND invmoves
            PERFORM VARYING IT-IDX FROM 1 BY 1
                  UNTIL IT-IDX > WS-ITEM-COUNT
               IF IT-COUNTED(IT-IDX) = "Y"
                     AND IT-COUNT-QTY(IT-IDX) NOT = IT-ON-HAND(IT-IDX)
                  PERFORM APPLY-ONE-COUNT
               END-IF
            END-PERFORM
            CLOSE invmoves
            PERFORM REWRITE-ITEM-MASTER

            MOVE WS-SHRINK-TOTAL TO WS-AMOUNT-ED
            DISPLAY "Count " WS-FORMATTED-DATE(1:10) ": "
               WS-ADJUST-COUNT " item(s) adjusted, net shrinkage "
               FUNCTION TRIM(WS-AMOUNT-ED) " to "
               FUNCTION TRIM(WS-SHRINK-ACCOUNT) ", journal entry "
               USER-JOURNAL-ENTRY.

       APPLY-ONE-COUNT.
            COMPUTE WS-DIFFERENCE =
               IT-COUNT-QTY(IT-IDX) - IT-ON-HAND(IT-IDX)
            COMPUTE WS-ADJUST-VALUE ROUNDED =
               FUNCTION ABS(WS-DIFFERENCE) * IT-AVG-COST(IT-IDX)
            MOVE WS-DIFFERENCE TO WS-QTY-ED
            MOVE WS-ADJUST-VALUE TO WS-AMOUNT-ED
            MOVE IT-ON-HAND(IT-IDX) TO WS-BOOK-ED
            MOVE IT-COUNT-QTY(IT-IDX) TO WS-COUNTED-ED
            DISPLAY "  " IT-CODE(IT-IDX) " book " WS-BOOK-ED
               " counted " WS-COUNTED-ED " difference "
               FUNCTION TRIM(WS-QTY-ED) " value "
               FUNCTION TRIM(WS-AMOUNT-ED)
            IF WS-ADJUST-VALUE > ZERO
               MOVE SPACES TO WS-LEG-DESCRIPTION
               STRING "Count adj " DELIMITED BY SIZE
                     FUNCTION TRIM(IT-CODE(IT-IDX)) DELIMITED BY SIZE
                  INTO WS-LEG-DESCRIPTION
               END-STRING
               IF WS-DIFFERENCE < ZERO
                  ADD WS-ADJUST-VALUE TO WS-SHRINK-TOTAL
                  MOVE WS-SHRINK-ACCOUNT TO WS-LEG-ACCOUNT
                  MOVE WS-ADJUST-VALUE TO WS-LEG-DEBIT
                  MOVE ZERO TO WS-LEG-CREDIT
                  PERFORM POST-ONE-LEG
                  MOVE IT-INV-ACCOUNT(IT-IDX) TO WS-LEG-ACCOUNT
                  MOVE ZERO TO WS-LEG-DEBIT
                  MOVE WS-ADJUST-VALUE TO WS-LEG-CREDIT
                  PERFORM POST-ONE-LEG
               ELSE
                  SUBTRACT WS-ADJUST-VALUE FROM WS-SHRINK-TOTAL
                  MOVE IT-INV-ACCOUNT(IT-IDX) TO WS-LEG-ACCOUNT
                  MOVE WS-ADJUST-VALUE TO WS-LEG-DEBIT
                  MOVE ZERO TO WS-LEG-CREDIT
                  PERFORM POST-ONE-LEG
                  MOVE WS-SHRINK-ACCOUNT TO WS-LEG-ACCOUNT
                  MOVE ZERO TO WS-LEG-DEBIT
                  MOVE WS-ADJUST-VALUE TO WS-LEG-CREDIT
                  PERFORM POST-ONE-LEG
               END-IF
            END-IF
            MOVE "COUNT" TO WS-MOVE-TYPE
            MOVE WS-DIFFERENCE TO WS-MOVE-QTY
            MOVE IT-AVG-COST(IT-IDX) TO WS-MOVE-COST
            MOVE WS-LEG-REFERENCE TO WS-MOVE-REFERENCE
            PERFORM WRITE-MOVEMENT-ROW
            MOVE IT-COUNT-QTY(IT-IDX) TO IT-ON-HAND(IT-IDX).

       LOAD-COUNT-FILE.
            OPEN INPUT invcount
            IF WS-COUNT-STATUS = "35"
               DISPLAY "ERROR: count file "
                  FUNCTION TRIM(WS-COUNT-FILE) " not found"
               MOVE "Y" TO WS-RUN-ERRORS
               CLOSE invcount
               EXIT PARAGRAPH
            END-IF
            MOVE "N" TO WS-FILE-EOF
            PERFORM WITH TEST BEFORE UNTIL FILE-AT-END
               READ invcount
                  AT END
                     MOVE "Y" TO WS-FILE-EOF
                  NOT AT END
                     IF COUNT-LINE NOT = SPACES
                        PERFORM STORE-COUNT-ROW
                     END-IF
               END-READ
            END-PERFORM
            CLOSE invcount.

       STORE-COUNT-ROW.
            MOVE SPACES TO WS-CT-CODE-IN WS-CT-QTY-IN
            UNSTRING COUNT-LINE DELIMITED BY "|"
               INTO WS-CT-CODE-IN WS-CT-QTY-IN
            END-UNSTRING
            MOVE FUNCTION UPPER-CASE(WS-CT-CODE-IN) TO WS-LOOKUP-ITEM
            PERFORM FIND-ITEM
            IF NOT ROW-FOUND
               DISPLAY "ERROR: counted item '"
                  FUNCTION TRIM(WS-CT-CODE-IN) "' is not on "
                  FUNCTION TRIM(WS-ITEMS-FILE)
               MOVE "Y" TO WS-RUN-ERRORS
               EXIT PARAGRAPH
            END-IF
            IF WS-CT-QTY-IN = SPACES
                  OR FUNCTION TEST-NUMVAL(WS-CT-QTY-IN) NOT = ZERO
               DISPLAY "ERROR: count for item "
                  FUNCTION TRIM(WS-CT-CODE-IN) " is not numeric"
               MOVE "Y" TO WS-RUN-ERRORS
               EXIT PARAGRAPH
            END-IF
            IF FUNCTION NUMVAL(WS-CT-QTY-IN) < ZERO
               DISPLAY "ERROR: count for item "
                  FUNCTION TRIM(WS-CT-CODE-IN) " is negative"
               MOVE "Y" TO WS-RUN-ERRORS
               EXIT PARAGRAPH
            END-IF
            IF IT-COUNTED(IT-IDX) = "Y"
               DISPLAY "ERROR: item " FUNCTION TRIM(WS-CT-CODE-IN)
                  " is counted twice on "
                  FUNCTION TRIM(WS-COUNT-FILE)
               MOVE "Y" TO WS-RUN-ERRORS
               EXIT PARAGRAPH
            END-IF
            MOVE "Y" TO IT-COUNTED(IT-IDX)
            MOVE FUNCTION NUMVAL(WS-CT-QTY-IN) TO IT-COUNT-QTY(IT-IDX).

       PRINT-STOCK-STATUS.
            PERFORM LOAD-ITEM-MASTER
            DISPLAY "STOCK STATUS (" FUNCTION TRIM(WS-ITEMS-FILE) ")"
            DISPLAY "  ITEM            DESCRIPTION                    "
               "UOM        ON HAND     AVG COST             VALUE"
            MOVE ZERO TO WS-REPORT-TOTAL
            PERFORM VARYING IT-IDX FROM 1 BY 1
                  UNTIL IT-IDX > WS-ITEM-COUNT
               MOVE IT-CODE(IT-IDX) TO RPT-CODE
               MOVE IT-DESC(IT-IDX) TO RPT-DESC
               MOVE IT-UOM(IT-IDX) TO RPT-UOM
               MOVE IT-ON-HAND(IT-IDX) TO RPT-ON-HAND
               MOVE IT-AVG-COST(IT-IDX) TO RPT-COST
               COMPUTE WS-EXTENDED ROUNDED =
                  IT-ON-HAND(IT-IDX) * IT-AVG-COST(IT-IDX)
               MOVE WS-EXTENDED TO RPT-VALUE
               ADD WS-EXTENDED TO WS-REPORT-TOTAL
               DISPLAY RPT-DETAIL
               IF IT-ON-HAND(IT-IDX) < ZERO
                  DISPLAY "    ** on hand is negative - sold ahead "
                     "of receipt or a count is due"
               END-IF
            END-PERFORM
            MOVE WS-REPORT-TOTAL TO RPT-TOTAL-ED
            DISPLAY "Items: " WS-ITEM-COUNT
               "   total inventory value " FUNCTION TRIM(RPT-TOTAL-ED).

       LOAD-ITEM-MASTER.
            MOVE ZERO TO WS-ITEM-COUNT
            OPEN INPUT itemmaster
            IF WS-ITEMS-STATUS = "35"
               CLOSE itemmaster
               EXIT PARAGRAPH
            END-IF
            MOVE "N" TO WS-FILE-EOF
            PERFORM WITH TEST BEFORE UNTIL FILE-AT-END
               READ itemmaster
                  AT END
                     MOVE "Y" TO WS-FILE-EOF
                  NOT AT END
                     IF ITEMS-LINE NOT = SPACES
                        PERFORM STORE-ITEM-ROW
                     END-IF
               END-READ
            END-PERFORM
            CLOSE itemmaster.

       STORE-ITEM-ROW.
            IF WS-ITEM-COUNT >= 2000
               EXIT PARAGRAPH
            END-IF
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
               IT-COUNT-QTY(IT-IDX)
            MOVE "N" TO IT-COUNTED(IT-IDX)
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
      *    WS-LOOKUP-ITEM names the item; IT-IDX is left on the match.
            MOVE "N" TO WS-FOUND
            PERFORM VARYING IT-IDX FROM 1 BY 1
                  UNTIL IT-IDX > WS-ITEM-COUNT OR ROW-FOUND
               IF IT-CODE(IT-IDX) = WS-LOOKUP-ITEM
                  MOVE "Y" TO WS-FOUND
               END-IF
            END-PERFORM
            IF ROW-FOUND
               SET IT-IDX DOWN BY 1
            END-IF.

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

       WRITE-MOVEMENT-ROW.
      *    invmoves must already be open EXTEND.
            MOVE WS-MOVE-QTY TO WS-QTY-ED
            MOVE WS-MOVE-COST TO WS-COST-ED
            MOVE SPACES TO MOVES-LINE
            STRING WS-FORMATTED-DATE(1:10) DELIMITED BY SIZE
                  "|" DELIMITED BY SIZE
                  FUNCTION TRIM(IT-CODE(IT-IDX)) DELIMITED BY SIZE
                  "|" DELIMITED BY SIZE
                  FUNCTION TRIM(WS-MOVE-TYPE) DELIMITED BY SIZE
                  "|" DELIMITED BY SIZE
                  FUNCTION TRIM(WS-QTY-ED) DELIMITED BY SIZE
                  "|" DELIMITED BY SIZE
                  FUNCTION TRIM(WS-COST-ED) DELIMITED BY SIZE
                  "|" DELIMITED BY SIZE
                  FUNCTION TRIM(WS-MOVE-REFERENCE) DELIMITED BY SIZE
                  "|" DELIMITED BY SIZE
                  FUNCTION TRIM(WS-OPERATOR-ID) DELIMITED BY SIZE
               INTO MOVES-LINE
            END-STRING
            WRITE MOVES-LINE.

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
       END PROGRAM BESTBOOKS-INVENTORY.
