       IDENTIFICATION DIVISION.
       PROGRAM-ID. BESTBOOKS-STATEMENT.
       AUTHOR. PRESSPAGE ENTERTAINMENT INC dba PINGLEWARE.
      *----------------------------------------------------------------
      * Monthly customer statements. For every CUST row on
      * CUSTVEND.DAT (or the one customer named in arg 1) this writes
      * STATEMENT-<customer>.TXT: the customer's address, a balance
      * forward from everything before the month, each invoice
      * (INV#), receipt application (RCPT#) and credit memo (CM#) leg
      * of the month on the customer's AR account, the closing
      * balance, and the customer's still-OPEN items from OPENITEM.DAT
      * aged into current/30-59/60-89/90+ day buckets as of month end.
      *
      * A ledger leg belongs to a customer when it posts to the
      * customer's DEFAULT-ACCOUNT and either carries a reference on
      * one of the customer's OPENITEM.DAT rows (paid ones included,
      * so history still ties) or names the customer in its
      * DESCRIPTION, the way BESTBOOKS-AGING matches parties. The
      * live ledger and every close archive are read, so a balance
      * forward survives period close.
      *
      * Customers with a zero balance and no activity in the month get
      * no statement. The run ends with a summary of statements
      * written and total AR they carry.
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

           SELECT OPTIONAL openitem
               ASSIGN TO WS-OPENITEM-FILE
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-OPENITEM-STATUS.

           SELECT OPTIONAL custvend
               ASSIGN TO WS-CUSTVEND-FILE
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-CUSTVEND-STATUS.

           SELECT OPTIONAL statementdoc
               ASSIGN TO WS-DOCUMENT-FILE
                   ORGANIZATION IS LINE SEQUENTIAL.



       DATA DIVISION.
       FILE SECTION.
            FD LEDGER.
            COPY "ledger-record.cpy".

            FD seqctl.
            COPY "seq-control.cpy".

      *    ARCHREG.DAT: one close-archive file name per line - see
      *    BESTBOOKS-CLOSE.
            FD archreg.
            01 ARCHREG-LINE          PIC X(64).

      *    OPENITEM.DAT line layout - see BESTBOOKS-CASHAPP.
            FD openitem.
            01 OPENITEM-LINE         PIC X(120).

      *    CUSTVEND.DAT line layout - see bestbooks-aging.cob.
            FD custvend.
            01 CUSTVEND-LINE         PIC X(200).

            FD statementdoc.
            01 DOCUMENT-LINE         PIC X(100).



       WORKING-STORAGE SECTION.
      *    the live ledger, every LEDGER-ARCH-<n> rollover generation
      *    SEQCTL.DAT key "2" says exists, and every dated close
      *    archive on ARCHREG.DAT are read one after another through
      *    the one LEDGER file, the same sweep BESTBOOKS-VERIFY makes.
            01 WS-LEDGER-FILE       PIC X(64) VALUE "LEDGER.DAT".
            01 WS-CURRENT-LEDGER    PIC X(64).
            01 WS-SEQCTL-FILE       PIC X(64) VALUE "SEQCTL.DAT".
            01 WS-ARCHREG-FILE      PIC X(64) VALUE "ARCHREG.DAT".
            01 WS-LEDGER-STATUS     PIC XX.
            01 WS-SEQCTL-STATUS     PIC XX.
            01 WS-ARCHREG-STATUS    PIC XX.
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
            01 WS-OPENITEM-FILE     PIC X(64) VALUE "OPENITEM.DAT".
            01 WS-CUSTVEND-FILE     PIC X(64) VALUE "CUSTVEND.DAT".
            01 WS-DOCUMENT-FILE     PIC X(64) VALUE SPACES.
            01 WS-OPENITEM-STATUS   PIC XX.
            01 WS-CUSTVEND-STATUS   PIC XX.
            01 WS-OPENITEM-EOF      PIC X VALUE "N".
                  88  OPENITEM-EOF  VALUE "Y".
            01 WS-CUSTVEND-EOF      PIC X VALUE "N".
                  88  CUSTVEND-EOF  VALUE "Y".

      *    arg 1 (optional): one customer name; blank or ALL runs
      *    every CUST row.
      *    arg 2 (optional): statement month YYYY-MM, default the
      *    current month.
            01 WS-CUSTOMER-NAME     PIC X(30) VALUE SPACES.
            01 WS-STATEMENT-MONTH   PIC X(7) VALUE SPACES.
            01 WS-PERIOD-START      PIC X(10) VALUE SPACES.
            01 WS-PERIOD-END        PIC X(10) VALUE SPACES.
            01 WS-NEXT-MONTH-START  PIC 9(8) VALUE ZERO.
            01 WS-NEXT-YEAR         PIC 9(4) VALUE ZERO.
            01 WS-NEXT-MONTH        PIC 99 VALUE ZERO.
            01 WS-ASOF-INT-DATE     PIC 9(7) VALUE ZERO.
            01 WS-ASOF-DATE-NUM     PIC 9(8) VALUE ZERO.
            01 WS-ITEM-DATE-NUM     PIC X(8).
            01 WS-ITEM-INT-DATE     PIC 9(7) VALUE ZERO.
            01 WS-AGE-DAYS          PIC S9(7) VALUE ZERO.

      *    the customer master rows, with the balance-forward and
      *    month totals accumulated for each during the ledger sweep.
            01 CUSTOMER-TABLE.
               02 CUS-ENTRY OCCURS 200 TIMES
                     INDEXED BY CUS-IDX.
                  03 CUS-NAME         PIC X(30).
                  03 CUS-ACCOUNT      PIC X(15).
                  03 CUS-ADDRESS      PIC X(60).
                  03 CUS-TERMS        PIC X(8).
                  03 CUS-FORWARD      PIC S9(9)V99.
                  03 CUS-CHARGES      PIC S9(9)V99.
                  03 CUS-CREDITS      PIC S9(9)V99.
                  03 CUS-ACTIVITY     PIC 9(5).
            01 WS-CUS-COUNT         PIC 9(4) VALUE ZERO.
            01 WS-OWNER-IDX         PIC 9(4) VALUE ZERO.
            01 WS-CV-NAME-IN        PIC X(30).
            01 WS-CV-KIND-IN        PIC X(6).
            01 WS-CV-TERMS-IN       PIC X(8).
            01 WS-CV-ACCOUNT-IN     PIC X(15).
            01 WS-CV-ADDRESS-IN     PIC X(60).

      *    every OPENITEM.DAT reference (open or paid) and the
      *    customer it belongs to.
            01 REFERENCE-TABLE.
               02 REF-ENTRY OCCURS 2000 TIMES
                     INDEXED BY REF-IDX.
                  03 REF-REFERENCE    PIC X(20).
                  03 REF-CUSTOMER     PIC 9(4).
            01 WS-REF-COUNT         PIC 9(4) VALUE ZERO.

      *    the month's legs, kept in ledger order per customer for
      *    printing.
            01 ACTIVITY-TABLE.
               02 ACT-ENTRY OCCURS 2000 TIMES
                     INDEXED BY ACT-IDX.
                  03 ACT-CUSTOMER     PIC 9(4).
                  03 ACT-DATE         PIC X(10).
                  03 ACT-REFERENCE    PIC X(20).
                  03 ACT-DESCRIPTION  PIC X(30).
                  03 ACT-DEBIT        PIC 9(7)V99.
                  03 ACT-CREDIT       PIC 9(7)V99.
            01 WS-ACT-COUNT         PIC 9(4) VALUE ZERO.
            01 WS-ACT-FULL          PIC X VALUE "N".
                  88  ACTIVITY-TABLE-FULL  VALUE "Y".

      *    one OPENITEM.DAT row, unpacked.
            01 WS-ROW-REFERENCE     PIC X(20).
            01 WS-ROW-CUSTOMER      PIC X(30).
            01 WS-ROW-DATE          PIC X(10).
            01 WS-ROW-ORIGINAL      PIC X(12).
            01 WS-ROW-OPEN          PIC X(12).
            01 WS-ROW-STATUS        PIC X(10).
            01 WS-ROW-OPEN-AMOUNT   PIC S9(7)V99.

      *    substring scan work fields for matching a customer name
      *    inside an entry's DESCRIPTION - see BESTBOOKS-AGING.
            01 WS-SCAN-HAYSTACK     PIC X(30).
            01 WS-SCAN-NEEDLE       PIC X(30).
            01 WS-SCAN-NEEDLE-LEN   PIC 99 VALUE ZERO.
            01 WS-SCAN-POS          PIC 99 VALUE ZERO.
            01 WS-SCAN-LIMIT        PIC S99 VALUE ZERO.
            01 WS-NAME-MATCHED      PIC X VALUE "N".
                  88  NAME-WAS-MATCHED  VALUE "Y".

      *    the statement being written.
            01 WS-CLOSING-BALANCE   PIC S9(9)V99 VALUE ZERO.
            01 WS-RUNNING-BALANCE   PIC S9(9)V99 VALUE ZERO.
            01 WS-AGE-CURRENT       PIC S9(9)V99 VALUE ZERO.
            01 WS-AGE-30            PIC S9(9)V99 VALUE ZERO.
            01 WS-AGE-60            PIC S9(9)V99 VALUE ZERO.
            01 WS-AGE-90            PIC S9(9)V99 VALUE ZERO.
            01 WS-FILE-NAME-PART    PIC X(30) VALUE SPACES.
            01 WS-STATEMENT-COUNT   PIC 9(5) VALUE ZERO.
            01 WS-SKIPPED-COUNT     PIC 9(5) VALUE ZERO.
            01 WS-TOTAL-AR          PIC S9(11)V99 VALUE ZERO.
            01 WS-TOTAL-AR-ED       PIC Z,ZZZ,ZZZ,ZZ9.99-.
            01 WS-AMOUNT-ED         PIC Z,ZZZ,ZZZ,ZZ9.99-.

            01 DOC-ACTIVITY.
               02 DA-DATE            PIC X(10).
               02 FILLER             PIC X VALUE SPACE.
               02 DA-REFERENCE       PIC X(13).
               02 FILLER             PIC X VALUE SPACE.
               02 DA-DESCRIPTION     PIC X(30).
               02 FILLER             PIC X VALUE SPACE.
               02 DA-CHARGES         PIC ZZZ,ZZ9.99 BLANK WHEN ZERO.
               02 FILLER             PIC X VALUE SPACE.
               02 DA-CREDITS         PIC ZZZ,ZZ9.99 BLANK WHEN ZERO.
               02 FILLER             PIC X VALUE SPACE.
               02 DA-BALANCE         PIC Z,ZZZ,ZZ9.99-.

            01 DOC-OPEN-ITEM.
               02 DO-REFERENCE       PIC X(13).
               02 FILLER             PIC X VALUE SPACE.
               02 DO-DATE            PIC X(10).
               02 FILLER             PIC X VALUE SPACE.
               02 DO-CURRENT         PIC ZZZ,ZZ9.99- BLANK WHEN ZERO.
               02 FILLER             PIC X VALUE SPACE.
               02 DO-30              PIC ZZZ,ZZ9.99- BLANK WHEN ZERO.
               02 FILLER             PIC X VALUE SPACE.
               02 DO-60              PIC ZZZ,ZZ9.99- BLANK WHEN ZERO.
               02 FILLER             PIC X VALUE SPACE.
               02 DO-90              PIC ZZZ,ZZ9.99- BLANK WHEN ZERO.

            01 DOC-OPEN-HEADING.
               02 FILLER             PIC X(25) VALUE
                  "REFERENCE     DATE".
               02 FILLER             PIC X(47) VALUE
                  "    CURRENT       30-59       60-89         90+".

       PROCEDURE DIVISION.
       BEGIN.
            PERFORM GET-RUNTIME-ARGUMENTS.
            PERFORM SET-STATEMENT-PERIOD.
            PERFORM LOAD-CUSTOMERS.
            IF WS-CUS-COUNT = ZERO
               IF WS-CUSTOMER-NAME = SPACES
                  DISPLAY "ERROR: no CUST rows on "
                     FUNCTION TRIM(WS-CUSTVEND-FILE)
               ELSE
                  DISPLAY "ERROR: customer '"
                     FUNCTION TRIM(WS-CUSTOMER-NAME)
                     "' is not on the customer/vendor master "
                     FUNCTION TRIM(WS-CUSTVEND-FILE)
               END-IF
               MOVE 1 TO RETURN-CODE
               STOP RUN
            END-IF.

            PERFORM LOAD-REFERENCES.
            PERFORM SCAN-LEDGER-AND-ARCHIVES.
            IF ACTIVITY-TABLE-FULL
               DISPLAY "WARNING: more than 2000 legs in the month; "
                  "statements list the first 2000 only, balances "
                  "are complete"
            END-IF.

            DISPLAY "CUSTOMER STATEMENTS FOR " WS-STATEMENT-MONTH.
            PERFORM VARYING CUS-IDX FROM 1 BY 1
                  UNTIL CUS-IDX > WS-CUS-COUNT
               PERFORM WRITE-ONE-STATEMENT
            END-PERFORM.

            MOVE WS-TOTAL-AR TO WS-TOTAL-AR-ED.
            DISPLAY "----------------------------------------".
            DISPLAY "Statements written: " WS-STATEMENT-COUNT
               "  skipped (no balance, no activity): "
               WS-SKIPPED-COUNT.
            DISPLAY "Total AR on statements: "
               FUNCTION TRIM(WS-TOTAL-AR-ED).
            STOP RUN.

       GET-RUNTIME-ARGUMENTS.
      *    arg 1 (optional): customer name, blank or ALL for every
      *    customer.
      *    arg 2 (optional): statement month YYYY-MM.
      *    arg 3 (optional): open-item file, default OPENITEM.DAT.
      *    arg 4 (optional): customer/vendor master, default
      *    CUSTVEND.DAT.
      *    arg 5 (optional): ledger data file, default LEDGER.DAT.
      *    arg 6 (optional): sequence control file, default
      *    SEQCTL.DAT.
      *    arg 7 (optional): close-archive register, default
      *    ARCHREG.DAT.
            ACCEPT WS-CUSTOMER-NAME FROM ARGUMENT-VALUE
            IF FUNCTION UPPER-CASE(WS-CUSTOMER-NAME) = "ALL"
               MOVE SPACES TO WS-CUSTOMER-NAME
            END-IF
            ACCEPT WS-STATEMENT-MONTH FROM ARGUMENT-VALUE
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
            ACCEPT WS-SEQCTL-FILE FROM ARGUMENT-VALUE
            IF WS-SEQCTL-FILE = SPACES
               MOVE "SEQCTL.DAT" TO WS-SEQCTL-FILE
            END-IF
            ACCEPT WS-ARCHREG-FILE FROM ARGUMENT-VALUE
            IF WS-ARCHREG-FILE = SPACES
               MOVE "ARCHREG.DAT" TO WS-ARCHREG-FILE
            END-IF.

       SET-STATEMENT-PERIOD.
      *    The month runs from YYYY-MM-01 through its last day; dates
      *    compare as text, so YYYY-MM-31 bounds any month. Aging is
      *    as of the true last day, one day before the next month
      *    starts.
            IF WS-STATEMENT-MONTH = SPACES
               MOVE FUNCTION CURRENT-DATE(1:4)
                  TO WS-STATEMENT-MONTH(1:4)
               MOVE "-" TO WS-STATEMENT-MONTH(5:1)
               MOVE FUNCTION CURRENT-DATE(5:2)
                  TO WS-STATEMENT-MONTH(6:2)
            END-IF
            IF FUNCTION TEST-NUMVAL(WS-STATEMENT-MONTH(1:4)) NOT = 0
                  OR FUNCTION TEST-NUMVAL(WS-STATEMENT-MONTH(6:2))
                     NOT = 0
                  OR WS-STATEMENT-MONTH(5:1) NOT = "-"
               DISPLAY "ERROR: statement month '"
                  FUNCTION TRIM(WS-STATEMENT-MONTH)
                  "' is not YYYY-MM"
               MOVE 1 TO RETURN-CODE
               STOP RUN
            END-IF
            STRING WS-STATEMENT-MONTH DELIMITED BY SIZE
                  "-01" DELIMITED BY SIZE
               INTO WS-PERIOD-START
            END-STRING
            STRING WS-STATEMENT-MONTH DELIMITED BY SIZE
                  "-31" DELIMITED BY SIZE
               INTO WS-PERIOD-END
            END-STRING
            MOVE FUNCTION NUMVAL(WS-STATEMENT-MONTH(1:4))
               TO WS-NEXT-YEAR
            COMPUTE WS-NEXT-MONTH =
               FUNCTION NUMVAL(WS-STATEMENT-MONTH(6:2)) + 1
            IF WS-NEXT-MONTH > 12
               MOVE 1 TO WS-NEXT-MONTH
               ADD 1 TO WS-NEXT-YEAR
            END-IF
            COMPUTE WS-NEXT-MONTH-START =
               WS-NEXT-YEAR * 10000 + WS-NEXT-MONTH * 100 + 1
            COMPUTE WS-ASOF-INT-DATE =
               FUNCTION INTEGER-OF-DATE(WS-NEXT-MONTH-START) - 1
            MOVE FUNCTION DATE-OF-INTEGER(WS-ASOF-INT-DATE)
               TO WS-ASOF-DATE-NUM.

       LOAD-CUSTOMERS.
            MOVE ZERO TO WS-CUS-COUNT
            OPEN INPUT custvend
            IF WS-CUSTVEND-STATUS = "35"
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
                  NOT = "CUST"
               EXIT PARAGRAPH
            END-IF
            IF WS-CUSTOMER-NAME NOT = SPACES
                  AND FUNCTION UPPER-CASE(FUNCTION TRIM(WS-CV-NAME-IN))
                     NOT = FUNCTION UPPER-CASE(
                        FUNCTION TRIM(WS-CUSTOMER-NAME))
               EXIT PARAGRAPH
            END-IF
            IF WS-CUS-COUNT < 200
               ADD 1 TO WS-CUS-COUNT
               MOVE WS-CV-NAME-IN TO CUS-NAME(WS-CUS-COUNT)
               MOVE WS-CV-ACCOUNT-IN TO CUS-ACCOUNT(WS-CUS-COUNT)
               MOVE WS-CV-ADDRESS-IN TO CUS-ADDRESS(WS-CUS-COUNT)
               MOVE WS-CV-TERMS-IN TO CUS-TERMS(WS-CUS-COUNT)
               MOVE ZERO TO CUS-FORWARD(WS-CUS-COUNT)
                  CUS-CHARGES(WS-CUS-COUNT) CUS-CREDITS(WS-CUS-COUNT)
                  CUS-ACTIVITY(WS-CUS-COUNT)
            ELSE
               DISPLAY "WARNING: CUSTOMER-TABLE full (200 rows), '"
                  FUNCTION TRIM(WS-CV-NAME-IN) "' skipped"
            END-IF.

       LOAD-REFERENCES.
            MOVE ZERO TO WS-REF-COUNT
            MOVE SPACES TO REFERENCE-TABLE
            OPEN INPUT openitem
            IF WS-OPENITEM-STATUS = "35"
               EXIT PARAGRAPH
            END-IF
            MOVE "N" TO WS-OPENITEM-EOF
            PERFORM WITH TEST BEFORE UNTIL OPENITEM-EOF
               READ openitem
                  AT END
                     MOVE "Y" TO WS-OPENITEM-EOF
                  NOT AT END
                     PERFORM STORE-REFERENCE-ROW
               END-READ
            END-PERFORM
            CLOSE openitem.

       STORE-REFERENCE-ROW.
            PERFORM UNPACK-OPENITEM-ROW
            PERFORM FIND-ROW-CUSTOMER
            IF WS-OWNER-IDX NOT = ZERO
                  AND WS-ROW-REFERENCE NOT = SPACES
               IF WS-REF-COUNT < 2000
                  ADD 1 TO WS-REF-COUNT
                  MOVE WS-ROW-REFERENCE TO REF-REFERENCE(WS-REF-COUNT)
                  MOVE WS-OWNER-IDX TO REF-CUSTOMER(WS-REF-COUNT)
               END-IF
            END-IF.

       FIND-ROW-CUSTOMER.
            MOVE ZERO TO WS-OWNER-IDX
            PERFORM VARYING CUS-IDX FROM 1 BY 1
                  UNTIL CUS-IDX > WS-CUS-COUNT
                     OR WS-OWNER-IDX NOT = ZERO
               IF FUNCTION UPPER-CASE(FUNCTION TRIM(CUS-NAME(CUS-IDX)))
                     = FUNCTION UPPER-CASE(
                        FUNCTION TRIM(WS-ROW-CUSTOMER))
                  SET WS-OWNER-IDX TO CUS-IDX
               END-IF
            END-PERFORM.

       UNPACK-OPENITEM-ROW.
            MOVE SPACES TO WS-ROW-REFERENCE WS-ROW-CUSTOMER
               WS-ROW-DATE WS-ROW-ORIGINAL WS-ROW-OPEN WS-ROW-STATUS
            UNSTRING OPENITEM-LINE DELIMITED BY "|"
               INTO WS-ROW-REFERENCE WS-ROW-CUSTOMER WS-ROW-DATE
                    WS-ROW-ORIGINAL WS-ROW-OPEN WS-ROW-STATUS
            END-UNSTRING.

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
      *    Anything dated after the statement month is left out
      *    entirely; before it rolls into the balance forward; inside
      *    it is statement activity.
            IF TRANSACTION-DATE > WS-PERIOD-END
               EXIT PARAGRAPH
            END-IF
            PERFORM FIND-LEG-OWNER
            IF WS-OWNER-IDX = ZERO
               EXIT PARAGRAPH
            END-IF
            IF TRANSACTION-DATE < WS-PERIOD-START
               ADD DEBIT OF ENTRIES TO CUS-FORWARD(WS-OWNER-IDX)
               SUBTRACT CREDIT OF ENTRIES FROM CUS-FORWARD(WS-OWNER-IDX)
               EXIT PARAGRAPH
            END-IF
            ADD DEBIT OF ENTRIES TO CUS-CHARGES(WS-OWNER-IDX)
            ADD CREDIT OF ENTRIES TO CUS-CREDITS(WS-OWNER-IDX)
            ADD 1 TO CUS-ACTIVITY(WS-OWNER-IDX)
            IF WS-ACT-COUNT < 2000
               ADD 1 TO WS-ACT-COUNT
               MOVE WS-OWNER-IDX TO ACT-CUSTOMER(WS-ACT-COUNT)
               MOVE TRANSACTION-DATE TO ACT-DATE(WS-ACT-COUNT)
               MOVE REFERENCE-DOC TO ACT-REFERENCE(WS-ACT-COUNT)
               MOVE DESCRIPTION TO ACT-DESCRIPTION(WS-ACT-COUNT)
               MOVE DEBIT OF ENTRIES TO ACT-DEBIT(WS-ACT-COUNT)
               MOVE CREDIT OF ENTRIES TO ACT-CREDIT(WS-ACT-COUNT)
            ELSE
               MOVE "Y" TO WS-ACT-FULL
            END-IF.

       FIND-LEG-OWNER.
      *    By the leg's reference first - an OPENITEM.DAT reference
      *    names its customer outright - then by the customer's name
      *    in the DESCRIPTION; either way the leg must post to that
      *    customer's own AR account.
            MOVE ZERO TO WS-OWNER-IDX
            IF REFERENCE-DOC NOT = SPACES AND WS-REF-COUNT > ZERO
               SET REF-IDX TO 1
               SEARCH REF-ENTRY
                  AT END
                     CONTINUE
                  WHEN REF-REFERENCE(REF-IDX) = REFERENCE-DOC
                     MOVE REF-CUSTOMER(REF-IDX) TO WS-OWNER-IDX
               END-SEARCH
               IF WS-OWNER-IDX NOT = ZERO
                  IF FUNCTION TRIM(CUS-ACCOUNT(WS-OWNER-IDX)) NOT =
                        FUNCTION TRIM(ACCOUNT)
                     MOVE ZERO TO WS-OWNER-IDX
                  END-IF
               END-IF
            END-IF
            IF WS-OWNER-IDX NOT = ZERO
               EXIT PARAGRAPH
            END-IF
            MOVE FUNCTION UPPER-CASE(DESCRIPTION) TO WS-SCAN-HAYSTACK
            PERFORM VARYING CUS-IDX FROM 1 BY 1
                  UNTIL CUS-IDX > WS-CUS-COUNT
                     OR WS-OWNER-IDX NOT = ZERO
               IF FUNCTION TRIM(CUS-ACCOUNT(CUS-IDX)) =
                     FUNCTION TRIM(ACCOUNT)
                  MOVE FUNCTION UPPER-CASE(CUS-NAME(CUS-IDX))
                     TO WS-SCAN-NEEDLE
                  PERFORM SCAN-FOR-NAME
                  IF NAME-WAS-MATCHED
                     SET WS-OWNER-IDX TO CUS-IDX
                  END-IF
               END-IF
            END-PERFORM.

       SCAN-FOR-NAME.
            MOVE "N" TO WS-NAME-MATCHED
            COMPUTE WS-SCAN-NEEDLE-LEN =
               FUNCTION LENGTH(FUNCTION TRIM(WS-SCAN-NEEDLE))
            IF WS-SCAN-NEEDLE-LEN > ZERO
               COMPUTE WS-SCAN-LIMIT = 31 - WS-SCAN-NEEDLE-LEN
               PERFORM VARYING WS-SCAN-POS FROM 1 BY 1
                     UNTIL WS-SCAN-POS > WS-SCAN-LIMIT
                        OR NAME-WAS-MATCHED
                  IF WS-SCAN-HAYSTACK(WS-SCAN-POS:WS-SCAN-NEEDLE-LEN)
                        = WS-SCAN-NEEDLE(1:WS-SCAN-NEEDLE-LEN)
                     MOVE "Y" TO WS-NAME-MATCHED
                  END-IF
               END-PERFORM
            END-IF.

       WRITE-ONE-STATEMENT.
            COMPUTE WS-CLOSING-BALANCE = CUS-FORWARD(CUS-IDX)
               + CUS-CHARGES(CUS-IDX) - CUS-CREDITS(CUS-IDX)
            IF WS-CLOSING-BALANCE = ZERO
                  AND CUS-ACTIVITY(CUS-IDX) = ZERO
               ADD 1 TO WS-SKIPPED-COUNT
               EXIT PARAGRAPH
            END-IF

      *    one file per customer; blanks in the name become
      *    underscores so the file name is usable on any system.
            MOVE FUNCTION TRIM(CUS-NAME(CUS-IDX)) TO WS-FILE-NAME-PART
            INSPECT WS-FILE-NAME-PART REPLACING ALL "/" BY "_"
            MOVE SPACES TO WS-DOCUMENT-FILE
            STRING "STATEMENT-" DELIMITED BY SIZE
                  FUNCTION TRIM(WS-FILE-NAME-PART) DELIMITED BY SIZE
                  ".TXT" DELIMITED BY SIZE
               INTO WS-DOCUMENT-FILE
            END-STRING
            INSPECT WS-DOCUMENT-FILE(11:30) REPLACING ALL " " BY "_"
               BEFORE INITIAL ".TXT"

            OPEN OUTPUT statementdoc
            MOVE SPACES TO DOCUMENT-LINE
            STRING "STATEMENT OF ACCOUNT  " DELIMITED BY SIZE
                  WS-STATEMENT-MONTH DELIMITED BY SIZE
                  "  AS OF " DELIMITED BY SIZE
                  WS-ASOF-DATE-NUM(1:4) DELIMITED BY SIZE
                  "-" DELIMITED BY SIZE
                  WS-ASOF-DATE-NUM(5:2) DELIMITED BY SIZE
                  "-" DELIMITED BY SIZE
                  WS-ASOF-DATE-NUM(7:2) DELIMITED BY SIZE
               INTO DOCUMENT-LINE
            END-STRING
            WRITE DOCUMENT-LINE
            MOVE SPACES TO DOCUMENT-LINE
            STRING "CUSTOMER: " DELIMITED BY SIZE
                  FUNCTION TRIM(CUS-NAME(CUS-IDX)) DELIMITED BY SIZE
               INTO DOCUMENT-LINE
            END-STRING
            WRITE DOCUMENT-LINE
            IF CUS-ADDRESS(CUS-IDX) NOT = SPACES
               MOVE SPACES TO DOCUMENT-LINE
               STRING "          " DELIMITED BY SIZE
                     FUNCTION TRIM(CUS-ADDRESS(CUS-IDX))
                        DELIMITED BY SIZE
                  INTO DOCUMENT-LINE
               END-STRING
               WRITE DOCUMENT-LINE
            END-IF
            MOVE SPACES TO DOCUMENT-LINE
            STRING "TERMS: " DELIMITED BY SIZE
                  FUNCTION TRIM(CUS-TERMS(CUS-IDX)) DELIMITED BY SIZE
               INTO DOCUMENT-LINE
            END-STRING
            WRITE DOCUMENT-LINE
            MOVE ALL "-" TO DOCUMENT-LINE
            WRITE DOCUMENT-LINE

            MOVE CUS-FORWARD(CUS-IDX) TO WS-RUNNING-BALANCE
            MOVE SPACES TO DOC-ACTIVITY
            MOVE WS-PERIOD-START TO DA-DATE
            MOVE "BALANCE FORWARD" TO DA-DESCRIPTION
            MOVE ZERO TO DA-CHARGES DA-CREDITS
            MOVE WS-RUNNING-BALANCE TO DA-BALANCE
            MOVE DOC-ACTIVITY TO DOCUMENT-LINE
            WRITE DOCUMENT-LINE
            PERFORM VARYING ACT-IDX FROM 1 BY 1
                  UNTIL ACT-IDX > WS-ACT-COUNT
               IF ACT-CUSTOMER(ACT-IDX) = CUS-IDX
                  PERFORM WRITE-ACTIVITY-LINE
               END-IF
            END-PERFORM
            MOVE ALL "-" TO DOCUMENT-LINE
            WRITE DOCUMENT-LINE
            MOVE WS-CLOSING-BALANCE TO WS-AMOUNT-ED
            MOVE SPACES TO DOCUMENT-LINE
            STRING "BALANCE DUE: " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-AMOUNT-ED) DELIMITED BY SIZE
               INTO DOCUMENT-LINE
            END-STRING
            WRITE DOCUMENT-LINE

            PERFORM WRITE-OPEN-ITEM-AGING
            CLOSE statementdoc

            ADD 1 TO WS-STATEMENT-COUNT
            ADD WS-CLOSING-BALANCE TO WS-TOTAL-AR
            DISPLAY "  " CUS-NAME(CUS-IDX) " "
               FUNCTION TRIM(WS-AMOUNT-ED) "  "
               FUNCTION TRIM(WS-DOCUMENT-FILE).

       WRITE-ACTIVITY-LINE.
            ADD ACT-DEBIT(ACT-IDX) TO WS-RUNNING-BALANCE
            SUBTRACT ACT-CREDIT(ACT-IDX) FROM WS-RUNNING-BALANCE
            MOVE SPACES TO DOC-ACTIVITY
            MOVE ACT-DATE(ACT-IDX) TO DA-DATE
            MOVE ACT-REFERENCE(ACT-IDX) TO DA-REFERENCE
            MOVE ACT-DESCRIPTION(ACT-IDX) TO DA-DESCRIPTION
            MOVE ACT-DEBIT(ACT-IDX) TO DA-CHARGES
            MOVE ACT-CREDIT(ACT-IDX) TO DA-CREDITS
            MOVE WS-RUNNING-BALANCE TO DA-BALANCE
            MOVE DOC-ACTIVITY TO DOCUMENT-LINE
            WRITE DOCUMENT-LINE.

       WRITE-OPEN-ITEM-AGING.
      *    The customer's OPEN items from the open-item subledger,
      *    each in the bucket its age as of month end falls in (the
      *    same under-30/60/90 breaks BESTBOOKS-AGING uses), with the
      *    bucket totals underneath.
            MOVE ZERO TO WS-AGE-CURRENT WS-AGE-30 WS-AGE-60 WS-AGE-90
            MOVE SPACES TO DOCUMENT-LINE
            WRITE DOCUMENT-LINE
            MOVE "OPEN ITEMS" TO DOCUMENT-LINE
            WRITE DOCUMENT-LINE
            MOVE DOC-OPEN-HEADING TO DOCUMENT-LINE
            WRITE DOCUMENT-LINE
            OPEN INPUT openitem
            IF WS-OPENITEM-STATUS NOT = "35"
               MOVE "N" TO WS-OPENITEM-EOF
               PERFORM WITH TEST BEFORE UNTIL OPENITEM-EOF
                  READ openitem
                     AT END
                        MOVE "Y" TO WS-OPENITEM-EOF
                     NOT AT END
                        PERFORM WRITE-ONE-OPEN-ITEM
                  END-READ
               END-PERFORM
               CLOSE openitem
            END-IF
            MOVE SPACES TO DOC-OPEN-ITEM
            MOVE "TOTALS" TO DO-REFERENCE
            MOVE WS-AGE-CURRENT TO DO-CURRENT
            MOVE WS-AGE-30 TO DO-30
            MOVE WS-AGE-60 TO DO-60
            MOVE WS-AGE-90 TO DO-90
            MOVE DOC-OPEN-ITEM TO DOCUMENT-LINE
            WRITE DOCUMENT-LINE.

       WRITE-ONE-OPEN-ITEM.
            PERFORM UNPACK-OPENITEM-ROW
            IF FUNCTION TRIM(WS-ROW-STATUS) NOT = "OPEN"
                  OR FUNCTION UPPER-CASE(FUNCTION TRIM(WS-ROW-CUSTOMER))
                     NOT = FUNCTION UPPER-CASE(
                        FUNCTION TRIM(CUS-NAME(CUS-IDX)))
                  OR WS-ROW-DATE > WS-PERIOD-END
               EXIT PARAGRAPH
            END-IF
            MOVE FUNCTION NUMVAL(WS-ROW-OPEN) TO WS-ROW-OPEN-AMOUNT
            MOVE SPACES TO WS-ITEM-DATE-NUM
            STRING WS-ROW-DATE(1:4) WS-ROW-DATE(6:2) WS-ROW-DATE(9:2)
                  DELIMITED BY SIZE
               INTO WS-ITEM-DATE-NUM
            END-STRING
            IF FUNCTION TEST-NUMVAL(WS-ITEM-DATE-NUM) = ZERO
               COMPUTE WS-ITEM-INT-DATE = FUNCTION INTEGER-OF-DATE(
                  FUNCTION NUMVAL(WS-ITEM-DATE-NUM))
               COMPUTE WS-AGE-DAYS =
                  WS-ASOF-INT-DATE - WS-ITEM-INT-DATE
            ELSE
               MOVE ZERO TO WS-AGE-DAYS
            END-IF
            MOVE SPACES TO DOC-OPEN-ITEM
            MOVE WS-ROW-REFERENCE TO DO-REFERENCE
            MOVE WS-ROW-DATE TO DO-DATE
            MOVE ZERO TO DO-CURRENT DO-30 DO-60 DO-90
            EVALUATE TRUE
               WHEN WS-AGE-DAYS < 30
                  MOVE WS-ROW-OPEN-AMOUNT TO DO-CURRENT
                  ADD WS-ROW-OPEN-AMOUNT TO WS-AGE-CURRENT
               WHEN WS-AGE-DAYS < 60
                  MOVE WS-ROW-OPEN-AMOUNT TO DO-30
                  ADD WS-ROW-OPEN-AMOUNT TO WS-AGE-30
               WHEN WS-AGE-DAYS < 90
                  MOVE WS-ROW-OPEN-AMOUNT TO DO-60
                  ADD WS-ROW-OPEN-AMOUNT TO WS-AGE-60
               WHEN OTHER
                  MOVE WS-ROW-OPEN-AMOUNT TO DO-90
                  ADD WS-ROW-OPEN-AMOUNT TO WS-AGE-90
            END-EVALUATE
            MOVE DOC-OPEN-ITEM TO DOCUMENT-LINE
            WRITE DOCUMENT-LINE.

       END PROGRAM BESTBOOKS-STATEMENT.
