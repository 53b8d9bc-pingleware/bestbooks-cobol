               ASSIGN TO WS-FISCALCAL-FILE
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-FISCALCAL-STATUS.
           SELECT OPTIONAL balhist
               ASSIGN TO WS-BALHIST-FILE
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-BALHIST-STATUS.
       DATA DIVISION.
       FILE SECTION.
            FD LEDGER.
            FD fiscalcal.
            01 FISCALCAL-LINE        PIC X(40).

      *    BALHIST.DAT line layout, pipe-delimited: FISCAL-YEAR|
      *    PERIOD|ACCOUNT-NO|ACCOUNT-NAME|OPENING|DEBITS|CREDITS|
      *    CLOSING - one row per chart account per period this close
      *    archived, appended to. Balances carry the chart's own
      *    debit-minus-credit sign. A later row for the same account
      *    and period supersedes an earlier one.
            FD balhist.
            01 BALHIST-LINE          PIC X(160).

       WORKING-STORAGE SECTION.
      *    fiscal calendar - see bestbooks_add_entry; it dates the
      *    year-end closing legs, and a missing FISCALCAL.DAT falls

            01 WS-OVERRIDE-FLAG      PIC X(8) VALUE SPACES.
            01 WS-COMMAND-LINE       PIC X(250).
      *    BESTBOOKS_SNAPSHOT=Y takes a bestbooks-snapshot generation
      *    of the company's whole file set before the close touches
      *    anything, so a bad close can be rolled back as one piece.
            01 WS-SNAPSHOT-FLAG      PIC X(3) VALUE SPACES.
            01 WS-SNAPSHOT-DIR       PIC X(64) VALUE SPACES.
            01 WS-SNAPSHOT-IDX       PIC 9(3) VALUE ZERO.

      *    year-end mode working fields: "YEAREND" as arg 5 zeroes
      *    every Revenue/Expense balance into the designated Retained
                  03 PD-PERIOD       PIC 99.
            01 WS-PERIOD-COUNT      PIC 9(4) VALUE ZERO.
            01 WS-PERIOD-FOUND-IDX  PIC 9(4) VALUE ZERO.
            01 WS-PERIOD-SWAP.
               02 WS-SWAP-YEAR      PIC 9(4).
               02 WS-SWAP-PERIOD    PIC 99.
            01 WS-SORT-I            PIC 9(4) VALUE ZERO.
            01 WS-SORT-J            PIC 9(4) VALUE ZERO.

      *    period balance history: each archived leg's debit/credit is
      *    accumulated per ledger account per fiscal year/period while
      *    the archive pass runs, then rolled back from the chart's
      *    current balance to each period's opening and closing
      *    figures for BALHIST.DAT.
            01 WS-BALHIST-FILE      PIC X(64) VALUE "BALHIST.DAT".
            01 WS-BALHIST-STATUS    PIC XX.
            01 WS-BALHIST-EOF       PIC X VALUE "N".
                  88  BALHIST-EOF   VALUE "Y".
            01 ACTIVITY-TABLE.
               02 ACTIVITY-ENTRY OCCURS 3000 TIMES
                     INDEXED BY AC-IDX.
                  03 AC-ACCOUNT      PIC A(15).
                  03 AC-YEAR         PIC 9(4).
                  03 AC-PERIOD       PIC 99.
                  03 AC-DEBIT        PIC S9(9)V99.
                  03 AC-CREDIT       PIC S9(9)V99.
            01 WS-ACTIVITY-COUNT    PIC 9(4) VALUE ZERO.
            01 WS-ACTIVITY-FULL     PIC X VALUE "N".
                  88  ACTIVITY-TABLE-FULL  VALUE "Y".
      *    rows already on BALHIST.DAT for a period this close covers
      *    (a period whose legs were split across two closes); their
      *    activity carries into the row written now.
            01 PRIOR-HIST-TABLE.
               02 PRIOR-HIST-ENTRY OCCURS 2000 TIMES
                     INDEXED BY PH-IDX.
                  03 PH-ACCOUNT-NO   PIC 9(6).
                  03 PH-YEAR         PIC 9(4).
                  03 PH-PERIOD       PIC 99.
                  03 PH-DEBIT        PIC S9(9)V99.
                  03 PH-CREDIT       PIC S9(9)V99.
            01 WS-PRIOR-HIST-COUNT  PIC 9(4) VALUE ZERO.
            01 WS-BH-YEAR-IN        PIC X(4).
            01 WS-BH-PERIOD-IN      PIC X(2).
            01 WS-BH-ACCTNO-IN      PIC X(6).
            01 WS-BH-NAME-IN        PIC X(80).
            01 WS-BH-OPEN-IN        PIC X(16).
            01 WS-BH-DEBIT-IN       PIC X(16).
            01 WS-BH-CREDIT-IN      PIC X(16).
            01 WS-BH-YEAR           PIC 9(4).
            01 WS-BH-PERIOD         PIC 99.
            01 WS-BH-DEBIT          PIC S9(9)V99.
            01 WS-BH-CREDIT         PIC S9(9)V99.
            01 WS-BH-NET-ALL        PIC S9(11)V99.
            01 WS-BH-OPENING        PIC S9(11)V99.
            01 WS-BH-CLOSING        PIC S9(11)V99.
            01 WS-BH-ROWS           PIC 9(6) VALUE ZERO.
            01 WS-BH-AMOUNT-ED      PIC -(11)9.99.
            01 WS-BH-OPEN-TXT       PIC X(16).
            01 WS-BH-DEBIT-TXT      PIC X(16).
            01 WS-BH-CREDIT-TXT     PIC X(16).
            01 WS-BH-CLOSE-TXT      PIC X(16).

       PROCEDURE DIVISION.
       BEGIN.
           PERFORM GET-RUNTIME-ARGUMENTS.
           PERFORM CHECK-OPERATOR-SIGNON.
           PERFORM RUN-CLOSE-READINESS-GATE.
           PERFORM TAKE-PRE-CLOSE-SNAPSHOT.
           IF WS-YEAREND-FLAG = "YEAREND"
              PERFORM RUN-YEAR-END-CLOSING
           END-IF.
      *    account the Revenue/Expense balances close into.
      *    arg 7 (optional): sequence control file, default
      *    SEQCTL.DAT.
      *    arg 8 (optional): period balance history file, default
      *    BALHIST.DAT.
            ACCEPT WS-YEAREND-FLAG FROM ARGUMENT-VALUE
            MOVE FUNCTION UPPER-CASE(WS-YEAREND-FLAG)
               TO WS-YEAREND-FLAG
            ACCEPT WS-SEQCTL-FILE FROM ARGUMENT-VALUE
            IF WS-SEQCTL-FILE = SPACES
               MOVE "SEQCTL.DAT" TO WS-SEQCTL-FILE
            END-IF
            ACCEPT WS-BALHIST-FILE FROM ARGUMENT-VALUE
            IF WS-BALHIST-FILE = SPACES
               MOVE "BALHIST.DAT" TO WS-BALHIST-FILE
            END-IF.

       RUN-CLOSE-READINESS-GATE.
               END-IF
            END-IF.

       TAKE-PRE-CLOSE-SNAPSHOT.
      *    Snapshot of the ledger's directory (the directory part of
      *    arg 1, or the current one) labelled PRE-CLOSE; a close
      *    that cannot be snapshotted when one was asked for does not
      *    go ahead.
            ACCEPT WS-SNAPSHOT-FLAG
               FROM ENVIRONMENT "BESTBOOKS_SNAPSHOT"
            MOVE FUNCTION UPPER-CASE(WS-SNAPSHOT-FLAG)
               TO WS-SNAPSHOT-FLAG
            IF WS-SNAPSHOT-FLAG NOT = "Y"
                  AND WS-SNAPSHOT-FLAG NOT = "YES"
               EXIT PARAGRAPH
            END-IF
            MOVE SPACES TO WS-SNAPSHOT-DIR
            PERFORM VARYING WS-SNAPSHOT-IDX FROM 64 BY -1
                  UNTIL WS-SNAPSHOT-IDX < 1
                     OR WS-LEDGER-FILE(WS-SNAPSHOT-IDX:1) = "/"
               CONTINUE
            END-PERFORM
            IF WS-SNAPSHOT-IDX > ZERO
               MOVE WS-LEDGER-FILE(1:WS-SNAPSHOT-IDX)
                  TO WS-SNAPSHOT-DIR
            END-IF
            MOVE SPACES TO WS-COMMAND-LINE
            STRING "bestbooks-snapshot TAKE " DELIMITED BY SIZE
                  QUOTE DELIMITED BY SIZE
                  WS-SNAPSHOT-DIR DELIMITED BY SPACE
                  QUOTE DELIMITED BY SIZE
                  " PRE-CLOSE" DELIMITED BY SIZE
               INTO WS-COMMAND-LINE
            END-STRING
            CALL "SYSTEM" USING WS-COMMAND-LINE
            IF RETURN-CODE NOT = ZERO
               DISPLAY "ERROR: the pre-close snapshot failed - "
                  "period NOT closed"
               MOVE 1 TO RETURN-CODE
               STOP RUN
            END-IF.

       ARCHIVE-LEDGER.
      *    Verbatim copy of every LEDGER.DAT record to the dated
      *    archive file before the ledger is reset, so each new period
                        MOVE ENTRIES TO AR-ENTRY
                        WRITE AR-ENTRY
                        PERFORM STORE-PERIOD-SEEN
                        PERFORM STORE-ACCOUNT-ACTIVITY
                  END-READ
               END-PERFORM
               CLOSE LEDGER
               CLOSE ARCHIVE
               PERFORM WRITE-CLOSED-PERIODS
               PERFORM RECORD-ARCHIVE-NAME
               PERFORM WRITE-BALANCE-HISTORY
            END-IF.

       STORE-PERIOD-SEEN.
            WRITE ARCHREG-LINE
            CLOSE archreg.

       STORE-ACCOUNT-ACTIVITY.
      *    Adds the leg just archived into its account/period bucket;
      *    ENTRIES is still populated after the archive copy, as in
      *    STORE-PERIOD-SEEN.
            MOVE ZERO TO WS-PERIOD-FOUND-IDX
            PERFORM VARYING AC-IDX FROM 1 BY 1
                  UNTIL AC-IDX > WS-ACTIVITY-COUNT
                     OR WS-PERIOD-FOUND-IDX > ZERO
               IF AC-YEAR(AC-IDX) = FISCAL-YEAR
                     AND AC-PERIOD(AC-IDX) = ACCOUNTING-PERIOD
                     AND AC-ACCOUNT(AC-IDX) = ACCOUNT
                  ADD DEBIT OF ENTRIES TO AC-DEBIT(AC-IDX)
                  ADD CREDIT OF ENTRIES TO AC-CREDIT(AC-IDX)
                  MOVE 1 TO WS-PERIOD-FOUND-IDX
               END-IF
            END-PERFORM
            IF WS-PERIOD-FOUND-IDX = ZERO
               IF WS-ACTIVITY-COUNT < 3000
                  ADD 1 TO WS-ACTIVITY-COUNT
                  MOVE ACCOUNT TO AC-ACCOUNT(WS-ACTIVITY-COUNT)
                  MOVE FISCAL-YEAR TO AC-YEAR(WS-ACTIVITY-COUNT)
                  MOVE ACCOUNTING-PERIOD
                     TO AC-PERIOD(WS-ACTIVITY-COUNT)
                  MOVE DEBIT OF ENTRIES
                     TO AC-DEBIT(WS-ACTIVITY-COUNT)
                  MOVE CREDIT OF ENTRIES
                     TO AC-CREDIT(WS-ACTIVITY-COUNT)
               ELSE
                  MOVE "Y" TO WS-ACTIVITY-FULL
               END-IF
            END-IF.

       WRITE-BALANCE-HISTORY.
      *    Appends one BALHIST.DAT row per chart account per period
      *    just archived. BESTBOOKS.DAT already carries every posting
      *    (including any year-end closing legs), so its balance is
      *    the closing figure of the latest period; subtracting the
      *    archived activity walks back to the opening of the
      *    earliest one, and each period then rolls forward from
      *    there. The history is a by-product of the close - a
      *    problem here warns but does not undo the archive.
            IF WS-PERIOD-COUNT = ZERO
               EXIT PARAGRAPH
            END-IF
            IF ACTIVITY-TABLE-FULL
               DISPLAY "WARNING: more than 3000 account/period "
                  "combinations on the ledger - balance history not "
                  "written; run BESTBOOKS-BALHIST BUILD to backfill"
               MOVE 1 TO RETURN-CODE
               EXIT PARAGRAPH
            END-IF
            PERFORM SORT-PERIOD-TABLE
            PERFORM LOAD-PRIOR-HISTORY
            OPEN INPUT coa
            IF WS-COA-STATUS NOT = "00"
               DISPLAY "WARNING: chart of accounts "
                  FUNCTION TRIM(WS-COA-FILE)
                  " not open (status " WS-COA-STATUS
                  ") - balance history not written"
               MOVE 1 TO RETURN-CODE
               EXIT PARAGRAPH
            END-IF
            OPEN EXTEND balhist
            MOVE ZERO TO WS-BH-ROWS
            MOVE "N" TO WS-COA-EOF
            MOVE LOW-VALUES TO accountNo
            START coa KEY IS NOT LESS THAN accountNo
               INVALID KEY
                  MOVE "Y" TO WS-COA-EOF
            END-START
            PERFORM WITH TEST BEFORE UNTIL COA-EOF
               READ coa NEXT RECORD
                  AT END
                     MOVE "Y" TO WS-COA-EOF
                  NOT AT END
                     PERFORM WRITE-ACCOUNT-HISTORY
               END-READ
            END-PERFORM
            CLOSE balhist
            CLOSE coa
            DISPLAY "Balance history: " WS-BH-ROWS
               " row(s) appended to " FUNCTION TRIM(WS-BALHIST-FILE).

       SORT-PERIOD-TABLE.
      *    Oldest period first, so the roll-forward runs in order;
      *    the year/period group compares correctly as text.
            PERFORM VARYING WS-SORT-I FROM 1 BY 1
                  UNTIL WS-SORT-I >= WS-PERIOD-COUNT
               PERFORM VARYING WS-SORT-J FROM 1 BY 1
                     UNTIL WS-SORT-J > WS-PERIOD-COUNT - WS-SORT-I
                  IF PERIOD-ENTRY(WS-SORT-J) >
                        PERIOD-ENTRY(WS-SORT-J + 1)
                     MOVE PERIOD-ENTRY(WS-SORT-J) TO WS-PERIOD-SWAP
                     MOVE PERIOD-ENTRY(WS-SORT-J + 1)
                        TO PERIOD-ENTRY(WS-SORT-J)
                     MOVE WS-PERIOD-SWAP
                        TO PERIOD-ENTRY(WS-SORT-J + 1)
                  END-IF
               END-PERFORM
            END-PERFORM.

       LOAD-PRIOR-HISTORY.
      *    A missing BALHIST.DAT just means no history yet.
            MOVE ZERO TO WS-PRIOR-HIST-COUNT
            MOVE "N" TO WS-BALHIST-EOF
            OPEN INPUT balhist
            IF WS-BALHIST-STATUS NOT = "00"
                  AND WS-BALHIST-STATUS NOT = "05"
               EXIT PARAGRAPH
            END-IF
            PERFORM WITH TEST BEFORE UNTIL BALHIST-EOF
               READ balhist
                  AT END
                     MOVE "Y" TO WS-BALHIST-EOF
                  NOT AT END
                     PERFORM STORE-PRIOR-HISTORY-ROW
               END-READ
            END-PERFORM
            CLOSE balhist.

       STORE-PRIOR-HISTORY-ROW.
      *    Only rows for a period being closed now matter; the last
      *    one on file for an account/period is the one that counts.
            MOVE SPACES TO WS-BH-YEAR-IN WS-BH-PERIOD-IN
               WS-BH-ACCTNO-IN WS-BH-NAME-IN WS-BH-OPEN-IN
               WS-BH-DEBIT-IN WS-BH-CREDIT-IN
            UNSTRING BALHIST-LINE DELIMITED BY "|"
               INTO WS-BH-YEAR-IN WS-BH-PERIOD-IN WS-BH-ACCTNO-IN
                    WS-BH-NAME-IN WS-BH-OPEN-IN WS-BH-DEBIT-IN
                    WS-BH-CREDIT-IN
            END-UNSTRING
            IF FUNCTION TEST-NUMVAL(WS-BH-YEAR-IN) NOT = ZERO
                  OR FUNCTION TEST-NUMVAL(WS-BH-PERIOD-IN) NOT = ZERO
                  OR FUNCTION TEST-NUMVAL(WS-BH-ACCTNO-IN) NOT = ZERO
               EXIT PARAGRAPH
            END-IF
            MOVE FUNCTION NUMVAL(WS-BH-YEAR-IN) TO WS-BH-YEAR
            MOVE FUNCTION NUMVAL(WS-BH-PERIOD-IN) TO WS-BH-PERIOD
            MOVE ZERO TO WS-PERIOD-FOUND-IDX
            PERFORM VARYING PD-IDX FROM 1 BY 1
                  UNTIL PD-IDX > WS-PERIOD-COUNT
               IF PD-YEAR(PD-IDX) = WS-BH-YEAR
                     AND PD-PERIOD(PD-IDX) = WS-BH-PERIOD
                  MOVE 1 TO WS-PERIOD-FOUND-IDX
               END-IF
            END-PERFORM
            IF WS-PERIOD-FOUND-IDX = ZERO
               EXIT PARAGRAPH
            END-IF
            PERFORM VARYING PH-IDX FROM 1 BY 1
                  UNTIL PH-IDX > WS-PRIOR-HIST-COUNT
               IF PH-ACCOUNT-NO(PH-IDX) =
                     FUNCTION NUMVAL(WS-BH-ACCTNO-IN)
                     AND PH-YEAR(PH-IDX) = WS-BH-YEAR
                     AND PH-PERIOD(PH-IDX) = WS-BH-PERIOD
                  EXIT PERFORM
               END-IF
            END-PERFORM
            IF PH-IDX > WS-PRIOR-HIST-COUNT
               IF WS-PRIOR-HIST-COUNT NOT < 2000
                  EXIT PARAGRAPH
               END-IF
               ADD 1 TO WS-PRIOR-HIST-COUNT
               SET PH-IDX TO WS-PRIOR-HIST-COUNT
            END-IF
            MOVE FUNCTION NUMVAL(WS-BH-ACCTNO-IN)
               TO PH-ACCOUNT-NO(PH-IDX)
            MOVE WS-BH-YEAR TO PH-YEAR(PH-IDX)
            MOVE WS-BH-PERIOD TO PH-PERIOD(PH-IDX)
            MOVE FUNCTION NUMVAL(WS-BH-DEBIT-IN) TO PH-DEBIT(PH-IDX)
            MOVE FUNCTION NUMVAL(WS-BH-CREDIT-IN)
               TO PH-CREDIT(PH-IDX).

       WRITE-ACCOUNT-HISTORY.
      *    Two passes over the closed periods for the chart row just
      *    read: the first totals their net activity to find the
      *    opening balance, the second rolls forward and writes.
            MOVE ZERO TO WS-BH-NET-ALL
            PERFORM VARYING PD-IDX FROM 1 BY 1
                  UNTIL PD-IDX > WS-PERIOD-COUNT
               PERFORM GET-PERIOD-ACTIVITY
               COMPUTE WS-BH-NET-ALL =
                  WS-BH-NET-ALL + WS-BH-DEBIT - WS-BH-CREDIT
            END-PERFORM
            COMPUTE WS-BH-OPENING = balance - WS-BH-NET-ALL
            PERFORM VARYING PD-IDX FROM 1 BY 1
                  UNTIL PD-IDX > WS-PERIOD-COUNT
               PERFORM GET-PERIOD-ACTIVITY
               COMPUTE WS-BH-CLOSING =
                  WS-BH-OPENING + WS-BH-DEBIT - WS-BH-CREDIT
               PERFORM WRITE-ONE-HISTORY-ROW
               MOVE WS-BH-CLOSING TO WS-BH-OPENING
            END-PERFORM.

       GET-PERIOD-ACTIVITY.
      *    Debits/credits for the current chart row in period PD-IDX:
      *    this close's legs (matched by account name, as
      *    VALIDATE-ACCOUNT matches everywhere) plus any earlier
      *    history row for the same period.
            MOVE PD-YEAR(PD-IDX) TO WS-BH-YEAR
            MOVE PD-PERIOD(PD-IDX) TO WS-BH-PERIOD
            MOVE ZERO TO WS-BH-DEBIT WS-BH-CREDIT
            PERFORM VARYING AC-IDX FROM 1 BY 1
                  UNTIL AC-IDX > WS-ACTIVITY-COUNT
               IF AC-YEAR(AC-IDX) = WS-BH-YEAR
                     AND AC-PERIOD(AC-IDX) = WS-BH-PERIOD
                  IF FUNCTION TRIM(AC-ACCOUNT(AC-IDX)) =
                        FUNCTION TRIM(accountName)
                     ADD AC-DEBIT(AC-IDX) TO WS-BH-DEBIT
                     ADD AC-CREDIT(AC-IDX) TO WS-BH-CREDIT
                  END-IF
               END-IF
            END-PERFORM
            PERFORM VARYING PH-IDX FROM 1 BY 1
                  UNTIL PH-IDX > WS-PRIOR-HIST-COUNT
               IF PH-ACCOUNT-NO(PH-IDX) = accountNo
                     AND PH-YEAR(PH-IDX) = WS-BH-YEAR
                     AND PH-PERIOD(PH-IDX) = WS-BH-PERIOD
                  ADD PH-DEBIT(PH-IDX) TO WS-BH-DEBIT
                  ADD PH-CREDIT(PH-IDX) TO WS-BH-CREDIT
               END-IF
            END-PERFORM.

       WRITE-ONE-HISTORY-ROW.
            MOVE WS-BH-OPENING TO WS-BH-AMOUNT-ED
            MOVE FUNCTION TRIM(WS-BH-AMOUNT-ED) TO WS-BH-OPEN-TXT
            MOVE WS-BH-DEBIT TO WS-BH-AMOUNT-ED
            MOVE FUNCTION TRIM(WS-BH-AMOUNT-ED) TO WS-BH-DEBIT-TXT
            MOVE WS-BH-CREDIT TO WS-BH-AMOUNT-ED
            MOVE FUNCTION TRIM(WS-BH-AMOUNT-ED) TO WS-BH-CREDIT-TXT
            MOVE WS-BH-CLOSING TO WS-BH-AMOUNT-ED
            MOVE FUNCTION TRIM(WS-BH-AMOUNT-ED) TO WS-BH-CLOSE-TXT
            MOVE SPACES TO BALHIST-LINE
            STRING WS-BH-YEAR DELIMITED BY SIZE
                  "|" DELIMITED BY SIZE
                  WS-BH-PERIOD DELIMITED BY SIZE
                  "|" DELIMITED BY SIZE
                  accountNo DELIMITED BY SIZE
                  "|" DELIMITED BY SIZE
                  FUNCTION TRIM(accountName) DELIMITED BY SIZE
                  "|" DELIMITED BY SIZE
                  WS-BH-OPEN-TXT DELIMITED BY SPACE
                  "|" DELIMITED BY SIZE
                  WS-BH-DEBIT-TXT DELIMITED BY SPACE
                  "|" DELIMITED BY SIZE
                  WS-BH-CREDIT-TXT DELIMITED BY SPACE
                  "|" DELIMITED BY SIZE
                  WS-BH-CLOSE-TXT DELIMITED BY SPACE
               INTO BALHIST-LINE
            END-STRING
            WRITE BALHIST-LINE
            ADD 1 TO WS-BH-ROWS.

       RESET-LEDGER.
      *    Resets LEDGER.DAT to empty now that its activity has been
      *    archived, so the next period starts with a clean ledger;
