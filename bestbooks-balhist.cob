       IDENTIFICATION DIVISION.
       PROGRAM-ID. BESTBOOKS-BALHIST.
       AUTHOR. PRESSPAGE ENTERTAINMENT INC dba PINGLEWARE.
      *----------------------------------------------------------------
      * Period balance history and the 12-period trend report.
      * BESTBOOKS-CLOSE appends one BALHIST.DAT row per chart account
      * for every fiscal year/period it archives - opening balance,
      * the period's debits and credits, closing balance - so
      * month-end figures survive the ledger reset instead of having
      * to be rebuilt from archives with a spreadsheet.
      *
      *   BUILD  one-time backfill for the periods closed before the
      *          history existed. Every LEDGER-ARCH-<n> rollover
      *          generation and every dated close archive on
      *          ARCHREG.DAT is swept (the live ledger too, which is
      *          still open and only backed out of the current chart
      *          balances); working back from BESTBOOKS.DAT gives each
      *          archived period's opening and closing balance, the
      *          same roll-back BESTBOOKS-CLOSE does for one close.
      *          Refuses to run over a history file that already has
      *          rows.
      *   TREND  one fiscal year, one line per account, periods 1-12
      *          as columns: BALANCE (month-end closing balance, the
      *          default) or ACTIVITY (the period's debits less
      *          credits). Printed in whole dollars; the optional CSV
      *          carries the exact amounts. A period with no history
      *          row (not closed yet) is left blank.
      *
      * Balances carry the chart's debit-minus-credit sign. When an
      * account/period appears more than once on BALHIST.DAT, the
      * last row read supersedes the earlier ones.
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

           SELECT OPTIONAL coa
               ASSIGN TO WS-COA-FILE
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS accountNo
                   FILE STATUS IS WS-COA-STATUS.

           SELECT OPTIONAL balhist
               ASSIGN TO WS-BALHIST-FILE
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-BALHIST-STATUS.

           SELECT OPTIONAL csvout
               ASSIGN TO WS-CSV-FILE
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-CSV-STATUS.

           SELECT OPTIONAL SORT-WORK
               ASSIGN TO "BALHSORT.TMP".

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

            FD coa.
            COPY "coa-record.cpy".

      *    BALHIST.DAT line layout, pipe-delimited: FISCAL-YEAR|
      *    PERIOD|ACCOUNT-NO|ACCOUNT-NAME|OPENING|DEBITS|CREDITS|
      *    CLOSING - see BESTBOOKS-CLOSE.
            FD balhist.
            01 BALHIST-LINE          PIC X(160).

            FD csvout.
            01 CSV-LINE              PIC X(400).

      *    archived legs, sorted by fiscal year, period and account
      *    so the output procedure can total each combination in one
      *    pass and meets the periods oldest first.
            SD SORT-WORK.
            01 BS-ENTRY.
                02 BS-FISCAL-YEAR        PIC 9(4).
                02 BS-ACCOUNTING-PERIOD  PIC 99.
                02 BS-ACCOUNT            PIC A(15).
                02 BS-DEBIT              PIC 9(7)V99.
                02 BS-CREDIT             PIC 9(7)V99.

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
            01 WS-COA-FILE          PIC X(64) VALUE "BESTBOOKS.DAT".
            01 WS-COA-STATUS        PIC XX.
            01 WS-COA-EOF           PIC X VALUE "N".
                  88  COA-EOF       VALUE "Y".
            01 WS-BALHIST-FILE      PIC X(64) VALUE "BALHIST.DAT".
            01 WS-BALHIST-STATUS    PIC XX.
            01 WS-BALHIST-EOF       PIC X VALUE "N".
                  88  BALHIST-EOF   VALUE "Y".
            01 WS-CSV-FILE          PIC X(64) VALUE SPACES.
            01 WS-CSV-STATUS        PIC XX.
            01 WS-COMMAND           PIC X(10) VALUE SPACES.
            01 WS-SORT-EOF          PIC X VALUE "N".
                  88  SORT-DONE     VALUE "Y".

      *    BUILD: the live ledger's legs are still open, so they are
      *    only backed out of the chart balance (LIVE-TABLE), never
      *    written as history; archived legs are totalled per
      *    period (PERIOD-TABLE) and account (ACTIVITY-TABLE).
            01 WS-FILES-READ        PIC 9(5) VALUE ZERO.
            01 LIVE-TABLE.
               02 LIVE-ENTRY OCCURS 2000 TIMES
                     INDEXED BY LV-IDX.
                  03 LV-ACCOUNT      PIC A(15).
                  03 LV-NET          PIC S9(11)V99.
            01 WS-LIVE-COUNT        PIC 9(4) VALUE ZERO.
            01 PERIOD-TABLE.
               02 PERIOD-ENTRY OCCURS 240 TIMES
                     INDEXED BY PD-IDX.
                  03 PD-YEAR         PIC 9(4).
                  03 PD-PERIOD       PIC 99.
                  03 PA-DEBIT        PIC S9(11)V99.
                  03 PA-CREDIT       PIC S9(11)V99.
            01 WS-PERIOD-COUNT      PIC 9(4) VALUE ZERO.
            01 ACTIVITY-TABLE.
               02 ACTIVITY-ENTRY OCCURS 20000 TIMES
                     INDEXED BY AC-IDX.
                  03 AC-ACCOUNT      PIC A(15).
                  03 AC-PD-IX        PIC 9(4).
                  03 AC-DEBIT        PIC S9(11)V99.
                  03 AC-CREDIT       PIC S9(11)V99.
            01 WS-ACTIVITY-COUNT    PIC 9(5) VALUE ZERO.
            01 WS-TABLE-FULL        PIC X VALUE "N".
                  88  BUILD-TABLE-FULL  VALUE "Y".
            01 WS-BH-NET-ALL        PIC S9(11)V99.
            01 WS-BH-LIVE-NET       PIC S9(11)V99.
            01 WS-BH-OPENING        PIC S9(11)V99.
            01 WS-BH-CLOSING        PIC S9(11)V99.
            01 WS-BH-ROWS           PIC 9(6) VALUE ZERO.
            01 WS-BH-AMOUNT-ED      PIC -(11)9.99.
            01 WS-BH-OPEN-TXT       PIC X(16).
            01 WS-BH-DEBIT-TXT      PIC X(16).
            01 WS-BH-CREDIT-TXT     PIC X(16).
            01 WS-BH-CLOSE-TXT      PIC X(16).

      *    TREND: arg 3 fiscal year, arg 4 BALANCE or ACTIVITY,
      *    arg 5 optional CSV file.
            01 WS-TREND-YEAR-IN     PIC X(4) VALUE SPACES.
            01 WS-TREND-YEAR        PIC 9(4) VALUE ZERO.
            01 WS-TREND-MODE        PIC X(10) VALUE SPACES.
                  88  TREND-ACTIVITY  VALUE "ACTIVITY".
            01 WS-BH-YEAR-IN        PIC X(4).
            01 WS-BH-PERIOD-IN      PIC X(2).
            01 WS-BH-ACCTNO-IN      PIC X(6).
            01 WS-BH-NAME-IN        PIC X(80).
            01 WS-BH-OPEN-IN        PIC X(16).
            01 WS-BH-DEBIT-IN       PIC X(16).
            01 WS-BH-CREDIT-IN      PIC X(16).
            01 WS-BH-CLOSE-IN       PIC X(16).
            01 WS-BH-PERIOD         PIC 99.
            01 WS-BH-ACCTNO         PIC 9(6).
            01 WS-SKIPPED-ROWS      PIC 9(6) VALUE ZERO.
            01 TREND-TABLE.
               02 TREND-ENTRY OCCURS 1000 TIMES
                     INDEXED BY TR-IDX.
                  03 TR-ACCOUNT-NO   PIC 9(6).
                  03 TR-NAME         PIC X(80).
                  03 TR-CELL OCCURS 12 TIMES.
                     04 TR-HAVE      PIC X.
                     04 TR-AMOUNT    PIC S9(11)V99.
            01 WS-TREND-COUNT       PIC 9(4) VALUE ZERO.
            01 WS-TREND-SWAP        PIC X(254).
            01 WS-SORT-I            PIC 9(4) VALUE ZERO.
            01 WS-SORT-J            PIC 9(4) VALUE ZERO.
            01 WS-COL               PIC 99 VALUE ZERO.

            01 RPT-HEADER.
               02 FILLER            PIC X(6) VALUE "ACCT".
               02 FILLER            PIC X(1) VALUE SPACES.
               02 FILLER            PIC X(20) VALUE "ACCOUNT NAME".
               02 RPT-HEAD-COL OCCURS 12 TIMES.
                  03 FILLER         PIC X(7) VALUE SPACES.
                  03 RPT-HEAD-PD    PIC X(3).
            01 RPT-DETAIL.
               02 RPT-ACCOUNT-NO    PIC 9(6).
               02 FILLER            PIC X(1) VALUE SPACES.
               02 RPT-NAME          PIC X(20).
               02 RPT-COL OCCURS 12 TIMES.
                  03 FILLER         PIC X(1) VALUE SPACES.
                  03 RPT-AMOUNT     PIC -,---,--9.
                  03 RPT-AMOUNT-X REDEFINES RPT-AMOUNT
                                    PIC X(9).

      *    RFC 4180 quoting for the account name column, the same
      *    CSV-ESCAPE-FIELD bestbooks_list_ledger uses.
            01 CSV-ESC-SRC      PIC X(80).
            01 CSV-ESC-DST      PIC X(164).
            01 CSV-ESC-NEEDED   PIC X.
                88  CSV-ESC-IS-NEEDED  VALUE "Y".
            01 CSV-ESC-I        PIC 9(4) COMP-5.
            01 CSV-ESC-J        PIC 9(4) COMP-5.
            01 CSV-ESC-LEN      PIC 9(4) COMP-5.
            01 CSV-ESC-CH       PIC X.
            01 CSV-PTR          PIC 9(4) COMP-5.
            01 CSV-AMOUNT-ED    PIC -(11)9.99.

       PROCEDURE DIVISION.
       BEGIN.
            PERFORM GET-RUNTIME-ARGUMENTS.

            EVALUATE WS-COMMAND
               WHEN "BUILD"
                  PERFORM RUN-BUILD-MODE
               WHEN "TREND"
                  PERFORM RUN-TREND-MODE
               WHEN OTHER
                  DISPLAY "Usage: BESTBOOKS-BALHIST [history-file] "
                     "BUILD [coa] [ledger] [seqctl] [archreg]"
                  DISPLAY "       BESTBOOKS-BALHIST [history-file] "
                     "TREND <fiscal-year> [BALANCE|ACTIVITY] "
                     "[csv-file]"
                  MOVE 1 TO RETURN-CODE
            END-EVALUATE.
            STOP RUN.

       GET-RUNTIME-ARGUMENTS.
      *    arg 1 (optional): history file, default BALHIST.DAT.
      *    arg 2 (required): BUILD or TREND.
            ACCEPT WS-BALHIST-FILE FROM ARGUMENT-VALUE
            IF WS-BALHIST-FILE = SPACES
               MOVE "BALHIST.DAT" TO WS-BALHIST-FILE
            END-IF
            ACCEPT WS-COMMAND FROM ARGUMENT-VALUE
            MOVE FUNCTION UPPER-CASE(WS-COMMAND) TO WS-COMMAND.

       RUN-BUILD-MODE.
      *    BUILD args 3-6 (optional): chart of accounts, live ledger,
      *    sequence control and close-archive register files.
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

            OPEN INPUT balhist
            IF WS-BALHIST-STATUS = "00" OR WS-BALHIST-STATUS = "05"
               MOVE "N" TO WS-BALHIST-EOF
               READ balhist
                  AT END
                     MOVE "Y" TO WS-BALHIST-EOF
               END-READ
               CLOSE balhist
               IF NOT BALHIST-EOF
                  DISPLAY "ERROR: " FUNCTION TRIM(WS-BALHIST-FILE)
                     " already holds balance history - BUILD only "
                     "backfills an empty history file"
                  MOVE 1 TO RETURN-CODE
                  EXIT PARAGRAPH
               END-IF
            END-IF

            SORT SORT-WORK ON ASCENDING KEY BS-FISCAL-YEAR
                  BS-ACCOUNTING-PERIOD BS-ACCOUNT
                INPUT PROCEDURE IS BS-INPUT-PROCEDURE
                OUTPUT PROCEDURE IS BS-OUTPUT-PROCEDURE

            IF BUILD-TABLE-FULL
               DISPLAY "ERROR: more archived account/period "
                  "combinations than the build tables hold (20000 "
                  "activity, 240 periods, 2000 live accounts) - "
                  "nothing written"
               MOVE 1 TO RETURN-CODE
               EXIT PARAGRAPH
            END-IF
            IF WS-PERIOD-COUNT = ZERO
               DISPLAY "No archived ledger activity found in "
                  WS-FILES-READ " file(s) - nothing to backfill"
               EXIT PARAGRAPH
            END-IF

            OPEN INPUT coa
            IF WS-COA-STATUS NOT = "00"
               DISPLAY "ERROR: chart of accounts "
                  FUNCTION TRIM(WS-COA-FILE)
                  " not open (status " WS-COA-STATUS ")"
               MOVE 1 TO RETURN-CODE
               EXIT PARAGRAPH
            END-IF
            OPEN OUTPUT balhist
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
                     PERFORM BUILD-ACCOUNT-HISTORY
               END-READ
            END-PERFORM
            CLOSE balhist
            CLOSE coa
            DISPLAY "Balance history built: " WS-BH-ROWS
               " row(s) for " WS-PERIOD-COUNT " period(s) from "
               WS-FILES-READ " ledger file(s) into "
               FUNCTION TRIM(WS-BALHIST-FILE).

       BS-INPUT-PROCEDURE.
            PERFORM SCAN-LEDGER-AND-ARCHIVES.

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
      *    Archived legs go to the sort; live legs only net into the
      *    per-account total backed out of the chart balance.
            IF WS-CURRENT-LEDGER = WS-LEDGER-FILE
               PERFORM TALLY-LIVE-ENTRY
            ELSE
               MOVE FISCAL-YEAR TO BS-FISCAL-YEAR
               MOVE ACCOUNTING-PERIOD TO BS-ACCOUNTING-PERIOD
               MOVE ACCOUNT TO BS-ACCOUNT
               MOVE DEBIT OF ENTRIES TO BS-DEBIT
               MOVE CREDIT OF ENTRIES TO BS-CREDIT
               RELEASE BS-ENTRY
            END-IF.

       TALLY-LIVE-ENTRY.
            PERFORM VARYING LV-IDX FROM 1 BY 1
                  UNTIL LV-IDX > WS-LIVE-COUNT
               IF LV-ACCOUNT(LV-IDX) = ACCOUNT
                  EXIT PERFORM
               END-IF
            END-PERFORM
            IF LV-IDX > WS-LIVE-COUNT
               IF WS-LIVE-COUNT NOT < 2000
                  MOVE "Y" TO WS-TABLE-FULL
                  EXIT PARAGRAPH
               END-IF
               ADD 1 TO WS-LIVE-COUNT
               SET LV-IDX TO WS-LIVE-COUNT
               MOVE ACCOUNT TO LV-ACCOUNT(LV-IDX)
               MOVE ZERO TO LV-NET(LV-IDX)
            END-IF
            COMPUTE LV-NET(LV-IDX) = LV-NET(LV-IDX)
               + DEBIT OF ENTRIES - CREDIT OF ENTRIES.

       BS-OUTPUT-PROCEDURE.
      *    Sorted legs arrive grouped by period and account, so a new
      *    table row starts whenever either changes.
            MOVE "N" TO WS-SORT-EOF
            PERFORM UNTIL SORT-DONE
               RETURN SORT-WORK
                  AT END
                     MOVE "Y" TO WS-SORT-EOF
                  NOT AT END
                     PERFORM STORE-SORTED-LEG
               END-RETURN
            END-PERFORM.

       STORE-SORTED-LEG.
            IF BUILD-TABLE-FULL
               EXIT PARAGRAPH
            END-IF
            IF WS-PERIOD-COUNT = ZERO
                  OR PD-YEAR(WS-PERIOD-COUNT) NOT = BS-FISCAL-YEAR
                  OR PD-PERIOD(WS-PERIOD-COUNT)
                     NOT = BS-ACCOUNTING-PERIOD
               IF WS-PERIOD-COUNT NOT < 240
                  MOVE "Y" TO WS-TABLE-FULL
                  EXIT PARAGRAPH
               END-IF
               ADD 1 TO WS-PERIOD-COUNT
               MOVE BS-FISCAL-YEAR TO PD-YEAR(WS-PERIOD-COUNT)
               MOVE BS-ACCOUNTING-PERIOD TO PD-PERIOD(WS-PERIOD-COUNT)
            END-IF
            IF WS-ACTIVITY-COUNT = ZERO
                  OR AC-PD-IX(WS-ACTIVITY-COUNT) NOT = WS-PERIOD-COUNT
                  OR AC-ACCOUNT(WS-ACTIVITY-COUNT) NOT = BS-ACCOUNT
               IF WS-ACTIVITY-COUNT NOT < 20000
                  MOVE "Y" TO WS-TABLE-FULL
                  EXIT PARAGRAPH
               END-IF
               ADD 1 TO WS-ACTIVITY-COUNT
               MOVE BS-ACCOUNT TO AC-ACCOUNT(WS-ACTIVITY-COUNT)
               MOVE WS-PERIOD-COUNT TO AC-PD-IX(WS-ACTIVITY-COUNT)
               MOVE ZERO TO AC-DEBIT(WS-ACTIVITY-COUNT)
                  AC-CREDIT(WS-ACTIVITY-COUNT)
            END-IF
            ADD BS-DEBIT TO AC-DEBIT(WS-ACTIVITY-COUNT)
            ADD BS-CREDIT TO AC-CREDIT(WS-ACTIVITY-COUNT).

       BUILD-ACCOUNT-HISTORY.
      *    The chart row's balance less its open live-ledger activity
      *    is where the archived periods ended; backing out all of
      *    their net activity gives the opening of the oldest one,
      *    and each period then rolls forward from there.
            PERFORM VARYING PD-IDX FROM 1 BY 1
                  UNTIL PD-IDX > WS-PERIOD-COUNT
               MOVE ZERO TO PA-DEBIT(PD-IDX) PA-CREDIT(PD-IDX)
            END-PERFORM
            MOVE ZERO TO WS-BH-NET-ALL
            PERFORM VARYING AC-IDX FROM 1 BY 1
                  UNTIL AC-IDX > WS-ACTIVITY-COUNT
               IF FUNCTION TRIM(AC-ACCOUNT(AC-IDX)) =
                     FUNCTION TRIM(accountName)
                  SET PD-IDX TO AC-PD-IX(AC-IDX)
                  ADD AC-DEBIT(AC-IDX) TO PA-DEBIT(PD-IDX)
                  ADD AC-CREDIT(AC-IDX) TO PA-CREDIT(PD-IDX)
                  COMPUTE WS-BH-NET-ALL = WS-BH-NET-ALL
                     + AC-DEBIT(AC-IDX) - AC-CREDIT(AC-IDX)
               END-IF
            END-PERFORM
            MOVE ZERO TO WS-BH-LIVE-NET
            PERFORM VARYING LV-IDX FROM 1 BY 1
                  UNTIL LV-IDX > WS-LIVE-COUNT
               IF FUNCTION TRIM(LV-ACCOUNT(LV-IDX)) =
                     FUNCTION TRIM(accountName)
                  ADD LV-NET(LV-IDX) TO WS-BH-LIVE-NET
               END-IF
            END-PERFORM
            COMPUTE WS-BH-OPENING =
               balance - WS-BH-LIVE-NET - WS-BH-NET-ALL
            PERFORM VARYING PD-IDX FROM 1 BY 1
                  UNTIL PD-IDX > WS-PERIOD-COUNT
               COMPUTE WS-BH-CLOSING = WS-BH-OPENING
                  + PA-DEBIT(PD-IDX) - PA-CREDIT(PD-IDX)
               PERFORM WRITE-ONE-HISTORY-ROW
               MOVE WS-BH-CLOSING TO WS-BH-OPENING
            END-PERFORM.

       WRITE-ONE-HISTORY-ROW.
      *    Same row BESTBOOKS-CLOSE appends.
            MOVE WS-BH-OPENING TO WS-BH-AMOUNT-ED
            MOVE FUNCTION TRIM(WS-BH-AMOUNT-ED) TO WS-BH-OPEN-TXT
            MOVE PA-DEBIT(PD-IDX) TO WS-BH-AMOUNT-ED
            MOVE FUNCTION TRIM(WS-BH-AMOUNT-ED) TO WS-BH-DEBIT-TXT
            MOVE PA-CREDIT(PD-IDX) TO WS-BH-AMOUNT-ED
            MOVE FUNCTION TRIM(WS-BH-AMOUNT-ED) TO WS-BH-CREDIT-TXT
            MOVE WS-BH-CLOSING TO WS-BH-AMOUNT-ED
            MOVE FUNCTION TRIM(WS-BH-AMOUNT-ED) TO WS-BH-CLOSE-TXT
            MOVE SPACES TO BALHIST-LINE
            STRING PD-YEAR(PD-IDX) DELIMITED BY SIZE
                  "|" DELIMITED BY SIZE
                  PD-PERIOD(PD-IDX) DELIMITED BY SIZE
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

       RUN-TREND-MODE.
      *    TREND arg 3 (required): fiscal year; arg 4 (optional):
      *    BALANCE (default) or ACTIVITY; arg 5 (optional): CSV file
      *    to write alongside the printed report.
            ACCEPT WS-TREND-YEAR-IN FROM ARGUMENT-VALUE
            ACCEPT WS-TREND-MODE FROM ARGUMENT-VALUE
            MOVE FUNCTION UPPER-CASE(WS-TREND-MODE) TO WS-TREND-MODE
            IF WS-TREND-MODE = SPACES
               MOVE "BALANCE" TO WS-TREND-MODE
            END-IF
            ACCEPT WS-CSV-FILE FROM ARGUMENT-VALUE
            IF WS-TREND-YEAR-IN = SPACES
                  OR WS-TREND-YEAR-IN IS NOT NUMERIC
               DISPLAY "ERROR: TREND needs a four-digit fiscal year"
               MOVE 1 TO RETURN-CODE
               EXIT PARAGRAPH
            END-IF
            IF WS-TREND-MODE NOT = "BALANCE"
                  AND WS-TREND-MODE NOT = "ACTIVITY"
               DISPLAY "ERROR: TREND column type must be BALANCE or "
                  "ACTIVITY, not " FUNCTION TRIM(WS-TREND-MODE)
               MOVE 1 TO RETURN-CODE
               EXIT PARAGRAPH
            END-IF
            MOVE WS-TREND-YEAR-IN TO WS-TREND-YEAR

            OPEN INPUT balhist
            IF WS-BALHIST-STATUS NOT = "00"
               DISPLAY "ERROR: balance history "
                  FUNCTION TRIM(WS-BALHIST-FILE)
                  " not found (status " WS-BALHIST-STATUS ")"
               MOVE 1 TO RETURN-CODE
               EXIT PARAGRAPH
            END-IF
            MOVE "N" TO WS-BALHIST-EOF
            PERFORM WITH TEST BEFORE UNTIL BALHIST-EOF
               READ balhist
                  AT END
                     MOVE "Y" TO WS-BALHIST-EOF
                  NOT AT END
                     PERFORM STORE-TREND-ROW
               END-READ
            END-PERFORM
            CLOSE balhist

            IF WS-TREND-COUNT = ZERO
               DISPLAY "No balance history for fiscal year "
                  WS-TREND-YEAR " on " FUNCTION TRIM(WS-BALHIST-FILE)
               MOVE 1 TO RETURN-CODE
               EXIT PARAGRAPH
            END-IF
            PERFORM SORT-TREND-TABLE
            PERFORM PRINT-TREND-REPORT
            IF WS-CSV-FILE NOT = SPACES
               PERFORM WRITE-TREND-CSV
            END-IF.

       STORE-TREND-ROW.
            MOVE SPACES TO WS-BH-YEAR-IN WS-BH-PERIOD-IN
               WS-BH-ACCTNO-IN WS-BH-NAME-IN WS-BH-OPEN-IN
               WS-BH-DEBIT-IN WS-BH-CREDIT-IN WS-BH-CLOSE-IN
            UNSTRING BALHIST-LINE DELIMITED BY "|"
               INTO WS-BH-YEAR-IN WS-BH-PERIOD-IN WS-BH-ACCTNO-IN
                    WS-BH-NAME-IN WS-BH-OPEN-IN WS-BH-DEBIT-IN
                    WS-BH-CREDIT-IN WS-BH-CLOSE-IN
            END-UNSTRING
            IF WS-BH-YEAR-IN NOT = WS-TREND-YEAR-IN
               EXIT PARAGRAPH
            END-IF
            IF FUNCTION TEST-NUMVAL(WS-BH-PERIOD-IN) NOT = ZERO
                  OR FUNCTION TEST-NUMVAL(WS-BH-ACCTNO-IN) NOT = ZERO
                  OR FUNCTION TEST-NUMVAL(WS-BH-CLOSE-IN) NOT = ZERO
               ADD 1 TO WS-SKIPPED-ROWS
               EXIT PARAGRAPH
            END-IF
            MOVE FUNCTION NUMVAL(WS-BH-PERIOD-IN) TO WS-BH-PERIOD
            MOVE FUNCTION NUMVAL(WS-BH-ACCTNO-IN) TO WS-BH-ACCTNO
            IF WS-BH-PERIOD < 1 OR WS-BH-PERIOD > 12
               ADD 1 TO WS-SKIPPED-ROWS
               EXIT PARAGRAPH
            END-IF
            PERFORM VARYING TR-IDX FROM 1 BY 1
                  UNTIL TR-IDX > WS-TREND-COUNT
               IF TR-ACCOUNT-NO(TR-IDX) = WS-BH-ACCTNO
                  EXIT PERFORM
               END-IF
            END-PERFORM
            IF TR-IDX > WS-TREND-COUNT
               IF WS-TREND-COUNT NOT < 1000
                  ADD 1 TO WS-SKIPPED-ROWS
                  EXIT PARAGRAPH
               END-IF
               ADD 1 TO WS-TREND-COUNT
               SET TR-IDX TO WS-TREND-COUNT
               MOVE WS-BH-ACCTNO TO TR-ACCOUNT-NO(TR-IDX)
               PERFORM VARYING WS-COL FROM 1 BY 1 UNTIL WS-COL > 12
                  MOVE "N" TO TR-HAVE(TR-IDX, WS-COL)
                  MOVE ZERO TO TR-AMOUNT(TR-IDX, WS-COL)
               END-PERFORM
            END-IF
            MOVE WS-BH-NAME-IN TO TR-NAME(TR-IDX)
            MOVE "Y" TO TR-HAVE(TR-IDX, WS-BH-PERIOD)
            IF TREND-ACTIVITY
               COMPUTE TR-AMOUNT(TR-IDX, WS-BH-PERIOD) =
                  FUNCTION NUMVAL(WS-BH-DEBIT-IN)
                     - FUNCTION NUMVAL(WS-BH-CREDIT-IN)
            ELSE
               MOVE FUNCTION NUMVAL(WS-BH-CLOSE-IN)
                  TO TR-AMOUNT(TR-IDX, WS-BH-PERIOD)
            END-IF.

       SORT-TREND-TABLE.
      *    Account-number order; an account first seen in a later
      *    period lands at the end of the table as it is loaded.
            PERFORM VARYING WS-SORT-I FROM 1 BY 1
                  UNTIL WS-SORT-I >= WS-TREND-COUNT
               PERFORM VARYING WS-SORT-J FROM 1 BY 1
                     UNTIL WS-SORT-J > WS-TREND-COUNT - WS-SORT-I
                  IF TR-ACCOUNT-NO(WS-SORT-J) >
                        TR-ACCOUNT-NO(WS-SORT-J + 1)
                     MOVE TREND-ENTRY(WS-SORT-J) TO WS-TREND-SWAP
                     MOVE TREND-ENTRY(WS-SORT-J + 1)
                        TO TREND-ENTRY(WS-SORT-J)
                     MOVE WS-TREND-SWAP
                        TO TREND-ENTRY(WS-SORT-J + 1)
                  END-IF
               END-PERFORM
            END-PERFORM.

       PRINT-TREND-REPORT.
            PERFORM VARYING WS-COL FROM 1 BY 1 UNTIL WS-COL > 12
               MOVE SPACES TO RPT-HEAD-PD(WS-COL)
               STRING "P" DELIMITED BY SIZE
                     WS-COL DELIMITED BY SIZE
                  INTO RPT-HEAD-PD(WS-COL)
               END-STRING
            END-PERFORM
            DISPLAY " "
            IF TREND-ACTIVITY
               DISPLAY "ACCOUNT ACTIVITY TREND - FISCAL YEAR "
                  WS-TREND-YEAR
                  " (period debits less credits, whole dollars)"
            ELSE
               DISPLAY "ACCOUNT BALANCE TREND - FISCAL YEAR "
                  WS-TREND-YEAR
                  " (period-end balance, whole dollars)"
            END-IF
            DISPLAY "==========================================="
               "==========================================="
               "==========================================="
               "=================="
            DISPLAY RPT-HEADER
            DISPLAY "-------------------------------------------"
               "-------------------------------------------"
               "-------------------------------------------"
               "------------------"
            PERFORM VARYING TR-IDX FROM 1 BY 1
                  UNTIL TR-IDX > WS-TREND-COUNT
               MOVE TR-ACCOUNT-NO(TR-IDX) TO RPT-ACCOUNT-NO
               MOVE TR-NAME(TR-IDX) TO RPT-NAME
               PERFORM VARYING WS-COL FROM 1 BY 1 UNTIL WS-COL > 12
                  IF TR-HAVE(TR-IDX, WS-COL) = "Y"
                     COMPUTE RPT-AMOUNT(WS-COL) ROUNDED =
                        TR-AMOUNT(TR-IDX, WS-COL)
                  ELSE
                     MOVE SPACES TO RPT-AMOUNT-X(WS-COL)
                  END-IF
               END-PERFORM
               DISPLAY RPT-DETAIL
            END-PERFORM
            DISPLAY "==========================================="
               "==========================================="
               "==========================================="
               "=================="
            DISPLAY WS-TREND-COUNT " account(s); blank = no history "
               "row for the period (not closed yet)"
            IF WS-SKIPPED-ROWS > ZERO
               DISPLAY "NOTE: " WS-SKIPPED-ROWS " history row(s) for "
                  WS-TREND-YEAR " skipped (unreadable, or a period "
                  "outside 1-12)"
            END-IF.

       WRITE-TREND-CSV.
            OPEN OUTPUT csvout
            IF WS-CSV-STATUS NOT = "00" AND WS-CSV-STATUS NOT = "05"
               DISPLAY "ERROR: CSV file " FUNCTION TRIM(WS-CSV-FILE)
                  " not opened (status " WS-CSV-STATUS ")"
               MOVE 1 TO RETURN-CODE
               EXIT PARAGRAPH
            END-IF
            MOVE SPACES TO CSV-LINE
            STRING "ACCOUNT-NO,ACCOUNT-NAME,P01,P02,P03,P04,P05,P06,"
                  DELIMITED BY SIZE
                  "P07,P08,P09,P10,P11,P12" DELIMITED BY SIZE
               INTO CSV-LINE
            END-STRING
            WRITE CSV-LINE
            PERFORM VARYING TR-IDX FROM 1 BY 1
                  UNTIL TR-IDX > WS-TREND-COUNT
               PERFORM WRITE-TREND-CSV-LINE
            END-PERFORM
            CLOSE csvout
            DISPLAY "Trend exported to " FUNCTION TRIM(WS-CSV-FILE).

       WRITE-TREND-CSV-LINE.
            MOVE TR-NAME(TR-IDX) TO CSV-ESC-SRC
            PERFORM CSV-ESCAPE-FIELD
            MOVE SPACES TO CSV-LINE
            MOVE 1 TO CSV-PTR
            STRING TR-ACCOUNT-NO(TR-IDX) DELIMITED BY SIZE
                  "," DELIMITED BY SIZE
                  FUNCTION TRIM(CSV-ESC-DST) DELIMITED BY SIZE
               INTO CSV-LINE WITH POINTER CSV-PTR
            END-STRING
            PERFORM VARYING WS-COL FROM 1 BY 1 UNTIL WS-COL > 12
               IF TR-HAVE(TR-IDX, WS-COL) = "Y"
                  MOVE TR-AMOUNT(TR-IDX, WS-COL) TO CSV-AMOUNT-ED
                  STRING "," DELIMITED BY SIZE
                        FUNCTION TRIM(CSV-AMOUNT-ED) DELIMITED BY SIZE
                     INTO CSV-LINE WITH POINTER CSV-PTR
                  END-STRING
               ELSE
                  STRING "," DELIMITED BY SIZE
                     INTO CSV-LINE WITH POINTER CSV-PTR
                  END-STRING
               END-IF
            END-PERFORM
            WRITE CSV-LINE.

       CSV-ESCAPE-FIELD.
      *    Wraps CSV-ESC-SRC in double quotes, doubling any embedded
      *    double quote, whenever it contains a comma or a double
      *    quote - otherwise it is copied through unchanged - so a
      *    description like "Rent, October" cannot be split across
      *    CSV columns it was never meant to occupy.
            MOVE SPACES TO CSV-ESC-DST
            COMPUTE CSV-ESC-LEN =
               FUNCTION LENGTH(FUNCTION TRIM(CSV-ESC-SRC))
            MOVE "N" TO CSV-ESC-NEEDED
            PERFORM VARYING CSV-ESC-I FROM 1 BY 1
                  UNTIL CSV-ESC-I > CSV-ESC-LEN
               IF CSV-ESC-SRC(CSV-ESC-I:1) = "," OR
                     CSV-ESC-SRC(CSV-ESC-I:1) = QUOTE
                  MOVE "Y" TO CSV-ESC-NEEDED
               END-IF
            END-PERFORM
            IF NOT CSV-ESC-IS-NEEDED
               MOVE CSV-ESC-SRC TO CSV-ESC-DST
            ELSE
               MOVE 1 TO CSV-ESC-J
               MOVE QUOTE TO CSV-ESC-DST(CSV-ESC-J:1)
               ADD 1 TO CSV-ESC-J
               PERFORM VARYING CSV-ESC-I FROM 1 BY 1
                     UNTIL CSV-ESC-I > CSV-ESC-LEN
                  MOVE CSV-ESC-SRC(CSV-ESC-I:1) TO CSV-ESC-CH
                  IF CSV-ESC-CH = QUOTE
                     MOVE QUOTE TO CSV-ESC-DST(CSV-ESC-J:1)
                     ADD 1 TO CSV-ESC-J
                     MOVE QUOTE TO CSV-ESC-DST(CSV-ESC-J:1)
                     ADD 1 TO CSV-ESC-J
                  ELSE
                     MOVE CSV-ESC-CH TO CSV-ESC-DST(CSV-ESC-J:1)
                     ADD 1 TO CSV-ESC-J
                  END-IF
               END-PERFORM
               MOVE QUOTE TO CSV-ESC-DST(CSV-ESC-J:1)
            END-IF.

       END PROGRAM BESTBOOKS-BALHIST.
