       IDENTIFICATION DIVISION.
       PROGRAM-ID. BESTBOOKS-CPA.
       AUTHOR. PRESSPAGE ENTERTAINMENT INC dba PINGLEWARE.
      *----------------------------------------------------------------
      * Accountant interchange. The outside CPA keeps the books in a
      * tax package with its own account numbers; every year the
      * trial balance went over on paper and the adjusting entries
      * came back to be keyed in by hand.
      *
      * EXPORT writes one fiscal period as a general-journal
      * interchange file: the period-end trial balance and every
      * ledger leg posted to the period, grouped by journal entry,
      * with each account name translated through CPAMAP.DAT to the
      * CPA's account number. The trial balance is the chart balance
      * rolled back past every leg posted to a later period (the
      * live ledger, rollover generations and close archives), the
      * same roll-back BESTBOOKS-CLOSE uses for BALHIST.DAT. Several
      * of our accounts may map to one CPA account; their balances
      * are summed on its trial-balance row.
      *
      * IMPORT reads the CPA's adjusting entries in the same layout
      * (GJ rows; HDR/TB rows are ignored, a TRL row is checked),
      * maps each CPA account back to ours - where several of ours
      * roll up to one CPA account, the first CPAMAP.DAT row for it
      * is the one adjustments post to - and checks every journal:
      * it must balance, every account must be usable, every date
      * open. Nothing is posted: each leg is placed on PENDING.DAT
      * under the journal's AJE# reference for a supervisor to
      * decide through BESTBOOKS-APPROVE, which approves or rejects a
      * journal's legs together. Any error, and nothing is written.
      *
      * Interchange file layout, comma-separated, text fields
      * quoted when they hold a comma or a quote:
      *   HDR,BESTBOOKS-GJ,<fiscal-year>,<period>,<export-date>
      *   TB,<cpa-account>,<cpa-account-name>,<debit>,<credit>
      *   GJ,<journal-id>,<date>,<cpa-account>,<cpa-account-name>,
      *      <debit>,<credit>,<description>,<reference>
      *   TRL,<tb-rows>,<tb-debits>,<tb-credits>,<gj-rows>,
      *      <gj-debits>,<gj-credits>
      * A ledger leg with no journal-entry number exports under
      * journal id T<transaction-id>.
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL cpamap
               ASSIGN TO WS-MAP-FILE
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-MAP-STATUS.

           SELECT OPTIONAL interchange
               ASSIGN TO WS-INTERCHANGE-FILE
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-INTERCHANGE-STATUS.

           SELECT OPTIONAL pending
               ASSIGN TO WS-PENDING-FILE
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-PENDING-STATUS.

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
                   LOCK MODE IS EXCLUSIVE
                   FILE STATUS IS WS-SEQCTL-STATUS.

           SELECT OPTIONAL archreg
               ASSIGN TO WS-ARCHREG-FILE
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-ARCHREG-STATUS.

           SELECT SORT-WORK
               ASSIGN TO "CPASORT.TMP".

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
      *    CPAMAP.DAT line layout, pipe-delimited: ACCOUNT-NAME|
      *    CPA-ACCOUNT|CPA-ACCOUNT-NAME - one row per chart account,
      *    our account name as it appears on BESTBOOKS.DAT.
            FD cpamap.
            01 CPAMAP-LINE           PIC X(100).

            FD interchange.
            01 INTERCHANGE-LINE      PIC X(300).

      *    PENDING.DAT line layout - see bestbooks_add_entry and
      *    BESTBOOKS-APPROVE.
            FD pending.
            01 PENDING-LINE          PIC X(200).

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


      *    one ledger leg of the exported period, in journal order.
            SD SORT-WORK.
            01 SJ-ENTRY.
                02 SJ-JOURNAL-ID        PIC X(12).
                02 SJ-TRANSACTION-ID    PIC 9(5).
                02 SJ-DATE              PIC X(10).
                02 SJ-ACCOUNT           PIC X(15).
                02 SJ-DEBIT             PIC 9(7)V99.
                02 SJ-CREDIT            PIC 9(7)V99.
                02 SJ-DESCRIPTION       PIC X(30).
                02 SJ-REFERENCE         PIC X(20).

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
            01 WS-LOCK-RETRIES      PIC 99 VALUE ZERO.
            01 WS-COA-FILE          PIC X(64) VALUE "BESTBOOKS.DAT".
            01 WS-COA-STATUS        PIC XX.
            01 WS-COA-EOF           PIC X VALUE "N".
                  88  COA-EOF       VALUE "Y".
            01 WS-MAP-FILE          PIC X(64) VALUE "CPAMAP.DAT".
            01 WS-MAP-STATUS        PIC XX.
            01 WS-INTERCHANGE-FILE  PIC X(64) VALUE SPACES.
            01 WS-INTERCHANGE-STATUS PIC XX.
            01 WS-PENDING-FILE      PIC X(64) VALUE "PENDING.DAT".
            01 WS-PENDING-STATUS    PIC XX.
            01 WS-PENDING-KEY       PIC X(1) VALUE "3".
            01 WS-NEXT-PENDING-ID   PIC 9(5).

            01 WS-CLOSEDPER-FILE     PIC X(64) VALUE "CLOSEDPER.DAT".
            01 WS-CLOSEDPER-STATUS   PIC XX.
            01 WS-CLOSEDPER-EOF      PIC X VALUE "N".
                  88  CLOSEDPER-EOF  VALUE "Y".
            01 WS-CP-YEAR-IN         PIC X(4).
            01 WS-CP-PERIOD-IN       PIC X(2).
            01 WS-PERIOD-LOCKED      PIC X VALUE "N".
                  88  PERIOD-IS-LOCKED VALUE "Y".

            01 WS-COMMAND           PIC X(10) VALUE SPACES.
            01 WS-FY-TEXT           PIC X(10) VALUE SPACES.
            01 WS-PERIOD-TEXT       PIC X(10) VALUE SPACES.
            01 WS-TARGET-FY         PIC 9(4) VALUE ZERO.
            01 WS-TARGET-PD         PIC 99 VALUE ZERO.
            01 WS-TARGET-KEY        PIC 9(6) VALUE ZERO.
            01 WS-LEG-KEY           PIC 9(6) VALUE ZERO.
            01 WS-TODAY             PIC X(8).
            01 WS-TODAY-FORMATTED   PIC X(10).

            01 WS-FILE-EOF          PIC X VALUE "N".
                  88  FILE-AT-END   VALUE "Y".
            01 WS-RUN-ERRORS        PIC X VALUE "N".
                  88  RUN-HAS-ERRORS  VALUE "Y".
            01 WS-FOUND             PIC X VALUE "N".
                  88  ROW-FOUND     VALUE "Y".

      *    CPAMAP.DAT, loaded once.
            01 MAP-TABLE.
               02 MP-ENTRY OCCURS 2000 TIMES
                     INDEXED BY MP-IDX.
                  03 MP-ACCOUNT       PIC X(15).
                  03 MP-CPA-ACCOUNT   PIC X(15).
                  03 MP-CPA-NAME      PIC X(40).
            01 WS-MAP-COUNT         PIC 9(4) VALUE ZERO.
            01 WS-MP-ACCOUNT-IN     PIC X(15).
            01 WS-MP-CPA-IN         PIC X(15).
            01 WS-MP-NAME-IN        PIC X(40).
            01 WS-LOOKUP-ACCOUNT    PIC X(15).
            01 WS-MAPPED-CPA        PIC X(15).
            01 WS-MAPPED-NAME       PIC X(40).

      *    the chart, with each account's net activity after the
      *    exported period.
            01 CHART-TABLE.
               02 CA-ENTRY OCCURS 2000 TIMES
                     INDEXED BY CA-IDX.
                  03 CA-NAME          PIC X(15).
                  03 CA-ACTIVE        PIC X.
                  03 CA-BALANCE       PIC S9(11)V99.
                  03 CA-LATER         PIC S9(11)V99.
            01 WS-CHART-COUNT       PIC 9(4) VALUE ZERO.

      *    the trial balance by CPA account.
            01 TB-TABLE.
               02 TB-ENTRY OCCURS 2000 TIMES
                     INDEXED BY TB-IDX.
                  03 TB-CPA-ACCOUNT   PIC X(15).
                  03 TB-CPA-NAME      PIC X(40).
                  03 TB-NET           PIC S9(11)V99.
            01 WS-TB-COUNT          PIC 9(4) VALUE ZERO.
            01 WS-NET               PIC S9(11)V99.

            01 WS-UNMAPPED-COUNT    PIC 9(4) VALUE ZERO.
            01 WS-TB-ROWS           PIC 9(5) VALUE ZERO.
            01 WS-TB-DEBITS         PIC S9(11)V99 VALUE ZERO.
            01 WS-TB-CREDITS        PIC S9(11)V99 VALUE ZERO.
            01 WS-GJ-ROWS           PIC 9(5) VALUE ZERO.
            01 WS-GJ-DEBITS         PIC S9(11)V99 VALUE ZERO.
            01 WS-GJ-CREDITS        PIC S9(11)V99 VALUE ZERO.
            01 WS-JOURNAL-COUNT     PIC 9(5) VALUE ZERO.
            01 WS-LAST-JOURNAL      PIC X(12) VALUE SPACES.
            01 WS-JOURNAL-TEXT      PIC X(12) VALUE SPACES.
            01 WS-SORT-EOF          PIC X VALUE "N".
                  88  SORT-DONE     VALUE "Y".

            01 WS-AMOUNT-ED         PIC -(10)9.99.
            01 WS-DEBIT-TEXT        PIC X(16).
            01 WS-CREDIT-TEXT       PIC X(16).
            01 WS-COUNT-ED          PIC Z(4)9.
            01 WS-JE-ED             PIC Z(6)9.
            01 WS-TID-ED            PIC Z(4)9.
            01 WS-LINE-POINTER      PIC 9(4).

      *    CSV text field escaping - same rule BESTBOOKS-BALHIST's
      *    CSV-ESCAPE-FIELD applies.
            01 CSV-ESC-SRC          PIC X(60).
            01 CSV-ESC-DST          PIC X(130).
            01 CSV-ESC-LEN          PIC 9(4).
            01 CSV-ESC-I            PIC 9(4).
            01 CSV-ESC-J            PIC 9(4).
            01 CSV-ESC-CH           PIC X.
            01 CSV-ESC-NEEDED       PIC X VALUE "N".
                  88  CSV-ESC-IS-NEEDED  VALUE "Y".
            01 WS-CSV-FIELD-1       PIC X(130).
            01 WS-CSV-FIELD-2       PIC X(130).
            01 WS-CSV-FIELD-3       PIC X(130).

      *    one interchange row, split into its columns.
            01 CSV-FIELD-TABLE.
               02 CF-FIELD OCCURS 12 TIMES PIC X(60).
            01 WS-CF-COUNT          PIC 99 VALUE ZERO.
            01 WS-CF-POS            PIC 9(3) VALUE ZERO.
            01 WS-CF-I              PIC 9(3) VALUE ZERO.
            01 WS-CF-LEN            PIC 9(3) VALUE ZERO.
            01 WS-CF-CH             PIC X.
            01 WS-CF-QUOTED         PIC X VALUE "N".
                  88  CF-IN-QUOTES  VALUE "Y".
            01 WS-RECORD-TYPE       PIC X(4).
            01 WS-ROW-NUMBER        PIC 9(5) VALUE ZERO.
            01 WS-TRAILER-SEEN      PIC X VALUE "N".
                  88  TRAILER-SEEN  VALUE "Y".
            01 WS-TRAILER-ROWS      PIC 9(5) VALUE ZERO.

      *    the adjusting journals being imported.
            01 JOURNAL-TABLE.
               02 JR-ENTRY OCCURS 500 TIMES
                     INDEXED BY JR-IDX.
                  03 JR-ID            PIC X(16).
                  03 JR-REFERENCE     PIC X(20).
                  03 JR-YEAR          PIC X(4).
                  03 JR-DEBITS        PIC 9(9)V99.
                  03 JR-CREDITS       PIC 9(9)V99.
                  03 JR-LINES         PIC 9(4).
            01 WS-JR-COUNT          PIC 9(4) VALUE ZERO.
            01 IMPORT-LINE-TABLE.
               02 IL-ENTRY OCCURS 2000 TIMES
                     INDEXED BY IL-IDX.
                  03 IL-JOURNAL       PIC 9(4).
                  03 IL-DATE          PIC X(10).
                  03 IL-ACCOUNT       PIC X(15).
                  03 IL-AMOUNT        PIC S9(7)V99.
                  03 IL-DESCRIPTION   PIC X(30).
            01 WS-IL-COUNT          PIC 9(4) VALUE ZERO.
            01 WS-IN-JOURNAL-ID     PIC X(16).
            01 WS-IN-DATE           PIC X(10).
            01 WS-IN-CPA-ACCOUNT    PIC X(15).
            01 WS-IN-DEBIT          PIC 9(9)V99.
            01 WS-IN-CREDIT         PIC 9(9)V99.
            01 WS-IN-DESCRIPTION    PIC X(30).
            01 WS-LINE-OK           PIC X VALUE "Y".
                  88  LINE-IS-OK    VALUE "Y".

      *    one PENDING.DAT row, for the already-imported check.
            01 WS-PD-ID             PIC X(5).
            01 WS-PD-DATE           PIC X(10).
            01 WS-PD-ACCOUNT        PIC X(15).
            01 WS-PD-AMOUNT         PIC X(12).
            01 WS-PD-DESCRIPTION    PIC X(30).
            01 WS-PD-STATUS         PIC X(10).
            01 WS-PD-REASON         PIC X(40).
            01 WS-PD-CURRENCY       PIC X(3).
            01 WS-PD-REFERENCE      PIC X(20).
            01 WS-PENDING-AMOUNT-ED PIC -9(7).99.
            01 WS-PENDING-ZERO-ED   PIC -9(7).99.

       PROCEDURE DIVISION.
       BEGIN.
            PERFORM GET-RUNTIME-ARGUMENTS.
            PERFORM CHECK-OPERATOR-SIGNON.
            PERFORM LOAD-FISCAL-CALENDAR.

            EVALUATE WS-COMMAND
               WHEN "EXPORT"
                  PERFORM RUN-EXPORT-MODE
               WHEN "IMPORT"
                  PERFORM RUN-IMPORT-MODE
               WHEN OTHER
                  DISPLAY "Usage: BESTBOOKS-CPA [map-file] EXPORT "
                     "<fiscal-year> <period> [interchange-file] "
                     "[coa] [ledger]"
                  DISPLAY "       BESTBOOKS-CPA [map-file] IMPORT "
                     "<adjusting-file> [pending-file] [coa] [seqctl]"
                  MOVE 1 TO RETURN-CODE
            END-EVALUATE.
            STOP RUN.

       GET-RUNTIME-ARGUMENTS.
      *    arg 1 (optional): account mapping file, default CPAMAP.DAT.
      *    arg 2 (required): EXPORT or IMPORT.
            ACCEPT WS-MAP-FILE FROM ARGUMENT-VALUE
            IF WS-MAP-FILE = SPACES
               MOVE "CPAMAP.DAT" TO WS-MAP-FILE
            END-IF
            ACCEPT WS-COMMAND FROM ARGUMENT-VALUE
            MOVE FUNCTION UPPER-CASE(WS-COMMAND) TO WS-COMMAND
            MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY
            MOVE SPACES TO WS-TODAY-FORMATTED
            STRING WS-TODAY(1:4) "-" WS-TODAY(5:2) "-" WS-TODAY(7:2)
                  DELIMITED BY SIZE
               INTO WS-TODAY-FORMATTED
            END-STRING.

       LOAD-ACCOUNT-MAP.
            MOVE ZERO TO WS-MAP-COUNT
            OPEN INPUT cpamap
            IF WS-MAP-STATUS NOT = "00"
               CLOSE cpamap
               EXIT PARAGRAPH
            END-IF
            MOVE "N" TO WS-FILE-EOF
            PERFORM WITH TEST BEFORE UNTIL FILE-AT-END
               READ cpamap
                  AT END
                     MOVE "Y" TO WS-FILE-EOF
                  NOT AT END
                     MOVE SPACES TO WS-MP-ACCOUNT-IN WS-MP-CPA-IN
                        WS-MP-NAME-IN
                     UNSTRING CPAMAP-LINE DELIMITED BY "|"
                        INTO WS-MP-ACCOUNT-IN WS-MP-CPA-IN
                             WS-MP-NAME-IN
                     END-UNSTRING
                     IF WS-MP-ACCOUNT-IN NOT = SPACES
                           AND WS-MP-CPA-IN NOT = SPACES
                           AND WS-MAP-COUNT < 2000
                        ADD 1 TO WS-MAP-COUNT
                        SET MP-IDX TO WS-MAP-COUNT
                        MOVE WS-MP-ACCOUNT-IN TO MP-ACCOUNT(MP-IDX)
                        MOVE WS-MP-CPA-IN TO MP-CPA-ACCOUNT(MP-IDX)
                        MOVE WS-MP-NAME-IN TO MP-CPA-NAME(MP-IDX)
                     END-IF
               END-READ
            END-PERFORM
            CLOSE cpamap.

       LOAD-CHART.
            MOVE ZERO TO WS-CHART-COUNT
            MOVE "N" TO WS-COA-EOF
            OPEN INPUT coa
            IF WS-COA-STATUS NOT = "00"
               CLOSE coa
               EXIT PARAGRAPH
            END-IF
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
                     IF WS-CHART-COUNT < 2000
                        ADD 1 TO WS-CHART-COUNT
                        SET CA-IDX TO WS-CHART-COUNT
                        MOVE accountName TO CA-NAME(CA-IDX)
                        MOVE accountStatus TO CA-ACTIVE(CA-IDX)
                        MOVE balance TO CA-BALANCE(CA-IDX)
                        MOVE ZERO TO CA-LATER(CA-IDX)
                     END-IF
               END-READ
            END-PERFORM
            CLOSE coa.

      *----------------------------------------------------------------
      * EXPORT
      *----------------------------------------------------------------
       RUN-EXPORT-MODE.
      *    EXPORT arg 3-4 (required): fiscal year and period; arg 5
      *    (optional): interchange file, default CPA<fy><pd>.CSV;
      *    args 6-7 (optional): chart-of-accounts and ledger files.
            ACCEPT WS-FY-TEXT FROM ARGUMENT-VALUE
            ACCEPT WS-PERIOD-TEXT FROM ARGUMENT-VALUE
            ACCEPT WS-INTERCHANGE-FILE FROM ARGUMENT-VALUE
            ACCEPT WS-COA-FILE FROM ARGUMENT-VALUE
            IF WS-COA-FILE = SPACES
               MOVE "BESTBOOKS.DAT" TO WS-COA-FILE
            END-IF
            ACCEPT WS-LEDGER-FILE FROM ARGUMENT-VALUE
            IF WS-LEDGER-FILE = SPACES
               MOVE "LEDGER.DAT" TO WS-LEDGER-FILE
            END-IF
            IF WS-FY-TEXT = SPACES OR WS-PERIOD-TEXT = SPACES
                  OR FUNCTION TEST-NUMVAL(WS-FY-TEXT) NOT = ZERO
                  OR FUNCTION TEST-NUMVAL(WS-PERIOD-TEXT) NOT = ZERO
               DISPLAY "ERROR: EXPORT needs the fiscal year and "
                  "period (args 3-4)"
               MOVE 1 TO RETURN-CODE
               EXIT PARAGRAPH
            END-IF
            MOVE FUNCTION NUMVAL(WS-FY-TEXT) TO WS-TARGET-FY
            MOVE FUNCTION NUMVAL(WS-PERIOD-TEXT) TO WS-TARGET-PD
            IF WS-TARGET-PD < 1 OR WS-TARGET-PD > 13
               DISPLAY "ERROR: period " WS-TARGET-PD
                  " is not a valid accounting period"
               MOVE 1 TO RETURN-CODE
               EXIT PARAGRAPH
            END-IF
            COMPUTE WS-TARGET-KEY = WS-TARGET-FY * 100 + WS-TARGET-PD
            IF WS-INTERCHANGE-FILE = SPACES
               STRING "CPA" WS-TARGET-FY WS-TARGET-PD ".CSV"
                     DELIMITED BY SIZE
                  INTO WS-INTERCHANGE-FILE
               END-STRING
            END-IF

            PERFORM LOAD-ACCOUNT-MAP
            PERFORM LOAD-CHART
            IF WS-CHART-COUNT = ZERO
               DISPLAY "ERROR: no accounts on chart "
                  FUNCTION TRIM(WS-COA-FILE)
               MOVE 1 TO RETURN-CODE
               EXIT PARAGRAPH
            END-IF

            OPEN OUTPUT interchange
            MOVE SPACES TO INTERCHANGE-LINE
            STRING "HDR,BESTBOOKS-GJ," WS-TARGET-FY "," WS-TARGET-PD
                  "," WS-TODAY-FORMATTED DELIMITED BY SIZE
               INTO INTERCHANGE-LINE
            END-STRING
            WRITE INTERCHANGE-LINE
            MOVE ZERO TO WS-TB-ROWS WS-TB-DEBITS WS-TB-CREDITS
               WS-GJ-ROWS WS-GJ-DEBITS WS-GJ-CREDITS WS-JOURNAL-COUNT
               WS-UNMAPPED-COUNT
            SORT SORT-WORK ON ASCENDING KEY SJ-JOURNAL-ID
                  SJ-TRANSACTION-ID
                INPUT PROCEDURE IS EXPORT-INPUT-PROCEDURE
                OUTPUT PROCEDURE IS EXPORT-OUTPUT-PROCEDURE
            PERFORM WRITE-EXPORT-TRAILER
            CLOSE interchange

            DISPLAY "CPA interchange "
               FUNCTION TRIM(WS-INTERCHANGE-FILE) " written for "
               WS-TARGET-FY "-" WS-TARGET-PD
            MOVE WS-TB-ROWS TO WS-COUNT-ED
            MOVE WS-TB-DEBITS TO WS-AMOUNT-ED
            DISPLAY "  trial balance rows: " FUNCTION TRIM(WS-COUNT-ED)
               ", debits " FUNCTION TRIM(WS-AMOUNT-ED)
            MOVE WS-TB-CREDITS TO WS-AMOUNT-ED
            DISPLAY "                      credits "
               FUNCTION TRIM(WS-AMOUNT-ED)
            MOVE WS-GJ-ROWS TO WS-COUNT-ED
            MOVE WS-JOURNAL-COUNT TO WS-TID-ED
            DISPLAY "  journal lines: " FUNCTION TRIM(WS-COUNT-ED)
               " in " FUNCTION TRIM(WS-TID-ED) " journal entries"
            IF WS-UNMAPPED-COUNT > ZERO
               MOVE WS-UNMAPPED-COUNT TO WS-COUNT-ED
               DISPLAY "ERROR: " FUNCTION TRIM(WS-COUNT-ED)
                  " account(s) have no row on "
                  FUNCTION TRIM(WS-MAP-FILE)
                  " and went out without a CPA account number"
               MOVE 1 TO RETURN-CODE
            END-IF.

       EXPORT-INPUT-PROCEDURE.
      *    One sweep of the live ledger and its archives: legs in the
      *    period go to the sort; legs after it are backed out of the
      *    chart balance.
            PERFORM SCAN-LEDGER-AND-ARCHIVES.

       TALLY-LEDGER-ENTRY.
            COMPUTE WS-LEG-KEY = FISCAL-YEAR * 100 + ACCOUNTING-PERIOD
            IF WS-LEG-KEY > WS-TARGET-KEY
               PERFORM VARYING CA-IDX FROM 1 BY 1
                     UNTIL CA-IDX > WS-CHART-COUNT
                  IF CA-NAME(CA-IDX) = ACCOUNT
                     COMPUTE CA-LATER(CA-IDX) = CA-LATER(CA-IDX)
                        + DEBIT OF ENTRIES - CREDIT OF ENTRIES
                     SET CA-IDX TO WS-CHART-COUNT
                  END-IF
               END-PERFORM
               EXIT PARAGRAPH
            END-IF
            IF WS-LEG-KEY NOT = WS-TARGET-KEY
               EXIT PARAGRAPH
            END-IF
            MOVE SPACES TO SJ-JOURNAL-ID
            IF JOURNAL-ENTRY-NO > ZERO
               MOVE JOURNAL-ENTRY-NO TO SJ-JOURNAL-ID
            ELSE
               STRING "T" TRANSACTION-ID DELIMITED BY SIZE
                  INTO SJ-JOURNAL-ID
               END-STRING
            END-IF
            MOVE TRANSACTION-ID TO SJ-TRANSACTION-ID
            MOVE TRANSACTION-DATE TO SJ-DATE
            MOVE ACCOUNT TO SJ-ACCOUNT
            MOVE DEBIT OF ENTRIES TO SJ-DEBIT
            MOVE CREDIT OF ENTRIES TO SJ-CREDIT
            MOVE DESCRIPTION TO SJ-DESCRIPTION
            MOVE REFERENCE-DOC TO SJ-REFERENCE
            RELEASE SJ-ENTRY.

       EXPORT-OUTPUT-PROCEDURE.
      *    The trial balance first - the sweep is complete by now -
      *    then the journal lines as they come back sorted.
            PERFORM WRITE-TRIAL-BALANCE
            MOVE SPACES TO WS-LAST-JOURNAL
            MOVE "N" TO WS-SORT-EOF
            PERFORM UNTIL SORT-DONE
               RETURN SORT-WORK
                  AT END
                     MOVE "Y" TO WS-SORT-EOF
                  NOT AT END
                     PERFORM WRITE-JOURNAL-LINE
               END-RETURN
            END-PERFORM.

       FIND-MAPPED-ACCOUNT.
      *    WS-LOOKUP-ACCOUNT's CPA account and name; an unmapped
      *    account goes out under its own name with no number.
            MOVE SPACES TO WS-MAPPED-CPA
            MOVE WS-LOOKUP-ACCOUNT TO WS-MAPPED-NAME
            MOVE "N" TO WS-FOUND
            PERFORM VARYING MP-IDX FROM 1 BY 1
                  UNTIL MP-IDX > WS-MAP-COUNT OR ROW-FOUND
               IF FUNCTION TRIM(MP-ACCOUNT(MP-IDX)) =
                     FUNCTION TRIM(WS-LOOKUP-ACCOUNT)
                  MOVE "Y" TO WS-FOUND
                  MOVE MP-CPA-ACCOUNT(MP-IDX) TO WS-MAPPED-CPA
                  IF MP-CPA-NAME(MP-IDX) NOT = SPACES
                     MOVE MP-CPA-NAME(MP-IDX) TO WS-MAPPED-NAME
                  END-IF
               END-IF
            END-PERFORM.

       WRITE-TRIAL-BALANCE.
            MOVE ZERO TO WS-TB-COUNT
            PERFORM VARYING CA-IDX FROM 1 BY 1
                  UNTIL CA-IDX > WS-CHART-COUNT
               COMPUTE WS-NET = CA-BALANCE(CA-IDX) - CA-LATER(CA-IDX)
               MOVE CA-NAME(CA-IDX) TO WS-LOOKUP-ACCOUNT
               PERFORM FIND-MAPPED-ACCOUNT
               IF NOT ROW-FOUND
                  DISPLAY "WARNING: account "
                     FUNCTION TRIM(CA-NAME(CA-IDX))
                     " has no CPA account mapping"
                  ADD 1 TO WS-UNMAPPED-COUNT
               END-IF
               PERFORM ADD-TO-TRIAL-BALANCE
            END-PERFORM
            PERFORM VARYING TB-IDX FROM 1 BY 1
                  UNTIL TB-IDX > WS-TB-COUNT
               IF TB-NET(TB-IDX) NOT = ZERO
                  PERFORM WRITE-TRIAL-BALANCE-ROW
               END-IF
            END-PERFORM.

       ADD-TO-TRIAL-BALANCE.
            MOVE "N" TO WS-FOUND
            IF WS-MAPPED-CPA NOT = SPACES
               PERFORM VARYING TB-IDX FROM 1 BY 1
                     UNTIL TB-IDX > WS-TB-COUNT OR ROW-FOUND
                  IF TB-CPA-ACCOUNT(TB-IDX) = WS-MAPPED-CPA
                     MOVE "Y" TO WS-FOUND
                     ADD WS-NET TO TB-NET(TB-IDX)
                  END-IF
               END-PERFORM
            END-IF
            IF NOT ROW-FOUND AND WS-TB-COUNT < 2000
               ADD 1 TO WS-TB-COUNT
               SET TB-IDX TO WS-TB-COUNT
               MOVE WS-MAPPED-CPA TO TB-CPA-ACCOUNT(TB-IDX)
               MOVE WS-MAPPED-NAME TO TB-CPA-NAME(TB-IDX)
               MOVE WS-NET TO TB-NET(TB-IDX)
            END-IF.

       WRITE-TRIAL-BALANCE-ROW.
            MOVE SPACES TO WS-DEBIT-TEXT WS-CREDIT-TEXT
            IF TB-NET(TB-IDX) > ZERO
               MOVE TB-NET(TB-IDX) TO WS-AMOUNT-ED
               MOVE FUNCTION TRIM(WS-AMOUNT-ED) TO WS-DEBIT-TEXT
               ADD TB-NET(TB-IDX) TO WS-TB-DEBITS
            ELSE
               COMPUTE WS-AMOUNT-ED = ZERO - TB-NET(TB-IDX)
               MOVE FUNCTION TRIM(WS-AMOUNT-ED) TO WS-CREDIT-TEXT
               SUBTRACT TB-NET(TB-IDX) FROM WS-TB-CREDITS
            END-IF
            MOVE TB-CPA-ACCOUNT(TB-IDX) TO CSV-ESC-SRC
            PERFORM CSV-ESCAPE-FIELD
            MOVE CSV-ESC-DST TO WS-CSV-FIELD-1
            MOVE TB-CPA-NAME(TB-IDX) TO CSV-ESC-SRC
            PERFORM CSV-ESCAPE-FIELD
            MOVE CSV-ESC-DST TO WS-CSV-FIELD-2
            MOVE SPACES TO INTERCHANGE-LINE
            STRING "TB," DELIMITED BY SIZE
                  FUNCTION TRIM(WS-CSV-FIELD-1) DELIMITED BY SIZE
                  "," DELIMITED BY SIZE
                  FUNCTION TRIM(WS-CSV-FIELD-2) DELIMITED BY SIZE
                  "," DELIMITED BY SIZE
                  FUNCTION TRIM(WS-DEBIT-TEXT) DELIMITED BY SIZE
                  "," DELIMITED BY SIZE
                  FUNCTION TRIM(WS-CREDIT-TEXT) DELIMITED BY SIZE
               INTO INTERCHANGE-LINE
            END-STRING
            WRITE INTERCHANGE-LINE
            ADD 1 TO WS-TB-ROWS.

       WRITE-JOURNAL-LINE.
            IF SJ-JOURNAL-ID NOT = WS-LAST-JOURNAL
               ADD 1 TO WS-JOURNAL-COUNT
               MOVE SJ-JOURNAL-ID TO WS-LAST-JOURNAL
               IF SJ-JOURNAL-ID(1:1) = "T"
                  MOVE SJ-JOURNAL-ID TO WS-JOURNAL-TEXT
               ELSE
                  MOVE FUNCTION NUMVAL(SJ-JOURNAL-ID(1:7)) TO WS-JE-ED
                  MOVE FUNCTION TRIM(WS-JE-ED) TO WS-JOURNAL-TEXT
               END-IF
            END-IF
            MOVE SJ-ACCOUNT TO WS-LOOKUP-ACCOUNT
            PERFORM FIND-MAPPED-ACCOUNT
            IF NOT ROW-FOUND
               PERFORM CHECK-UNMAPPED-LEDGER-ACCOUNT
            END-IF
            MOVE SPACES TO WS-DEBIT-TEXT WS-CREDIT-TEXT
            IF SJ-DEBIT NOT = ZERO
               MOVE SJ-DEBIT TO WS-AMOUNT-ED
               MOVE FUNCTION TRIM(WS-AMOUNT-ED) TO WS-DEBIT-TEXT
            END-IF
            IF SJ-CREDIT NOT = ZERO
               MOVE SJ-CREDIT TO WS-AMOUNT-ED
               MOVE FUNCTION TRIM(WS-AMOUNT-ED) TO WS-CREDIT-TEXT
            END-IF
            ADD SJ-DEBIT TO WS-GJ-DEBITS
            ADD SJ-CREDIT TO WS-GJ-CREDITS
            MOVE WS-MAPPED-NAME TO CSV-ESC-SRC
            PERFORM CSV-ESCAPE-FIELD
            MOVE CSV-ESC-DST TO WS-CSV-FIELD-1
            MOVE SJ-DESCRIPTION TO CSV-ESC-SRC
            PERFORM CSV-ESCAPE-FIELD
            MOVE CSV-ESC-DST TO WS-CSV-FIELD-2
            MOVE SJ-REFERENCE TO CSV-ESC-SRC
            PERFORM CSV-ESCAPE-FIELD
            MOVE CSV-ESC-DST TO WS-CSV-FIELD-3
            MOVE SPACES TO INTERCHANGE-LINE
            MOVE 1 TO WS-LINE-POINTER
            STRING "GJ," DELIMITED BY SIZE
                  FUNCTION TRIM(WS-JOURNAL-TEXT) DELIMITED BY SIZE
                  "," DELIMITED BY SIZE
                  SJ-DATE DELIMITED BY SIZE
                  "," DELIMITED BY SIZE
                  FUNCTION TRIM(WS-MAPPED-CPA) DELIMITED BY SIZE
                  "," DELIMITED BY SIZE
                  FUNCTION TRIM(WS-CSV-FIELD-1) DELIMITED BY SIZE
                  "," DELIMITED BY SIZE
                  FUNCTION TRIM(WS-DEBIT-TEXT) DELIMITED BY SIZE
                  "," DELIMITED BY SIZE
                  FUNCTION TRIM(WS-CREDIT-TEXT) DELIMITED BY SIZE
                  "," DELIMITED BY SIZE
               INTO INTERCHANGE-LINE
               WITH POINTER WS-LINE-POINTER
            END-STRING
            STRING FUNCTION TRIM(WS-CSV-FIELD-2) DELIMITED BY SIZE
                  "," DELIMITED BY SIZE
                  FUNCTION TRIM(WS-CSV-FIELD-3) DELIMITED BY SIZE
               INTO INTERCHANGE-LINE
               WITH POINTER WS-LINE-POINTER
            END-STRING
            WRITE INTERCHANGE-LINE
            ADD 1 TO WS-GJ-ROWS.

       CHECK-UNMAPPED-LEDGER-ACCOUNT.
      *    An account already reported from the chart is not counted
      *    twice; one only on the ledger (no chart row) is.
            MOVE "N" TO WS-FOUND
            PERFORM VARYING CA-IDX FROM 1 BY 1
                  UNTIL CA-IDX > WS-CHART-COUNT OR ROW-FOUND
               IF CA-NAME(CA-IDX) = SJ-ACCOUNT
                  MOVE "Y" TO WS-FOUND
               END-IF
            END-PERFORM
            IF NOT ROW-FOUND
               DISPLAY "WARNING: ledger account "
                  FUNCTION TRIM(SJ-ACCOUNT)
                  " is not on the chart and has no CPA account mapping"
               ADD 1 TO WS-UNMAPPED-COUNT
               IF WS-CHART-COUNT < 2000
                  ADD 1 TO WS-CHART-COUNT
                  SET CA-IDX TO WS-CHART-COUNT
                  MOVE SJ-ACCOUNT TO CA-NAME(CA-IDX)
                  MOVE "I" TO CA-ACTIVE(CA-IDX)
               END-IF
            END-IF.

       WRITE-EXPORT-TRAILER.
            MOVE SPACES TO INTERCHANGE-LINE
            MOVE 1 TO WS-LINE-POINTER
            MOVE WS-TB-ROWS TO WS-COUNT-ED
            STRING "TRL," DELIMITED BY SIZE
                  FUNCTION TRIM(WS-COUNT-ED) DELIMITED BY SIZE
                  "," DELIMITED BY SIZE
               INTO INTERCHANGE-LINE
               WITH POINTER WS-LINE-POINTER
            END-STRING
            MOVE WS-TB-DEBITS TO WS-AMOUNT-ED
            STRING FUNCTION TRIM(WS-AMOUNT-ED) DELIMITED BY SIZE
                  "," DELIMITED BY SIZE
               INTO INTERCHANGE-LINE
               WITH POINTER WS-LINE-POINTER
            END-STRING
            MOVE WS-TB-CREDITS TO WS-AMOUNT-ED
            STRING FUNCTION TRIM(WS-AMOUNT-ED) DELIMITED BY SIZE
                  "," DELIMITED BY SIZE
               INTO INTERCHANGE-LINE
               WITH POINTER WS-LINE-POINTER
            END-STRING
            MOVE WS-GJ-ROWS TO WS-COUNT-ED
            STRING FUNCTION TRIM(WS-COUNT-ED) DELIMITED BY SIZE
                  "," DELIMITED BY SIZE
               INTO INTERCHANGE-LINE
               WITH POINTER WS-LINE-POINTER
            END-STRING
            MOVE WS-GJ-DEBITS TO WS-AMOUNT-ED
            STRING FUNCTION TRIM(WS-AMOUNT-ED) DELIMITED BY SIZE
                  "," DELIMITED BY SIZE
               INTO INTERCHANGE-LINE
               WITH POINTER WS-LINE-POINTER
            END-STRING
            MOVE WS-GJ-CREDITS TO WS-AMOUNT-ED
            STRING FUNCTION TRIM(WS-AMOUNT-ED) DELIMITED BY SIZE
               INTO INTERCHANGE-LINE
               WITH POINTER WS-LINE-POINTER
            END-STRING
            WRITE INTERCHANGE-LINE.

       CSV-ESCAPE-FIELD.
      *    Wraps CSV-ESC-SRC in double quotes, doubling any embedded
      *    double quote, whenever it contains a comma or a double
      *    quote - otherwise it is copied through unchanged.
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

      *----------------------------------------------------------------
      * IMPORT
      *----------------------------------------------------------------
       RUN-IMPORT-MODE.
      *    IMPORT arg 3 (required): the CPA's adjusting-entry file;
      *    args 4-6 (optional): pending, chart-of-accounts and
      *    sequence control files.
            ACCEPT WS-INTERCHANGE-FILE FROM ARGUMENT-VALUE
            ACCEPT WS-PENDING-FILE FROM ARGUMENT-VALUE
            IF WS-PENDING-FILE = SPACES
               MOVE "PENDING.DAT" TO WS-PENDING-FILE
            END-IF
            ACCEPT WS-COA-FILE FROM ARGUMENT-VALUE
            IF WS-COA-FILE = SPACES
               MOVE "BESTBOOKS.DAT" TO WS-COA-FILE
            END-IF
            ACCEPT WS-SEQCTL-FILE FROM ARGUMENT-VALUE
            IF WS-SEQCTL-FILE = SPACES
               MOVE "SEQCTL.DAT" TO WS-SEQCTL-FILE
            END-IF
            IF WS-INTERCHANGE-FILE = SPACES
               DISPLAY "ERROR: IMPORT needs the adjusting-entry file "
                  "(arg 3)"
               MOVE 1 TO RETURN-CODE
               EXIT PARAGRAPH
            END-IF

            PERFORM LOAD-ACCOUNT-MAP
            IF WS-MAP-COUNT = ZERO
               DISPLAY "ERROR: no account mappings on "
                  FUNCTION TRIM(WS-MAP-FILE)
               MOVE 1 TO RETURN-CODE
               EXIT PARAGRAPH
            END-IF
            PERFORM LOAD-CHART

            MOVE "N" TO WS-RUN-ERRORS WS-TRAILER-SEEN
            MOVE ZERO TO WS-JR-COUNT WS-IL-COUNT WS-ROW-NUMBER
               WS-GJ-ROWS
            OPEN INPUT interchange
            IF WS-INTERCHANGE-STATUS NOT = "00"
               DISPLAY "ERROR: adjusting-entry file "
                  FUNCTION TRIM(WS-INTERCHANGE-FILE) " not found"
               CLOSE interchange
               MOVE 1 TO RETURN-CODE
               EXIT PARAGRAPH
            END-IF
            MOVE "N" TO WS-FILE-EOF
            PERFORM WITH TEST BEFORE UNTIL FILE-AT-END
               READ interchange
                  AT END
                     MOVE "Y" TO WS-FILE-EOF
                  NOT AT END
                     ADD 1 TO WS-ROW-NUMBER
                     IF INTERCHANGE-LINE NOT = SPACES
                        PERFORM IMPORT-ONE-ROW
                     END-IF
               END-READ
            END-PERFORM
            CLOSE interchange

            IF TRAILER-SEEN AND WS-TRAILER-ROWS NOT = WS-GJ-ROWS
               DISPLAY "ERROR: trailer says " WS-TRAILER-ROWS
                  " journal lines but the file holds " WS-GJ-ROWS
                  " - the file is incomplete"
               MOVE "Y" TO WS-RUN-ERRORS
            END-IF
            IF WS-IL-COUNT = ZERO AND NOT RUN-HAS-ERRORS
               DISPLAY "ERROR: no GJ rows on "
                  FUNCTION TRIM(WS-INTERCHANGE-FILE)
               MOVE "Y" TO WS-RUN-ERRORS
            END-IF
            PERFORM CHECK-JOURNALS-BALANCE
            PERFORM CHECK-NOT-ALREADY-IMPORTED
            IF RUN-HAS-ERRORS
               DISPLAY "ERROR: adjusting entries not imported - "
                  "correct the errors above; nothing was written to "
                  FUNCTION TRIM(WS-PENDING-FILE)
               MOVE 1 TO RETURN-CODE
               EXIT PARAGRAPH
            END-IF

            PERFORM VARYING IL-IDX FROM 1 BY 1
                  UNTIL IL-IDX > WS-IL-COUNT
               PERFORM WRITE-PENDING-LEG
            END-PERFORM
            MOVE WS-JR-COUNT TO WS-COUNT-ED
            DISPLAY FUNCTION TRIM(WS-COUNT-ED)
               " adjusting journal(s) imported from "
               FUNCTION TRIM(WS-INTERCHANGE-FILE)
            PERFORM VARYING JR-IDX FROM 1 BY 1
                  UNTIL JR-IDX > WS-JR-COUNT
               MOVE JR-DEBITS(JR-IDX) TO WS-AMOUNT-ED
               DISPLAY "  " JR-REFERENCE(JR-IDX) " "
                  JR-LINES(JR-IDX) " leg(s), "
                  FUNCTION TRIM(WS-AMOUNT-ED)
            END-PERFORM
            DISPLAY "Held on " FUNCTION TRIM(WS-PENDING-FILE)
               " - run BESTBOOKS-APPROVE to commit or reject each "
               "journal".

       IMPORT-ONE-ROW.
            PERFORM SPLIT-CSV-LINE
            MOVE FUNCTION UPPER-CASE(CF-FIELD(1)) TO WS-RECORD-TYPE
            EVALUATE WS-RECORD-TYPE
               WHEN "GJ"
                  ADD 1 TO WS-GJ-ROWS
                  PERFORM IMPORT-JOURNAL-LINE
               WHEN "HDR"
                  CONTINUE
               WHEN "TB"
                  CONTINUE
               WHEN "TRL"
                  MOVE "Y" TO WS-TRAILER-SEEN
                  MOVE ZERO TO WS-TRAILER-ROWS
                  IF FUNCTION TEST-NUMVAL(CF-FIELD(5)) = ZERO
                     MOVE FUNCTION NUMVAL(CF-FIELD(5))
                        TO WS-TRAILER-ROWS
                  END-IF
               WHEN OTHER
                  DISPLAY "ERROR: row " WS-ROW-NUMBER
                     ": record type '" FUNCTION TRIM(CF-FIELD(1))
                     "' is not HDR, TB, GJ or TRL"
                  MOVE "Y" TO WS-RUN-ERRORS
            END-EVALUATE.

       SPLIT-CSV-LINE.
      *    Splits INTERCHANGE-LINE on commas outside double quotes;
      *    a doubled quote inside a quoted field is one quote.
            MOVE SPACES TO CSV-FIELD-TABLE
            MOVE 1 TO WS-CF-COUNT
            MOVE ZERO TO WS-CF-POS
            MOVE "N" TO WS-CF-QUOTED
            COMPUTE WS-CF-LEN =
               FUNCTION LENGTH(FUNCTION TRIM(INTERCHANGE-LINE
                  TRAILING))
            MOVE 1 TO WS-CF-I
            PERFORM UNTIL WS-CF-I > WS-CF-LEN
               MOVE INTERCHANGE-LINE(WS-CF-I:1) TO WS-CF-CH
               EVALUATE TRUE
                  WHEN WS-CF-CH = QUOTE AND CF-IN-QUOTES
                     IF WS-CF-I < WS-CF-LEN
                           AND INTERCHANGE-LINE(WS-CF-I + 1:1) = QUOTE
                        PERFORM STORE-CSV-CHARACTER
                        ADD 1 TO WS-CF-I
                     ELSE
                        MOVE "N" TO WS-CF-QUOTED
                     END-IF
                  WHEN WS-CF-CH = QUOTE
                     MOVE "Y" TO WS-CF-QUOTED
                  WHEN WS-CF-CH = "," AND NOT CF-IN-QUOTES
                     IF WS-CF-COUNT < 12
                        ADD 1 TO WS-CF-COUNT
                     END-IF
                     MOVE ZERO TO WS-CF-POS
                  WHEN OTHER
                     PERFORM STORE-CSV-CHARACTER
               END-EVALUATE
               ADD 1 TO WS-CF-I
            END-PERFORM.

       STORE-CSV-CHARACTER.
            IF WS-CF-POS < 60
               ADD 1 TO WS-CF-POS
               MOVE WS-CF-CH TO CF-FIELD(WS-CF-COUNT)(WS-CF-POS:1)
            END-IF.

       IMPORT-JOURNAL-LINE.
      *    GJ,<journal-id>,<date>,<cpa-account>,<cpa-account-name>,
      *    <debit>,<credit>,<description>,<reference> - the name and
      *    reference columns are not needed coming back.
            MOVE "Y" TO WS-LINE-OK
            MOVE FUNCTION TRIM(CF-FIELD(2)) TO WS-IN-JOURNAL-ID
            MOVE FUNCTION TRIM(CF-FIELD(3)) TO WS-IN-DATE
            MOVE FUNCTION TRIM(CF-FIELD(4)) TO WS-IN-CPA-ACCOUNT
            MOVE FUNCTION TRIM(CF-FIELD(8)) TO WS-IN-DESCRIPTION
            INSPECT WS-IN-DESCRIPTION REPLACING ALL "|" BY "/"
            MOVE ZERO TO WS-IN-DEBIT WS-IN-CREDIT
            IF WS-IN-JOURNAL-ID = SPACES
               DISPLAY "ERROR: row " WS-ROW-NUMBER
                  ": no journal id"
               MOVE "N" TO WS-LINE-OK
            END-IF
            IF WS-IN-DATE(5:1) NOT = "-"
                  OR WS-IN-DATE(8:1) NOT = "-"
                  OR WS-IN-DATE(1:4) IS NOT NUMERIC
                  OR WS-IN-DATE(6:2) IS NOT NUMERIC
                  OR WS-IN-DATE(9:2) IS NOT NUMERIC
               DISPLAY "ERROR: row " WS-ROW-NUMBER ": date '"
                  FUNCTION TRIM(WS-IN-DATE) "' is not YYYY-MM-DD"
               MOVE "N" TO WS-LINE-OK
            END-IF
            IF CF-FIELD(6) NOT = SPACES
               IF FUNCTION TEST-NUMVAL(CF-FIELD(6)) = ZERO
                  MOVE FUNCTION NUMVAL(CF-FIELD(6)) TO WS-IN-DEBIT
               ELSE
                  MOVE "N" TO WS-LINE-OK
               END-IF
            END-IF
            IF CF-FIELD(7) NOT = SPACES
               IF FUNCTION TEST-NUMVAL(CF-FIELD(7)) = ZERO
                  MOVE FUNCTION NUMVAL(CF-FIELD(7)) TO WS-IN-CREDIT
               ELSE
                  MOVE "N" TO WS-LINE-OK
               END-IF
            END-IF
            IF (WS-IN-DEBIT = ZERO AND WS-IN-CREDIT = ZERO)
                  OR (WS-IN-DEBIT NOT = ZERO
                     AND WS-IN-CREDIT NOT = ZERO)
                  OR WS-IN-DEBIT > 9999999.99
                  OR WS-IN-CREDIT > 9999999.99
               DISPLAY "ERROR: row " WS-ROW-NUMBER ": needs one "
                  "positive debit or credit of at most 9,999,999.99"
               MOVE "N" TO WS-LINE-OK
            END-IF

            MOVE SPACES TO WS-LOOKUP-ACCOUNT
            MOVE "N" TO WS-FOUND
            PERFORM VARYING MP-IDX FROM 1 BY 1
                  UNTIL MP-IDX > WS-MAP-COUNT OR ROW-FOUND
               IF MP-CPA-ACCOUNT(MP-IDX) = WS-IN-CPA-ACCOUNT
                  MOVE "Y" TO WS-FOUND
                  MOVE MP-ACCOUNT(MP-IDX) TO WS-LOOKUP-ACCOUNT
               END-IF
            END-PERFORM
            IF NOT ROW-FOUND
               DISPLAY "ERROR: row " WS-ROW-NUMBER ": CPA account '"
                  FUNCTION TRIM(WS-IN-CPA-ACCOUNT)
                  "' has no row on " FUNCTION TRIM(WS-MAP-FILE)
               MOVE "N" TO WS-LINE-OK
            ELSE
               PERFORM CHECK-CHART-ACCOUNT
            END-IF

            IF LINE-IS-OK
               MOVE WS-IN-DATE TO WS-FC-LOOKUP-DATE
               PERFORM DERIVE-FISCAL-PERIOD
               PERFORM CHECK-PERIOD-LOCK
               IF PERIOD-IS-LOCKED
                  DISPLAY "ERROR: row " WS-ROW-NUMBER ": "
                     FUNCTION TRIM(WS-IN-DATE) " falls in period "
                     WS-POSTING-FY "-" WS-POSTING-PD
                     ", which is closed"
                  MOVE "N" TO WS-LINE-OK
               END-IF
            END-IF
            IF NOT LINE-IS-OK
               MOVE "Y" TO WS-RUN-ERRORS
               EXIT PARAGRAPH
            END-IF
            PERFORM STORE-IMPORT-LINE.

       CHECK-CHART-ACCOUNT.
            MOVE "N" TO WS-FOUND
            PERFORM VARYING CA-IDX FROM 1 BY 1
                  UNTIL CA-IDX > WS-CHART-COUNT OR ROW-FOUND
               IF CA-NAME(CA-IDX) = WS-LOOKUP-ACCOUNT
                  MOVE "Y" TO WS-FOUND
               END-IF
            END-PERFORM
            IF NOT ROW-FOUND
               DISPLAY "ERROR: row " WS-ROW-NUMBER ": account "
                  FUNCTION TRIM(WS-LOOKUP-ACCOUNT)
                  " is not on the chart of accounts"
               MOVE "N" TO WS-LINE-OK
               EXIT PARAGRAPH
            END-IF
            SET CA-IDX DOWN BY 1
            IF CA-ACTIVE(CA-IDX) = "I"
               DISPLAY "ERROR: row " WS-ROW-NUMBER ": account "
                  FUNCTION TRIM(WS-LOOKUP-ACCOUNT) " is deactivated"
               MOVE "N" TO WS-LINE-OK
            END-IF.

       STORE-IMPORT-LINE.
            IF WS-IL-COUNT >= 2000
               DISPLAY "ERROR: more than 2000 journal lines"
               MOVE "Y" TO WS-RUN-ERRORS
               EXIT PARAGRAPH
            END-IF
            MOVE "N" TO WS-FOUND
            PERFORM VARYING JR-IDX FROM 1 BY 1
                  UNTIL JR-IDX > WS-JR-COUNT OR ROW-FOUND
               IF JR-ID(JR-IDX) = WS-IN-JOURNAL-ID
                     AND JR-YEAR(JR-IDX) = WS-IN-DATE(1:4)
                  MOVE "Y" TO WS-FOUND
               END-IF
            END-PERFORM
            IF ROW-FOUND
               SET JR-IDX DOWN BY 1
            ELSE
               IF WS-JR-COUNT >= 500
                  DISPLAY "ERROR: more than 500 adjusting journals"
                  MOVE "Y" TO WS-RUN-ERRORS
                  EXIT PARAGRAPH
               END-IF
               ADD 1 TO WS-JR-COUNT
               SET JR-IDX TO WS-JR-COUNT
               MOVE WS-IN-JOURNAL-ID TO JR-ID(JR-IDX)
               MOVE WS-IN-DATE(1:4) TO JR-YEAR(JR-IDX)
               MOVE SPACES TO JR-REFERENCE(JR-IDX)
               STRING "AJE#" WS-IN-JOURNAL-ID DELIMITED BY SIZE
                  INTO JR-REFERENCE(JR-IDX)
               END-STRING
               MOVE ZERO TO JR-DEBITS(JR-IDX) JR-CREDITS(JR-IDX)
                  JR-LINES(JR-IDX)
            END-IF
            ADD WS-IN-DEBIT TO JR-DEBITS(JR-IDX)
            ADD WS-IN-CREDIT TO JR-CREDITS(JR-IDX)
            ADD 1 TO JR-LINES(JR-IDX)
            ADD 1 TO WS-IL-COUNT
            SET IL-IDX TO WS-IL-COUNT
            SET IL-JOURNAL(IL-IDX) TO JR-IDX
            MOVE WS-IN-DATE TO IL-DATE(IL-IDX)
            MOVE WS-LOOKUP-ACCOUNT TO IL-ACCOUNT(IL-IDX)
            COMPUTE IL-AMOUNT(IL-IDX) = WS-IN-DEBIT - WS-IN-CREDIT
            IF WS-IN-DESCRIPTION = SPACES
               STRING "CPA adjustment " WS-IN-JOURNAL-ID
                     DELIMITED BY SIZE
                  INTO WS-IN-DESCRIPTION
               END-STRING
            END-IF
            MOVE WS-IN-DESCRIPTION TO IL-DESCRIPTION(IL-IDX).

       CHECK-JOURNALS-BALANCE.
            PERFORM VARYING JR-IDX FROM 1 BY 1
                  UNTIL JR-IDX > WS-JR-COUNT
               IF JR-DEBITS(JR-IDX) NOT = JR-CREDITS(JR-IDX)
                  MOVE JR-DEBITS(JR-IDX) TO WS-AMOUNT-ED
                  MOVE WS-AMOUNT-ED TO WS-DEBIT-TEXT
                  MOVE JR-CREDITS(JR-IDX) TO WS-AMOUNT-ED
                  DISPLAY "ERROR: journal "
                     FUNCTION TRIM(JR-ID(JR-IDX))
                     " does not balance: debits "
                     FUNCTION TRIM(WS-DEBIT-TEXT) ", credits "
                     FUNCTION TRIM(WS-AMOUNT-ED)
                  MOVE "Y" TO WS-RUN-ERRORS
               END-IF
               IF JR-LINES(JR-IDX) < 2
                  DISPLAY "ERROR: journal "
                     FUNCTION TRIM(JR-ID(JR-IDX))
                     " has only one line"
                  MOVE "Y" TO WS-RUN-ERRORS
               END-IF
            END-PERFORM.

       CHECK-NOT-ALREADY-IMPORTED.
      *    A journal whose AJE# reference (same year) is already on
      *    PENDING.DAT, pending or approved, came in on an earlier
      *    run; only a rejected one may be imported again.
            OPEN INPUT pending
            IF WS-PENDING-STATUS NOT = "00"
               CLOSE pending
               EXIT PARAGRAPH
            END-IF
            MOVE "N" TO WS-FILE-EOF
            PERFORM WITH TEST BEFORE UNTIL FILE-AT-END
               READ pending
                  AT END
                     MOVE "Y" TO WS-FILE-EOF
                  NOT AT END
                     MOVE SPACES TO WS-PD-ID WS-PD-DATE WS-PD-ACCOUNT
                        WS-PD-AMOUNT WS-PD-DESCRIPTION WS-PD-STATUS
                        WS-PD-REASON WS-PD-CURRENCY WS-PD-REFERENCE
                     UNSTRING PENDING-LINE DELIMITED BY "|"
                        INTO WS-PD-ID WS-PD-DATE WS-PD-ACCOUNT
                             WS-PD-AMOUNT WS-PD-DESCRIPTION
                             WS-PD-STATUS WS-PD-REASON
                             WS-PD-CURRENCY WS-PD-REFERENCE
                     END-UNSTRING
                     IF WS-PD-REFERENCE(1:4) = "AJE#"
                           AND FUNCTION TRIM(WS-PD-STATUS)
                              NOT = "REJECTED"
                        PERFORM CHECK-PENDING-REFERENCE
                     END-IF
               END-READ
            END-PERFORM
            CLOSE pending.

       CHECK-PENDING-REFERENCE.
            PERFORM VARYING JR-IDX FROM 1 BY 1
                  UNTIL JR-IDX > WS-JR-COUNT
               IF JR-REFERENCE(JR-IDX) = WS-PD-REFERENCE
                     AND JR-YEAR(JR-IDX) = WS-PD-DATE(1:4)
                     AND JR-LINES(JR-IDX) NOT = ZERO
                  DISPLAY "ERROR: journal "
                     FUNCTION TRIM(JR-ID(JR-IDX))
                     " was already imported (pending entry "
                     WS-PD-ID " is " FUNCTION TRIM(WS-PD-STATUS) ")"
                  MOVE "Y" TO WS-RUN-ERRORS
                  MOVE ZERO TO JR-LINES(JR-IDX)
               END-IF
            END-PERFORM.

       WRITE-PENDING-LEG.
      *    Same PENDING.DAT row bestbooks_add_entry writes for a held
      *    entry, pending id from SEQCTL.DAT key "3": a debit leg as
      *    a positive amount, a credit leg negative.
            PERFORM OPEN-SEQCTL-WITH-RETRY
            MOVE WS-PENDING-KEY TO SEQCTL-KEY
            READ seqctl
               INVALID KEY
                  MOVE ZERO TO SEQCTL-LAST-ID
            END-READ
            ADD 1 TO SEQCTL-LAST-ID
            MOVE SEQCTL-LAST-ID TO WS-NEXT-PENDING-ID
            IF WS-SEQCTL-STATUS = "23"
               WRITE SEQCTL-RECORD
            ELSE
               REWRITE SEQCTL-RECORD
            END-IF
            CLOSE seqctl

            SET JR-IDX TO IL-JOURNAL(IL-IDX)
            MOVE IL-AMOUNT(IL-IDX) TO WS-PENDING-AMOUNT-ED
            MOVE ZERO TO WS-PENDING-ZERO-ED
            MOVE SPACES TO PENDING-LINE
            STRING WS-NEXT-PENDING-ID DELIMITED BY SIZE
                  "|" DELIMITED BY SIZE
                  IL-DATE(IL-IDX) DELIMITED BY SIZE
                  "|" DELIMITED BY SIZE
                  FUNCTION TRIM(IL-ACCOUNT(IL-IDX)) DELIMITED BY SIZE
                  "|" DELIMITED BY SIZE
                  FUNCTION TRIM(WS-PENDING-AMOUNT-ED)
                     DELIMITED BY SIZE
                  "|" DELIMITED BY SIZE
                  FUNCTION TRIM(IL-DESCRIPTION(IL-IDX))
                     DELIMITED BY SIZE
                  "|PENDING|" DELIMITED BY SIZE
                  "|USD|" DELIMITED BY SIZE
                  FUNCTION TRIM(JR-REFERENCE(JR-IDX))
                     DELIMITED BY SIZE
                  "||" DELIMITED BY SIZE
                  FUNCTION TRIM(WS-PENDING-ZERO-ED) DELIMITED BY SIZE
                  "||" DELIMITED BY SIZE
                  FUNCTION TRIM(WS-OPERATOR-ID) DELIMITED BY SIZE
                  "||" DELIMITED BY SIZE
               INTO PENDING-LINE
            END-STRING
            OPEN EXTEND pending
            WRITE PENDING-LINE
            CLOSE pending.

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
       END PROGRAM BESTBOOKS-CPA.
