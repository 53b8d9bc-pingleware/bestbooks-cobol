       IDENTIFICATION DIVISION.
       PROGRAM-ID. BESTBOOKS-JENTRY.
       AUTHOR. PRESSPAGE ENTERTAINMENT INC dba PINGLEWARE.
      *----------------------------------------------------------------
      * Full-screen multi-line journal entry. The clerk keys a header
      * - posting date, description, reference document, department -
      * and then any number of lines of account, debit, credit and
      * line description. Each account is looked up in BESTBOOKS.DAT
      * as soon as it is keyed (by name, or by account number, which
      * is replaced with the account's name), and the running debit
      * and credit totals and the out-of-balance figure are kept on
      * the screen after every line.
      *
      * POST is refused until debits equal credits; the balanced
      * entry then posts one ledger leg per line, all under a single
      * JOURNAL-ENTRY-NO, through the same checks bestbooks_add_entry
      * makes on the command line:
      *   - operator sign-on against OPERATOR.DAT at startup, each leg
      *     stamped with the operator id;
      *   - the posting date's fiscal period (FISCALCAL.DAT) must not
      *     be closed on CLOSEDPER.DAT;
      *   - no line may be at or above the approval threshold
      *     (BESTBOOKS_APPROVAL_THRESHOLD, default 5000.00). As with a
      *     PAIR posting, PENDING.DAT has no layout for linked legs,
      *     so such an entry is refused rather than posting some legs
      *     and holding others; the large legs go through the
      *     single-account path and its approval queue instead.
      *
      * SAVE keeps the entry, balanced or not, on JEDRAFT.DAT under a
      * draft number drawn from SEQCTL.DAT key "F"; RECALL brings a
      * draft back to the screen, and posting a recalled draft
      * removes it from the file.
      *
      * JEDRAFT.DAT line layout, pipe-delimited - one header row then
      * one row per line:
      *   H|DRAFT-NO|DATE|DESCRIPTION|REFERENCE|DEPARTMENT|OPERATOR|
      *     SAVED-DATE
      *   L|DRAFT-NO|ACCOUNT|DEBIT|CREDIT|LINE-DESCRIPTION
      *
      * Arguments (all optional): draft file [JEDRAFT.DAT], ledger
      * [LEDGER.DAT], chart of accounts [BESTBOOKS.DAT], sequence
      * control [SEQCTL.DAT].
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

           SELECT OPTIONAL jedraft
               ASSIGN TO WS-DRAFT-FILE
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-DRAFT-STATUS.

           SELECT OPTIONAL workfile
               ASSIGN TO WS-WORK-FILE
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-WORK-STATUS.

       DATA DIVISION.
       FILE SECTION.
            FD bestbooks.
            COPY "ledger-record.cpy".

            FD coa.
            COPY "coa-record.cpy".

            FD seqctl.
            COPY "seq-control.cpy".

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


      *    JEDRAFT.DAT - saved, unposted journal entries; see above.
            FD jedraft.
            01 DRAFT-LINE            PIC X(200).

      *    the copy JEDRAFT.DAT is rewritten through when a draft is
      *    replaced or posted.
            FD workfile.
            01 WORK-LINE             PIC X(200).

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
            01 WS-COA-POST-ACCOUNT  PIC X(15).
            01 WS-COA-POST-DEBIT    PIC 9(7)V99.
            01 WS-COA-POST-CREDIT   PIC 9(7)V99.
            01 WS-COA-POSTED        PIC X VALUE "N".
                  88  COA-BALANCE-POSTED  VALUE "Y".

            01 WS-COA-EOF            PIC X VALUE "N".
                  88  COA-EOF        VALUE "Y".
            01 WS-ACCOUNT-VALID      PIC X VALUE "N".
                  88  ACCOUNT-IS-VALID  VALUE "Y".
            01 WS-LOOKUP-ACCOUNT     PIC X(15).

            01 WS-CLOSEDPER-FILE     PIC X(64) VALUE "CLOSEDPER.DAT".
            01 WS-CLOSEDPER-STATUS   PIC XX.
            01 WS-CLOSEDPER-EOF      PIC X VALUE "N".
                  88  CLOSEDPER-EOF  VALUE "Y".
            01 WS-CP-YEAR-IN         PIC X(4).
            01 WS-CP-PERIOD-IN       PIC X(2).
            01 WS-PERIOD-LOCKED      PIC X VALUE "N".
                  88  PERIOD-IS-LOCKED VALUE "Y".

            01 WS-LEDGER-FILE       PIC X(64) VALUE "LEDGER.DAT".
            01 WS-COA-FILE          PIC X(64) VALUE "BESTBOOKS.DAT".
            01 WS-SEQCTL-FILE       PIC X(64) VALUE "SEQCTL.DAT".

      *    approval threshold, the same BESTBOOKS_APPROVAL_THRESHOLD
      *    override and default bestbooks_add_entry uses.
            01 WS-APPROVAL-THRESHOLD    PIC 9(7)V99 VALUE 5000.00.
            01 WS-THRESHOLD-TEXT        PIC X(12) VALUE SPACES.
            01 WS-THRESHOLD-ED          PIC Z,ZZZ,ZZ9.99.

      *    drafts.
            01 WS-DRAFT-FILE        PIC X(64) VALUE "JEDRAFT.DAT".
            01 WS-DRAFT-STATUS      PIC XX.
            01 WS-DRAFT-EOF         PIC X VALUE "N".
                  88  DRAFT-EOF     VALUE "Y".
            01 WS-WORK-FILE         PIC X(64) VALUE SPACES.
            01 WS-WORK-STATUS       PIC XX.
            01 WS-DRAFT-KEY         PIC X(1) VALUE "F".
            01 WS-DRAFT-WANTED      PIC 9(5) VALUE ZERO.
            01 WS-DRAFT-FOUND       PIC X VALUE "N".
                  88  DRAFT-FOUND   VALUE "Y".
            01 WS-DRAFT-NO-ED       PIC Z(4)9.
            01 WS-DRAFT-AMOUNT-ED   PIC 9(7).99.
            01 DRAFT-FIELDS.
               02 DR-TYPE            PIC X(1).
               02 DR-NUMBER-IN       PIC X(5).
               02 DR-FIELD-1         PIC X(30).
               02 DR-FIELD-2         PIC X(30).
               02 DR-FIELD-3         PIC X(30).
               02 DR-FIELD-4         PIC X(30).
               02 DR-FIELD-5         PIC X(30).
               02 DR-FIELD-6         PIC X(30).
            01 WS-DRAFT-ROW-NUMBER  PIC 9(5).
            01 WS-DRAFT-PTR         PIC 9(3).

      *    the entry on the screen.
            01 JE-HEADER.
               02 JE-DRAFT-NO        PIC 9(5) VALUE ZERO.
               02 JE-DATE            PIC X(10) VALUE SPACES.
               02 JE-DESCRIPTION     PIC X(30) VALUE SPACES.
               02 JE-REFERENCE       PIC X(20) VALUE SPACES.
            01 JE-LINE-TABLE.
               02 JE-LINE OCCURS 99 TIMES
                     INDEXED BY JL-IDX.
                  03 JL-ACCOUNT       PIC X(15).
                  03 JL-DEBIT         PIC 9(7)V99.
                  03 JL-CREDIT        PIC 9(7)V99.
                  03 JL-DESCRIPTION   PIC X(30).
            01 JE-LINE-COUNT        PIC 9(3) VALUE ZERO.
            01 JE-TOTAL-DEBIT       PIC 9(9)V99 VALUE ZERO.
            01 JE-TOTAL-CREDIT      PIC 9(9)V99 VALUE ZERO.
            01 JE-OUT-OF-BALANCE    PIC S9(9)V99 VALUE ZERO.
            01 WS-ENTRY-CHANGED     PIC X VALUE "N".
                  88  ENTRY-CHANGED VALUE "Y".

      *    one line as keyed.
            01 JE-IN-ACCOUNT        PIC X(15).
            01 JE-IN-DEBIT          PIC X(12).
            01 JE-IN-CREDIT         PIC X(12).
            01 JE-IN-DESCRIPTION    PIC X(30).
            01 WS-IN-DEBIT-AMT      PIC S9(9)V99.
            01 WS-IN-CREDIT-AMT     PIC S9(9)V99.
            01 WS-AMOUNTS-OK        PIC X VALUE "N".
                  88  AMOUNTS-OK    VALUE "Y".
            01 WS-LINE-DONE         PIC X VALUE "N".
                  88  LINE-DONE     VALUE "Y".
            01 WS-ADDING-DONE       PIC X VALUE "N".
                  88  ADDING-DONE   VALUE "Y".
            01 WS-CURRENT-LINE      PIC 9(3) VALUE ZERO.
            01 WS-SHIFT-IDX         PIC 9(3).

      *    chart lookup of the account just keyed.
            01 WS-ACCOUNT-TYPE-FOUND PIC X(10).
            01 WS-ACCOUNT-INACTIVE  PIC X VALUE "N".
                  88  ACCOUNT-INACTIVE VALUE "Y".
            01 WS-ACCOUNT-NO-IN     PIC 9(6).
            01 WS-ACCOUNT-LEN       PIC 9(3).

      *    command line at the foot of the screen.
            01 WS-COMMAND-IN        PIC X(10) VALUE SPACES.
            01 WS-COMMAND           PIC X(1) VALUE SPACE.
            01 WS-COMMAND-ARG       PIC X(5) VALUE SPACES.
            01 WS-COMMAND-NUMBER    PIC 9(5) VALUE ZERO.
            01 WS-LAST-COMMAND      PIC X(1) VALUE SPACE.
            01 WS-KEEP-GOING        PIC X VALUE "Y".
                  88  KEEP-GOING    VALUE "Y".

      *    posting.
            01 WS-POST-OK           PIC X VALUE "N".
                  88  POST-OK       VALUE "Y".
            01 WS-FIRST-ID          PIC 9(5).
            01 WS-LEG-ACCOUNT       PIC X(15).
            01 WS-LEG-DEBIT         PIC 9(7)V99.
            01 WS-LEG-CREDIT        PIC 9(7)V99.
            01 WS-LEG-DESCRIPTION   PIC X(30).
            01 WS-LEG-REFERENCE     PIC X(20).

      *    screen positions and edited forms.
            01 WS-ROW               PIC 99.
            01 WS-TOP-LINE          PIC 9(3) VALUE 1.
            01 WS-OLD-TOP-LINE      PIC 9(3).
            01 WS-SHOW-IDX          PIC 9(3).
            01 WS-MESSAGE           PIC X(80) VALUE SPACES.
            01 WS-LINE-NO-ED        PIC ZZ9.
            01 WS-AMOUNT-ED         PIC -ZZZ,ZZZ,ZZ9.99.
            01 SCR-LINE.
               02 SCR-LINE-NO        PIC ZZ9.
               02 FILLER             PIC X VALUE SPACE.
               02 SCR-ACCOUNT        PIC X(15).
               02 FILLER             PIC X(3) VALUE SPACES.
               02 SCR-DEBIT          PIC Z,ZZZ,ZZ9.99 BLANK WHEN ZERO.
               02 FILLER             PIC X(3) VALUE SPACES.
               02 SCR-CREDIT         PIC Z,ZZZ,ZZ9.99 BLANK WHEN ZERO.
               02 FILLER             PIC X VALUE SPACE.
               02 SCR-DESCRIPTION    PIC X(30).
            01 SCR-TOTALS.
               02 FILLER             PIC X(20) VALUE
                  "              TOTALS".
               02 SCR-TOTAL-DEBIT    PIC ZZZ,ZZZ,ZZ9.99.
               02 FILLER             PIC X VALUE SPACE.
               02 SCR-TOTAL-CREDIT   PIC ZZZ,ZZZ,ZZ9.99.
               02 FILLER             PIC X VALUE SPACE.
               02 SCR-BALANCE        PIC X(30).

       SCREEN SECTION.
       01 JE-FRAME-SCREEN.
          05 BLANK SCREEN.
          05 LINE 1 COLUMN 1 VALUE "BESTBOOKS JOURNAL ENTRY".
          05 LINE 1 COLUMN 60 VALUE "Operator".
          05 LINE 1 COLUMN 70 PIC X(8) FROM WS-OPERATOR-ID.
          05 LINE 3 COLUMN 1 VALUE "Date".
          05 LINE 3 COLUMN 30 VALUE "Draft".
          05 LINE 4 COLUMN 1 VALUE "Description".
          05 LINE 5 COLUMN 1 VALUE "Reference".
          05 LINE 5 COLUMN 40 VALUE "Department".
          05 LINE 7 COLUMN 1 VALUE " LN".
          05 LINE 7 COLUMN 5 VALUE "ACCOUNT".
          05 LINE 7 COLUMN 30 VALUE "DEBIT".
          05 LINE 7 COLUMN 44 VALUE "CREDIT".
          05 LINE 7 COLUMN 51 VALUE "LINE DESCRIPTION".
          05 LINE 23 COLUMN 1 VALUE "Command".
          05 LINE 24 COLUMN 1 VALUE
             "A add  C n change  D n delete  H header  P post  ".
          05 LINE 24 COLUMN 50 VALUE
             "S save  R n recall  N new  Q quit".

       01 JE-HEADER-SCREEN.
          05 LINE 3 COLUMN 14 PIC X(10) USING JE-DATE.
          05 LINE 3 COLUMN 36 PIC Z(4)9 FROM JE-DRAFT-NO.
          05 LINE 4 COLUMN 14 PIC X(30) USING JE-DESCRIPTION.
          05 LINE 5 COLUMN 14 PIC X(20) USING JE-REFERENCE.
          05 LINE 5 COLUMN 52 PIC X(6) USING WS-DEPARTMENT-CODE.

       PROCEDURE DIVISION.
       BEGIN.
            PERFORM GET-RUNTIME-ARGUMENTS.
            PERFORM CHECK-OPERATOR-SIGNON.
            PERFORM LOAD-FISCAL-CALENDAR.

            PERFORM CLEAR-ENTRY
            PERFORM PAINT-SCREEN
            PERFORM ACCEPT-HEADER
            MOVE "A" TO WS-COMMAND
            PERFORM UNTIL NOT KEEP-GOING
               PERFORM RUN-COMMAND
               IF KEEP-GOING
                  PERFORM ACCEPT-COMMAND
               END-IF
            END-PERFORM.
            STOP RUN.

       GET-RUNTIME-ARGUMENTS.
      *    arg 1 (optional): draft file, default JEDRAFT.DAT.
      *    args 2-4 (optional): ledger, chart-of-accounts and sequence
      *    control files.
            ACCEPT WS-DRAFT-FILE FROM ARGUMENT-VALUE
            IF WS-DRAFT-FILE = SPACES
               MOVE "JEDRAFT.DAT" TO WS-DRAFT-FILE
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
            MOVE SPACES TO WS-WORK-FILE
            STRING FUNCTION TRIM(WS-DRAFT-FILE) ".TMP"
                  DELIMITED BY SIZE
               INTO WS-WORK-FILE
            END-STRING
            ACCEPT WS-THRESHOLD-TEXT
               FROM ENVIRONMENT "BESTBOOKS_APPROVAL_THRESHOLD"
            IF WS-THRESHOLD-TEXT NOT = SPACES
                  AND FUNCTION TEST-NUMVAL(WS-THRESHOLD-TEXT) = ZERO
               MOVE FUNCTION NUMVAL(WS-THRESHOLD-TEXT)
                  TO WS-APPROVAL-THRESHOLD
            END-IF.

      *----------------------------------------------------------------
      * Commands
      *----------------------------------------------------------------
       ACCEPT-COMMAND.
            MOVE SPACES TO WS-COMMAND-IN
            ACCEPT WS-COMMAND-IN AT LINE 23 COLUMN 10
            MOVE FUNCTION UPPER-CASE(WS-COMMAND-IN) TO WS-COMMAND-IN
            MOVE SPACES TO WS-COMMAND WS-COMMAND-ARG
            UNSTRING WS-COMMAND-IN DELIMITED BY ALL SPACE
               INTO WS-COMMAND WS-COMMAND-ARG
            END-UNSTRING
            MOVE ZERO TO WS-COMMAND-NUMBER
            IF WS-COMMAND-ARG NOT = SPACES
                  AND FUNCTION TEST-NUMVAL(WS-COMMAND-ARG) = ZERO
               MOVE FUNCTION NUMVAL(WS-COMMAND-ARG)
                  TO WS-COMMAND-NUMBER
            END-IF
            DISPLAY SPACES AT LINE 23 COLUMN 10 WITH ERASE EOL.

       RUN-COMMAND.
            MOVE SPACES TO WS-MESSAGE
            EVALUATE WS-COMMAND
               WHEN "A"
               WHEN SPACE
                  PERFORM ADD-LINES
               WHEN "C"
                  PERFORM CHANGE-LINE
               WHEN "D"
                  PERFORM DELETE-LINE
               WHEN "H"
                  PERFORM ACCEPT-HEADER
               WHEN "P"
                  PERFORM POST-ENTRY
               WHEN "S"
                  PERFORM SAVE-DRAFT
               WHEN "R"
                  PERFORM RECALL-DRAFT
               WHEN "N"
                  IF ENTRY-CHANGED AND JE-LINE-COUNT > ZERO
                        AND WS-LAST-COMMAND NOT = "N"
                     MOVE SPACES TO WS-MESSAGE
                     STRING "Entry not saved - N again to discard it, "
                           DELIMITED BY SIZE
                           "S to save it as a draft" DELIMITED BY SIZE
                        INTO WS-MESSAGE
                     END-STRING
                  ELSE
                     PERFORM CLEAR-ENTRY
                     PERFORM PAINT-SCREEN
                     PERFORM ACCEPT-HEADER
                  END-IF
               WHEN "Q"
                  IF ENTRY-CHANGED AND JE-LINE-COUNT > ZERO
                        AND WS-LAST-COMMAND NOT = "Q"
                     MOVE SPACES TO WS-MESSAGE
                     STRING "Entry not saved - Q again to discard it, "
                           DELIMITED BY SIZE
                           "S to save it as a draft" DELIMITED BY SIZE
                        INTO WS-MESSAGE
                     END-STRING
                  ELSE
                     MOVE "N" TO WS-KEEP-GOING
                  END-IF
               WHEN OTHER
                  MOVE "Unknown command" TO WS-MESSAGE
            END-EVALUATE
            MOVE WS-COMMAND TO WS-LAST-COMMAND
            IF KEEP-GOING
               PERFORM SHOW-MESSAGE
            END-IF.

       CLEAR-ENTRY.
            MOVE ZERO TO JE-DRAFT-NO JE-LINE-COUNT
            MOVE SPACES TO JE-DESCRIPTION JE-REFERENCE
               WS-DEPARTMENT-CODE
            MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY
            MOVE SPACES TO JE-DATE
            STRING WS-TODAY(1:4) "-" WS-TODAY(5:2) "-" WS-TODAY(7:2)
                  DELIMITED BY SIZE
               INTO JE-DATE
            END-STRING
            MOVE 1 TO WS-TOP-LINE
            MOVE "N" TO WS-ENTRY-CHANGED
            PERFORM COMPUTE-TOTALS.

      *----------------------------------------------------------------
      * Header
      *----------------------------------------------------------------
       ACCEPT-HEADER.
      *    The date must be a real YYYY-MM-DD; the period lock itself
      *    is checked at POST, against the date as it then stands.
            MOVE "N" TO WS-LINE-DONE
            PERFORM UNTIL LINE-DONE
               DISPLAY JE-HEADER-SCREEN
               ACCEPT JE-HEADER-SCREEN
               MOVE "Y" TO WS-LINE-DONE
               IF JE-DATE(5:1) NOT = "-" OR JE-DATE(8:1) NOT = "-"
                     OR JE-DATE(1:4) IS NOT NUMERIC
                     OR JE-DATE(6:2) IS NOT NUMERIC
                     OR JE-DATE(9:2) IS NOT NUMERIC
                     OR JE-DATE(6:2) < "01" OR JE-DATE(6:2) > "12"
                     OR JE-DATE(9:2) < "01" OR JE-DATE(9:2) > "31"
                  MOVE "N" TO WS-LINE-DONE
                  MOVE "Date must be YYYY-MM-DD" TO WS-MESSAGE
                  PERFORM SHOW-MESSAGE
               END-IF
            END-PERFORM
            INSPECT JE-DESCRIPTION REPLACING ALL "|" BY "/"
            INSPECT JE-REFERENCE REPLACING ALL "|" BY "/"
            MOVE FUNCTION UPPER-CASE(WS-DEPARTMENT-CODE)
               TO WS-DEPARTMENT-CODE
            INSPECT WS-DEPARTMENT-CODE REPLACING ALL "|" BY "/"
            MOVE "Y" TO WS-ENTRY-CHANGED
            MOVE SPACES TO WS-MESSAGE
            DISPLAY JE-HEADER-SCREEN.

      *----------------------------------------------------------------
      * Lines
      *----------------------------------------------------------------
       ADD-LINES.
      *    New lines are keyed one after another until the account is
      *    left blank or the entry is full.
            MOVE "N" TO WS-ADDING-DONE
            PERFORM UNTIL ADDING-DONE
               IF JE-LINE-COUNT NOT < 99
                  MOVE "Entry is full at 99 lines" TO WS-MESSAGE
                  MOVE "Y" TO WS-ADDING-DONE
               ELSE
                  COMPUTE WS-CURRENT-LINE = JE-LINE-COUNT + 1
                  MOVE SPACES TO JE-IN-ACCOUNT JE-IN-DEBIT
                     JE-IN-CREDIT JE-IN-DESCRIPTION
                  PERFORM ENTER-LINE
                  IF JE-IN-ACCOUNT = SPACES
                     MOVE "Y" TO WS-ADDING-DONE
                     DISPLAY SPACES AT LINE WS-ROW COLUMN 1
                        WITH ERASE EOL
                  ELSE
                     ADD 1 TO JE-LINE-COUNT
                     PERFORM STORE-LINE
                  END-IF
               END-IF
            END-PERFORM.

       CHANGE-LINE.
            IF WS-COMMAND-NUMBER < 1
                  OR WS-COMMAND-NUMBER > JE-LINE-COUNT
               MOVE "No such line - C n changes line n" TO WS-MESSAGE
               EXIT PARAGRAPH
            END-IF
            MOVE WS-COMMAND-NUMBER TO WS-CURRENT-LINE
            SET JL-IDX TO WS-CURRENT-LINE
            MOVE JL-ACCOUNT(JL-IDX) TO JE-IN-ACCOUNT
            MOVE SPACES TO JE-IN-DEBIT JE-IN-CREDIT
            IF JL-DEBIT(JL-IDX) > ZERO
               MOVE JL-DEBIT(JL-IDX) TO WS-DRAFT-AMOUNT-ED
               MOVE WS-DRAFT-AMOUNT-ED TO JE-IN-DEBIT
            END-IF
            IF JL-CREDIT(JL-IDX) > ZERO
               MOVE JL-CREDIT(JL-IDX) TO WS-DRAFT-AMOUNT-ED
               MOVE WS-DRAFT-AMOUNT-ED TO JE-IN-CREDIT
            END-IF
            MOVE JL-DESCRIPTION(JL-IDX) TO JE-IN-DESCRIPTION
            PERFORM ENTER-LINE
            IF JE-IN-ACCOUNT = SPACES
               MOVE "Line unchanged - D n deletes a line" TO WS-MESSAGE
            ELSE
               PERFORM STORE-LINE
            END-IF
            PERFORM SHOW-LINE.

       DELETE-LINE.
            IF WS-COMMAND-NUMBER < 1
                  OR WS-COMMAND-NUMBER > JE-LINE-COUNT
               MOVE "No such line - D n deletes line n" TO WS-MESSAGE
               EXIT PARAGRAPH
            END-IF
            PERFORM VARYING WS-SHIFT-IDX FROM WS-COMMAND-NUMBER BY 1
                  UNTIL WS-SHIFT-IDX NOT < JE-LINE-COUNT
               MOVE JE-LINE(WS-SHIFT-IDX + 1) TO JE-LINE(WS-SHIFT-IDX)
            END-PERFORM
            SUBTRACT 1 FROM JE-LINE-COUNT
            MOVE "Y" TO WS-ENTRY-CHANGED
            PERFORM COMPUTE-TOTALS
            IF WS-TOP-LINE > 1 AND WS-TOP-LINE + 11 > JE-LINE-COUNT
               SUBTRACT 1 FROM WS-TOP-LINE
            END-IF
            PERFORM SHOW-ALL-LINES
            PERFORM SHOW-TOTALS.

       ENTER-LINE.
      *    Keys one line at WS-CURRENT-LINE's row. A blank account
      *    ends the line without storing it; otherwise the account
      *    must be on the chart and active, and exactly one of debit
      *    and credit must be a positive amount a ledger line holds.
            PERFORM POSITION-WINDOW
            COMPUTE WS-ROW = 8 + WS-CURRENT-LINE - WS-TOP-LINE
            MOVE WS-CURRENT-LINE TO WS-LINE-NO-ED
            DISPLAY WS-LINE-NO-ED AT LINE WS-ROW COLUMN 1
            MOVE "N" TO WS-LINE-DONE
            PERFORM UNTIL LINE-DONE
               ACCEPT JE-IN-ACCOUNT AT LINE WS-ROW COLUMN 5
                  WITH UPDATE
               IF JE-IN-ACCOUNT = SPACES
                  EXIT PARAGRAPH
               END-IF
               PERFORM LOOKUP-LINE-ACCOUNT
               DISPLAY JE-IN-ACCOUNT AT LINE WS-ROW COLUMN 5
               PERFORM SHOW-MESSAGE
               IF ACCOUNT-IS-VALID
                  MOVE "Y" TO WS-LINE-DONE
               END-IF
            END-PERFORM
            MOVE "N" TO WS-AMOUNTS-OK
            PERFORM UNTIL AMOUNTS-OK
               ACCEPT JE-IN-DEBIT AT LINE WS-ROW COLUMN 23
                  WITH UPDATE
               ACCEPT JE-IN-CREDIT AT LINE WS-ROW COLUMN 38
                  WITH UPDATE
               PERFORM CHECK-LINE-AMOUNTS
               IF NOT AMOUNTS-OK
                  PERFORM SHOW-MESSAGE
               END-IF
            END-PERFORM
            ACCEPT JE-IN-DESCRIPTION AT LINE WS-ROW COLUMN 51
               WITH UPDATE
            INSPECT JE-IN-DESCRIPTION REPLACING ALL "|" BY "/".

       LOOKUP-LINE-ACCOUNT.
      *    Ledger legs carry the account name, so a number keyed here
      *    is read straight off BESTBOOKS.DAT's accountNo key and
      *    replaced with its name; a name is found with the same
      *    sequential accountName scan bestbooks_add_entry validates
      *    with.
            MOVE "N" TO WS-ACCOUNT-VALID
            MOVE "N" TO WS-ACCOUNT-INACTIVE
            MOVE SPACES TO WS-ACCOUNT-TYPE-FOUND
            OPEN INPUT coa
            IF WS-COA-STATUS NOT = "00"
               CLOSE coa
               MOVE SPACES TO WS-MESSAGE
               STRING "Chart of accounts "
                     FUNCTION TRIM(WS-COA-FILE) " not found"
                     DELIMITED BY SIZE
                  INTO WS-MESSAGE
               END-STRING
               EXIT PARAGRAPH
            END-IF
            MOVE FUNCTION LENGTH(FUNCTION TRIM(JE-IN-ACCOUNT))
               TO WS-ACCOUNT-LEN
            IF WS-ACCOUNT-LEN NOT > 6
                  AND JE-IN-ACCOUNT(1:WS-ACCOUNT-LEN) IS NUMERIC
               MOVE FUNCTION NUMVAL(JE-IN-ACCOUNT) TO WS-ACCOUNT-NO-IN
               MOVE WS-ACCOUNT-NO-IN TO accountNo
               READ coa
                  INVALID KEY
                     CONTINUE
                  NOT INVALID KEY
                     PERFORM TAKE-ACCOUNT-ROW
               END-READ
            END-IF
            IF WS-ACCOUNT-TYPE-FOUND = SPACES
               MOVE "N" TO WS-COA-EOF
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
                              FUNCTION TRIM(JE-IN-ACCOUNT)
                           MOVE "Y" TO WS-COA-EOF
                           PERFORM TAKE-ACCOUNT-ROW
                        END-IF
                  END-READ
               END-PERFORM
            END-IF
            CLOSE coa
            MOVE SPACES TO WS-MESSAGE
            EVALUATE TRUE
               WHEN WS-ACCOUNT-TYPE-FOUND = SPACES
                  STRING "Account " FUNCTION TRIM(JE-IN-ACCOUNT)
                        " is not in the chart of accounts"
                        DELIMITED BY SIZE
                     INTO WS-MESSAGE
                  END-STRING
               WHEN ACCOUNT-INACTIVE
                  STRING "Account " FUNCTION TRIM(JE-IN-ACCOUNT)
                        " is deactivated" DELIMITED BY SIZE
                     INTO WS-MESSAGE
                  END-STRING
               WHEN FUNCTION LENGTH(FUNCTION TRIM(accountName)) > 15
                  STRING "Account name " FUNCTION TRIM(accountName)
                        " is too long for a ledger line"
                        DELIMITED BY SIZE
                     INTO WS-MESSAGE
                  END-STRING
               WHEN OTHER
                  MOVE "Y" TO WS-ACCOUNT-VALID
                  MOVE accountName TO JE-IN-ACCOUNT
                  MOVE accountNo TO WS-ACCOUNT-NO-IN
                  STRING WS-ACCOUNT-NO-IN " "
                        FUNCTION TRIM(accountName) " - "
                        FUNCTION TRIM(accountType) DELIMITED BY SIZE
                     INTO WS-MESSAGE
                  END-STRING
            END-EVALUATE.

       TAKE-ACCOUNT-ROW.
            MOVE accountType TO WS-ACCOUNT-TYPE-FOUND
            IF WS-ACCOUNT-TYPE-FOUND = SPACES
               MOVE "?" TO WS-ACCOUNT-TYPE-FOUND
            END-IF
            IF ACCOUNT-IS-INACTIVE
               MOVE "Y" TO WS-ACCOUNT-INACTIVE
            END-IF.

       CHECK-LINE-AMOUNTS.
      *    Blank counts as zero. NUMVAL abends on bad input, so
      *    TEST-NUMVAL comes first, as on the command line.
            MOVE "N" TO WS-AMOUNTS-OK
            MOVE ZERO TO WS-IN-DEBIT-AMT WS-IN-CREDIT-AMT
            IF JE-IN-DEBIT NOT = SPACES
               IF FUNCTION TEST-NUMVAL(JE-IN-DEBIT) NOT = ZERO
                  MOVE "Debit is not a valid amount" TO WS-MESSAGE
                  EXIT PARAGRAPH
               END-IF
               COMPUTE WS-IN-DEBIT-AMT = FUNCTION NUMVAL(JE-IN-DEBIT)
            END-IF
            IF JE-IN-CREDIT NOT = SPACES
               IF FUNCTION TEST-NUMVAL(JE-IN-CREDIT) NOT = ZERO
                  MOVE "Credit is not a valid amount" TO WS-MESSAGE
                  EXIT PARAGRAPH
               END-IF
               COMPUTE WS-IN-CREDIT-AMT =
                  FUNCTION NUMVAL(JE-IN-CREDIT)
            END-IF
            EVALUATE TRUE
               WHEN WS-IN-DEBIT-AMT < ZERO OR WS-IN-CREDIT-AMT < ZERO
                  MOVE SPACES TO WS-MESSAGE
                  STRING "Amounts may not be negative - key the other "
                        DELIMITED BY SIZE
                        "column instead" DELIMITED BY SIZE
                     INTO WS-MESSAGE
                  END-STRING
               WHEN WS-IN-DEBIT-AMT > 9999999.99
                     OR WS-IN-CREDIT-AMT > 9999999.99
                  MOVE SPACES TO WS-MESSAGE
                  STRING "Amount exceeds the 9,999,999.99 ledger line "
                        DELIMITED BY SIZE
                        "limit" DELIMITED BY SIZE
                     INTO WS-MESSAGE
                  END-STRING
               WHEN WS-IN-DEBIT-AMT = ZERO AND WS-IN-CREDIT-AMT = ZERO
                  MOVE "Key a debit or a credit" TO WS-MESSAGE
               WHEN WS-IN-DEBIT-AMT > ZERO AND WS-IN-CREDIT-AMT > ZERO
                  MOVE "Key a debit or a credit, not both"
                     TO WS-MESSAGE
               WHEN OTHER
                  MOVE "Y" TO WS-AMOUNTS-OK
                  MOVE SPACES TO WS-MESSAGE
            END-EVALUATE.

       STORE-LINE.
            SET JL-IDX TO WS-CURRENT-LINE
            MOVE JE-IN-ACCOUNT TO JL-ACCOUNT(JL-IDX)
            MOVE WS-IN-DEBIT-AMT TO JL-DEBIT(JL-IDX)
            MOVE WS-IN-CREDIT-AMT TO JL-CREDIT(JL-IDX)
            MOVE JE-IN-DESCRIPTION TO JL-DESCRIPTION(JL-IDX)
            MOVE "Y" TO WS-ENTRY-CHANGED
            PERFORM COMPUTE-TOTALS
            PERFORM SHOW-LINE
            PERFORM SHOW-TOTALS.

       COMPUTE-TOTALS.
            MOVE ZERO TO JE-TOTAL-DEBIT JE-TOTAL-CREDIT
            PERFORM VARYING JL-IDX FROM 1 BY 1
                  UNTIL JL-IDX > JE-LINE-COUNT
               ADD JL-DEBIT(JL-IDX) TO JE-TOTAL-DEBIT
               ADD JL-CREDIT(JL-IDX) TO JE-TOTAL-CREDIT
            END-PERFORM
            COMPUTE JE-OUT-OF-BALANCE = JE-TOTAL-DEBIT
               - JE-TOTAL-CREDIT.

      *----------------------------------------------------------------
      * Screen painting. Rows 8-19 show twelve lines at a time,
      * starting at WS-TOP-LINE.
      *----------------------------------------------------------------
       PAINT-SCREEN.
            DISPLAY JE-FRAME-SCREEN
            DISPLAY JE-HEADER-SCREEN
            PERFORM SHOW-ALL-LINES
            PERFORM SHOW-TOTALS
            PERFORM SHOW-MESSAGE.

       POSITION-WINDOW.
            MOVE WS-TOP-LINE TO WS-OLD-TOP-LINE
            IF WS-CURRENT-LINE < WS-TOP-LINE
               MOVE WS-CURRENT-LINE TO WS-TOP-LINE
            END-IF
            IF WS-CURRENT-LINE > WS-TOP-LINE + 11
               COMPUTE WS-TOP-LINE = WS-CURRENT-LINE - 11
            END-IF
            IF WS-TOP-LINE NOT = WS-OLD-TOP-LINE
               PERFORM SHOW-ALL-LINES
            END-IF.

       SHOW-ALL-LINES.
            PERFORM VARYING WS-SHOW-IDX FROM WS-TOP-LINE BY 1
                  UNTIL WS-SHOW-IDX > WS-TOP-LINE + 11
               COMPUTE WS-ROW = 8 + WS-SHOW-IDX - WS-TOP-LINE
               IF WS-SHOW-IDX > JE-LINE-COUNT
                  DISPLAY SPACES AT LINE WS-ROW COLUMN 1
                     WITH ERASE EOL
               ELSE
                  PERFORM FORMAT-SCREEN-LINE
                  DISPLAY SCR-LINE AT LINE WS-ROW COLUMN 1
               END-IF
            END-PERFORM.

       SHOW-LINE.
            MOVE WS-CURRENT-LINE TO WS-SHOW-IDX
            COMPUTE WS-ROW = 8 + WS-SHOW-IDX - WS-TOP-LINE
            PERFORM FORMAT-SCREEN-LINE
            DISPLAY SCR-LINE AT LINE WS-ROW COLUMN 1.

       FORMAT-SCREEN-LINE.
            SET JL-IDX TO WS-SHOW-IDX
            MOVE WS-SHOW-IDX TO SCR-LINE-NO
            MOVE JL-ACCOUNT(JL-IDX) TO SCR-ACCOUNT
            MOVE JL-DEBIT(JL-IDX) TO SCR-DEBIT
            MOVE JL-CREDIT(JL-IDX) TO SCR-CREDIT
            MOVE JL-DESCRIPTION(JL-IDX) TO SCR-DESCRIPTION.

       SHOW-TOTALS.
            MOVE JE-TOTAL-DEBIT TO SCR-TOTAL-DEBIT
            MOVE JE-TOTAL-CREDIT TO SCR-TOTAL-CREDIT
            MOVE SPACES TO SCR-BALANCE
            IF JE-OUT-OF-BALANCE = ZERO
               MOVE "IN BALANCE" TO SCR-BALANCE
            ELSE
               MOVE JE-OUT-OF-BALANCE TO WS-AMOUNT-ED
               STRING "OUT OF BALANCE " WS-AMOUNT-ED
                     DELIMITED BY SIZE
                  INTO SCR-BALANCE
               END-STRING
            END-IF
            DISPLAY SCR-TOTALS AT LINE 20 COLUMN 1.

       SHOW-MESSAGE.
            DISPLAY WS-MESSAGE AT LINE 22 COLUMN 1.

      *----------------------------------------------------------------
      * POST: balanced, open period, every line under the approval
      * threshold and still on the chart - then one leg per line under
      * one JOURNAL-ENTRY-NO.
      *----------------------------------------------------------------
       POST-ENTRY.
            PERFORM CHECK-ENTRY-POSTABLE
            IF NOT POST-OK
               EXIT PARAGRAPH
            END-IF

            PERFORM GET-NEXT-JOURNAL-ENTRY
            MOVE ZERO TO WS-FIRST-ID
            MOVE JE-REFERENCE TO WS-LEG-REFERENCE
            PERFORM VARYING JL-IDX FROM 1 BY 1
                  UNTIL JL-IDX > JE-LINE-COUNT
               MOVE JL-ACCOUNT(JL-IDX) TO WS-LEG-ACCOUNT
               MOVE JL-DEBIT(JL-IDX) TO WS-LEG-DEBIT
               MOVE JL-CREDIT(JL-IDX) TO WS-LEG-CREDIT
               IF JL-DESCRIPTION(JL-IDX) = SPACES
                  MOVE JE-DESCRIPTION TO WS-LEG-DESCRIPTION
               ELSE
                  MOVE JL-DESCRIPTION(JL-IDX) TO WS-LEG-DESCRIPTION
               END-IF
               PERFORM POST-ONE-LEG
               IF WS-FIRST-ID = ZERO
                  MOVE USER-TRANSACTION-ID TO WS-FIRST-ID
               END-IF
            END-PERFORM

            IF JE-DRAFT-NO NOT = ZERO
               MOVE JE-DRAFT-NO TO WS-DRAFT-WANTED
               PERFORM REMOVE-DRAFT
            END-IF
            PERFORM CLEAR-ENTRY
            PERFORM PAINT-SCREEN
            MOVE SPACES TO WS-MESSAGE
            STRING "Posted as journal entry " USER-JOURNAL-ENTRY
                  ", transactions " WS-FIRST-ID " to "
                  USER-TRANSACTION-ID DELIMITED BY SIZE
               INTO WS-MESSAGE
            END-STRING.

       CHECK-ENTRY-POSTABLE.
            MOVE "N" TO WS-POST-OK
            MOVE SPACES TO WS-MESSAGE
            IF JE-LINE-COUNT < 2
               MOVE "POST refused - an entry needs at least two lines"
                  TO WS-MESSAGE
               EXIT PARAGRAPH
            END-IF
            IF JE-OUT-OF-BALANCE NOT = ZERO
               MOVE JE-OUT-OF-BALANCE TO WS-AMOUNT-ED
               STRING "POST refused - debits and credits differ by "
                     FUNCTION TRIM(WS-AMOUNT-ED)
                     "; S saves it as a draft" DELIMITED BY SIZE
                  INTO WS-MESSAGE
               END-STRING
               EXIT PARAGRAPH
            END-IF

            MOVE JE-DATE TO WS-FORMATTED-DATE
            MOVE JE-DATE TO WS-FC-LOOKUP-DATE
            PERFORM DERIVE-FISCAL-PERIOD
            PERFORM CHECK-PERIOD-LOCK
            IF PERIOD-IS-LOCKED
               STRING "POST refused - period " WS-POSTING-FY "-"
                     WS-POSTING-PD " is closed" DELIMITED BY SIZE
                  INTO WS-MESSAGE
               END-STRING
               EXIT PARAGRAPH
            END-IF

            PERFORM VARYING JL-IDX FROM 1 BY 1
                  UNTIL JL-IDX > JE-LINE-COUNT
               IF JL-DEBIT(JL-IDX) NOT < WS-APPROVAL-THRESHOLD
                     OR JL-CREDIT(JL-IDX) NOT < WS-APPROVAL-THRESHOLD
                  SET WS-SHOW-IDX TO JL-IDX
                  MOVE WS-SHOW-IDX TO WS-LINE-NO-ED
                  MOVE WS-APPROVAL-THRESHOLD TO WS-THRESHOLD-ED
                  STRING "POST refused - line "
                        FUNCTION TRIM(WS-LINE-NO-ED)
                        " is at/above the approval threshold of "
                        FUNCTION TRIM(WS-THRESHOLD-ED)
                        DELIMITED BY SIZE
                     INTO WS-MESSAGE
                  END-STRING
                  EXIT PARAGRAPH
               END-IF
            END-PERFORM

            PERFORM VARYING JL-IDX FROM 1 BY 1
                  UNTIL JL-IDX > JE-LINE-COUNT
               MOVE JL-ACCOUNT(JL-IDX) TO JE-IN-ACCOUNT
               PERFORM LOOKUP-LINE-ACCOUNT
               IF NOT ACCOUNT-IS-VALID
                  EXIT PARAGRAPH
               END-IF
            END-PERFORM
            MOVE SPACES TO WS-MESSAGE
            MOVE "Y" TO WS-POST-OK.

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


      *----------------------------------------------------------------
      * Drafts
      *----------------------------------------------------------------
       SAVE-DRAFT.
      *    A draft keeps its number across saves; the earlier copy is
      *    taken off the file before the new one is appended.
            IF JE-LINE-COUNT = ZERO
               MOVE "Nothing to save - key at least one line"
                  TO WS-MESSAGE
               EXIT PARAGRAPH
            END-IF
            IF JE-DRAFT-NO = ZERO
               PERFORM GET-NEXT-DRAFT-NUMBER
            ELSE
               MOVE JE-DRAFT-NO TO WS-DRAFT-WANTED
               PERFORM REMOVE-DRAFT
            END-IF
            MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY
            OPEN EXTEND jedraft
            IF WS-DRAFT-STATUS NOT = "00"
               OPEN OUTPUT jedraft
            END-IF
            MOVE SPACES TO DRAFT-LINE
            STRING "H|" JE-DRAFT-NO "|" JE-DATE "|"
                  FUNCTION TRIM(JE-DESCRIPTION) "|"
                  FUNCTION TRIM(JE-REFERENCE) "|"
                  FUNCTION TRIM(WS-DEPARTMENT-CODE) "|"
                  FUNCTION TRIM(WS-OPERATOR-ID) "|"
                  WS-TODAY(1:4) "-" WS-TODAY(5:2) "-" WS-TODAY(7:2)
                  DELIMITED BY SIZE
               INTO DRAFT-LINE
            END-STRING
            WRITE DRAFT-LINE
            PERFORM VARYING JL-IDX FROM 1 BY 1
                  UNTIL JL-IDX > JE-LINE-COUNT
               PERFORM WRITE-DRAFT-LINE-ROW
            END-PERFORM
            CLOSE jedraft
            MOVE "N" TO WS-ENTRY-CHANGED
            DISPLAY JE-HEADER-SCREEN
            MOVE JE-DRAFT-NO TO WS-DRAFT-NO-ED
            MOVE SPACES TO WS-MESSAGE
            STRING "Saved as draft " FUNCTION TRIM(WS-DRAFT-NO-ED)
                  DELIMITED BY SIZE
               INTO WS-MESSAGE
            END-STRING.

       WRITE-DRAFT-LINE-ROW.
            MOVE SPACES TO DRAFT-LINE
            MOVE 1 TO WS-DRAFT-PTR
            STRING "L|" JE-DRAFT-NO "|"
                  FUNCTION TRIM(JL-ACCOUNT(JL-IDX)) "|"
                  DELIMITED BY SIZE
               INTO DRAFT-LINE WITH POINTER WS-DRAFT-PTR
            END-STRING
            MOVE JL-DEBIT(JL-IDX) TO WS-DRAFT-AMOUNT-ED
            STRING WS-DRAFT-AMOUNT-ED "|" DELIMITED BY SIZE
               INTO DRAFT-LINE WITH POINTER WS-DRAFT-PTR
            END-STRING
            MOVE JL-CREDIT(JL-IDX) TO WS-DRAFT-AMOUNT-ED
            STRING WS-DRAFT-AMOUNT-ED "|"
                  FUNCTION TRIM(JL-DESCRIPTION(JL-IDX))
                  DELIMITED BY SIZE
               INTO DRAFT-LINE WITH POINTER WS-DRAFT-PTR
            END-STRING
            WRITE DRAFT-LINE.

       GET-NEXT-DRAFT-NUMBER.
      *    Draft numbers are their own SEQCTL.DAT sequence (key "F"),
      *    alongside the voucher, report and other document counters.
            PERFORM OPEN-SEQCTL-WITH-RETRY
            MOVE WS-DRAFT-KEY TO SEQCTL-KEY
            READ seqctl
               INVALID KEY
                  MOVE ZERO TO SEQCTL-LAST-ID
            END-READ
            ADD 1 TO SEQCTL-LAST-ID
            MOVE SEQCTL-LAST-ID TO JE-DRAFT-NO
            IF WS-SEQCTL-STATUS = "23"
               WRITE SEQCTL-RECORD
            ELSE
               REWRITE SEQCTL-RECORD
            END-IF
            CLOSE seqctl.

       RECALL-DRAFT.
            IF ENTRY-CHANGED AND JE-LINE-COUNT > ZERO
                  AND WS-LAST-COMMAND NOT = "R"
               MOVE SPACES TO WS-MESSAGE
               STRING "Entry not saved - R n again to discard it, "
                     DELIMITED BY SIZE
                     "S to save it first" DELIMITED BY SIZE
                  INTO WS-MESSAGE
               END-STRING
               EXIT PARAGRAPH
            END-IF
            IF WS-COMMAND-NUMBER = ZERO
               MOVE "R n recalls draft n" TO WS-MESSAGE
               EXIT PARAGRAPH
            END-IF
            MOVE WS-COMMAND-NUMBER TO WS-DRAFT-WANTED
            PERFORM CLEAR-ENTRY
            MOVE "N" TO WS-DRAFT-FOUND
            MOVE "N" TO WS-DRAFT-EOF
            OPEN INPUT jedraft
            IF WS-DRAFT-STATUS = "00"
               PERFORM WITH TEST BEFORE UNTIL DRAFT-EOF
                  READ jedraft
                     AT END
                        MOVE "Y" TO WS-DRAFT-EOF
                     NOT AT END
                        PERFORM LOAD-DRAFT-ROW
                  END-READ
               END-PERFORM
            END-IF
            CLOSE jedraft
            MOVE WS-DRAFT-WANTED TO WS-DRAFT-NO-ED
            MOVE SPACES TO WS-MESSAGE
            IF DRAFT-FOUND
               MOVE WS-DRAFT-WANTED TO JE-DRAFT-NO
               STRING "Draft " FUNCTION TRIM(WS-DRAFT-NO-ED)
                     " recalled" DELIMITED BY SIZE
                  INTO WS-MESSAGE
               END-STRING
            ELSE
               PERFORM CLEAR-ENTRY
               STRING "Draft " FUNCTION TRIM(WS-DRAFT-NO-ED)
                     " is not on " FUNCTION TRIM(WS-DRAFT-FILE)
                     DELIMITED BY SIZE
                  INTO WS-MESSAGE
               END-STRING
            END-IF
            MOVE "N" TO WS-ENTRY-CHANGED
            PERFORM COMPUTE-TOTALS
            MOVE 1 TO WS-TOP-LINE
            PERFORM PAINT-SCREEN.

       LOAD-DRAFT-ROW.
            PERFORM SPLIT-DRAFT-ROW
            IF WS-DRAFT-ROW-NUMBER NOT = WS-DRAFT-WANTED
               EXIT PARAGRAPH
            END-IF
            EVALUATE DR-TYPE
               WHEN "H"
                  MOVE "Y" TO WS-DRAFT-FOUND
                  MOVE DR-FIELD-1 TO JE-DATE
                  MOVE DR-FIELD-2 TO JE-DESCRIPTION
                  MOVE DR-FIELD-3 TO JE-REFERENCE
                  MOVE DR-FIELD-4 TO WS-DEPARTMENT-CODE
               WHEN "L"
                  IF JE-LINE-COUNT < 99
                     ADD 1 TO JE-LINE-COUNT
                     SET JL-IDX TO JE-LINE-COUNT
                     MOVE DR-FIELD-1 TO JL-ACCOUNT(JL-IDX)
                     MOVE ZERO TO JL-DEBIT(JL-IDX) JL-CREDIT(JL-IDX)
                     IF FUNCTION TEST-NUMVAL(DR-FIELD-2) = ZERO
                        COMPUTE JL-DEBIT(JL-IDX) =
                           FUNCTION NUMVAL(DR-FIELD-2)
                     END-IF
                     IF FUNCTION TEST-NUMVAL(DR-FIELD-3) = ZERO
                        COMPUTE JL-CREDIT(JL-IDX) =
                           FUNCTION NUMVAL(DR-FIELD-3)
                     END-IF
                     MOVE DR-FIELD-4 TO JL-DESCRIPTION(JL-IDX)
                  END-IF
               WHEN OTHER
                  CONTINUE
            END-EVALUATE.

       SPLIT-DRAFT-ROW.
            MOVE SPACES TO DRAFT-FIELDS
            MOVE ZERO TO WS-DRAFT-ROW-NUMBER
            UNSTRING DRAFT-LINE DELIMITED BY "|"
               INTO DR-TYPE DR-NUMBER-IN DR-FIELD-1 DR-FIELD-2
                  DR-FIELD-3 DR-FIELD-4 DR-FIELD-5 DR-FIELD-6
            END-UNSTRING
            IF DR-NUMBER-IN IS NUMERIC
               MOVE DR-NUMBER-IN TO WS-DRAFT-ROW-NUMBER
            END-IF.

       REMOVE-DRAFT.
      *    Copies every row but WS-DRAFT-WANTED's to the work file,
      *    then writes the file back from it - the truncate-and-
      *    rewrite BESTBOOKS-APPROVE uses on PENDING.DAT.
            OPEN INPUT jedraft
            IF WS-DRAFT-STATUS NOT = "00"
               CLOSE jedraft
               EXIT PARAGRAPH
            END-IF
            OPEN OUTPUT workfile
            MOVE "N" TO WS-DRAFT-EOF
            PERFORM WITH TEST BEFORE UNTIL DRAFT-EOF
               READ jedraft
                  AT END
                     MOVE "Y" TO WS-DRAFT-EOF
                  NOT AT END
                     PERFORM SPLIT-DRAFT-ROW
                     IF WS-DRAFT-ROW-NUMBER NOT = WS-DRAFT-WANTED
                        WRITE WORK-LINE FROM DRAFT-LINE
                     END-IF
               END-READ
            END-PERFORM
            CLOSE jedraft
            CLOSE workfile
            OPEN OUTPUT jedraft
            OPEN INPUT workfile
            MOVE "N" TO WS-DRAFT-EOF
            PERFORM WITH TEST BEFORE UNTIL DRAFT-EOF
               READ workfile
                  AT END
                     MOVE "Y" TO WS-DRAFT-EOF
                  NOT AT END
                     WRITE DRAFT-LINE FROM WORK-LINE
               END-READ
            END-PERFORM
            CLOSE jedraft
            CLOSE workfile
            OPEN OUTPUT workfile
            CLOSE workfile.

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

       END PROGRAM BESTBOOKS-JENTRY.
