       IDENTIFICATION DIVISION.
       PROGRAM-ID. BESTBOOKS-RENAME.
       AUTHOR. PRESSPAGE ENTERTAINMENT INC dba PINGLEWARE.
      *----------------------------------------------------------------
      * Account rename. The ledger carries each leg's account as a
      * 15-byte name, and the same name is repeated in the templates
      * and master files (RECURRING.DAT, ALLOC.DAT, CUSTVEND.DAT,
      * CHECKBATCH.DAT, ASSETS.DAT, TAXRATE.DAT, ...), so changing
      * accountName through BESTBOOKS-CREATE alone strands every one
      * of them. BESTBOOKS-RECLASS moves postings from one account to
      * another; this program changes nothing but the name: the
      * chart record, every ledger leg (rewritten in place, no amount
      * touched, no journal posted) and every account-name column of
      * the files in RENAME-FILE-LIST below.
      *
      * PREVIEW (the default) lists every file and record the rename
      * would touch and changes nothing; COMMIT makes the change,
      * supervisor-only once OPERATOR.DAT is configured, and writes
      * one COA-AUDIT.LOG row per record changed - the BESTBOOKS-
      * CREATE row (account number, balance before and after - the
      * same, a rename moves no money - timestamp, OS user, operator)
      * followed by RENAME|<file>|<record>|<old name>|<new name>.
      *
      * The new name must fit the ledger's 15 bytes, must not hold a
      * "|", and must not already be in use on the chart or on any
      * ledger leg. Both that check and the rename itself cover the
      * live ledger, every LEDGER-ARCH-<n> rollover generation
      * SEQCTL.DAT key "2" says exists and every close archive on
      * ARCHREG.DAT - the same sweep BESTBOOKS-VERIFY makes - so the
      * account's whole history carries the one name and the
      * verify baseline still ties afterwards. Rows of
      * SCHEDULE.DAT, VENDORMAP.DAT and WHATIF.DAT hold free-form text
      * (job arguments, match patterns, scenario lines) rather than an
      * account-name column, so any that mention the old name are
      * listed for review by hand and never rewritten. Every file is
      * looked for in the chart file's directory.
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL bestbooks
               ASSIGN TO WS-CURRENT-LEDGER
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
                   FILE STATUS IS WS-SEQCTL-STATUS.

           SELECT OPTIONAL archreg
               ASSIGN TO WS-ARCHREG-FILE
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-ARCHREG-STATUS.

           SELECT OPTIONAL datafile
               ASSIGN TO WS-DATA-FILE
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-DATA-STATUS.

           SELECT OPTIONAL workfile
               ASSIGN TO WS-WORK-FILE
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-WORK-STATUS.

           SELECT OPTIONAL coa-audit
               ASSIGN TO WS-AUDIT-FILE
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-AUDIT-STATUS.

           SELECT OPTIONAL operator
               ASSIGN TO WS-OPERATOR-FILE
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-OPERATOR-STATUS.

       DATA DIVISION.
       FILE SECTION.
            FD bestbooks.
            COPY "ledger-record.cpy".

            FD coa.
            COPY "coa-record.cpy".

            FD seqctl.
            COPY "seq-control.cpy".

      *    ARCHREG.DAT: one close-archive file name per line - see
      *    BESTBOOKS-CLOSE.
            FD archreg.
            01 ARCHREG-LINE          PIC X(64).

      *    any one of the files in RENAME-FILE-LIST, and the copy it
      *    is rewritten through.
            FD datafile.
            01 DATA-LINE             PIC X(300).

            FD workfile.
            01 WORK-LINE             PIC X(300).

      *    COA-AUDIT.LOG: ACCOUNT-NO|OLD-BALANCE|NEW-BALANCE|
      *    TIMESTAMP|OS-USER|OPERATOR - see BESTBOOKS-CREATE - then,
      *    on a rename row, RENAME|FILE|RECORD|OLD-NAME|NEW-NAME.
            FD coa-audit.
            01 AUDIT-LINE            PIC X(200).

      *    OPERATOR.DAT line layout, pipe-delimited:
      *    OPERATOR-ID|NAME|ROLE (ROLE is CLERK or SUPERVISOR); a
      *    maintenance-defined table of who may post, checked at
      *    startup against the BESTBOOKS_OPERATOR environment
      *    variable.
            FD operator.
            01 OPERATOR-LINE         PIC X(60).

       WORKING-STORAGE SECTION.
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

            01 WS-LEDGER-FILE       PIC X(64) VALUE SPACES.
            01 WS-COA-FILE          PIC X(64) VALUE "BESTBOOKS.DAT".
            01 WS-DATA-FILE         PIC X(64) VALUE SPACES.
            01 WS-WORK-FILE         PIC X(64) VALUE SPACES.
            01 WS-AUDIT-FILE        PIC X(64) VALUE SPACES.
            01 WS-DATA-DIR          PIC X(64) VALUE SPACES.
            01 WS-DIR-IDX           PIC 9(3) VALUE ZERO.
            01 WS-LEDGER-STATUS     PIC XX.
            01 WS-LEDGER-RETRIES    PIC 99 VALUE ZERO.
            01 WS-COA-STATUS        PIC XX.
            01 WS-DATA-STATUS       PIC XX.
            01 WS-WORK-STATUS       PIC XX.
            01 WS-AUDIT-STATUS      PIC XX.
            01 WS-LEDGER-EOF        PIC X VALUE "N".
                  88  LEDGER-EOF    VALUE "Y".
            01 WS-COA-EOF           PIC X VALUE "N".
                  88  COA-EOF       VALUE "Y".
            01 WS-DATA-EOF          PIC X VALUE "N".
                  88  DATA-EOF      VALUE "Y".

      *    the live ledger, every LEDGER-ARCH-<n> rollover generation
      *    SEQCTL.DAT key "2" says exists, and every dated close
      *    archive on ARCHREG.DAT are read one after another through
      *    the one bestbooks file, the same sweep BESTBOOKS-VERIFY
      *    makes - once to check the new name is free, once to
      *    rename.
            01 WS-CURRENT-LEDGER    PIC X(100) VALUE SPACES.
            01 WS-LEDGER-LABEL      PIC X(40) VALUE SPACES.
            01 WS-SEQCTL-FILE       PIC X(100) VALUE SPACES.
            01 WS-ARCHREG-FILE      PIC X(100) VALUE SPACES.
            01 WS-SEQCTL-STATUS     PIC XX.
            01 WS-ARCHREG-STATUS    PIC XX.
            01 WS-ARCHREG-EOF       PIC X VALUE "N".
                  88  ARCHREG-EOF   VALUE "Y".
            01 WS-SEQ-ARCH-GEN      PIC 9(5) VALUE ZERO.
            01 WS-GEN-IDX           PIC 9(5) VALUE ZERO.
            01 WS-ARCHIVE-NAME.
                02 FILLER            PIC X(11) VALUE "LEDGER-ARCH".
                02 FILLER            PIC X VALUE "-".
                02 AN-GENERATION     PIC 9(5).
                02 FILLER            PIC X(4) VALUE ".DAT".
            01 WS-PATH-NAME         PIC X(100) VALUE SPACES.
            01 WS-PATH-WORK         PIC X(100) VALUE SPACES.
            01 WS-PATH-IDX          PIC 9(3) VALUE ZERO.
            01 WS-SWEEP-PASS        PIC X VALUE "C".
                  88  SWEEP-CHECKING  VALUE "C".
                  88  SWEEP-RENAMING  VALUE "R".
            01 WS-LIVE-LEDGER       PIC X VALUE "N".
                  88  SWEEPING-LIVE-LEDGER  VALUE "Y".

      *    BESTBOOKS_SNAPSHOT=Y takes a bestbooks-snapshot generation
      *    of the chart's directory, labelled PRE-RENAME, before a
      *    COMMIT changes anything - the same hook BESTBOOKS-RECLASS
      *    and BESTBOOKS-CLOSE honour.
            01 WS-SNAPSHOT-FLAG     PIC X(3) VALUE SPACES.
            01 WS-COMMAND-LINE      PIC X(200) VALUE SPACES.

            01 WS-MODE              PIC X(10) VALUE SPACES.
                  88  MODE-COMMIT   VALUE "COMMIT".
                  88  MODE-PREVIEW  VALUE "PREVIEW".
            01 WS-OLD-NAME          PIC X(80) VALUE SPACES.
            01 WS-NEW-NAME          PIC X(80) VALUE SPACES.
            01 WS-OLD-LEN           PIC 9(3) VALUE ZERO.
            01 WS-NEW-LEN           PIC 9(3) VALUE ZERO.
            01 WS-PIPE-COUNT        PIC 9(3) VALUE ZERO.
            01 WS-RUN-ERRORS        PIC X VALUE "N".
                  88  RUN-HAS-ERRORS  VALUE "Y".

      *    the chart record being renamed.
            01 WS-TARGET-FOUND      PIC X VALUE "N".
                  88  TARGET-FOUND  VALUE "Y".
            01 WS-TARGET-NO         PIC 9(6) VALUE ZERO.
            01 WS-TARGET-BALANCE    PIC S9(8)V99 VALUE ZERO.
            01 WS-NEW-ON-CHART      PIC 9(6) VALUE ZERO.
            01 WS-NEW-ON-LEDGER     PIC 9(5) VALUE ZERO.

      *    every file besides the ledger and the chart that carries
      *    account names: FILE-NAME(16), then up to seven two-digit
      *    pipe-delimited column numbers that hold an account name,
      *    or RV for a free-form file only listed for review.
            01 RENAME-FILE-LIST.
               02 FILLER PIC X(30) VALUE
                  "ACHBATCH.DAT    0105          ".
               02 FILLER PIC X(30) VALUE
                  "ACHREG.DAT      04            ".
               02 FILLER PIC X(30) VALUE
                  "ALLOC.DAT       01            ".
               02 FILLER PIC X(30) VALUE
                  "AMORT.DAT       0304          ".
               02 FILLER PIC X(30) VALUE
                  "ASSETS.DAT      030405        ".
               02 FILLER PIC X(30) VALUE
                  "BALHIST.DAT     04            ".
               02 FILLER PIC X(30) VALUE
                  "CHECKBATCH.DAT  0105          ".
               02 FILLER PIC X(30) VALUE
                  "CHECKREG.DAT    04            ".
               02 FILLER PIC X(30) VALUE
                  "CMLINES.DAT     01            ".
               02 FILLER PIC X(30) VALUE
                  "CPAMAP.DAT      01            ".
               02 FILLER PIC X(30) VALUE
                  "CUSTVEND.DAT    04            ".
               02 FILLER PIC X(30) VALUE
                  "EXPCLAIM.DAT    02            ".
               02 FILLER PIC X(30) VALUE
                  "EXPLIMIT.DAT    01            ".
               02 FILLER PIC X(30) VALUE
                  "EXPLINES.DAT    04            ".
               02 FILLER PIC X(30) VALUE
                  "INVLINES.DAT    01            ".
               02 FILLER PIC X(30) VALUE
                  "ITEMS.DAT       0405          ".
               02 FILLER PIC X(30) VALUE
                  "JEDRAFT.DAT     03            ".
               02 FILLER PIC X(30) VALUE
                  "LOANS.DAT       030405        ".
               02 FILLER PIC X(30) VALUE
                  "LOANSCHED.DAT   04            ".
               02 FILLER PIC X(30) VALUE
                  "PAYACCTS.DAT    02            ".
               02 FILLER PIC X(30) VALUE
                  "PENDING.DAT     0312          ".
               02 FILLER PIC X(30) VALUE
                  "PPSENT.DAT      01            ".
               02 FILLER PIC X(30) VALUE
                  "RECLASS.DAT     0102          ".
               02 FILLER PIC X(30) VALUE
                  "RECURRING.DAT   01            ".
               02 FILLER PIC X(30) VALUE
                  "SCHEDULE.DAT    RV            ".
               02 FILLER PIC X(30) VALUE
                  "TAXRATE.DAT     03            ".
               02 FILLER PIC X(30) VALUE
                  "VENDORMAP.DAT   RV            ".
               02 FILLER PIC X(30) VALUE
                  "VOUCHER.DAT     0607          ".
               02 FILLER PIC X(30) VALUE
                  "WHATIF.DAT      RV            ".
               02 FILLER PIC X(30) VALUE
                  "WRITEOFF.DAT    0607          ".
            01 RENAME-FILE-TABLE REDEFINES RENAME-FILE-LIST.
               02 RF-ENTRY OCCURS 30 TIMES
                     INDEXED BY RF-IDX.
                  03 RF-NAME          PIC X(16).
                  03 RF-COLUMNS.
                     04 RF-COLUMN     PIC X(2) OCCURS 7 TIMES
                           INDEXED BY RC-IDX.
            01 WS-RENAME-FILE-COUNT PIC 9(3) VALUE 30.

      *    one line being rewritten, a field at a time.
            01 WS-OUT-LINE          PIC X(300).
            01 WS-OUT-PTR           PIC 9(3).
            01 WS-FIELD             PIC X(300).
            01 WS-FIELD-LEN         PIC 9(3).
            01 WS-LINE-LEN          PIC 9(3).
            01 WS-CH-IDX            PIC 9(3).
            01 WS-CH                PIC X.
            01 WS-COLUMN-NO         PIC 99.
            01 WS-COLUMN-TEXT       PIC 99.
            01 WS-NAME-COLUMN       PIC X VALUE "N".
                  88  IS-NAME-COLUMN  VALUE "Y".
            01 WS-LINE-CHANGED      PIC X VALUE "N".
                  88  LINE-CHANGED  VALUE "Y".
            01 WS-REVIEW-HITS       PIC 9(3).

            01 WS-LINE-NO           PIC 9(5).
            01 WS-FILE-CHANGES      PIC 9(5).
            01 WS-FILE-REVIEWS      PIC 9(5).
            01 WS-LEDGER-CHANGES    PIC 9(5) VALUE ZERO.
            01 WS-TOTAL-CHANGES     PIC 9(6) VALUE ZERO.
            01 WS-TOTAL-REVIEWS     PIC 9(5) VALUE ZERO.
            01 WS-FILES-TOUCHED     PIC 9(3) VALUE ZERO.
            01 WS-COUNT-ED          PIC Z(5)9.
            01 WS-FILE-COUNT-ED     PIC ZZ9.
            01 WS-RECORD-TEXT       PIC X(20).

      *    same fixed front as BESTBOOKS-CREATE's audit row.
            01 WS-AUDIT-ROW.
               03 AUDIT-ACCOUNT-NO    PIC 999999.
               03 FILLER              PIC X VALUE "|".
               03 AUDIT-OLD-BALANCE   PIC S9(8)V99.
               03 FILLER              PIC X VALUE "|".
               03 AUDIT-NEW-BALANCE   PIC S9(8)V99.
               03 FILLER              PIC X VALUE "|".
               03 AUDIT-TIMESTAMP     PIC X(26).
               03 FILLER              PIC X VALUE "|".
               03 AUDIT-OS-USER       PIC X(32).
               03 FILLER              PIC X VALUE "|".
               03 AUDIT-OPERATOR      PIC X(8).
            01 WS-AUDIT-FILE-NAME   PIC X(40).

       PROCEDURE DIVISION.
       BEGIN.
            PERFORM GET-RUNTIME-ARGUMENTS.
            PERFORM CHECK-OPERATOR-SIGNON.
            PERFORM VALIDATE-NAMES.
            IF RUN-HAS-ERRORS
               MOVE 1 TO RETURN-CODE
               STOP RUN
            END-IF.
            IF MODE-COMMIT
               PERFORM CHECK-SUPERVISOR
               IF RETURN-CODE NOT = ZERO
                  STOP RUN
               END-IF
            END-IF.

            PERFORM FIND-CHART-ACCOUNT.
            PERFORM CHECK-LEDGER-FOR-NEW-NAME.
            IF NOT TARGET-FOUND
               DISPLAY "ERROR: account "
                  FUNCTION TRIM(WS-OLD-NAME)
                  " is not on the chart of accounts "
                  FUNCTION TRIM(WS-COA-FILE)
               MOVE "Y" TO WS-RUN-ERRORS
            END-IF
            IF WS-NEW-ON-CHART NOT = ZERO
               DISPLAY "ERROR: " FUNCTION TRIM(WS-NEW-NAME)
                  " is already the name of account " WS-NEW-ON-CHART
               MOVE "Y" TO WS-RUN-ERRORS
            END-IF
            IF WS-NEW-ON-LEDGER NOT = ZERO
               MOVE WS-NEW-ON-LEDGER TO WS-COUNT-ED
               DISPLAY "ERROR: " FUNCTION TRIM(WS-NEW-NAME)
                  " is already in use on " FUNCTION TRIM(WS-COUNT-ED)
                  " leg(s) of " FUNCTION TRIM(WS-LEDGER-FILE)
                  " or its archives"
               MOVE "Y" TO WS-RUN-ERRORS
            END-IF
            IF RUN-HAS-ERRORS
               DISPLAY "Nothing renamed"
               MOVE 1 TO RETURN-CODE
               STOP RUN
            END-IF.

            IF MODE-COMMIT
               PERFORM TAKE-PRE-RENAME-SNAPSHOT
               DISPLAY "RENAMING ACCOUNT " WS-TARGET-NO " "
                  FUNCTION TRIM(WS-OLD-NAME) " -> "
                  FUNCTION TRIM(WS-NEW-NAME)
            ELSE
               DISPLAY "PREVIEW - RENAME ACCOUNT " WS-TARGET-NO " "
                  FUNCTION TRIM(WS-OLD-NAME) " -> "
                  FUNCTION TRIM(WS-NEW-NAME)
            END-IF.

            PERFORM RENAME-LEDGER-LEGS.
            PERFORM VARYING RF-IDX FROM 1 BY 1
                  UNTIL RF-IDX > WS-RENAME-FILE-COUNT
               PERFORM RENAME-IN-ONE-FILE
            END-PERFORM.
            PERFORM RENAME-CHART-RECORD.

            DISPLAY " ".
            MOVE WS-FILES-TOUCHED TO WS-FILE-COUNT-ED
            MOVE WS-TOTAL-CHANGES TO WS-COUNT-ED
            IF MODE-COMMIT
               DISPLAY "Renamed " FUNCTION TRIM(WS-COUNT-ED)
                  " record(s) - chart, ledger and "
                  FUNCTION TRIM(WS-FILE-COUNT-ED)
                  " other file(s); each is logged on "
                  FUNCTION TRIM(WS-AUDIT-FILE)
            ELSE
               DISPLAY FUNCTION TRIM(WS-COUNT-ED)
                  " record(s) would be renamed - chart, ledger and "
                  FUNCTION TRIM(WS-FILE-COUNT-ED)
                  " other file(s). Nothing has "
                  "changed; run again with COMMIT to apply"
            END-IF.
            IF WS-TOTAL-REVIEWS NOT = ZERO
               MOVE WS-TOTAL-REVIEWS TO WS-COUNT-ED
               DISPLAY FUNCTION TRIM(WS-COUNT-ED)
                  " free-form row(s) listed REVIEW mention "
                  FUNCTION TRIM(WS-OLD-NAME)
                  " and must be edited by hand"
            END-IF.
            STOP RUN.

       GET-RUNTIME-ARGUMENTS.
      *    arg 1 (optional): chart-of-accounts file, default
      *    BESTBOOKS.DAT; every other file is looked for in its
      *    directory.
      *    arg 2 (optional): PREVIEW (the default) or COMMIT.
      *    args 3-4 (required): the account's current and new name.
      *    arg 5 (optional): ledger file, default LEDGER.DAT.
      *    arg 6 (optional): audit log, default COA-AUDIT.LOG.
            ACCEPT WS-COA-FILE FROM ARGUMENT-VALUE
            IF WS-COA-FILE = SPACES
               MOVE "BESTBOOKS.DAT" TO WS-COA-FILE
            END-IF
            ACCEPT WS-MODE FROM ARGUMENT-VALUE
            MOVE FUNCTION UPPER-CASE(WS-MODE) TO WS-MODE
            IF WS-MODE = SPACES
               MOVE "PREVIEW" TO WS-MODE
            END-IF
            ACCEPT WS-OLD-NAME FROM ARGUMENT-VALUE
            ACCEPT WS-NEW-NAME FROM ARGUMENT-VALUE
            ACCEPT WS-LEDGER-FILE FROM ARGUMENT-VALUE
            ACCEPT WS-AUDIT-FILE FROM ARGUMENT-VALUE

            MOVE SPACES TO WS-DATA-DIR
            PERFORM VARYING WS-DIR-IDX FROM 64 BY -1
                  UNTIL WS-DIR-IDX < 1
                     OR WS-COA-FILE(WS-DIR-IDX:1) = "/"
               CONTINUE
            END-PERFORM
            IF WS-DIR-IDX > ZERO
               MOVE WS-COA-FILE(1:WS-DIR-IDX) TO WS-DATA-DIR
            END-IF
            IF WS-LEDGER-FILE = SPACES
               STRING WS-DATA-DIR DELIMITED BY SPACE
                     "LEDGER.DAT" DELIMITED BY SIZE
                  INTO WS-LEDGER-FILE
               END-STRING
            END-IF
            IF WS-AUDIT-FILE = SPACES
               STRING WS-DATA-DIR DELIMITED BY SPACE
                     "COA-AUDIT.LOG" DELIMITED BY SIZE
                  INTO WS-AUDIT-FILE
               END-STRING
            END-IF
            STRING WS-DATA-DIR DELIMITED BY SPACE
                  "RENAME.TMP" DELIMITED BY SIZE
               INTO WS-WORK-FILE
            END-STRING
            MOVE "SEQCTL.DAT" TO WS-PATH-NAME
            PERFORM BUILD-DATA-PATH
            MOVE WS-PATH-NAME TO WS-SEQCTL-FILE
            MOVE "ARCHREG.DAT" TO WS-PATH-NAME
            PERFORM BUILD-DATA-PATH
            MOVE WS-PATH-NAME TO WS-ARCHREG-FILE.

       BUILD-DATA-PATH.
      *    WS-PATH-NAME, prefixed with the chart's directory unless it
      *    already carries a directory of its own - the way
      *    BESTBOOKS-SNAPSHOT resolves the names ARCHREG.DAT lists.
            IF WS-DATA-DIR = SPACES
               EXIT PARAGRAPH
            END-IF
            MOVE ZERO TO WS-PATH-IDX
            INSPECT WS-PATH-NAME TALLYING WS-PATH-IDX FOR ALL "/"
            IF WS-PATH-IDX > ZERO
               EXIT PARAGRAPH
            END-IF
            MOVE SPACES TO WS-PATH-WORK
            STRING WS-DATA-DIR DELIMITED BY SPACE
                  WS-PATH-NAME DELIMITED BY SPACE
               INTO WS-PATH-WORK
            END-STRING
            MOVE WS-PATH-WORK TO WS-PATH-NAME.

       VALIDATE-NAMES.
            IF NOT MODE-COMMIT AND NOT MODE-PREVIEW
                  OR WS-OLD-NAME = SPACES OR WS-NEW-NAME = SPACES
               DISPLAY "Usage: BESTBOOKS-RENAME [coa-file] "
                  "[PREVIEW|COMMIT] <old-name> <new-name> "
                  "[ledger] [audit-log]"
               MOVE "Y" TO WS-RUN-ERRORS
               EXIT PARAGRAPH
            END-IF
            MOVE FUNCTION TRIM(WS-OLD-NAME) TO WS-OLD-NAME
            MOVE FUNCTION TRIM(WS-NEW-NAME) TO WS-NEW-NAME
            COMPUTE WS-OLD-LEN =
               FUNCTION LENGTH(FUNCTION TRIM(WS-OLD-NAME))
            COMPUTE WS-NEW-LEN =
               FUNCTION LENGTH(FUNCTION TRIM(WS-NEW-NAME))
            IF WS-NEW-LEN > 15
               DISPLAY "ERROR: " FUNCTION TRIM(WS-NEW-NAME)
                  " is longer than the 15 characters a ledger leg "
                  "holds"
               MOVE "Y" TO WS-RUN-ERRORS
            END-IF
            MOVE ZERO TO WS-PIPE-COUNT
            INSPECT WS-NEW-NAME TALLYING WS-PIPE-COUNT FOR ALL "|"
            IF WS-PIPE-COUNT NOT = ZERO
               DISPLAY "ERROR: an account name may not contain |"
               MOVE "Y" TO WS-RUN-ERRORS
            END-IF
            IF WS-NEW-NAME = WS-OLD-NAME
               DISPLAY "ERROR: the old and new names are the same"
               MOVE "Y" TO WS-RUN-ERRORS
            END-IF.

       CHECK-SUPERVISOR.
      *    Renaming rewrites the ledger and every master file, so it
      *    is a supervisor's job once OPERATOR.DAT is configured, as
      *    a snapshot RESTORE is.
            IF OPERATORS-CONFIGURED
                  AND FUNCTION TRIM(WS-OPERATOR-ROLE)
                     NOT = "SUPERVISOR"
               DISPLAY "ERROR: operator "
                  FUNCTION TRIM(WS-OPERATOR-ID)
                  " is not a SUPERVISOR - only a supervisor may "
                  "COMMIT an account rename"
               MOVE 1 TO RETURN-CODE
            END-IF.

       FIND-CHART-ACCOUNT.
            MOVE "N" TO WS-TARGET-FOUND
            MOVE ZERO TO WS-NEW-ON-CHART
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
                     IF FUNCTION TRIM(accountName) =
                           FUNCTION TRIM(WS-OLD-NAME)
                           AND NOT TARGET-FOUND
                        MOVE "Y" TO WS-TARGET-FOUND
                        MOVE accountNo TO WS-TARGET-NO
                        MOVE balance TO WS-TARGET-BALANCE
                     END-IF
                     IF FUNCTION TRIM(accountName) =
                           FUNCTION TRIM(WS-NEW-NAME)
                        MOVE accountNo TO WS-NEW-ON-CHART
                     END-IF
               END-READ
            END-PERFORM
            CLOSE coa.

       CHECK-LEDGER-FOR-NEW-NAME.
      *    A leg already posted under the new name (one keyed
      *    straight to the ledger with no chart row, or one left in
      *    an archive by an account since deleted) would silently
      *    merge into the renamed account.
            MOVE ZERO TO WS-NEW-ON-LEDGER
            MOVE "C" TO WS-SWEEP-PASS
            PERFORM SWEEP-LEDGER-AND-ARCHIVES.

       TAKE-PRE-RENAME-SNAPSHOT.
      *    Snapshot of the chart's directory labelled PRE-RENAME; if
      *    one was asked for and cannot be taken, nothing is renamed.
            ACCEPT WS-SNAPSHOT-FLAG
               FROM ENVIRONMENT "BESTBOOKS_SNAPSHOT"
            MOVE FUNCTION UPPER-CASE(WS-SNAPSHOT-FLAG)
               TO WS-SNAPSHOT-FLAG
            IF WS-SNAPSHOT-FLAG NOT = "Y"
                  AND WS-SNAPSHOT-FLAG NOT = "YES"
               EXIT PARAGRAPH
            END-IF
            MOVE SPACES TO WS-COMMAND-LINE
            STRING "bestbooks-snapshot TAKE " DELIMITED BY SIZE
                  QUOTE DELIMITED BY SIZE
                  WS-DATA-DIR DELIMITED BY SPACE
                  QUOTE DELIMITED BY SIZE
                  " PRE-RENAME" DELIMITED BY SIZE
               INTO WS-COMMAND-LINE
            END-STRING
            CALL "SYSTEM" USING WS-COMMAND-LINE
            IF RETURN-CODE NOT = ZERO
               DISPLAY "ERROR: the pre-rename snapshot failed - "
                  "nothing renamed"
               MOVE 1 TO RETURN-CODE
               STOP RUN
            END-IF.

       RENAME-LEDGER-LEGS.
            MOVE "R" TO WS-SWEEP-PASS
            PERFORM SWEEP-LEDGER-AND-ARCHIVES.

       SWEEP-LEDGER-AND-ARCHIVES.
      *    The live ledger, then every rollover generation, then
      *    every close archive on the register, each handed to the
      *    check or the rename pass WS-SWEEP-PASS names.
            PERFORM READ-ARCHIVE-GENERATION
            MOVE "Y" TO WS-LIVE-LEDGER
            MOVE WS-LEDGER-FILE TO WS-CURRENT-LEDGER
            PERFORM SWEEP-ONE-LEDGER-FILE
            MOVE "N" TO WS-LIVE-LEDGER
            PERFORM VARYING WS-GEN-IDX FROM 1 BY 1
                  UNTIL WS-GEN-IDX > WS-SEQ-ARCH-GEN
               MOVE WS-GEN-IDX TO AN-GENERATION
               MOVE WS-ARCHIVE-NAME TO WS-PATH-NAME
               PERFORM BUILD-DATA-PATH
               MOVE WS-PATH-NAME TO WS-CURRENT-LEDGER
               PERFORM SWEEP-ONE-LEDGER-FILE
            END-PERFORM
            PERFORM SWEEP-REGISTERED-ARCHIVES.

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
            END-IF
            CLOSE seqctl.

       SWEEP-REGISTERED-ARCHIVES.
      *    A missing ARCHREG.DAT just means no close has run since
      *    the register existed - nothing extra to sweep.
            MOVE "N" TO WS-ARCHREG-EOF
            OPEN INPUT archreg
            IF WS-ARCHREG-STATUS NOT = "00"
               CLOSE archreg
               EXIT PARAGRAPH
            END-IF
            PERFORM WITH TEST BEFORE UNTIL ARCHREG-EOF
               READ archreg
                  AT END
                     MOVE "Y" TO WS-ARCHREG-EOF
                  NOT AT END
                     IF ARCHREG-LINE NOT = SPACES
                        MOVE ARCHREG-LINE TO WS-PATH-NAME
                        PERFORM BUILD-DATA-PATH
                        MOVE WS-PATH-NAME TO WS-CURRENT-LEDGER
                        PERFORM SWEEP-ONE-LEDGER-FILE
                     END-IF
               END-READ
            END-PERFORM
            CLOSE archreg.

       SWEEP-ONE-LEDGER-FILE.
      *    A file that is not there (status 05 on the OPTIONAL open)
      *    is passed over quietly, as a pruned generation is; one that
      *    is there but cannot be read is noted. A COMMIT reopens the
      *    file I-O under the exclusive lock before rewriting it.
            PERFORM SET-LEDGER-LABEL
            MOVE ZERO TO WS-LEDGER-CHANGES
            MOVE "N" TO WS-LEDGER-EOF
            OPEN INPUT bestbooks
            IF WS-LEDGER-STATUS = "05"
               CLOSE bestbooks
               EXIT PARAGRAPH
            END-IF
            IF SWEEP-RENAMING AND MODE-COMMIT
               IF WS-LEDGER-STATUS = "00"
                  CLOSE bestbooks
               END-IF
               PERFORM OPEN-LEDGER-WITH-RETRY
            END-IF
            IF WS-LEDGER-STATUS NOT = "00"
                  AND WS-LEDGER-STATUS NOT = "05"
               DISPLAY "NOTE: " FUNCTION TRIM(WS-CURRENT-LEDGER)
                  " not readable (status " WS-LEDGER-STATUS
                  "), skipped"
               EXIT PARAGRAPH
            END-IF
            MOVE LOW-VALUES TO TRANSACTION-ID
            START bestbooks KEY IS NOT LESS THAN TRANSACTION-ID
               INVALID KEY
                  MOVE "Y" TO WS-LEDGER-EOF
            END-START
            PERFORM UNTIL LEDGER-EOF
               READ bestbooks NEXT RECORD
                  AT END
                     MOVE "Y" TO WS-LEDGER-EOF
                  NOT AT END
                     EVALUATE TRUE
                        WHEN SWEEP-CHECKING
                              AND ACCOUNT = WS-NEW-NAME
                           ADD 1 TO WS-NEW-ON-LEDGER
                        WHEN SWEEP-RENAMING
                              AND ACCOUNT = WS-OLD-NAME
                           PERFORM RENAME-ONE-LEG
                     END-EVALUATE
               END-READ
            END-PERFORM
            CLOSE bestbooks
            IF SWEEP-CHECKING
               EXIT PARAGRAPH
            END-IF
            IF WS-LEDGER-CHANGES NOT = ZERO
                  AND NOT SWEEPING-LIVE-LEDGER
               ADD 1 TO WS-FILES-TOUCHED
            END-IF
            IF WS-LEDGER-CHANGES NOT = ZERO OR SWEEPING-LIVE-LEDGER
               MOVE WS-LEDGER-CHANGES TO WS-COUNT-ED
               DISPLAY "  " FUNCTION TRIM(WS-CURRENT-LEDGER) ": "
                  FUNCTION TRIM(WS-COUNT-ED) " leg(s)"
            END-IF.

       SET-LEDGER-LABEL.
      *    The file's own name, without its directory, for the
      *    listing and the audit row; the live ledger is always
      *    LEDGER.DAT there, whatever it was opened as.
            IF SWEEPING-LIVE-LEDGER
               MOVE "LEDGER.DAT" TO WS-LEDGER-LABEL
               EXIT PARAGRAPH
            END-IF
            PERFORM VARYING WS-PATH-IDX FROM 100 BY -1
                  UNTIL WS-PATH-IDX < 1
                     OR WS-CURRENT-LEDGER(WS-PATH-IDX:1) = "/"
               CONTINUE
            END-PERFORM
            MOVE SPACES TO WS-LEDGER-LABEL
            IF WS-PATH-IDX < 100
               MOVE WS-CURRENT-LEDGER(WS-PATH-IDX + 1:)
                  TO WS-LEDGER-LABEL
            END-IF.

       RENAME-ONE-LEG.
      *    Each leg is rewritten in place under its own TRANSACTION-
      *    ID; amounts, dates, journal numbers and every other field
      *    stay exactly as posted.
            DISPLAY "    " FUNCTION TRIM(WS-LEDGER-LABEL)
               " TRANSACTION-ID " TRANSACTION-ID " "
               TRANSACTION-DATE " " DESCRIPTION
            ADD 1 TO WS-LEDGER-CHANGES
            ADD 1 TO WS-TOTAL-CHANGES
            IF NOT MODE-COMMIT
               EXIT PARAGRAPH
            END-IF
            MOVE WS-NEW-NAME TO ACCOUNT
            REWRITE ENTRIES
               INVALID KEY
                  DISPLAY "ERROR: unable to rewrite TRANSACTION-ID "
                     TRANSACTION-ID
                  MOVE 1 TO RETURN-CODE
               NOT INVALID KEY
                  MOVE WS-LEDGER-LABEL TO WS-AUDIT-FILE-NAME
                  MOVE SPACES TO WS-RECORD-TEXT
                  STRING "TRANSACTION-ID " TRANSACTION-ID
                        DELIMITED BY SIZE
                     INTO WS-RECORD-TEXT
                  END-STRING
                  PERFORM APPEND-RENAME-AUDIT-ROW
            END-REWRITE.

       RENAME-IN-ONE-FILE.
            MOVE SPACES TO WS-DATA-FILE
            STRING WS-DATA-DIR DELIMITED BY SPACE
                  RF-NAME(RF-IDX) DELIMITED BY SPACE
               INTO WS-DATA-FILE
            END-STRING
            MOVE ZERO TO WS-FILE-CHANGES WS-FILE-REVIEWS WS-LINE-NO
            OPEN INPUT datafile
            IF WS-DATA-STATUS NOT = "00"
               CLOSE datafile
               EXIT PARAGRAPH
            END-IF
            IF MODE-COMMIT
               OPEN OUTPUT workfile
            END-IF
            MOVE "N" TO WS-DATA-EOF
            PERFORM WITH TEST BEFORE UNTIL DATA-EOF
               READ datafile
                  AT END
                     MOVE "Y" TO WS-DATA-EOF
                  NOT AT END
                     ADD 1 TO WS-LINE-NO
                     PERFORM RENAME-IN-ONE-LINE
               END-READ
            END-PERFORM
            CLOSE datafile
            IF MODE-COMMIT
               CLOSE workfile
               IF WS-FILE-CHANGES NOT = ZERO
                  PERFORM REPLACE-DATA-WITH-WORK
               END-IF
            END-IF
            IF WS-FILE-CHANGES NOT = ZERO
               ADD 1 TO WS-FILES-TOUCHED
               MOVE WS-FILE-CHANGES TO WS-COUNT-ED
               DISPLAY "  " FUNCTION TRIM(WS-DATA-FILE) ": "
                  FUNCTION TRIM(WS-COUNT-ED) " record(s)"
            END-IF.

       RENAME-IN-ONE-LINE.
      *    Splits the line on "|" and replaces each listed column
      *    whose trimmed value is exactly the old name; every other
      *    byte of the line is carried over untouched.
            MOVE DATA-LINE TO WS-OUT-LINE
            MOVE "N" TO WS-LINE-CHANGED
            IF RF-COLUMNS(RF-IDX) = "RV"
               MOVE ZERO TO WS-REVIEW-HITS
               INSPECT DATA-LINE TALLYING WS-REVIEW-HITS
                  FOR ALL WS-OLD-NAME(1:WS-OLD-LEN)
               IF WS-REVIEW-HITS NOT = ZERO
                  ADD 1 TO WS-FILE-REVIEWS
                  ADD 1 TO WS-TOTAL-REVIEWS
                  DISPLAY "  REVIEW " FUNCTION TRIM(WS-DATA-FILE)
                     " line " WS-LINE-NO ": "
                     FUNCTION TRIM(DATA-LINE)
               END-IF
            ELSE
               PERFORM SPLIT-AND-RENAME-LINE
            END-IF
            IF LINE-CHANGED
               ADD 1 TO WS-FILE-CHANGES
               ADD 1 TO WS-TOTAL-CHANGES
               DISPLAY "    " FUNCTION TRIM(RF-NAME(RF-IDX))
                  " line " WS-LINE-NO ": " FUNCTION TRIM(DATA-LINE)
               IF MODE-COMMIT
                  MOVE RF-NAME(RF-IDX) TO WS-AUDIT-FILE-NAME
                  MOVE SPACES TO WS-RECORD-TEXT
                  STRING "LINE " WS-LINE-NO DELIMITED BY SIZE
                     INTO WS-RECORD-TEXT
                  END-STRING
                  PERFORM APPEND-RENAME-AUDIT-ROW
               END-IF
            END-IF
            IF MODE-COMMIT
               WRITE WORK-LINE FROM WS-OUT-LINE
            END-IF.

       SPLIT-AND-RENAME-LINE.
            MOVE SPACES TO WS-OUT-LINE WS-FIELD
            MOVE 1 TO WS-OUT-PTR
            MOVE ZERO TO WS-FIELD-LEN
            MOVE 1 TO WS-COLUMN-NO
            COMPUTE WS-LINE-LEN =
               FUNCTION LENGTH(FUNCTION TRIM(DATA-LINE TRAILING))
            IF DATA-LINE = SPACES
               MOVE DATA-LINE TO WS-OUT-LINE
               EXIT PARAGRAPH
            END-IF
            PERFORM VARYING WS-CH-IDX FROM 1 BY 1
                  UNTIL WS-CH-IDX > WS-LINE-LEN
               MOVE DATA-LINE(WS-CH-IDX:1) TO WS-CH
               IF WS-CH = "|"
                  PERFORM EMIT-FIELD
                  STRING "|" DELIMITED BY SIZE
                     INTO WS-OUT-LINE WITH POINTER WS-OUT-PTR
                  END-STRING
                  ADD 1 TO WS-COLUMN-NO
                  MOVE SPACES TO WS-FIELD
                  MOVE ZERO TO WS-FIELD-LEN
               ELSE
                  ADD 1 TO WS-FIELD-LEN
                  MOVE WS-CH TO WS-FIELD(WS-FIELD-LEN:1)
               END-IF
            END-PERFORM
            PERFORM EMIT-FIELD.

       EMIT-FIELD.
            MOVE "N" TO WS-NAME-COLUMN
            PERFORM VARYING RC-IDX FROM 1 BY 1
                  UNTIL RC-IDX > 7 OR IS-NAME-COLUMN
               IF RF-COLUMN(RF-IDX, RC-IDX) IS NUMERIC
                  MOVE RF-COLUMN(RF-IDX, RC-IDX) TO WS-COLUMN-TEXT
                  IF WS-COLUMN-TEXT = WS-COLUMN-NO
                     MOVE "Y" TO WS-NAME-COLUMN
                  END-IF
               END-IF
            END-PERFORM
            IF IS-NAME-COLUMN AND WS-FIELD-LEN > ZERO
                  AND FUNCTION TRIM(WS-FIELD) = WS-OLD-NAME
               MOVE "Y" TO WS-LINE-CHANGED
               STRING WS-NEW-NAME(1:WS-NEW-LEN) DELIMITED BY SIZE
                  INTO WS-OUT-LINE WITH POINTER WS-OUT-PTR
               END-STRING
               EXIT PARAGRAPH
            END-IF
            IF WS-FIELD-LEN > ZERO
               STRING WS-FIELD(1:WS-FIELD-LEN) DELIMITED BY SIZE
                  INTO WS-OUT-LINE WITH POINTER WS-OUT-PTR
               END-STRING
            END-IF.

       REPLACE-DATA-WITH-WORK.
      *    Same truncate-and-rewrite pattern BESTBOOKS-APPROVE uses
      *    on PENDING.DAT: a line-sequential file is changed by
      *    writing a full replacement pass.
            OPEN OUTPUT datafile
            OPEN INPUT workfile
            MOVE "N" TO WS-DATA-EOF
            PERFORM WITH TEST BEFORE UNTIL DATA-EOF
               READ workfile
                  AT END
                     MOVE "Y" TO WS-DATA-EOF
                  NOT AT END
                     WRITE DATA-LINE FROM WORK-LINE
               END-READ
            END-PERFORM
            CLOSE datafile
            CLOSE workfile
            OPEN OUTPUT workfile
            CLOSE workfile.

       RENAME-CHART-RECORD.
      *    The chart record goes last, so a run that stops part way
      *    still finds the old name on the chart.
            ADD 1 TO WS-TOTAL-CHANGES
            DISPLAY "  " FUNCTION TRIM(WS-COA-FILE) ": account "
               WS-TARGET-NO
            IF NOT MODE-COMMIT
               EXIT PARAGRAPH
            END-IF
            OPEN I-O coa
            MOVE WS-TARGET-NO TO accountNo
            READ coa
               INVALID KEY
                  DISPLAY "ERROR: account " WS-TARGET-NO
                     " could not be re-read from "
                     FUNCTION TRIM(WS-COA-FILE)
                  MOVE 1 TO RETURN-CODE
               NOT INVALID KEY
                  MOVE WS-NEW-NAME TO accountName
                  REWRITE bestbooks-record
                     INVALID KEY
                        DISPLAY "ERROR: unable to rename account "
                           WS-TARGET-NO
                        MOVE 1 TO RETURN-CODE
                     NOT INVALID KEY
                        MOVE "BESTBOOKS.DAT" TO WS-AUDIT-FILE-NAME
                        MOVE SPACES TO WS-RECORD-TEXT
                        STRING "ACCOUNT " WS-TARGET-NO
                              DELIMITED BY SIZE
                           INTO WS-RECORD-TEXT
                        END-STRING
                        PERFORM APPEND-RENAME-AUDIT-ROW
                  END-REWRITE
            END-READ
            CLOSE coa.

       APPEND-RENAME-AUDIT-ROW.
      *    BESTBOOKS-CREATE's before/after row for the account, the
      *    balance unchanged, then what was renamed where.
            MOVE WS-TARGET-NO TO AUDIT-ACCOUNT-NO
            MOVE WS-TARGET-BALANCE TO AUDIT-OLD-BALANCE
            MOVE WS-TARGET-BALANCE TO AUDIT-NEW-BALANCE
            MOVE FUNCTION CURRENT-DATE TO AUDIT-TIMESTAMP
            ACCEPT AUDIT-OS-USER FROM ENVIRONMENT "USER"
            IF AUDIT-OS-USER = SPACES
               ACCEPT AUDIT-OS-USER FROM ENVIRONMENT "USERNAME"
            END-IF
            IF AUDIT-OS-USER = SPACES
               MOVE "UNKNOWN" TO AUDIT-OS-USER
            END-IF
            MOVE WS-OPERATOR-ID TO AUDIT-OPERATOR
            MOVE SPACES TO AUDIT-LINE
            STRING WS-AUDIT-ROW DELIMITED BY SIZE
                  "|RENAME|" DELIMITED BY SIZE
                  FUNCTION TRIM(WS-AUDIT-FILE-NAME) DELIMITED BY SIZE
                  "|" DELIMITED BY SIZE
                  FUNCTION TRIM(WS-RECORD-TEXT) DELIMITED BY SIZE
                  "|" DELIMITED BY SIZE
                  WS-OLD-NAME(1:WS-OLD-LEN) DELIMITED BY SIZE
                  "|" DELIMITED BY SIZE
                  WS-NEW-NAME(1:WS-NEW-LEN) DELIMITED BY SIZE
               INTO AUDIT-LINE
            END-STRING
            OPEN EXTEND coa-audit
            WRITE AUDIT-LINE
            CLOSE coa-audit.

       OPEN-LEDGER-WITH-RETRY.
      *    LOCK MODE IS EXCLUSIVE on the bestbooks SELECT means a
      *    concurrent poster already holding the update lock makes
      *    OPEN I-O fail with a non-zero file status; retry a few
      *    times before giving up, the same way bestbooks_add_entry's
      *    OPEN-LEDGER-WITH-RETRY does.
            MOVE ZERO TO WS-LEDGER-RETRIES
            PERFORM WITH TEST AFTER
                  UNTIL WS-LEDGER-STATUS = "00"
                     OR WS-LEDGER-STATUS = "05"
                     OR WS-LEDGER-RETRIES > 5
               OPEN I-O bestbooks
               IF WS-LEDGER-STATUS NOT = "00"
                     AND WS-LEDGER-STATUS NOT = "05"
                  ADD 1 TO WS-LEDGER-RETRIES
               END-IF
            END-PERFORM
            IF WS-LEDGER-RETRIES > 5
               DISPLAY "ERROR: unable to lock "
                  FUNCTION TRIM(WS-CURRENT-LEDGER)
                  " for an exclusive update (status "
                  WS-LEDGER-STATUS ")"
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


       END PROGRAM BESTBOOKS-RENAME.
