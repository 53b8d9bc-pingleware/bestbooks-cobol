       IDENTIFICATION DIVISION.
       PROGRAM-ID. BESTBOOKS-SNAPSHOT.
       AUTHOR. PRESSPAGE ENTERTAINMENT INC dba PINGLEWARE.
      *----------------------------------------------------------------
      * Point-in-time snapshot and restore of a company's whole file
      * set. Restoring LEDGER.DAT alone from the nightly backup leaves
      * SEQCTL.DAT, BESTBOOKS.DAT, OPENITEM.DAT, VOUCHER.DAT,
      * CHECKREG.DAT and the rest out of step with it, so this program
      * handles every data file the suite uses as one set.
      *
      *   TAKE [company] [label] [keep]
      *        copies every file of the set that exists into a new
      *        generation directory SNAPnnnnn-YYYYMMDD-HHMMSS beside
      *        the data, writes its MANIFEST.DAT (file, kind, bytes,
      *        records, checksum), registers it on SNAPREG.DAT and
      *        prunes the oldest generations beyond the keep count;
      *   RESTORE <generation|LATEST> [company]
      *        verifies every checksum of the generation, takes a
      *        PRE-RESTORE generation of the current files, then puts
      *        the whole set back and verifies it (supervisor only
      *        once OPERATOR.DAT is configured);
      *   VERIFY <generation|LATEST> [company]
      *        checks a generation's files against its manifest;
      *   LIST [company]
      *        lists the generations on SNAPREG.DAT.
      *
      * [company] is a COMPANY-LABEL from COMPANIES.DAT (the company's
      * files live in the directory of its COA-FILE), or a directory
      * path ending in "/"; blank means the current directory. The
      * companies manifest itself can be named as the last argument.
      *
      * The set is every file name the suite opens by default, each
      * LEDGER-ARCH-<n> rollover generation SEQCTL.DAT key "2" says
      * exists, every close archive on ARCHREG.DAT, and any further
      * FILE rows on SNAPCFG.DAT. The indexed files (ledger and its
      * archives, chart, sequence control, budget) are copied record
      * by record in key order into a flat file of fixed records, so
      * a generation does not depend on how the indexed files are
      * kept on disk; every other file is copied byte for byte.
      * Append-only logs (COA-AUDIT.LOG, RECONALERT.LOG, RUNHIST.DAT)
      * are captured but never rolled back - they record what really
      * happened, including what a restore undid.
      *
      * SNAPCFG.DAT (optional, pipe-delimited, in the data directory):
      *   KEEP|<generations>            default 7
      *   FILE|<file name>|<kind>       kind FILE, LOG, LEDGER, COA,
      *                                 SEQCTL or BUDGET (default FILE)
      *
      * A restore writes SNAPRESTORE.DAT before it replaces the first
      * file and deletes it after the last one verifies. If a restore
      * is interrupted, the next run of this program in any mode -
      * including the automatic snapshot BESTBOOKS-CLOSE, BESTBOOKS-
      * RECLASS and BESTBOOKS-SCHEDULER take when BESTBOOKS_SNAPSHOT
      * is set - finishes it from the verified generation before doing
      * anything else, so the set is either all old or all restored.
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL LEDGER
               ASSIGN TO WS-IDX-FILE
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS TRANSACTION-ID
                   FILE STATUS IS WS-LEDGER-STATUS.

           SELECT OPTIONAL coa
               ASSIGN TO WS-IDX-FILE
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS accountNo OF bestbooks-record
                   FILE STATUS IS WS-COA-STATUS.

           SELECT OPTIONAL seqctl
               ASSIGN TO WS-IDX-FILE
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS SEQCTL-KEY
                   FILE STATUS IS WS-SEQCTL-STATUS.

           SELECT OPTIONAL budget
               ASSIGN TO WS-IDX-FILE
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS budget-key
                   FILE STATUS IS WS-BUDGET-STATUS.

           SELECT OPTIONAL companies
               ASSIGN TO WS-COMPANIES-FILE
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-COMPANIES-STATUS.

           SELECT OPTIONAL snapcfg
               ASSIGN TO WS-SNAPCFG-FILE
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-SNAPCFG-STATUS.

           SELECT OPTIONAL snapreg
               ASSIGN TO WS-SNAPREG-FILE
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-SNAPREG-STATUS.

           SELECT OPTIONAL manifest
               ASSIGN TO WS-MANIFEST-FILE
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-MANIFEST-STATUS.

           SELECT OPTIONAL journal
               ASSIGN TO WS-JOURNAL-FILE
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-JOURNAL-STATUS.

           SELECT OPTIONAL archreg
               ASSIGN TO WS-ARCHREG-FILE
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-ARCHREG-STATUS.

           SELECT OPTIONAL operator
               ASSIGN TO WS-OPERATOR-FILE
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-OPERATOR-STATUS.

       DATA DIVISION.
       FILE SECTION.
            FD LEDGER.
            COPY "ledger-record.cpy".

            FD coa.
            COPY "coa-record.cpy".

            FD seqctl.
            COPY "seq-control.cpy".

            FD budget.
            COPY "budget-record.cpy".

      *    COMPANIES.DAT line layout, pipe-delimited:
      *    COMPANY-LABEL|COA-FILE - see BESTBOOKS-CONSOLIDATE.
            FD companies.
            01 COMPANIES-LINE        PIC X(80).

            FD snapcfg.
            01 SNAPCFG-LINE          PIC X(120).

      *    SNAPREG.DAT line layout, pipe-delimited: GENERATION|
      *    DIRECTORY|DATE|TIME|LABEL|FILES|BYTES|STATUS|OPERATOR,
      *    STATUS KEPT or PRUNED.
            FD snapreg.
            01 SNAPREG-LINE          PIC X(200).

      *    MANIFEST.DAT (one per generation directory) line layout,
      *    pipe-delimited: STORED-NAME|DATA-FILE|KIND|PRESENT|BYTES|
      *    RECORDS|CHECKSUM. PRESENT N means the file did not exist
      *    when the generation was taken (a restore removes it).
      *    CHECKSUM is Adler-32 over the stored bytes.
            FD manifest.
            01 MANIFEST-LINE         PIC X(300).

      *    SNAPRESTORE.DAT: GENERATION|DIRECTORY of a restore still
      *    being applied.
            FD journal.
            01 JOURNAL-LINE          PIC X(120).

      *    ARCHREG.DAT: one close-archive file name per line - see
      *    BESTBOOKS-CLOSE.
            FD archreg.
            01 ARCHREG-LINE          PIC X(64).

      *    OPERATOR.DAT line layout, pipe-delimited:
      *    OPERATOR-ID|NAME|ROLE (ROLE is CLERK or SUPERVISOR); a
      *    maintenance-defined table of who may post, checked at
      *    startup against the BESTBOOKS_OPERATOR environment
      *    variable.
            FD operator.
            01 OPERATOR-LINE         PIC X(60).

       WORKING-STORAGE SECTION.
            01 WS-MODE              PIC X(10) VALUE SPACES.
            01 WS-GENERATION-IN     PIC X(10) VALUE SPACES.
            01 WS-COMPANY-IN        PIC X(64) VALUE SPACES.
            01 WS-LABEL             PIC X(20) VALUE SPACES.
            01 WS-KEEP-IN           PIC X(4) VALUE SPACES.
            01 WS-KEEP              PIC 9(4) VALUE 7.
            01 WS-ARG-LAST          PIC X(64) VALUE SPACES.

      *    the company's data directory ("" or a path ending in "/").
            01 WS-DATA-DIR          PIC X(64) VALUE SPACES.
            01 WS-DIR-IDX           PIC 9(3) COMP-5.
            01 WS-COMPANIES-FILE    PIC X(64) VALUE "COMPANIES.DAT".
            01 WS-CO-LABEL-IN       PIC X(20).
            01 WS-CO-COA-IN         PIC X(64).
            01 WS-COMPANY-FOUND     PIC X VALUE "N".
                  88  COMPANY-FOUND VALUE "Y".

            01 WS-IDX-FILE          PIC X(100).
            01 WS-SNAPCFG-FILE      PIC X(100).
            01 WS-SNAPREG-FILE      PIC X(100).
            01 WS-MANIFEST-FILE     PIC X(100).
            01 WS-JOURNAL-FILE      PIC X(100).
            01 WS-ARCHREG-FILE      PIC X(100).
            01 WS-OPERATOR-FILE     PIC X(100).
            01 WS-LEDGER-STATUS     PIC XX.
            01 WS-COA-STATUS        PIC XX.
            01 WS-SEQCTL-STATUS     PIC XX.
            01 WS-BUDGET-STATUS     PIC XX.
            01 WS-COMPANIES-STATUS  PIC XX.
            01 WS-SNAPCFG-STATUS    PIC XX.
            01 WS-SNAPREG-STATUS    PIC XX.
            01 WS-MANIFEST-STATUS   PIC XX.
            01 WS-JOURNAL-STATUS    PIC XX.
            01 WS-ARCHREG-STATUS    PIC XX.
            01 WS-FILE-EOF          PIC X VALUE "N".
                  88  FILE-EOF      VALUE "Y".

      *    operator sign-on: every posting is stamped with the signed-
      *    on operator's id, and the id must be on OPERATOR.DAT when
      *    that file exists (a missing file means sign-on is not
      *    configured and the OS user stamps the trail instead).
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

      *    every file name the suite opens by default, and its kind.
      *    SNAPREG.DAT, SNAPCFG.DAT, SNAPRESTORE.DAT and COMPANIES.DAT
      *    belong to the snapshots or the group, not to the set.
            01 STANDARD-FILE-LIST.
               02 FILLER PIC X(22) VALUE "ACCTPAIR.DAT    FILE  ".
               02 FILLER PIC X(22) VALUE "ACHBATCH.DAT    FILE  ".
               02 FILLER PIC X(22) VALUE "ACHCFG.DAT      FILE  ".
               02 FILLER PIC X(22) VALUE "ACHREG.DAT      FILE  ".
               02 FILLER PIC X(22) VALUE "ALLOC.DAT       FILE  ".
               02 FILLER PIC X(22) VALUE "ALLOWHIST.DAT   FILE  ".
               02 FILLER PIC X(22) VALUE "ALLOWRATE.DAT   FILE  ".
               02 FILLER PIC X(22) VALUE "AMORT.DAT       FILE  ".
               02 FILLER PIC X(22) VALUE "AMORTREG.DAT    FILE  ".
               02 FILLER PIC X(22) VALUE "ARCHREG.DAT     FILE  ".
               02 FILLER PIC X(22) VALUE "ASSETS.DAT      FILE  ".
               02 FILLER PIC X(22) VALUE "BALHIST.DAT     FILE  ".
               02 FILLER PIC X(22) VALUE "BANKMAP.DAT     FILE  ".
               02 FILLER PIC X(22) VALUE "BANKSTMT.DAT    FILE  ".
               02 FILLER PIC X(22) VALUE "BESTBOOKS.DAT   COA   ".
               02 FILLER PIC X(22) VALUE "BUDGET.DAT      BUDGET".
               02 FILLER PIC X(22) VALUE "CASHAPPLY.DAT   FILE  ".
               02 FILLER PIC X(22) VALUE "CHECKBATCH.DAT  FILE  ".
               02 FILLER PIC X(22) VALUE "CHECKREG.DAT    FILE  ".
               02 FILLER PIC X(22) VALUE "CLOSEDPER.DAT   FILE  ".
               02 FILLER PIC X(22) VALUE "CMLINES.DAT     FILE  ".
               02 FILLER PIC X(22) VALUE "COA-AUDIT.LOG   LOG   ".
               02 FILLER PIC X(22) VALUE "CPAMAP.DAT      FILE  ".
               02 FILLER PIC X(22) VALUE "CUSTVEND.DAT    FILE  ".
               02 FILLER PIC X(22) VALUE "DEPR.DAT        FILE  ".
               02 FILLER PIC X(22) VALUE "EMPLOYEE.DAT    FILE  ".
               02 FILLER PIC X(22) VALUE "EXPCLAIM.DAT    FILE  ".
               02 FILLER PIC X(22) VALUE "EXPLIMIT.DAT    FILE  ".
               02 FILLER PIC X(22) VALUE "EXPLINES.DAT    FILE  ".
               02 FILLER PIC X(22) VALUE "EXPREPORT.DAT   FILE  ".
               02 FILLER PIC X(22) VALUE "EXRATE.DAT      FILE  ".
               02 FILLER PIC X(22) VALUE "FINREPORT.DAT   FILE  ".
               02 FILLER PIC X(22) VALUE "FISCALCAL.DAT   FILE  ".
               02 FILLER PIC X(22) VALUE "INVLINES.DAT    FILE  ".
               02 FILLER PIC X(22) VALUE "INVMOVES.DAT    FILE  ".
               02 FILLER PIC X(22) VALUE "ITEMS.DAT       FILE  ".
               02 FILLER PIC X(22) VALUE "JEDRAFT.DAT     FILE  ".
               02 FILLER PIC X(22) VALUE "KPICLASS.DAT    FILE  ".
               02 FILLER PIC X(22) VALUE "KPITARGET.DAT   FILE  ".
               02 FILLER PIC X(22) VALUE "LEDGER.DAT      LEDGER".
               02 FILLER PIC X(22) VALUE "LOANREG.DAT     FILE  ".
               02 FILLER PIC X(22) VALUE "LOANS.DAT       FILE  ".
               02 FILLER PIC X(22) VALUE "LOANSCHED.DAT   FILE  ".
               02 FILLER PIC X(22) VALUE "LOCKBOX.DAT     FILE  ".
               02 FILLER PIC X(22) VALUE "LOCKBOXLOG.DAT  FILE  ".
               02 FILLER PIC X(22) VALUE "MATCHTOL.DAT    FILE  ".
               02 FILLER PIC X(22) VALUE "OPENITEM.DAT    FILE  ".
               02 FILLER PIC X(22) VALUE "OPERATOR.DAT    FILE  ".
               02 FILLER PIC X(22) VALUE "PAYACCTS.DAT    FILE  ".
               02 FILLER PIC X(22) VALUE "PAYEARN.DAT     FILE  ".
               02 FILLER PIC X(22) VALUE "PAYRATES.DAT    FILE  ".
               02 FILLER PIC X(22) VALUE "PAYREG.DAT      FILE  ".
               02 FILLER PIC X(22) VALUE "PENDING.DAT     FILE  ".
               02 FILLER PIC X(22) VALUE "PPSENT.DAT      FILE  ".
               02 FILLER PIC X(22) VALUE "PURCHORD.DAT    FILE  ".
               02 FILLER PIC X(22) VALUE "RECEIVING.DAT   FILE  ".
               02 FILLER PIC X(22) VALUE "RECLASS.DAT     FILE  ".
               02 FILLER PIC X(22) VALUE "RECONALERT.LOG  LOG   ".
               02 FILLER PIC X(22) VALUE "RECONEXCEPT.DAT FILE  ".
               02 FILLER PIC X(22) VALUE "RECONHOOK.DAT   FILE  ".
               02 FILLER PIC X(22) VALUE "RECURRING.DAT   FILE  ".
               02 FILLER PIC X(22) VALUE "REVALRATE.DAT   FILE  ".
               02 FILLER PIC X(22) VALUE "RUNHIST.DAT     LOG   ".
               02 FILLER PIC X(22) VALUE "SAMPLE.DAT      FILE  ".
               02 FILLER PIC X(22) VALUE "SCHEDULE.DAT    FILE  ".
               02 FILLER PIC X(22) VALUE "SEQCTL.DAT      SEQCTL".
               02 FILLER PIC X(22) VALUE "TAXRATE.DAT     FILE  ".
               02 FILLER PIC X(22) VALUE "TIMESHEET.DAT   FILE  ".
               02 FILLER PIC X(22) VALUE "VALUES.DAT      FILE  ".
               02 FILLER PIC X(22) VALUE "VENDORMAP.DAT   FILE  ".
               02 FILLER PIC X(22) VALUE "VERIFYBASE.DAT  FILE  ".
               02 FILLER PIC X(22) VALUE "VOUCHER.DAT     FILE  ".
               02 FILLER PIC X(22) VALUE "WHATIF.DAT      FILE  ".
               02 FILLER PIC X(22) VALUE "WRITEOFF.DAT    FILE  ".
            01 STANDARD-FILE-TABLE REDEFINES STANDARD-FILE-LIST.
               02 SF-ENTRY OCCURS 74 TIMES
                     INDEXED BY SF-IDX.
                  03 SF-NAME          PIC X(16).
                  03 SF-KIND          PIC X(6).
            01 WS-STANDARD-COUNT    PIC 9(3) VALUE 74.

      *    the set being taken, or a generation's manifest.
            01 FILE-TABLE.
               02 FT-ENTRY OCCURS 400 TIMES
                     INDEXED BY FT-IDX.
                  03 FT-STORED        PIC X(64).
                  03 FT-DATA          PIC X(100).
                  03 FT-KIND          PIC X(6).
                  03 FT-PRESENT       PIC X.
                  03 FT-BYTES         PIC 9(12).
                  03 FT-RECORDS       PIC 9(9).
                  03 FT-CHECKSUM      PIC 9(10).
            01 WS-FILE-COUNT        PIC 9(3) VALUE ZERO.
            01 WS-ADD-NAME          PIC X(100).
            01 WS-ADD-KIND          PIC X(6).
            01 WS-FOUND             PIC X VALUE "N".
                  88  ROW-FOUND     VALUE "Y".
            01 WS-CFG-KEY-IN        PIC X(10).
            01 WS-CFG-VALUE-IN      PIC X(100).
            01 WS-CFG-KIND-IN       PIC X(10).
            01 WS-ARCH-GEN          PIC 9(5) VALUE ZERO.
            01 WS-GEN-IDX           PIC 9(5) VALUE ZERO.
            01 WS-ARCHIVE-NAME.
                02 FILLER            PIC X(11) VALUE "LEDGER-ARCH".
                02 FILLER            PIC X VALUE "-".
                02 AN-GENERATION     PIC 9(5).
                02 FILLER            PIC X(4) VALUE ".DAT".

      *    SNAPREG.DAT, in memory.
            01 SNAPREG-TABLE.
               02 SR-ENTRY OCCURS 500 TIMES
                     INDEXED BY SR-IDX.
                  03 SR-GENERATION    PIC 9(5).
                  03 SR-DIRECTORY     PIC X(40).
                  03 SR-DATE          PIC X(10).
                  03 SR-TIME          PIC X(8).
                  03 SR-LABEL         PIC X(20).
                  03 SR-FILES         PIC 9(4).
                  03 SR-BYTES         PIC 9(12).
                  03 SR-STATUS        PIC X(8).
                  03 SR-OPERATOR      PIC X(8).
            01 WS-SNAPREG-COUNT     PIC 9(3) VALUE ZERO.
            01 WS-SR-GEN-IN         PIC X(5).
            01 WS-SR-FILES-IN       PIC X(4).
            01 WS-SR-BYTES-IN       PIC X(12).
            01 WS-LAST-GENERATION   PIC 9(5) VALUE ZERO.
            01 WS-KEPT-COUNT        PIC 9(3) VALUE ZERO.

      *    the generation being taken, verified, restored or pruned.
            01 WS-GENERATION        PIC 9(5) VALUE ZERO.
            01 WS-GEN-DIRECTORY     PIC X(40).
            01 WS-GEN-PATH          PIC X(100).
            01 WS-TIMESTAMP         PIC X(21).
            01 WS-SNAP-DATE         PIC X(10).
            01 WS-SNAP-TIME         PIC X(8).
            01 WS-SNAP-BYTES        PIC 9(12) VALUE ZERO.
            01 WS-SNAP-FILES        PIC 9(4) VALUE ZERO.
            01 WS-STORED-PATH       PIC X(170).
            01 WS-SNAPSHOT-FAILED   PIC X VALUE "N".
                  88  SNAPSHOT-FAILED   VALUE "Y".
            01 WS-NO-PRUNE          PIC X VALUE "N".
                  88  SKIP-PRUNING  VALUE "Y".
            01 WS-BAD-COUNT         PIC 9(3) VALUE ZERO.
            01 WS-MF-PRESENT-IN     PIC X.
            01 WS-MF-BYTES-IN       PIC X(12).
            01 WS-MF-RECORDS-IN     PIC X(9).
            01 WS-MF-CHECKSUM-IN    PIC X(10).

      *    byte-stream file access (CBL_OPEN_FILE and friends).
            01 WS-CBL-HANDLE        PIC X(4).
            01 WS-CBL-ACCESS        PIC X COMP-X.
            01 WS-CBL-DENY          PIC X COMP-X VALUE ZERO.
            01 WS-CBL-DEVICE        PIC X COMP-X VALUE ZERO.
            01 WS-CBL-FLAGS         PIC X COMP-X.
            01 WS-CBL-OFFSET        PIC X(8) COMP-X.
            01 WS-CBL-COUNT         PIC X(4) COMP-X.
            01 WS-CBL-RC            PIC S9(9) VALUE ZERO.
            01 WS-CBL-NAME          PIC X(170).
            01 WS-CBL-NAME-2        PIC X(170).
            01 WS-FILE-DETAILS.
               02 WS-FD-SIZE        PIC X(8) COMP-X.
               02 WS-FD-DATE        PIC X(4).
               02 WS-FD-TIME        PIC X(4).
            01 WS-FILE-SIZE         PIC 9(12).
            01 WS-FILE-OFFSET       PIC 9(12).

      *    Adler-32 over a file or a run of records.
            01 WS-CK-FILE           PIC X(170).
            01 WS-CK-BUFFER         PIC X(4096).
            01 WS-CK-LENGTH         PIC 9(5) COMP-5.
            01 WS-CK-IDX            PIC 9(5) COMP-5.
            01 WS-ADLER-A           PIC 9(9) COMP-5.
            01 WS-ADLER-B           PIC 9(9) COMP-5.
            01 WS-CK-SUM            PIC 9(10).
            01 WS-CK-SIZE           PIC 9(12).
            01 WS-CK-LINES          PIC 9(9).
            01 WS-CK-LAST-BYTE      PIC X.
            01 WS-CK-OK             PIC X VALUE "N".
                  88  CHECKSUM-OK   VALUE "Y".
            01 WS-SOURCE-SUM        PIC 9(10).
            01 WS-SOURCE-SIZE       PIC 9(12).

      *    the indexed file being copied through its own FD.
            01 WS-IDX-KIND          PIC X(6).
            01 WS-IDX-RECLEN        PIC 9(5) COMP-5.
            01 WS-IDX-STATUS        PIC XX.
            01 WS-IDX-EOF           PIC X VALUE "N".
                  88  IDX-EOF       VALUE "Y".
            01 WS-IDX-ERROR         PIC X VALUE "N".
                  88  IDX-ERROR     VALUE "Y".
            01 WS-IDX-RECORDS       PIC 9(9).

            01 WS-COUNT-ED          PIC ZZZ,ZZZ,ZZ9.
            01 WS-BYTES-ED          PIC ZZZ,ZZZ,ZZZ,ZZ9.
            01 WS-GEN-ED            PIC ZZZZ9.
            01 RPT-FILE-LINE.
               02 FILLER            PIC X(2) VALUE SPACES.
               02 RPT-STORED        PIC X(24).
               02 RPT-KIND          PIC X(7).
               02 RPT-RECORDS       PIC ZZZ,ZZZ,ZZ9.
               02 RPT-BYTES         PIC ZZZ,ZZZ,ZZZ,ZZ9.
               02 FILLER            PIC X(2) VALUE SPACES.
               02 RPT-CHECKSUM      PIC 9(10).
               02 FILLER            PIC X(2) VALUE SPACES.
               02 RPT-NOTE          PIC X(12).
            01 RPT-GENERATION-LINE.
               02 RPT-GEN           PIC ZZZZ9.
               02 FILLER            PIC X(2) VALUE SPACES.
               02 RPT-DATE          PIC X(11).
               02 RPT-TIME          PIC X(9).
               02 RPT-LABEL         PIC X(21).
               02 RPT-FILES         PIC ZZZ9.
               02 RPT-GEN-BYTES     PIC ZZZ,ZZZ,ZZZ,ZZ9.
               02 FILLER            PIC X(2) VALUE SPACES.
               02 RPT-STATUS        PIC X(8).
               02 RPT-OPERATOR      PIC X(8).

       PROCEDURE DIVISION.
       BEGIN.
            PERFORM GET-RUNTIME-ARGUMENTS.
            PERFORM RESOLVE-COMPANY-DIRECTORY.
            PERFORM SET-COMPANY-FILE-NAMES.
            PERFORM LOAD-SNAPSHOT-CONFIG.
            PERFORM COMPLETE-INTERRUPTED-RESTORE.
            EVALUATE WS-MODE
               WHEN "TAKE"
                  PERFORM CHECK-OPERATOR-SIGNON
                  PERFORM TAKE-SNAPSHOT
                  IF SNAPSHOT-FAILED
                     MOVE 1 TO RETURN-CODE
                  ELSE
                     PERFORM PRUNE-OLD-GENERATIONS
                  END-IF
               WHEN "RESTORE"
                  PERFORM CHECK-OPERATOR-SIGNON
                  PERFORM RUN-RESTORE-MODE
               WHEN "VERIFY"
                  PERFORM RUN-VERIFY-MODE
               WHEN "LIST"
                  PERFORM RUN-LIST-MODE
            END-EVALUATE.
            STOP RUN.

       GET-RUNTIME-ARGUMENTS.
      *    arg 1: TAKE, RESTORE, VERIFY or LIST.
      *    TAKE:    args 2-4 (optional) company, label, generations
      *             to keep (default SNAPCFG.DAT KEEP, else 7); arg 5
      *             (optional) companies manifest.
      *    RESTORE/VERIFY: arg 2 generation number or LATEST; args
      *             3-4 (optional) company, companies manifest.
      *    LIST:    args 2-3 (optional) company, companies manifest.
            ACCEPT WS-MODE FROM ARGUMENT-VALUE
            MOVE FUNCTION UPPER-CASE(WS-MODE) TO WS-MODE
            EVALUATE WS-MODE
               WHEN "TAKE"
                  ACCEPT WS-COMPANY-IN FROM ARGUMENT-VALUE
                  ACCEPT WS-LABEL FROM ARGUMENT-VALUE
                  ACCEPT WS-KEEP-IN FROM ARGUMENT-VALUE
                  ACCEPT WS-ARG-LAST FROM ARGUMENT-VALUE
               WHEN "RESTORE"
               WHEN "VERIFY"
                  ACCEPT WS-GENERATION-IN FROM ARGUMENT-VALUE
                  MOVE FUNCTION UPPER-CASE(WS-GENERATION-IN)
                     TO WS-GENERATION-IN
                  ACCEPT WS-COMPANY-IN FROM ARGUMENT-VALUE
                  ACCEPT WS-ARG-LAST FROM ARGUMENT-VALUE
                  IF WS-GENERATION-IN = SPACES
                        OR (WS-GENERATION-IN NOT = "LATEST"
                           AND FUNCTION TEST-NUMVAL(WS-GENERATION-IN)
                              NOT = ZERO)
                     DISPLAY "ERROR: " FUNCTION TRIM(WS-MODE)
                        " requires a generation number or LATEST "
                        "as arg 2"
                     MOVE 1 TO RETURN-CODE
                     STOP RUN
                  END-IF
               WHEN "LIST"
                  ACCEPT WS-COMPANY-IN FROM ARGUMENT-VALUE
                  ACCEPT WS-ARG-LAST FROM ARGUMENT-VALUE
               WHEN OTHER
                  DISPLAY "Usage: BESTBOOKS-SNAPSHOT TAKE [company] "
                     "[label] [keep] [companies]"
                  DISPLAY "       BESTBOOKS-SNAPSHOT RESTORE|VERIFY "
                     "<generation|LATEST> [company] [companies]"
                  DISPLAY "       BESTBOOKS-SNAPSHOT LIST [company] "
                     "[companies]"
                  MOVE 1 TO RETURN-CODE
                  STOP RUN
            END-EVALUATE
            IF WS-ARG-LAST NOT = SPACES
               MOVE WS-ARG-LAST TO WS-COMPANIES-FILE
            END-IF
            IF WS-LABEL = SPACES
               MOVE "MANUAL" TO WS-LABEL
            END-IF
            INSPECT WS-LABEL REPLACING ALL "|" BY "/".

       RESOLVE-COMPANY-DIRECTORY.
      *    A COMPANIES.DAT label names the company whose COA-FILE
      *    sits in the directory wanted; a path ending in "/" names
      *    the directory outright.
            MOVE SPACES TO WS-DATA-DIR
            IF WS-COMPANY-IN = SPACES
               EXIT PARAGRAPH
            END-IF
            MOVE "N" TO WS-COMPANY-FOUND
            MOVE "N" TO WS-FILE-EOF
            OPEN INPUT companies
            IF WS-COMPANIES-STATUS = "00"
               PERFORM WITH TEST BEFORE UNTIL FILE-EOF
                     OR COMPANY-FOUND
                  READ companies
                     AT END
                        MOVE "Y" TO WS-FILE-EOF
                     NOT AT END
                        MOVE SPACES TO WS-CO-LABEL-IN WS-CO-COA-IN
                        UNSTRING COMPANIES-LINE DELIMITED BY "|"
                           INTO WS-CO-LABEL-IN WS-CO-COA-IN
                        END-UNSTRING
                        IF FUNCTION TRIM(WS-CO-LABEL-IN) =
                              FUNCTION TRIM(WS-COMPANY-IN)
                           MOVE "Y" TO WS-COMPANY-FOUND
                        END-IF
                  END-READ
               END-PERFORM
            END-IF
            CLOSE companies
            IF COMPANY-FOUND
               PERFORM VARYING WS-DIR-IDX FROM 64 BY -1
                     UNTIL WS-DIR-IDX < 1
                        OR WS-CO-COA-IN(WS-DIR-IDX:1) = "/"
                  CONTINUE
               END-PERFORM
               IF WS-DIR-IDX > ZERO
                  MOVE WS-CO-COA-IN(1:WS-DIR-IDX) TO WS-DATA-DIR
               END-IF
               EXIT PARAGRAPH
            END-IF
            PERFORM VARYING WS-DIR-IDX FROM 64 BY -1
                  UNTIL WS-DIR-IDX < 1
                     OR WS-COMPANY-IN(WS-DIR-IDX:1) NOT = SPACE
               CONTINUE
            END-PERFORM
            IF WS-COMPANY-IN(WS-DIR-IDX:1) = "/"
               MOVE WS-COMPANY-IN TO WS-DATA-DIR
               EXIT PARAGRAPH
            END-IF
            DISPLAY "ERROR: company '" FUNCTION TRIM(WS-COMPANY-IN)
               "' is not on " FUNCTION TRIM(WS-COMPANIES-FILE)
               " (a directory must end in /)"
            MOVE 1 TO RETURN-CODE
            STOP RUN.

       SET-COMPANY-FILE-NAMES.
            MOVE "SNAPCFG.DAT" TO WS-ADD-NAME
            PERFORM BUILD-DATA-PATH
            MOVE WS-ADD-NAME TO WS-SNAPCFG-FILE
            MOVE "SNAPREG.DAT" TO WS-ADD-NAME
            PERFORM BUILD-DATA-PATH
            MOVE WS-ADD-NAME TO WS-SNAPREG-FILE
            MOVE "SNAPRESTORE.DAT" TO WS-ADD-NAME
            PERFORM BUILD-DATA-PATH
            MOVE WS-ADD-NAME TO WS-JOURNAL-FILE
            MOVE "ARCHREG.DAT" TO WS-ADD-NAME
            PERFORM BUILD-DATA-PATH
            MOVE WS-ADD-NAME TO WS-ARCHREG-FILE
            MOVE "OPERATOR.DAT" TO WS-ADD-NAME
            PERFORM BUILD-DATA-PATH
            MOVE WS-ADD-NAME TO WS-OPERATOR-FILE.

       BUILD-DATA-PATH.
      *    WS-ADD-NAME, prefixed with the company directory unless it
      *    already carries a directory of its own.
            IF WS-DATA-DIR = SPACES
               EXIT PARAGRAPH
            END-IF
            MOVE ZERO TO WS-DIR-IDX
            INSPECT WS-ADD-NAME TALLYING WS-DIR-IDX FOR ALL "/"
            IF WS-DIR-IDX > ZERO
               EXIT PARAGRAPH
            END-IF
            MOVE SPACES TO WS-CBL-NAME
            STRING WS-DATA-DIR DELIMITED BY SPACE
                  WS-ADD-NAME DELIMITED BY SPACE
               INTO WS-CBL-NAME
            END-STRING
            MOVE WS-CBL-NAME TO WS-ADD-NAME.

       LOAD-SNAPSHOT-CONFIG.
            MOVE "N" TO WS-FILE-EOF
            OPEN INPUT snapcfg
            IF WS-SNAPCFG-STATUS = "00"
               PERFORM WITH TEST BEFORE UNTIL FILE-EOF
                  READ snapcfg
                     AT END
                        MOVE "Y" TO WS-FILE-EOF
                     NOT AT END
                        MOVE SPACES TO WS-CFG-KEY-IN WS-CFG-VALUE-IN
                        UNSTRING SNAPCFG-LINE DELIMITED BY "|"
                           INTO WS-CFG-KEY-IN WS-CFG-VALUE-IN
                        END-UNSTRING
                        IF FUNCTION UPPER-CASE(WS-CFG-KEY-IN) = "KEEP"
                              AND FUNCTION TEST-NUMVAL(WS-CFG-VALUE-IN)
                                 = ZERO
                              AND FUNCTION NUMVAL(WS-CFG-VALUE-IN) > 0
                           MOVE FUNCTION NUMVAL(WS-CFG-VALUE-IN)
                              TO WS-KEEP
                        END-IF
                  END-READ
               END-PERFORM
            END-IF
            CLOSE snapcfg
            IF WS-KEEP-IN NOT = SPACES
               IF FUNCTION TEST-NUMVAL(WS-KEEP-IN) = ZERO
                     AND FUNCTION NUMVAL(WS-KEEP-IN) > 0
                  MOVE FUNCTION NUMVAL(WS-KEEP-IN) TO WS-KEEP
               ELSE
                  DISPLAY "ERROR: generations to keep (arg 4) must "
                     "be a positive number"
                  MOVE 1 TO RETURN-CODE
                  STOP RUN
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

      *----------------------------------------------------------------
      * TAKE
      *----------------------------------------------------------------
       TAKE-SNAPSHOT.
            MOVE "N" TO WS-SNAPSHOT-FAILED
            PERFORM BUILD-FILE-LIST
            PERFORM LOAD-SNAPREG
            COMPUTE WS-GENERATION = WS-LAST-GENERATION + 1
            MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP
            MOVE SPACES TO WS-SNAP-DATE WS-SNAP-TIME WS-GEN-DIRECTORY
            STRING WS-TIMESTAMP(1:4) "-" WS-TIMESTAMP(5:2) "-"
                  WS-TIMESTAMP(7:2) DELIMITED BY SIZE
               INTO WS-SNAP-DATE
            END-STRING
            STRING WS-TIMESTAMP(9:2) ":" WS-TIMESTAMP(11:2) ":"
                  WS-TIMESTAMP(13:2) DELIMITED BY SIZE
               INTO WS-SNAP-TIME
            END-STRING
            STRING "SNAP" WS-GENERATION "-" WS-TIMESTAMP(1:8) "-"
                  WS-TIMESTAMP(9:6) DELIMITED BY SIZE
               INTO WS-GEN-DIRECTORY
            END-STRING
            PERFORM SET-GENERATION-PATH
            MOVE WS-GEN-PATH TO WS-CBL-NAME
            CALL "CBL_CREATE_DIR" USING WS-CBL-NAME
            MOVE RETURN-CODE TO WS-CBL-RC
            MOVE ZERO TO RETURN-CODE
            IF WS-CBL-RC NOT = ZERO
               DISPLAY "ERROR: cannot create snapshot directory "
                  FUNCTION TRIM(WS-GEN-PATH)
               MOVE "Y" TO WS-SNAPSHOT-FAILED
               EXIT PARAGRAPH
            END-IF

            MOVE ZERO TO WS-SNAP-BYTES WS-SNAP-FILES
            PERFORM VARYING FT-IDX FROM 1 BY 1
                  UNTIL FT-IDX > WS-FILE-COUNT OR SNAPSHOT-FAILED
               PERFORM CAPTURE-ONE-FILE
            END-PERFORM
            IF NOT SNAPSHOT-FAILED
               PERFORM WRITE-MANIFEST
            END-IF
            IF SNAPSHOT-FAILED
               PERFORM REMOVE-GENERATION-FILES
               DISPLAY "ERROR: snapshot NOT taken - "
                  FUNCTION TRIM(WS-GEN-PATH) " removed"
               EXIT PARAGRAPH
            END-IF

            IF WS-SNAPREG-COUNT = 500
               PERFORM VARYING SR-IDX FROM 1 BY 1
                     UNTIL SR-IDX > 499
                  MOVE SR-ENTRY(SR-IDX + 1) TO SR-ENTRY(SR-IDX)
               END-PERFORM
            ELSE
               ADD 1 TO WS-SNAPREG-COUNT
            END-IF
            SET SR-IDX TO WS-SNAPREG-COUNT
            MOVE WS-GENERATION TO SR-GENERATION(SR-IDX)
            MOVE WS-GEN-DIRECTORY TO SR-DIRECTORY(SR-IDX)
            MOVE WS-SNAP-DATE TO SR-DATE(SR-IDX)
            MOVE WS-SNAP-TIME TO SR-TIME(SR-IDX)
            MOVE WS-LABEL TO SR-LABEL(SR-IDX)
            MOVE WS-SNAP-FILES TO SR-FILES(SR-IDX)
            MOVE WS-SNAP-BYTES TO SR-BYTES(SR-IDX)
            MOVE "KEPT" TO SR-STATUS(SR-IDX)
            MOVE WS-OPERATOR-ID TO SR-OPERATOR(SR-IDX)
            MOVE WS-GENERATION TO WS-LAST-GENERATION
            PERFORM WRITE-SNAPREG

            DISPLAY " "
            MOVE WS-GENERATION TO WS-GEN-ED
            DISPLAY "SNAPSHOT " FUNCTION TRIM(WS-GEN-ED) " ("
               FUNCTION TRIM(WS-LABEL) ") taken "
               WS-SNAP-DATE " " WS-SNAP-TIME " in "
               FUNCTION TRIM(WS-GEN-PATH)
            DISPLAY "  FILE                    KIND       RECORDS"
               "           BYTES    CHECKSUM"
            PERFORM VARYING FT-IDX FROM 1 BY 1
                  UNTIL FT-IDX > WS-FILE-COUNT
               IF FT-PRESENT(FT-IDX) = "Y"
                  PERFORM DISPLAY-FILE-ROW
               END-IF
            END-PERFORM
            MOVE WS-SNAP-FILES TO WS-COUNT-ED
            MOVE WS-SNAP-BYTES TO WS-BYTES-ED
            DISPLAY "  " FUNCTION TRIM(WS-COUNT-ED) " file(s), "
               FUNCTION TRIM(WS-BYTES-ED) " bytes; files of the set "
               "that do not exist are recorded as absent".

       BUILD-FILE-LIST.
      *    the standard names, then SNAPCFG.DAT FILE rows, then the
      *    ledger's rollover generations and close archives.
            MOVE ZERO TO WS-FILE-COUNT
            PERFORM VARYING SF-IDX FROM 1 BY 1
                  UNTIL SF-IDX > WS-STANDARD-COUNT
               MOVE SF-NAME(SF-IDX) TO WS-ADD-NAME
               MOVE SF-KIND(SF-IDX) TO WS-ADD-KIND
               PERFORM ADD-SET-FILE
            END-PERFORM

            MOVE "N" TO WS-FILE-EOF
            OPEN INPUT snapcfg
            IF WS-SNAPCFG-STATUS = "00"
               PERFORM WITH TEST BEFORE UNTIL FILE-EOF
                  READ snapcfg
                     AT END
                        MOVE "Y" TO WS-FILE-EOF
                     NOT AT END
                        MOVE SPACES TO WS-CFG-KEY-IN WS-CFG-VALUE-IN
                           WS-CFG-KIND-IN
                        UNSTRING SNAPCFG-LINE DELIMITED BY "|"
                           INTO WS-CFG-KEY-IN WS-CFG-VALUE-IN
                                WS-CFG-KIND-IN
                        END-UNSTRING
                        IF FUNCTION UPPER-CASE(WS-CFG-KEY-IN) = "FILE"
                              AND WS-CFG-VALUE-IN NOT = SPACES
                           MOVE WS-CFG-VALUE-IN TO WS-ADD-NAME
                           MOVE FUNCTION UPPER-CASE(WS-CFG-KIND-IN)
                              TO WS-ADD-KIND
                           IF WS-ADD-KIND NOT = "LOG"
                                 AND WS-ADD-KIND NOT = "LEDGER"
                                 AND WS-ADD-KIND NOT = "COA"
                                 AND WS-ADD-KIND NOT = "SEQCTL"
                                 AND WS-ADD-KIND NOT = "BUDGET"
                              MOVE "FILE" TO WS-ADD-KIND
                           END-IF
                           PERFORM ADD-SET-FILE
                        END-IF
                  END-READ
               END-PERFORM
            END-IF
            CLOSE snapcfg

            MOVE ZERO TO WS-ARCH-GEN
            MOVE "SEQCTL.DAT" TO WS-ADD-NAME
            PERFORM BUILD-DATA-PATH
            MOVE WS-ADD-NAME TO WS-IDX-FILE
            OPEN INPUT seqctl
            IF WS-SEQCTL-STATUS = "00"
               MOVE "2" TO SEQCTL-KEY
               READ seqctl
                  INVALID KEY
                     MOVE ZERO TO SEQCTL-LAST-ID
               END-READ
               MOVE SEQCTL-LAST-ID TO WS-ARCH-GEN
            END-IF
            CLOSE seqctl
            PERFORM VARYING WS-GEN-IDX FROM 1 BY 1
                  UNTIL WS-GEN-IDX > WS-ARCH-GEN
               MOVE WS-GEN-IDX TO AN-GENERATION
               MOVE WS-ARCHIVE-NAME TO WS-ADD-NAME
               MOVE "LEDGER" TO WS-ADD-KIND
               PERFORM ADD-SET-FILE
            END-PERFORM

            MOVE "N" TO WS-FILE-EOF
            OPEN INPUT archreg
            IF WS-ARCHREG-STATUS = "00"
               PERFORM WITH TEST BEFORE UNTIL FILE-EOF
                  READ archreg
                     AT END
                        MOVE "Y" TO WS-FILE-EOF
                     NOT AT END
                        IF ARCHREG-LINE NOT = SPACES
                           MOVE ARCHREG-LINE TO WS-ADD-NAME
                           MOVE "LEDGER" TO WS-ADD-KIND
                           PERFORM ADD-SET-FILE
                        END-IF
                  END-READ
               END-PERFORM
            END-IF
            CLOSE archreg.

       ADD-SET-FILE.
      *    WS-ADD-NAME/WS-ADD-KIND onto FILE-TABLE, once; the stored
      *    name is the file name with any directory slashes turned
      *    into underscores.
            PERFORM BUILD-DATA-PATH
            MOVE "N" TO WS-FOUND
            PERFORM VARYING FT-IDX FROM 1 BY 1
                  UNTIL FT-IDX > WS-FILE-COUNT OR ROW-FOUND
               IF FT-DATA(FT-IDX) = WS-ADD-NAME
                  MOVE "Y" TO WS-FOUND
               END-IF
            END-PERFORM
            IF ROW-FOUND OR WS-FILE-COUNT = 400
               EXIT PARAGRAPH
            END-IF
            ADD 1 TO WS-FILE-COUNT
            SET FT-IDX TO WS-FILE-COUNT
            MOVE WS-ADD-NAME TO FT-DATA(FT-IDX)
            MOVE WS-ADD-KIND TO FT-KIND(FT-IDX)
            MOVE SPACES TO FT-STORED(FT-IDX)
            IF WS-DATA-DIR NOT = SPACES
                  AND WS-ADD-NAME(1:FUNCTION LENGTH(FUNCTION TRIM(
                     WS-DATA-DIR))) = WS-DATA-DIR
               MOVE WS-ADD-NAME(FUNCTION LENGTH(FUNCTION TRIM(
                  WS-DATA-DIR)) + 1:) TO FT-STORED(FT-IDX)
            ELSE
               MOVE WS-ADD-NAME TO FT-STORED(FT-IDX)
            END-IF
            INSPECT FT-STORED(FT-IDX) REPLACING ALL "/" BY "_"
            MOVE "N" TO FT-PRESENT(FT-IDX)
            MOVE ZERO TO FT-BYTES(FT-IDX) FT-RECORDS(FT-IDX)
               FT-CHECKSUM(FT-IDX).

       SET-GENERATION-PATH.
            MOVE SPACES TO WS-GEN-PATH
            STRING WS-DATA-DIR DELIMITED BY SPACE
                  WS-GEN-DIRECTORY DELIMITED BY SPACE
               INTO WS-GEN-PATH
            END-STRING
            MOVE SPACES TO WS-MANIFEST-FILE
            STRING WS-GEN-PATH DELIMITED BY SPACE
                  "/MANIFEST.DAT" DELIMITED BY SIZE
               INTO WS-MANIFEST-FILE
            END-STRING.

       SET-STORED-PATH.
            MOVE SPACES TO WS-STORED-PATH
            STRING WS-GEN-PATH DELIMITED BY SPACE
                  "/" DELIMITED BY SIZE
                  FT-STORED(FT-IDX) DELIMITED BY SPACE
               INTO WS-STORED-PATH
            END-STRING.

       CAPTURE-ONE-FILE.
            PERFORM SET-STORED-PATH
            IF FT-KIND(FT-IDX) = "FILE" OR FT-KIND(FT-IDX) = "LOG"
               PERFORM CAPTURE-BYTE-FILE
            ELSE
               PERFORM CAPTURE-INDEXED-FILE
            END-IF
            IF FT-PRESENT(FT-IDX) = "Y"
               ADD 1 TO WS-SNAP-FILES
               ADD FT-BYTES(FT-IDX) TO WS-SNAP-BYTES
            END-IF.

       CAPTURE-BYTE-FILE.
            MOVE FT-DATA(FT-IDX) TO WS-CBL-NAME
            CALL "CBL_CHECK_FILE_EXIST" USING WS-CBL-NAME
               WS-FILE-DETAILS
            MOVE RETURN-CODE TO WS-CBL-RC
            MOVE ZERO TO RETURN-CODE
            IF WS-CBL-RC NOT = ZERO
               EXIT PARAGRAPH
            END-IF
            MOVE FT-DATA(FT-IDX) TO WS-CK-FILE
            PERFORM CHECKSUM-FILE
            IF NOT CHECKSUM-OK
               DISPLAY "ERROR: cannot read "
                  FUNCTION TRIM(FT-DATA(FT-IDX))
               MOVE "Y" TO WS-SNAPSHOT-FAILED
               EXIT PARAGRAPH
            END-IF
            MOVE WS-CK-SUM TO WS-SOURCE-SUM
            MOVE WS-CK-SIZE TO WS-SOURCE-SIZE
            PERFORM COUNT-LINE-RECORDS
            MOVE WS-CK-LINES TO FT-RECORDS(FT-IDX)
            MOVE FT-DATA(FT-IDX) TO WS-CBL-NAME
            MOVE WS-STORED-PATH TO WS-CBL-NAME-2
            CALL "CBL_COPY_FILE" USING WS-CBL-NAME WS-CBL-NAME-2
            MOVE RETURN-CODE TO WS-CBL-RC
            MOVE ZERO TO RETURN-CODE
            MOVE WS-STORED-PATH TO WS-CK-FILE
            PERFORM CHECKSUM-FILE
            IF WS-CBL-RC NOT = ZERO OR NOT CHECKSUM-OK
                  OR WS-CK-SUM NOT = WS-SOURCE-SUM
                  OR WS-CK-SIZE NOT = WS-SOURCE-SIZE
               DISPLAY "ERROR: copy of " FUNCTION TRIM(FT-DATA(FT-IDX))
                  " does not match the original (changed while "
                  "being copied, or the disk is full)"
               MOVE "Y" TO WS-SNAPSHOT-FAILED
               EXIT PARAGRAPH
            END-IF
            MOVE "Y" TO FT-PRESENT(FT-IDX)
            MOVE WS-CK-SIZE TO FT-BYTES(FT-IDX)
            MOVE WS-CK-SUM TO FT-CHECKSUM(FT-IDX).

       COUNT-LINE-RECORDS.
      *    line count of the file just summed: one per line feed,
      *    plus an unterminated last line.
            IF WS-CK-SIZE > ZERO AND WS-CK-LAST-BYTE NOT = X"0A"
               ADD 1 TO WS-CK-LINES
            END-IF.

       CAPTURE-INDEXED-FILE.
      *    key-order copy of every record into a flat file of fixed
      *    records, summed as it goes and re-summed from disk after.
            MOVE FT-DATA(FT-IDX) TO WS-IDX-FILE
            MOVE FT-KIND(FT-IDX) TO WS-IDX-KIND
            PERFORM OPEN-INDEXED-INPUT
            IF WS-IDX-STATUS NOT = "00"
               PERFORM CLOSE-INDEXED-FILE
               IF WS-IDX-STATUS NOT = "05"
                  DISPLAY "ERROR: cannot open "
                     FUNCTION TRIM(FT-DATA(FT-IDX)) " (status "
                     WS-IDX-STATUS ")"
                  MOVE "Y" TO WS-SNAPSHOT-FAILED
               END-IF
               EXIT PARAGRAPH
            END-IF
            MOVE WS-STORED-PATH TO WS-CBL-NAME
            MOVE 2 TO WS-CBL-ACCESS
            CALL "CBL_CREATE_FILE" USING WS-CBL-NAME WS-CBL-ACCESS
               WS-CBL-DENY WS-CBL-DEVICE WS-CBL-HANDLE
            MOVE RETURN-CODE TO WS-CBL-RC
            MOVE ZERO TO RETURN-CODE
            IF WS-CBL-RC NOT = ZERO
               PERFORM CLOSE-INDEXED-FILE
               DISPLAY "ERROR: cannot create "
                  FUNCTION TRIM(WS-STORED-PATH)
               MOVE "Y" TO WS-SNAPSHOT-FAILED
               EXIT PARAGRAPH
            END-IF
            PERFORM START-CHECKSUM
            MOVE ZERO TO WS-FILE-OFFSET WS-IDX-RECORDS
            MOVE "N" TO WS-IDX-ERROR
            PERFORM WITH TEST BEFORE UNTIL IDX-EOF OR IDX-ERROR
               PERFORM READ-NEXT-INDEXED
               IF NOT IDX-EOF
                  MOVE WS-IDX-RECLEN TO WS-CK-LENGTH
                  PERFORM ADD-BUFFER-TO-CHECKSUM
                  MOVE WS-FILE-OFFSET TO WS-CBL-OFFSET
                  MOVE WS-IDX-RECLEN TO WS-CBL-COUNT
                  MOVE ZERO TO WS-CBL-FLAGS
                  CALL "CBL_WRITE_FILE" USING WS-CBL-HANDLE
                     WS-CBL-OFFSET WS-CBL-COUNT WS-CBL-FLAGS
                     WS-CK-BUFFER
                  IF RETURN-CODE NOT = ZERO
                     MOVE "Y" TO WS-IDX-ERROR
                  END-IF
                  MOVE ZERO TO RETURN-CODE
                  ADD WS-IDX-RECLEN TO WS-FILE-OFFSET
                  ADD 1 TO WS-IDX-RECORDS
               END-IF
            END-PERFORM
            CALL "CBL_CLOSE_FILE" USING WS-CBL-HANDLE
            MOVE ZERO TO RETURN-CODE
            PERFORM CLOSE-INDEXED-FILE
            PERFORM FINISH-CHECKSUM
            MOVE WS-CK-SUM TO WS-SOURCE-SUM
            MOVE WS-STORED-PATH TO WS-CK-FILE
            PERFORM CHECKSUM-FILE
            IF IDX-ERROR OR NOT CHECKSUM-OK
                  OR WS-CK-SUM NOT = WS-SOURCE-SUM
                  OR WS-CK-SIZE NOT = WS-FILE-OFFSET
               DISPLAY "ERROR: copy of " FUNCTION TRIM(FT-DATA(FT-IDX))
                  " could not be written and verified"
               MOVE "Y" TO WS-SNAPSHOT-FAILED
               EXIT PARAGRAPH
            END-IF
            MOVE "Y" TO FT-PRESENT(FT-IDX)
            MOVE WS-CK-SIZE TO FT-BYTES(FT-IDX)
            MOVE WS-IDX-RECORDS TO FT-RECORDS(FT-IDX)
            MOVE WS-CK-SUM TO FT-CHECKSUM(FT-IDX).

       WRITE-MANIFEST.
            OPEN OUTPUT manifest
            IF WS-MANIFEST-STATUS NOT = "00"
                  AND WS-MANIFEST-STATUS NOT = "05"
               DISPLAY "ERROR: cannot write "
                  FUNCTION TRIM(WS-MANIFEST-FILE)
               MOVE "Y" TO WS-SNAPSHOT-FAILED
               EXIT PARAGRAPH
            END-IF
            PERFORM VARYING FT-IDX FROM 1 BY 1
                  UNTIL FT-IDX > WS-FILE-COUNT
               MOVE SPACES TO MANIFEST-LINE
               STRING FUNCTION TRIM(FT-STORED(FT-IDX))
                        DELIMITED BY SIZE
                     "|" DELIMITED BY SIZE
                     FUNCTION TRIM(FT-DATA(FT-IDX)) DELIMITED BY SIZE
                     "|" DELIMITED BY SIZE
                     FUNCTION TRIM(FT-KIND(FT-IDX)) DELIMITED BY SIZE
                     "|" DELIMITED BY SIZE
                     FT-PRESENT(FT-IDX) DELIMITED BY SIZE
                     "|" DELIMITED BY SIZE
                     FT-BYTES(FT-IDX) DELIMITED BY SIZE
                     "|" DELIMITED BY SIZE
                     FT-RECORDS(FT-IDX) DELIMITED BY SIZE
                     "|" DELIMITED BY SIZE
                     FT-CHECKSUM(FT-IDX) DELIMITED BY SIZE
                  INTO MANIFEST-LINE
               END-STRING
               WRITE MANIFEST-LINE
            END-PERFORM
            CLOSE manifest.

       REMOVE-GENERATION-FILES.
      *    deletes the stored files FILE-TABLE says are present, the
      *    manifest and the generation directory itself.
            PERFORM VARYING FT-IDX FROM 1 BY 1
                  UNTIL FT-IDX > WS-FILE-COUNT
               PERFORM SET-STORED-PATH
               MOVE WS-STORED-PATH TO WS-CBL-NAME
               CALL "CBL_DELETE_FILE" USING WS-CBL-NAME
            END-PERFORM
            MOVE WS-MANIFEST-FILE TO WS-CBL-NAME
            CALL "CBL_DELETE_FILE" USING WS-CBL-NAME
            MOVE WS-GEN-PATH TO WS-CBL-NAME
            CALL "CBL_DELETE_DIR" USING WS-CBL-NAME
            MOVE ZERO TO RETURN-CODE.

       PRUNE-OLD-GENERATIONS.
      *    the oldest KEPT generations beyond the keep count go; the
      *    register keeps their rows, marked PRUNED.
            IF SKIP-PRUNING
               EXIT PARAGRAPH
            END-IF
            MOVE ZERO TO WS-KEPT-COUNT
            PERFORM VARYING SR-IDX FROM 1 BY 1
                  UNTIL SR-IDX > WS-SNAPREG-COUNT
               IF SR-STATUS(SR-IDX) = "KEPT"
                  ADD 1 TO WS-KEPT-COUNT
               END-IF
            END-PERFORM
            IF WS-KEPT-COUNT NOT > WS-KEEP
               EXIT PARAGRAPH
            END-IF
            PERFORM VARYING SR-IDX FROM 1 BY 1
                  UNTIL SR-IDX > WS-SNAPREG-COUNT
                     OR WS-KEPT-COUNT NOT > WS-KEEP
               IF SR-STATUS(SR-IDX) = "KEPT"
                  MOVE SR-DIRECTORY(SR-IDX) TO WS-GEN-DIRECTORY
                  PERFORM SET-GENERATION-PATH
                  PERFORM LOAD-MANIFEST
                  PERFORM REMOVE-GENERATION-FILES
                  MOVE "PRUNED" TO SR-STATUS(SR-IDX)
                  SUBTRACT 1 FROM WS-KEPT-COUNT
                  MOVE SR-GENERATION(SR-IDX) TO WS-GEN-ED
                  MOVE WS-KEEP TO WS-COUNT-ED
                  DISPLAY "  generation " FUNCTION TRIM(WS-GEN-ED)
                     " pruned (keeping " FUNCTION TRIM(WS-COUNT-ED)
                     ")"
               END-IF
            END-PERFORM
            PERFORM WRITE-SNAPREG.

      *----------------------------------------------------------------
      * SNAPREG.DAT and MANIFEST.DAT
      *----------------------------------------------------------------
       LOAD-SNAPREG.
            MOVE ZERO TO WS-SNAPREG-COUNT WS-LAST-GENERATION
            MOVE "N" TO WS-FILE-EOF
            OPEN INPUT snapreg
            IF WS-SNAPREG-STATUS NOT = "00"
               CLOSE snapreg
               EXIT PARAGRAPH
            END-IF
            PERFORM WITH TEST BEFORE UNTIL FILE-EOF
               READ snapreg
                  AT END
                     MOVE "Y" TO WS-FILE-EOF
                  NOT AT END
                     PERFORM STORE-SNAPREG-ROW
               END-READ
            END-PERFORM
            CLOSE snapreg.

       STORE-SNAPREG-ROW.
            IF WS-SNAPREG-COUNT = 500
               PERFORM VARYING SR-IDX FROM 1 BY 1
                     UNTIL SR-IDX > 499
                  MOVE SR-ENTRY(SR-IDX + 1) TO SR-ENTRY(SR-IDX)
               END-PERFORM
            ELSE
               ADD 1 TO WS-SNAPREG-COUNT
            END-IF
            SET SR-IDX TO WS-SNAPREG-COUNT
            MOVE SPACES TO WS-SR-GEN-IN WS-SR-FILES-IN WS-SR-BYTES-IN
            MOVE SPACES TO SR-ENTRY(SR-IDX)
            UNSTRING SNAPREG-LINE DELIMITED BY "|"
               INTO WS-SR-GEN-IN SR-DIRECTORY(SR-IDX) SR-DATE(SR-IDX)
                    SR-TIME(SR-IDX) SR-LABEL(SR-IDX) WS-SR-FILES-IN
                    WS-SR-BYTES-IN SR-STATUS(SR-IDX)
                    SR-OPERATOR(SR-IDX)
            END-UNSTRING
            IF FUNCTION TEST-NUMVAL(WS-SR-GEN-IN) NOT = ZERO
               SUBTRACT 1 FROM WS-SNAPREG-COUNT
               EXIT PARAGRAPH
            END-IF
            MOVE FUNCTION NUMVAL(WS-SR-GEN-IN) TO SR-GENERATION(SR-IDX)
            MOVE ZERO TO SR-FILES(SR-IDX) SR-BYTES(SR-IDX)
            IF FUNCTION TEST-NUMVAL(WS-SR-FILES-IN) = ZERO
               MOVE FUNCTION NUMVAL(WS-SR-FILES-IN) TO SR-FILES(SR-IDX)
            END-IF
            IF FUNCTION TEST-NUMVAL(WS-SR-BYTES-IN) = ZERO
               MOVE FUNCTION NUMVAL(WS-SR-BYTES-IN) TO SR-BYTES(SR-IDX)
            END-IF
            IF SR-GENERATION(SR-IDX) > WS-LAST-GENERATION
               MOVE SR-GENERATION(SR-IDX) TO WS-LAST-GENERATION
            END-IF.

       WRITE-SNAPREG.
            OPEN OUTPUT snapreg
            PERFORM VARYING SR-IDX FROM 1 BY 1
                  UNTIL SR-IDX > WS-SNAPREG-COUNT
               MOVE SPACES TO SNAPREG-LINE
               STRING SR-GENERATION(SR-IDX) DELIMITED BY SIZE
                     "|" DELIMITED BY SIZE
                     FUNCTION TRIM(SR-DIRECTORY(SR-IDX))
                        DELIMITED BY SIZE
                     "|" DELIMITED BY SIZE
                     SR-DATE(SR-IDX) DELIMITED BY SIZE
                     "|" DELIMITED BY SIZE
                     SR-TIME(SR-IDX) DELIMITED BY SIZE
                     "|" DELIMITED BY SIZE
                     FUNCTION TRIM(SR-LABEL(SR-IDX)) DELIMITED BY SIZE
                     "|" DELIMITED BY SIZE
                     SR-FILES(SR-IDX) DELIMITED BY SIZE
                     "|" DELIMITED BY SIZE
                     SR-BYTES(SR-IDX) DELIMITED BY SIZE
                     "|" DELIMITED BY SIZE
                     FUNCTION TRIM(SR-STATUS(SR-IDX)) DELIMITED BY SIZE
                     "|" DELIMITED BY SIZE
                     FUNCTION TRIM(SR-OPERATOR(SR-IDX))
                        DELIMITED BY SIZE
                  INTO SNAPREG-LINE
               END-STRING
               WRITE SNAPREG-LINE
            END-PERFORM
            CLOSE snapreg.

       FIND-GENERATION.
      *    WS-GENERATION-IN (a number, or LATEST) to a KEPT row;
      *    SR-IDX is left on it, WS-FOUND says whether there was one.
            PERFORM LOAD-SNAPREG
            MOVE "N" TO WS-FOUND
            MOVE ZERO TO WS-GENERATION
            IF WS-GENERATION-IN NOT = "LATEST"
               MOVE FUNCTION NUMVAL(WS-GENERATION-IN) TO WS-GENERATION
            END-IF
            PERFORM VARYING SR-IDX FROM WS-SNAPREG-COUNT BY -1
                  UNTIL SR-IDX < 1 OR ROW-FOUND
               IF SR-STATUS(SR-IDX) = "KEPT"
                     AND (WS-GENERATION = ZERO
                        OR SR-GENERATION(SR-IDX) = WS-GENERATION)
                  MOVE "Y" TO WS-FOUND
               END-IF
            END-PERFORM
            IF ROW-FOUND
               SET SR-IDX UP BY 1
               MOVE SR-GENERATION(SR-IDX) TO WS-GENERATION
               MOVE SR-DIRECTORY(SR-IDX) TO WS-GEN-DIRECTORY
               PERFORM SET-GENERATION-PATH
            ELSE
               DISPLAY "ERROR: generation "
                  FUNCTION TRIM(WS-GENERATION-IN)
                  " is not a kept snapshot on "
                  FUNCTION TRIM(WS-SNAPREG-FILE)
            END-IF.

       LOAD-MANIFEST.
      *    the manifest of the generation at WS-GEN-PATH into
      *    FILE-TABLE; WS-FOUND says whether it could be read.
            MOVE ZERO TO WS-FILE-COUNT
            MOVE "N" TO WS-FOUND
            MOVE "N" TO WS-FILE-EOF
            OPEN INPUT manifest
            IF WS-MANIFEST-STATUS NOT = "00"
               CLOSE manifest
               EXIT PARAGRAPH
            END-IF
            MOVE "Y" TO WS-FOUND
            PERFORM WITH TEST BEFORE UNTIL FILE-EOF
               READ manifest
                  AT END
                     MOVE "Y" TO WS-FILE-EOF
                  NOT AT END
                     IF WS-FILE-COUNT < 400
                        PERFORM STORE-MANIFEST-ROW
                     END-IF
               END-READ
            END-PERFORM
            CLOSE manifest.

       STORE-MANIFEST-ROW.
            ADD 1 TO WS-FILE-COUNT
            SET FT-IDX TO WS-FILE-COUNT
            MOVE SPACES TO FT-ENTRY(FT-IDX) WS-MF-PRESENT-IN
               WS-MF-BYTES-IN WS-MF-RECORDS-IN WS-MF-CHECKSUM-IN
            UNSTRING MANIFEST-LINE DELIMITED BY "|"
               INTO FT-STORED(FT-IDX) FT-DATA(FT-IDX) FT-KIND(FT-IDX)
                    WS-MF-PRESENT-IN WS-MF-BYTES-IN WS-MF-RECORDS-IN
                    WS-MF-CHECKSUM-IN
            END-UNSTRING
            MOVE WS-MF-PRESENT-IN TO FT-PRESENT(FT-IDX)
            MOVE ZERO TO FT-BYTES(FT-IDX) FT-RECORDS(FT-IDX)
               FT-CHECKSUM(FT-IDX)
            IF WS-MF-BYTES-IN IS NUMERIC
               MOVE WS-MF-BYTES-IN TO FT-BYTES(FT-IDX)
            END-IF
            IF WS-MF-RECORDS-IN IS NUMERIC
               MOVE WS-MF-RECORDS-IN TO FT-RECORDS(FT-IDX)
            END-IF
            IF WS-MF-CHECKSUM-IN IS NUMERIC
               MOVE WS-MF-CHECKSUM-IN TO FT-CHECKSUM(FT-IDX)
            END-IF.

      *----------------------------------------------------------------
      * VERIFY, RESTORE, LIST
      *----------------------------------------------------------------
       RUN-VERIFY-MODE.
            PERFORM FIND-GENERATION
            IF NOT ROW-FOUND
               MOVE 1 TO RETURN-CODE
               EXIT PARAGRAPH
            END-IF
            PERFORM LOAD-MANIFEST
            IF NOT ROW-FOUND
               DISPLAY "ERROR: cannot read "
                  FUNCTION TRIM(WS-MANIFEST-FILE)
               MOVE 1 TO RETURN-CODE
               EXIT PARAGRAPH
            END-IF
            MOVE WS-GENERATION TO WS-GEN-ED
            DISPLAY " "
            DISPLAY "SNAPSHOT " FUNCTION TRIM(WS-GEN-ED) " ("
               FUNCTION TRIM(SR-LABEL(SR-IDX)) ") taken "
               SR-DATE(SR-IDX) " " SR-TIME(SR-IDX) " in "
               FUNCTION TRIM(WS-GEN-PATH)
            DISPLAY "  FILE                    KIND       RECORDS"
               "           BYTES    CHECKSUM"
            PERFORM VERIFY-GENERATION
            IF WS-BAD-COUNT > ZERO
               MOVE WS-BAD-COUNT TO WS-COUNT-ED
               DISPLAY "  " FUNCTION TRIM(WS-COUNT-ED)
                  " file(s) do NOT match the manifest - this "
                  "generation cannot be restored"
               MOVE 1 TO RETURN-CODE
            ELSE
               DISPLAY "  every file matches the manifest"
            END-IF.

       VERIFY-GENERATION.
      *    re-sums every stored file of FILE-TABLE against its
      *    manifest row; WS-BAD-COUNT counts the ones that differ.
            MOVE ZERO TO WS-BAD-COUNT
            PERFORM VARYING FT-IDX FROM 1 BY 1
                  UNTIL FT-IDX > WS-FILE-COUNT
               IF FT-PRESENT(FT-IDX) = "Y"
                  PERFORM SET-STORED-PATH
                  MOVE WS-STORED-PATH TO WS-CK-FILE
                  PERFORM CHECKSUM-FILE
                  IF NOT CHECKSUM-OK
                        OR WS-CK-SUM NOT = FT-CHECKSUM(FT-IDX)
                        OR WS-CK-SIZE NOT = FT-BYTES(FT-IDX)
                     ADD 1 TO WS-BAD-COUNT
                     IF CHECKSUM-OK
                        MOVE "*MISMATCH*" TO RPT-NOTE
                     ELSE
                        MOVE "*MISSING*" TO RPT-NOTE
                     END-IF
                  ELSE
                     MOVE SPACES TO RPT-NOTE
                  END-IF
                  IF WS-MODE = "VERIFY" OR RPT-NOTE NOT = SPACES
                     PERFORM DISPLAY-FILE-ROW-NOTED
                  END-IF
               END-IF
            END-PERFORM.

       RUN-RESTORE-MODE.
      *    verify the generation, save what is there now as a
      *    PRE-RESTORE generation, journal the restore, put every
      *    file back, verify the result, then drop the journal.
            IF OPERATORS-CONFIGURED
                  AND FUNCTION TRIM(WS-OPERATOR-ROLE)
                     NOT = "SUPERVISOR"
               DISPLAY "ERROR: operator "
                  FUNCTION TRIM(WS-OPERATOR-ID)
                  " is not a SUPERVISOR - only a supervisor may "
                  "restore a snapshot"
               MOVE 1 TO RETURN-CODE
               EXIT PARAGRAPH
            END-IF
            PERFORM FIND-GENERATION
            IF NOT ROW-FOUND
               MOVE 1 TO RETURN-CODE
               EXIT PARAGRAPH
            END-IF
            PERFORM LOAD-MANIFEST
            IF NOT ROW-FOUND
               DISPLAY "ERROR: cannot read "
                  FUNCTION TRIM(WS-MANIFEST-FILE)
               MOVE 1 TO RETURN-CODE
               EXIT PARAGRAPH
            END-IF
            PERFORM VERIFY-GENERATION
            IF WS-BAD-COUNT > ZERO
               DISPLAY "ERROR: generation does not match its "
                  "manifest - nothing restored"
               MOVE 1 TO RETURN-CODE
               EXIT PARAGRAPH
            END-IF

            MOVE SPACES TO JOURNAL-LINE
            STRING WS-GENERATION DELIMITED BY SIZE
                  "|" DELIMITED BY SIZE
                  WS-GEN-DIRECTORY DELIMITED BY SPACE
               INTO JOURNAL-LINE
            END-STRING
            MOVE SPACES TO WS-LABEL
            STRING "PRE-RESTORE-" WS-GENERATION DELIMITED BY SIZE
               INTO WS-LABEL
            END-STRING
            MOVE "Y" TO WS-NO-PRUNE
            PERFORM TAKE-SNAPSHOT
            IF SNAPSHOT-FAILED
               DISPLAY "ERROR: the current files could not be saved "
                  "first - nothing restored"
               MOVE 1 TO RETURN-CODE
               EXIT PARAGRAPH
            END-IF

      *    back to the generation being restored.
            MOVE SPACES TO WS-SR-GEN-IN WS-GEN-DIRECTORY
            UNSTRING JOURNAL-LINE DELIMITED BY "|"
               INTO WS-SR-GEN-IN WS-GEN-DIRECTORY
            END-UNSTRING
            MOVE WS-SR-GEN-IN TO WS-GENERATION
            PERFORM SET-GENERATION-PATH
            PERFORM LOAD-MANIFEST
            IF NOT ROW-FOUND
               DISPLAY "ERROR: cannot read "
                  FUNCTION TRIM(WS-MANIFEST-FILE)
               MOVE 1 TO RETURN-CODE
               EXIT PARAGRAPH
            END-IF

            OPEN OUTPUT journal
            WRITE JOURNAL-LINE
            CLOSE journal
            PERFORM APPLY-JOURNALED-RESTORE
            IF RETURN-CODE = ZERO
               DISPLAY " "
               MOVE WS-GENERATION TO WS-GEN-ED
               DISPLAY "Generation " FUNCTION TRIM(WS-GEN-ED)
                  " restored"
               MOVE WS-LAST-GENERATION TO WS-GEN-ED
               DISPLAY "The files replaced are kept as generation "
                  FUNCTION TRIM(WS-GEN-ED) " (undo with RESTORE "
                  FUNCTION TRIM(WS-GEN-ED) ")"
            END-IF.

       COMPLETE-INTERRUPTED-RESTORE.
      *    SNAPRESTORE.DAT still on disk means a restore stopped part
      *    way; finish it before this run touches anything.
            OPEN INPUT journal
            IF WS-JOURNAL-STATUS NOT = "00"
               CLOSE journal
               EXIT PARAGRAPH
            END-IF
            MOVE SPACES TO JOURNAL-LINE
            READ journal
               AT END
                  MOVE SPACES TO JOURNAL-LINE
            END-READ
            CLOSE journal
            MOVE SPACES TO WS-SR-GEN-IN WS-GEN-DIRECTORY
            UNSTRING JOURNAL-LINE DELIMITED BY "|"
               INTO WS-SR-GEN-IN WS-GEN-DIRECTORY
            END-UNSTRING
            IF WS-SR-GEN-IN IS NOT NUMERIC
                  OR WS-GEN-DIRECTORY = SPACES
               DISPLAY "ERROR: " FUNCTION TRIM(WS-JOURNAL-FILE)
                  " is unreadable - an interrupted restore needs "
                  "attention before anything else runs"
               MOVE 1 TO RETURN-CODE
               STOP RUN
            END-IF
            MOVE WS-SR-GEN-IN TO WS-GENERATION
            PERFORM SET-GENERATION-PATH
            MOVE WS-GENERATION TO WS-GEN-ED
            DISPLAY "WARNING: completing the interrupted restore of "
               "generation " FUNCTION TRIM(WS-GEN-ED)
            PERFORM LOAD-MANIFEST
            IF ROW-FOUND
               PERFORM VERIFY-GENERATION
            END-IF
            IF NOT ROW-FOUND OR WS-BAD-COUNT > ZERO
               DISPLAY "ERROR: generation " FUNCTION TRIM(WS-GEN-ED)
                  " no longer matches its manifest - the interrupted "
                  "restore cannot be completed"
               MOVE 1 TO RETURN-CODE
               STOP RUN
            END-IF
            PERFORM APPLY-JOURNALED-RESTORE
            IF RETURN-CODE NOT = ZERO
               STOP RUN
            END-IF.

       APPLY-JOURNALED-RESTORE.
      *    FILE-TABLE holds the verified manifest and SNAPRESTORE.DAT
      *    is on disk. Re-applying a file already restored gives the
      *    same result, so this is safe to repeat after a failure.
            PERFORM VARYING FT-IDX FROM 1 BY 1
                  UNTIL FT-IDX > WS-FILE-COUNT
               IF FT-KIND(FT-IDX) NOT = "LOG"
                  PERFORM RESTORE-ONE-FILE
               END-IF
            END-PERFORM
            MOVE ZERO TO WS-BAD-COUNT
            PERFORM VARYING FT-IDX FROM 1 BY 1
                  UNTIL FT-IDX > WS-FILE-COUNT
               IF FT-KIND(FT-IDX) NOT = "LOG"
                     AND FT-PRESENT(FT-IDX) = "Y"
                  PERFORM VERIFY-RESTORED-FILE
               END-IF
            END-PERFORM
            IF WS-BAD-COUNT > ZERO
               MOVE WS-BAD-COUNT TO WS-COUNT-ED
               DISPLAY "ERROR: " FUNCTION TRIM(WS-COUNT-ED)
                  " restored file(s) do not match the manifest; "
                  FUNCTION TRIM(WS-JOURNAL-FILE) " is kept so the "
                  "next run retries the restore"
               MOVE 1 TO RETURN-CODE
               EXIT PARAGRAPH
            END-IF
            MOVE WS-JOURNAL-FILE TO WS-CBL-NAME
            CALL "CBL_DELETE_FILE" USING WS-CBL-NAME
            MOVE ZERO TO RETURN-CODE.

       RESTORE-ONE-FILE.
            IF FT-PRESENT(FT-IDX) NOT = "Y"
      *       not there when the generation was taken: not there now.
               MOVE FT-DATA(FT-IDX) TO WS-CBL-NAME
               CALL "CBL_DELETE_FILE" USING WS-CBL-NAME
               MOVE ZERO TO RETURN-CODE
               EXIT PARAGRAPH
            END-IF
            PERFORM SET-STORED-PATH
            IF FT-KIND(FT-IDX) = "FILE"
               MOVE WS-STORED-PATH TO WS-CBL-NAME
               MOVE FT-DATA(FT-IDX) TO WS-CBL-NAME-2
               CALL "CBL_COPY_FILE" USING WS-CBL-NAME WS-CBL-NAME-2
               MOVE ZERO TO RETURN-CODE
               EXIT PARAGRAPH
            END-IF
      *    indexed: rebuilt record by record from the flat copy.
            MOVE FT-DATA(FT-IDX) TO WS-IDX-FILE
            MOVE FT-KIND(FT-IDX) TO WS-IDX-KIND
            PERFORM OPEN-INDEXED-OUTPUT
            IF WS-IDX-STATUS NOT = "00" AND WS-IDX-STATUS NOT = "05"
               PERFORM CLOSE-INDEXED-FILE
               EXIT PARAGRAPH
            END-IF
            MOVE WS-STORED-PATH TO WS-CBL-NAME
            MOVE 1 TO WS-CBL-ACCESS
            CALL "CBL_OPEN_FILE" USING WS-CBL-NAME WS-CBL-ACCESS
               WS-CBL-DENY WS-CBL-DEVICE WS-CBL-HANDLE
            MOVE RETURN-CODE TO WS-CBL-RC
            MOVE ZERO TO RETURN-CODE
            IF WS-CBL-RC NOT = ZERO
               PERFORM CLOSE-INDEXED-FILE
               EXIT PARAGRAPH
            END-IF
            MOVE ZERO TO WS-FILE-OFFSET
            MOVE "N" TO WS-IDX-ERROR
            PERFORM WITH TEST BEFORE
                  UNTIL WS-FILE-OFFSET + WS-IDX-RECLEN
                     > FT-BYTES(FT-IDX) OR IDX-ERROR
               MOVE WS-FILE-OFFSET TO WS-CBL-OFFSET
               MOVE WS-IDX-RECLEN TO WS-CBL-COUNT
               MOVE ZERO TO WS-CBL-FLAGS
               CALL "CBL_READ_FILE" USING WS-CBL-HANDLE
                  WS-CBL-OFFSET WS-CBL-COUNT WS-CBL-FLAGS
                  WS-CK-BUFFER
               MOVE ZERO TO RETURN-CODE
               PERFORM WRITE-INDEXED-RECORD
               ADD WS-IDX-RECLEN TO WS-FILE-OFFSET
            END-PERFORM
            CALL "CBL_CLOSE_FILE" USING WS-CBL-HANDLE
            MOVE ZERO TO RETURN-CODE
            PERFORM CLOSE-INDEXED-FILE.

       VERIFY-RESTORED-FILE.
            IF FT-KIND(FT-IDX) = "FILE"
               MOVE FT-DATA(FT-IDX) TO WS-CK-FILE
               PERFORM CHECKSUM-FILE
               IF NOT CHECKSUM-OK
                     OR WS-CK-SUM NOT = FT-CHECKSUM(FT-IDX)
                     OR WS-CK-SIZE NOT = FT-BYTES(FT-IDX)
                  ADD 1 TO WS-BAD-COUNT
                  DISPLAY "  " FUNCTION TRIM(FT-DATA(FT-IDX))
                     " *MISMATCH* after restore"
               END-IF
               EXIT PARAGRAPH
            END-IF
            MOVE FT-DATA(FT-IDX) TO WS-IDX-FILE
            MOVE FT-KIND(FT-IDX) TO WS-IDX-KIND
            PERFORM OPEN-INDEXED-INPUT
            PERFORM START-CHECKSUM
            MOVE ZERO TO WS-IDX-RECORDS
            IF WS-IDX-STATUS = "00"
               PERFORM WITH TEST BEFORE UNTIL IDX-EOF
                  PERFORM READ-NEXT-INDEXED
                  IF NOT IDX-EOF
                     MOVE WS-IDX-RECLEN TO WS-CK-LENGTH
                     PERFORM ADD-BUFFER-TO-CHECKSUM
                     ADD 1 TO WS-IDX-RECORDS
                  END-IF
               END-PERFORM
            END-IF
            PERFORM CLOSE-INDEXED-FILE
            PERFORM FINISH-CHECKSUM
            IF WS-CK-SUM NOT = FT-CHECKSUM(FT-IDX)
                  OR WS-IDX-RECORDS NOT = FT-RECORDS(FT-IDX)
               ADD 1 TO WS-BAD-COUNT
               DISPLAY "  " FUNCTION TRIM(FT-DATA(FT-IDX))
                  " *MISMATCH* after restore"
            END-IF.

       RUN-LIST-MODE.
            PERFORM LOAD-SNAPREG
            DISPLAY " "
            MOVE WS-KEEP TO WS-COUNT-ED
            DISPLAY "SNAPSHOT GENERATIONS - "
               FUNCTION TRIM(WS-SNAPREG-FILE) " (keeping "
               FUNCTION TRIM(WS-COUNT-ED) ")"
            DISPLAY "  GEN  DATE       TIME     LABEL               "
               " FILES           BYTES  STATUS  OPERATOR"
            IF WS-SNAPREG-COUNT = ZERO
               DISPLAY "  no snapshots taken"
            END-IF
            PERFORM VARYING SR-IDX FROM 1 BY 1
                  UNTIL SR-IDX > WS-SNAPREG-COUNT
               MOVE SR-GENERATION(SR-IDX) TO RPT-GEN
               MOVE SR-DATE(SR-IDX) TO RPT-DATE
               MOVE SR-TIME(SR-IDX) TO RPT-TIME
               MOVE SR-LABEL(SR-IDX) TO RPT-LABEL
               MOVE SR-FILES(SR-IDX) TO RPT-FILES
               MOVE SR-BYTES(SR-IDX) TO RPT-GEN-BYTES
               MOVE SR-STATUS(SR-IDX) TO RPT-STATUS
               MOVE SR-OPERATOR(SR-IDX) TO RPT-OPERATOR
               DISPLAY RPT-GENERATION-LINE
            END-PERFORM.

       DISPLAY-FILE-ROW.
            MOVE SPACES TO RPT-NOTE
            PERFORM DISPLAY-FILE-ROW-NOTED.

       DISPLAY-FILE-ROW-NOTED.
            MOVE FT-STORED(FT-IDX) TO RPT-STORED
            MOVE FT-KIND(FT-IDX) TO RPT-KIND
            MOVE FT-RECORDS(FT-IDX) TO RPT-RECORDS
            MOVE FT-BYTES(FT-IDX) TO RPT-BYTES
            MOVE FT-CHECKSUM(FT-IDX) TO RPT-CHECKSUM
            DISPLAY RPT-FILE-LINE.

      *----------------------------------------------------------------
      * checksums and the indexed files
      *----------------------------------------------------------------
       CHECKSUM-FILE.
      *    Adler-32, size and line-feed count of WS-CK-FILE, read as
      *    a byte stream.
            MOVE "N" TO WS-CK-OK
            PERFORM START-CHECKSUM
            MOVE ZERO TO WS-CK-SIZE
            MOVE WS-CK-FILE TO WS-CBL-NAME
            MOVE 1 TO WS-CBL-ACCESS
            CALL "CBL_OPEN_FILE" USING WS-CBL-NAME WS-CBL-ACCESS
               WS-CBL-DENY WS-CBL-DEVICE WS-CBL-HANDLE
            MOVE RETURN-CODE TO WS-CBL-RC
            MOVE ZERO TO RETURN-CODE
            IF WS-CBL-RC NOT = ZERO
               PERFORM FINISH-CHECKSUM
               EXIT PARAGRAPH
            END-IF
            MOVE ZERO TO WS-CBL-OFFSET WS-CBL-COUNT
            MOVE 128 TO WS-CBL-FLAGS
            CALL "CBL_READ_FILE" USING WS-CBL-HANDLE WS-CBL-OFFSET
               WS-CBL-COUNT WS-CBL-FLAGS WS-CK-BUFFER
            MOVE WS-CBL-OFFSET TO WS-FILE-SIZE
            MOVE ZERO TO WS-FILE-OFFSET
            MOVE "Y" TO WS-CK-OK
            PERFORM WITH TEST BEFORE
                  UNTIL WS-FILE-OFFSET NOT < WS-FILE-SIZE
                     OR NOT CHECKSUM-OK
               IF WS-FILE-SIZE - WS-FILE-OFFSET > 4096
                  MOVE 4096 TO WS-CK-LENGTH
               ELSE
                  COMPUTE WS-CK-LENGTH = WS-FILE-SIZE - WS-FILE-OFFSET
               END-IF
               MOVE WS-FILE-OFFSET TO WS-CBL-OFFSET
               MOVE WS-CK-LENGTH TO WS-CBL-COUNT
               MOVE ZERO TO WS-CBL-FLAGS
               CALL "CBL_READ_FILE" USING WS-CBL-HANDLE WS-CBL-OFFSET
                  WS-CBL-COUNT WS-CBL-FLAGS WS-CK-BUFFER
               IF RETURN-CODE NOT = ZERO
                  MOVE "N" TO WS-CK-OK
               ELSE
                  PERFORM ADD-BUFFER-TO-CHECKSUM
                  ADD WS-CK-LENGTH TO WS-FILE-OFFSET
               END-IF
            END-PERFORM
            CALL "CBL_CLOSE_FILE" USING WS-CBL-HANDLE
            MOVE ZERO TO RETURN-CODE
            MOVE WS-FILE-SIZE TO WS-CK-SIZE
            PERFORM FINISH-CHECKSUM.

       START-CHECKSUM.
            MOVE 1 TO WS-ADLER-A
            MOVE ZERO TO WS-ADLER-B WS-CK-LINES
            MOVE SPACE TO WS-CK-LAST-BYTE.

       ADD-BUFFER-TO-CHECKSUM.
            PERFORM VARYING WS-CK-IDX FROM 1 BY 1
                  UNTIL WS-CK-IDX > WS-CK-LENGTH
               COMPUTE WS-ADLER-A = WS-ADLER-A
                  + FUNCTION ORD(WS-CK-BUFFER(WS-CK-IDX:1)) - 1
               IF WS-ADLER-A NOT < 65521
                  SUBTRACT 65521 FROM WS-ADLER-A
               END-IF
               ADD WS-ADLER-A TO WS-ADLER-B
               IF WS-ADLER-B NOT < 65521
                  SUBTRACT 65521 FROM WS-ADLER-B
               END-IF
               IF WS-CK-BUFFER(WS-CK-IDX:1) = X"0A"
                  ADD 1 TO WS-CK-LINES
               END-IF
            END-PERFORM
            IF WS-CK-LENGTH > ZERO
               MOVE WS-CK-BUFFER(WS-CK-LENGTH:1) TO WS-CK-LAST-BYTE
            END-IF.

       FINISH-CHECKSUM.
            COMPUTE WS-CK-SUM = WS-ADLER-B * 65536 + WS-ADLER-A.

       OPEN-INDEXED-INPUT.
            MOVE "N" TO WS-IDX-EOF
            EVALUATE WS-IDX-KIND
               WHEN "LEDGER"
                  MOVE LENGTH OF ENTRIES TO WS-IDX-RECLEN
                  OPEN INPUT LEDGER
                  MOVE WS-LEDGER-STATUS TO WS-IDX-STATUS
                  IF WS-IDX-STATUS = "00"
                     MOVE LOW-VALUES TO TRANSACTION-ID
                     START LEDGER KEY IS NOT LESS THAN TRANSACTION-ID
                        INVALID KEY
                           MOVE "Y" TO WS-IDX-EOF
                     END-START
                  END-IF
               WHEN "COA"
                  MOVE LENGTH OF bestbooks-record TO WS-IDX-RECLEN
                  OPEN INPUT coa
                  MOVE WS-COA-STATUS TO WS-IDX-STATUS
                  IF WS-IDX-STATUS = "00"
                     MOVE LOW-VALUES TO accountNo OF bestbooks-record
                     START coa KEY IS NOT LESS THAN
                           accountNo OF bestbooks-record
                        INVALID KEY
                           MOVE "Y" TO WS-IDX-EOF
                     END-START
                  END-IF
               WHEN "SEQCTL"
                  MOVE LENGTH OF SEQCTL-RECORD TO WS-IDX-RECLEN
                  OPEN INPUT seqctl
                  MOVE WS-SEQCTL-STATUS TO WS-IDX-STATUS
                  IF WS-IDX-STATUS = "00"
                     MOVE LOW-VALUES TO SEQCTL-KEY
                     START seqctl KEY IS NOT LESS THAN SEQCTL-KEY
                        INVALID KEY
                           MOVE "Y" TO WS-IDX-EOF
                     END-START
                  END-IF
               WHEN "BUDGET"
                  MOVE LENGTH OF budget-record TO WS-IDX-RECLEN
                  OPEN INPUT budget
                  MOVE WS-BUDGET-STATUS TO WS-IDX-STATUS
                  IF WS-IDX-STATUS = "00"
                     MOVE LOW-VALUES TO budget-key
                     START budget KEY IS NOT LESS THAN budget-key
                        INVALID KEY
                           MOVE "Y" TO WS-IDX-EOF
                     END-START
                  END-IF
            END-EVALUATE.

       OPEN-INDEXED-OUTPUT.
            EVALUATE WS-IDX-KIND
               WHEN "LEDGER"
                  MOVE LENGTH OF ENTRIES TO WS-IDX-RECLEN
                  OPEN OUTPUT LEDGER
                  MOVE WS-LEDGER-STATUS TO WS-IDX-STATUS
               WHEN "COA"
                  MOVE LENGTH OF bestbooks-record TO WS-IDX-RECLEN
                  OPEN OUTPUT coa
                  MOVE WS-COA-STATUS TO WS-IDX-STATUS
               WHEN "SEQCTL"
                  MOVE LENGTH OF SEQCTL-RECORD TO WS-IDX-RECLEN
                  OPEN OUTPUT seqctl
                  MOVE WS-SEQCTL-STATUS TO WS-IDX-STATUS
               WHEN "BUDGET"
                  MOVE LENGTH OF budget-record TO WS-IDX-RECLEN
                  OPEN OUTPUT budget
                  MOVE WS-BUDGET-STATUS TO WS-IDX-STATUS
            END-EVALUATE.

       READ-NEXT-INDEXED.
      *    the next record, in key order, into WS-CK-BUFFER.
            EVALUATE WS-IDX-KIND
               WHEN "LEDGER"
                  READ LEDGER NEXT RECORD
                     AT END
                        MOVE "Y" TO WS-IDX-EOF
                     NOT AT END
                        MOVE ENTRIES TO WS-CK-BUFFER
                  END-READ
               WHEN "COA"
                  READ coa NEXT RECORD
                     AT END
                        MOVE "Y" TO WS-IDX-EOF
                     NOT AT END
                        MOVE bestbooks-record TO WS-CK-BUFFER
                  END-READ
               WHEN "SEQCTL"
                  READ seqctl NEXT RECORD
                     AT END
                        MOVE "Y" TO WS-IDX-EOF
                     NOT AT END
                        MOVE SEQCTL-RECORD TO WS-CK-BUFFER
                  END-READ
               WHEN "BUDGET"
                  READ budget NEXT RECORD
                     AT END
                        MOVE "Y" TO WS-IDX-EOF
                     NOT AT END
                        MOVE budget-record TO WS-CK-BUFFER
                  END-READ
            END-EVALUATE.

       WRITE-INDEXED-RECORD.
            EVALUATE WS-IDX-KIND
               WHEN "LEDGER"
                  MOVE WS-CK-BUFFER TO ENTRIES
                  WRITE ENTRIES
                     INVALID KEY
                        MOVE "Y" TO WS-IDX-ERROR
                  END-WRITE
               WHEN "COA"
                  MOVE WS-CK-BUFFER TO bestbooks-record
                  WRITE bestbooks-record
                     INVALID KEY
                        MOVE "Y" TO WS-IDX-ERROR
                  END-WRITE
               WHEN "SEQCTL"
                  MOVE WS-CK-BUFFER TO SEQCTL-RECORD
                  WRITE SEQCTL-RECORD
                     INVALID KEY
                        MOVE "Y" TO WS-IDX-ERROR
                  END-WRITE
               WHEN "BUDGET"
                  MOVE WS-CK-BUFFER TO budget-record
                  WRITE budget-record
                     INVALID KEY
                        MOVE "Y" TO WS-IDX-ERROR
                  END-WRITE
            END-EVALUATE.

       CLOSE-INDEXED-FILE.
            EVALUATE WS-IDX-KIND
               WHEN "LEDGER"
                  CLOSE LEDGER
               WHEN "COA"
                  CLOSE coa
               WHEN "SEQCTL"
                  CLOSE seqctl
               WHEN "BUDGET"
                  CLOSE budget
            END-EVALUATE.

       END PROGRAM BESTBOOKS-SNAPSHOT.
