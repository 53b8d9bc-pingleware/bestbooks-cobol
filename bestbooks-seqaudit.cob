       IDENTIFICATION DIVISION.
       PROGRAM-ID. BESTBOOKS-SEQAUDIT.
       AUTHOR. PRESSPAGE ENTERTAINMENT INC dba PINGLEWARE.
      *----------------------------------------------------------------
      * Document-number sequence audit. Every number SEQCTL.DAT hands
      * out should turn up somewhere - checks (key "4") on
      * CHECKREG.DAT, invoices (key "5") on OPENITEM.DAT, receipts
      * (key "6") as RCPT# postings, vouchers (key "7") on
      * VOUCHER.DAT, purchase orders (key "9") on PURCHORD.DAT and
      * TRANSACTION-IDs (key "1") in the ledger - and the auditors
      * want the proof. For each counter the report gives the first
      * and last number used and lists:
      *
      *   GAP          numbers between two that were used, ahead of
      *                the first one used, or between the last used
      *                and the last SEQCTL.DAT issued, that appear
      *                nowhere;
      *   VOID         voided documents (a check marked VOID);
      *   DUPLICATE    a number on its register twice, or a
      *                TRANSACTION-ID in more than one ledger file;
      *   NOT POSTED   a register row with no posting carrying its
      *                CHECK#/INV#/VCH# reference;
      *   NO REGISTER  a posting reference with no register row;
      *
      * followed by a count summary per document type. The live
      * ledger, every rollover generation and every close archive
      * are read (the BESTBOOKS-VERIFY sweep).
      *
      * Arg 1 picks the range: ALL (default), DATE <from> <to> - the
      * documents dated in that span (a register row's own date,
      * otherwise its first posting's; a PO the start of its fiscal
      * period) - or NUMBER <from> <to>, the same number span for
      * every counter. Arg 4 limits the run to one of CHECK,
      * INVOICE, RECEIPT, VOUCHER, PO or TRANSACTION.
      *
      * A receipt has no register of its own (OPENITEM.DAT holds
      * only its unapplied remainder) and later draw-downs post under
      * the same RCPT# reference, so receipts are checked for gaps
      * only. RETURN-CODE is 1 when any duplicate, NOT POSTED or NO
      * REGISTER line is reported.
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

           SELECT OPTIONAL checkregister
               ASSIGN TO WS-CHECKREG-FILE
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-CHECKREG-STATUS.

           SELECT OPTIONAL openitem
               ASSIGN TO WS-OPENITEM-FILE
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-OPENITEM-STATUS.

           SELECT OPTIONAL voucher
               ASSIGN TO WS-VOUCHER-FILE
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-VOUCHER-STATUS.

           SELECT OPTIONAL purchord
               ASSIGN TO WS-PO-FILE
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-PO-STATUS.

           SELECT OPTIONAL fiscalcal
               ASSIGN TO WS-FISCALCAL-FILE
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-FISCALCAL-STATUS.

           SELECT OPTIONAL SORT-WORK
               ASSIGN TO "SEQASORT.TMP".

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

      *    CHECKREG.DAT line layout - see BESTBOOKS-CHECKS.
            FD checkregister.
            01 CHECKREG-LINE         PIC X(160).

      *    OPENITEM.DAT line layout - see BESTBOOKS-CASHAPP.
            FD openitem.
            01 OPENITEM-LINE         PIC X(120).

      *    VOUCHER.DAT line layout - see BESTBOOKS-VOUCHER.
            FD voucher.
            01 VOUCHER-LINE          PIC X(160).

      *    PURCHORD.DAT line layout - see BESTBOOKS-PO.
            FD purchord.
            01 PURCHORD-LINE         PIC X(120).

      *    FISCALCAL.DAT line layout, pipe-delimited: FISCAL-YEAR|
      *    PERIOD|START-DATE|END-DATE - see bestbooks_add_entry.
            FD fiscalcal.
            01 FISCALCAL-LINE        PIC X(40).

      *    every number found, from a register (R) or a posting (L),
      *    sorted so each document type's numbers arrive in order
      *    with all sightings of one number together.
            SD SORT-WORK.
            01 SQ-ENTRY.
                02 SQ-TYPE              PIC 9.
                02 SQ-NUMBER            PIC 9(9).
                02 SQ-SOURCE            PIC X.
                02 SQ-JOURNAL-ENTRY     PIC 9(7).
                02 SQ-FILE-NO           PIC 9(3).
                02 SQ-DATE              PIC X(10).
                02 SQ-STATUS            PIC X(10).
                02 SQ-DETAIL            PIC X(30).

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
            01 WS-FILES-READ        PIC 9(3) VALUE ZERO.

            01 WS-CHECKREG-FILE     PIC X(64) VALUE "CHECKREG.DAT".
            01 WS-OPENITEM-FILE     PIC X(64) VALUE "OPENITEM.DAT".
            01 WS-VOUCHER-FILE      PIC X(64) VALUE "VOUCHER.DAT".
            01 WS-PO-FILE           PIC X(64) VALUE "PURCHORD.DAT".
            01 WS-FISCALCAL-FILE    PIC X(64) VALUE "FISCALCAL.DAT".
            01 WS-CHECKREG-STATUS   PIC XX.
            01 WS-OPENITEM-STATUS   PIC XX.
            01 WS-VOUCHER-STATUS    PIC XX.
            01 WS-PO-STATUS         PIC XX.
            01 WS-FISCALCAL-STATUS  PIC XX.
            01 WS-FILE-EOF          PIC X VALUE "N".
                  88  FILE-EOF      VALUE "Y".
            01 WS-SORT-EOF          PIC X VALUE "N".
                  88  SORT-DONE     VALUE "Y".

      *    fiscal calendar - see bestbooks_add_entry; a missing
      *    FISCALCAL.DAT falls back to calendar months.
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
      *    A PO's own year/period, built into a first-of-period date
      *    when FISCALCAL.DAT has no row for it.
            01 WS-PO-DATE-YEAR      PIC 9(4).
            01 WS-PO-DATE-PERIOD    PIC 99.

      *    arg 1-3: ALL, DATE <from> <to> or NUMBER <from> <to>.
            01 WS-MODE              PIC X(8) VALUE "ALL".
                  88  MODE-ALL      VALUE "ALL".
                  88  MODE-DATE     VALUE "DATE".
                  88  MODE-NUMBER   VALUE "NUMBER".
            01 WS-FROM-IN           PIC X(10) VALUE SPACES.
            01 WS-TO-IN             PIC X(10) VALUE SPACES.
            01 WS-FROM-DATE         PIC X(10) VALUE SPACES.
            01 WS-TO-DATE           PIC X(10) VALUE SPACES.
            01 WS-FROM-NUMBER       PIC 9(9) VALUE ZERO.
            01 WS-TO-NUMBER         PIC 9(9) VALUE ZERO.
      *    arg 4: one document type, blank for all.
            01 WS-TYPE-IN           PIC X(12) VALUE SPACES.
            01 WS-ONLY-TYPE         PIC 9 VALUE ZERO.

      *    the six counters, in report order.
            01 TYPE-TABLE.
               02 TYPE-ENTRY OCCURS 6 TIMES
                     INDEXED BY TY-IDX.
                  03 TY-NAME          PIC X(12).
                  03 TY-SEQ-KEY       PIC X.
                  03 TY-PREFIX        PIC X(6).
                  03 TY-REGISTER      PIC X(14).
                  03 TY-ISSUED        PIC 9(9).
                  03 TY-SEEN          PIC X.
                  03 TY-FIRST         PIC 9(9).
                  03 TY-LAST          PIC 9(9).
                  03 TY-PRIOR         PIC 9(9).
                  03 TY-USED          PIC 9(7).
                  03 TY-GAP-NUMBERS   PIC 9(7).
                  03 TY-GAP-RUNS      PIC 9(5).
                  03 TY-VOIDS         PIC 9(5).
                  03 TY-DUPLICATES    PIC 9(5).
                  03 TY-EXCEPTIONS    PIC 9(5).
            01 WS-TY                PIC 9 VALUE ZERO.
            01 WS-CURRENT-TYPE      PIC 9 VALUE ZERO.

      *    the number being gathered in the output procedure.
            01 WS-GR-ACTIVE         PIC X VALUE "N".
                  88  GROUP-ACTIVE  VALUE "Y".
            01 WS-GR-TYPE           PIC 9.
            01 WS-GR-NUMBER         PIC 9(9).
            01 WS-GR-REG-COUNT      PIC 9(5).
            01 WS-GR-LEDGER-COUNT   PIC 9(5).
            01 WS-GR-FILE-COUNT     PIC 9(3).
            01 WS-GR-LAST-FILE      PIC 9(3).
            01 WS-GR-REG-DATE       PIC X(10).
            01 WS-GR-LEDGER-DATE    PIC X(10).
            01 WS-GR-DATE           PIC X(10).
            01 WS-GR-STATUS         PIC X(10).
            01 WS-GR-DETAIL         PIC X(30).
            01 WS-GAP-FROM          PIC 9(9).
            01 WS-GAP-TO            PIC 9(9).
            01 WS-GAP-UPPER         PIC 9(9).
            01 WS-PRIOR-NUMBER      PIC 9(9).
            01 WS-PROBLEMS          PIC 9(7) VALUE ZERO.
            01 WS-DUPLICATE-FLAG    PIC X VALUE "N".
                  88  IS-DUPLICATE  VALUE "Y".

      *    unpacking work.
            01 WS-NUMBER-TEXT       PIC X(20).
            01 WS-COL-1             PIC X(20).
            01 WS-COL-2             PIC X(30).
            01 WS-COL-3             PIC X(20).
            01 WS-COL-4             PIC X(20).
            01 WS-COL-5             PIC X(20).
            01 WS-COL-6             PIC X(20).
            01 WS-COL-7             PIC X(20).
            01 WS-COL-8             PIC X(20).

            01 RPT-DETAIL-LINE.
               02 FILLER            PIC X(2) VALUE SPACES.
               02 RPT-KIND          PIC X(12).
               02 RPT-NUMBER        PIC Z(8)9.
               02 RPT-NUMBER-X REDEFINES RPT-NUMBER PIC X(9).
               02 FILLER            PIC X VALUE SPACE.
               02 RPT-THRU          PIC X(2).
               02 RPT-NUMBER-TO     PIC Z(8)9.
               02 RPT-NUMBER-TO-X REDEFINES RPT-NUMBER-TO
                                    PIC X(9).
               02 FILLER            PIC X(2) VALUE SPACES.
               02 RPT-TEXT          PIC X(40).
            01 RPT-SUMMARY-LINE.
               02 RPT-SM-NAME       PIC X(12).
               02 RPT-SM-KEY        PIC X(4).
               02 RPT-SM-ISSUED     PIC Z(8)9.
               02 RPT-SM-FIRST      PIC Z(8)9.
               02 RPT-SM-FIRST-X REDEFINES RPT-SM-FIRST PIC X(9).
               02 RPT-SM-LAST       PIC Z(8)9.
               02 RPT-SM-LAST-X REDEFINES RPT-SM-LAST PIC X(9).
               02 RPT-SM-USED       PIC Z(6)9.
               02 RPT-SM-GAPS       PIC Z(6)9.
               02 RPT-SM-VOIDS      PIC Z(5)9.
               02 RPT-SM-DUPS       PIC Z(5)9.
               02 RPT-SM-EXCEPT     PIC Z(5)9.
            01 RPT-COUNT-ED         PIC Z(6)9.

       PROCEDURE DIVISION.
       BEGIN.
            PERFORM GET-RUNTIME-ARGUMENTS.
            PERFORM SET-UP-TYPES.
            PERFORM LOAD-FISCAL-CALENDAR.
            DISPLAY " "
            DISPLAY "DOCUMENT NUMBER SEQUENCE AUDIT"
            EVALUATE TRUE
               WHEN MODE-DATE
                  DISPLAY "Documents dated " WS-FROM-DATE " to "
                     WS-TO-DATE
               WHEN MODE-NUMBER
                  DISPLAY "Numbers " FUNCTION TRIM(WS-FROM-IN)
                     " to " FUNCTION TRIM(WS-TO-IN)
               WHEN OTHER
                  DISPLAY "All numbers on file"
            END-EVALUATE
            DISPLAY "==========================================="
               "==================================="

            SORT SORT-WORK ON ASCENDING KEY SQ-TYPE SQ-NUMBER
                  SQ-SOURCE SQ-JOURNAL-ENTRY SQ-FILE-NO
                INPUT PROCEDURE IS SQ-INPUT-PROCEDURE
                OUTPUT PROCEDURE IS SQ-OUTPUT-PROCEDURE

            PERFORM PRINT-SUMMARY.
            IF WS-PROBLEMS > ZERO
               MOVE 1 TO RETURN-CODE
            END-IF.
            STOP RUN.

       GET-RUNTIME-ARGUMENTS.
      *    args 1-3: ALL (default), DATE <from> <to> (YYYY-MM-DD) or
      *    NUMBER <from> <to>.
      *    arg 4 (optional): CHECK, INVOICE, RECEIPT, VOUCHER, PO or
      *    TRANSACTION, default every type.
      *    args 5-12 (optional): sequence control, ledger, archive
      *    register, check register, open-item, voucher, purchase
      *    order and fiscal calendar files.
            ACCEPT WS-MODE FROM ARGUMENT-VALUE
            MOVE FUNCTION UPPER-CASE(WS-MODE) TO WS-MODE
            IF WS-MODE = SPACES
               MOVE "ALL" TO WS-MODE
            END-IF
            ACCEPT WS-FROM-IN FROM ARGUMENT-VALUE
            ACCEPT WS-TO-IN FROM ARGUMENT-VALUE
            ACCEPT WS-TYPE-IN FROM ARGUMENT-VALUE
            MOVE FUNCTION UPPER-CASE(WS-TYPE-IN) TO WS-TYPE-IN
            EVALUATE TRUE
               WHEN MODE-ALL
                  CONTINUE
               WHEN MODE-DATE
                  MOVE WS-FROM-IN TO WS-FROM-DATE
                  MOVE WS-TO-IN TO WS-TO-DATE
                  IF WS-FROM-DATE(5:1) NOT = "-"
                        OR WS-TO-DATE(5:1) NOT = "-"
                        OR WS-FROM-DATE > WS-TO-DATE
                     PERFORM SHOW-USAGE
                  END-IF
               WHEN MODE-NUMBER
                  IF FUNCTION TEST-NUMVAL(WS-FROM-IN) NOT = ZERO
                        OR FUNCTION TEST-NUMVAL(WS-TO-IN) NOT = ZERO
                     PERFORM SHOW-USAGE
                  END-IF
                  MOVE FUNCTION NUMVAL(WS-FROM-IN) TO WS-FROM-NUMBER
                  MOVE FUNCTION NUMVAL(WS-TO-IN) TO WS-TO-NUMBER
                  IF WS-FROM-NUMBER > WS-TO-NUMBER
                     PERFORM SHOW-USAGE
                  END-IF
               WHEN OTHER
                  PERFORM SHOW-USAGE
            END-EVALUATE
            EVALUATE WS-TYPE-IN
               WHEN SPACES
               WHEN "ALL"
                  MOVE ZERO TO WS-ONLY-TYPE
               WHEN "CHECK"
                  MOVE 1 TO WS-ONLY-TYPE
               WHEN "INVOICE"
                  MOVE 2 TO WS-ONLY-TYPE
               WHEN "RECEIPT"
                  MOVE 3 TO WS-ONLY-TYPE
               WHEN "VOUCHER"
                  MOVE 4 TO WS-ONLY-TYPE
               WHEN "PO"
                  MOVE 5 TO WS-ONLY-TYPE
               WHEN "TRANSACTION"
                  MOVE 6 TO WS-ONLY-TYPE
               WHEN OTHER
                  PERFORM SHOW-USAGE
            END-EVALUATE
            ACCEPT WS-SEQCTL-FILE FROM ARGUMENT-VALUE
            IF WS-SEQCTL-FILE = SPACES
               MOVE "SEQCTL.DAT" TO WS-SEQCTL-FILE
            END-IF
            ACCEPT WS-LEDGER-FILE FROM ARGUMENT-VALUE
            IF WS-LEDGER-FILE = SPACES
               MOVE "LEDGER.DAT" TO WS-LEDGER-FILE
            END-IF
            ACCEPT WS-ARCHREG-FILE FROM ARGUMENT-VALUE
            IF WS-ARCHREG-FILE = SPACES
               MOVE "ARCHREG.DAT" TO WS-ARCHREG-FILE
            END-IF
            ACCEPT WS-CHECKREG-FILE FROM ARGUMENT-VALUE
            IF WS-CHECKREG-FILE = SPACES
               MOVE "CHECKREG.DAT" TO WS-CHECKREG-FILE
            END-IF
            ACCEPT WS-OPENITEM-FILE FROM ARGUMENT-VALUE
            IF WS-OPENITEM-FILE = SPACES
               MOVE "OPENITEM.DAT" TO WS-OPENITEM-FILE
            END-IF
            ACCEPT WS-VOUCHER-FILE FROM ARGUMENT-VALUE
            IF WS-VOUCHER-FILE = SPACES
               MOVE "VOUCHER.DAT" TO WS-VOUCHER-FILE
            END-IF
            ACCEPT WS-PO-FILE FROM ARGUMENT-VALUE
            IF WS-PO-FILE = SPACES
               MOVE "PURCHORD.DAT" TO WS-PO-FILE
            END-IF
            ACCEPT WS-FISCALCAL-FILE FROM ARGUMENT-VALUE
            IF WS-FISCALCAL-FILE = SPACES
               MOVE "FISCALCAL.DAT" TO WS-FISCALCAL-FILE
            END-IF.

       SHOW-USAGE.
            DISPLAY "Usage: BESTBOOKS-SEQAUDIT [ALL | DATE <from> <to>"
               " | NUMBER <from> <to>] [CHECK|INVOICE|RECEIPT|"
               "VOUCHER|PO|TRANSACTION] [seqctl] [ledger] [archreg] "
               "[checkreg] [openitem] [voucher] [purchord] "
               "[fiscalcal]"
            MOVE 1 TO RETURN-CODE
            STOP RUN.

       SET-UP-TYPES.
            MOVE "CHECK" TO TY-NAME(1)
            MOVE "4" TO TY-SEQ-KEY(1)
            MOVE "CHECK#" TO TY-PREFIX(1)
            MOVE WS-CHECKREG-FILE TO TY-REGISTER(1)
            MOVE "INVOICE" TO TY-NAME(2)
            MOVE "5" TO TY-SEQ-KEY(2)
            MOVE "INV#" TO TY-PREFIX(2)
            MOVE WS-OPENITEM-FILE TO TY-REGISTER(2)
            MOVE "RECEIPT" TO TY-NAME(3)
            MOVE "6" TO TY-SEQ-KEY(3)
            MOVE "RCPT#" TO TY-PREFIX(3)
            MOVE SPACES TO TY-REGISTER(3)
            MOVE "VOUCHER" TO TY-NAME(4)
            MOVE "7" TO TY-SEQ-KEY(4)
            MOVE "VCH#" TO TY-PREFIX(4)
            MOVE WS-VOUCHER-FILE TO TY-REGISTER(4)
            MOVE "PO" TO TY-NAME(5)
            MOVE "9" TO TY-SEQ-KEY(5)
            MOVE SPACES TO TY-PREFIX(5)
            MOVE WS-PO-FILE TO TY-REGISTER(5)
            MOVE "TRANSACTION" TO TY-NAME(6)
            MOVE "1" TO TY-SEQ-KEY(6)
            MOVE SPACES TO TY-PREFIX(6)
            MOVE SPACES TO TY-REGISTER(6)
            PERFORM VARYING TY-IDX FROM 1 BY 1 UNTIL TY-IDX > 6
               MOVE "N" TO TY-SEEN(TY-IDX)
               MOVE ZERO TO TY-ISSUED(TY-IDX) TY-FIRST(TY-IDX)
                  TY-LAST(TY-IDX) TY-PRIOR(TY-IDX) TY-USED(TY-IDX)
                  TY-GAP-NUMBERS(TY-IDX) TY-GAP-RUNS(TY-IDX)
                  TY-VOIDS(TY-IDX) TY-DUPLICATES(TY-IDX)
                  TY-EXCEPTIONS(TY-IDX)
            END-PERFORM
      *    the last number each counter has handed out.
            OPEN INPUT seqctl
            IF WS-SEQCTL-STATUS = "00"
               PERFORM VARYING TY-IDX FROM 1 BY 1 UNTIL TY-IDX > 6
                  MOVE TY-SEQ-KEY(TY-IDX) TO SEQCTL-KEY
                  READ seqctl
                     INVALID KEY
                        MOVE ZERO TO SEQCTL-LAST-ID
                  END-READ
                  MOVE SEQCTL-LAST-ID TO TY-ISSUED(TY-IDX)
               END-PERFORM
               CLOSE seqctl
            ELSE
               CLOSE seqctl
            END-IF.

      *----------------------------------------------------------------
      * Input side: every register row and every posting reference.
      *----------------------------------------------------------------
       SQ-INPUT-PROCEDURE.
            IF WS-ONLY-TYPE = ZERO OR WS-ONLY-TYPE = 1
               PERFORM RELEASE-CHECK-REGISTER
            END-IF
            IF WS-ONLY-TYPE = ZERO OR WS-ONLY-TYPE = 2
               PERFORM RELEASE-OPEN-ITEMS
            END-IF
            IF WS-ONLY-TYPE = ZERO OR WS-ONLY-TYPE = 4
               PERFORM RELEASE-VOUCHERS
            END-IF
            IF WS-ONLY-TYPE = ZERO OR WS-ONLY-TYPE = 5
               PERFORM RELEASE-PURCHASE-ORDERS
            END-IF
            IF WS-ONLY-TYPE NOT = 5
               PERFORM SCAN-LEDGER-AND-ARCHIVES
            END-IF.

       RELEASE-CHECK-REGISTER.
      *    CHECK-NUMBER|PAYEE|AMOUNT|ACCOUNT|DATE|STATUS
            MOVE "N" TO WS-FILE-EOF
            OPEN INPUT checkregister
            IF WS-CHECKREG-STATUS NOT = "00"
               CLOSE checkregister
               EXIT PARAGRAPH
            END-IF
            PERFORM WITH TEST BEFORE UNTIL FILE-EOF
               READ checkregister
                  AT END
                     MOVE "Y" TO WS-FILE-EOF
                  NOT AT END
                     PERFORM UNPACK-REGISTER-LINE
                     IF FUNCTION TEST-NUMVAL(WS-COL-1) = ZERO
                        MOVE 1 TO SQ-TYPE
                        MOVE FUNCTION NUMVAL(WS-COL-1) TO SQ-NUMBER
                        MOVE WS-COL-5 TO SQ-DATE
                        MOVE WS-COL-6 TO SQ-STATUS
                        MOVE WS-COL-2 TO SQ-DETAIL
                        PERFORM RELEASE-REGISTER-ROW
                     END-IF
               END-READ
            END-PERFORM
            CLOSE checkregister.

       RELEASE-OPEN-ITEMS.
      *    REFERENCE|CUSTOMER|DATE|ORIGINAL-AMOUNT|OPEN-AMOUNT|STATUS
      *    - the INV# rows; every invoice issued adds one.
            MOVE "N" TO WS-FILE-EOF
            OPEN INPUT openitem
            IF WS-OPENITEM-STATUS NOT = "00"
               CLOSE openitem
               EXIT PARAGRAPH
            END-IF
            PERFORM WITH TEST BEFORE UNTIL FILE-EOF
               READ openitem
                  AT END
                     MOVE "Y" TO WS-FILE-EOF
                  NOT AT END
                     MOVE OPENITEM-LINE TO CHECKREG-LINE
                     PERFORM UNPACK-REGISTER-LINE
                     MOVE SPACES TO WS-NUMBER-TEXT
                     IF WS-COL-1(1:4) = "INV#"
                        MOVE WS-COL-1(5:16) TO WS-NUMBER-TEXT
                     END-IF
                     IF WS-NUMBER-TEXT NOT = SPACES
                           AND FUNCTION TEST-NUMVAL(WS-NUMBER-TEXT)
                              = ZERO
                        MOVE 2 TO SQ-TYPE
                        MOVE FUNCTION NUMVAL(WS-NUMBER-TEXT)
                           TO SQ-NUMBER
                        MOVE WS-COL-3 TO SQ-DATE
                        MOVE WS-COL-6 TO SQ-STATUS
                        MOVE WS-COL-2 TO SQ-DETAIL
                        PERFORM RELEASE-REGISTER-ROW
                     END-IF
               END-READ
            END-PERFORM
            CLOSE openitem.

       RELEASE-VOUCHERS.
      *    VOUCHER-NO|VENDOR|VENDOR-INVOICE|AMOUNT|DUE-DATE|
      *    EXPENSE-ACCOUNT|AP-ACCOUNT|STATUS - no entry date on file,
      *    so a voucher is dated by its VCH# posting.
            MOVE "N" TO WS-FILE-EOF
            OPEN INPUT voucher
            IF WS-VOUCHER-STATUS NOT = "00"
               CLOSE voucher
               EXIT PARAGRAPH
            END-IF
            PERFORM WITH TEST BEFORE UNTIL FILE-EOF
               READ voucher
                  AT END
                     MOVE "Y" TO WS-FILE-EOF
                  NOT AT END
                     MOVE VOUCHER-LINE TO CHECKREG-LINE
                     PERFORM UNPACK-REGISTER-LINE
                     IF FUNCTION TEST-NUMVAL(WS-COL-1) = ZERO
                        MOVE 4 TO SQ-TYPE
                        MOVE FUNCTION NUMVAL(WS-COL-1) TO SQ-NUMBER
                        MOVE SPACES TO SQ-DATE
                        MOVE WS-COL-8 TO SQ-STATUS
                        MOVE WS-COL-2 TO SQ-DETAIL
                        PERFORM RELEASE-REGISTER-ROW
                     END-IF
               END-READ
            END-PERFORM
            CLOSE voucher.

       RELEASE-PURCHASE-ORDERS.
      *    PO-NUMBER|VENDOR|ACCOUNT-NO|FISCAL-YEAR|PERIOD|AMOUNT|
      *    STATUS - dated by the start of its fiscal period.
            MOVE "N" TO WS-FILE-EOF
            OPEN INPUT purchord
            IF WS-PO-STATUS NOT = "00"
               CLOSE purchord
               EXIT PARAGRAPH
            END-IF
            PERFORM WITH TEST BEFORE UNTIL FILE-EOF
               READ purchord
                  AT END
                     MOVE "Y" TO WS-FILE-EOF
                  NOT AT END
                     MOVE PURCHORD-LINE TO CHECKREG-LINE
                     PERFORM UNPACK-REGISTER-LINE
                     IF FUNCTION TEST-NUMVAL(WS-COL-1) = ZERO
                        MOVE 5 TO SQ-TYPE
                        MOVE FUNCTION NUMVAL(WS-COL-1) TO SQ-NUMBER
                        PERFORM DATE-PURCHASE-ORDER
                        MOVE WS-COL-7 TO SQ-STATUS
                        MOVE WS-COL-2 TO SQ-DETAIL
                        PERFORM RELEASE-REGISTER-ROW
                     END-IF
               END-READ
            END-PERFORM
            CLOSE purchord.

       DATE-PURCHASE-ORDER.
            MOVE SPACES TO SQ-DATE
            IF FUNCTION TEST-NUMVAL(WS-COL-4) NOT = ZERO
                  OR FUNCTION TEST-NUMVAL(WS-COL-5) NOT = ZERO
               EXIT PARAGRAPH
            END-IF
            PERFORM VARYING FC-IDX FROM 1 BY 1
                  UNTIL FC-IDX > WS-FISCALCAL-COUNT
                     OR SQ-DATE NOT = SPACES
               IF FC-YEAR(FC-IDX) = FUNCTION NUMVAL(WS-COL-4)
                     AND FC-PERIOD(FC-IDX) = FUNCTION NUMVAL(WS-COL-5)
                  MOVE FC-START-DATE(FC-IDX) TO SQ-DATE
               END-IF
            END-PERFORM
            IF SQ-DATE = SPACES
               MOVE FUNCTION NUMVAL(WS-COL-4) TO WS-PO-DATE-YEAR
               MOVE FUNCTION NUMVAL(WS-COL-5) TO WS-PO-DATE-PERIOD
               STRING WS-PO-DATE-YEAR DELIMITED BY SIZE
                     "-" DELIMITED BY SIZE
                     WS-PO-DATE-PERIOD DELIMITED BY SIZE
                     "-01" DELIMITED BY SIZE
                  INTO SQ-DATE
               END-STRING
            END-IF.

       UNPACK-REGISTER-LINE.
            MOVE SPACES TO WS-COL-1 WS-COL-2 WS-COL-3 WS-COL-4
               WS-COL-5 WS-COL-6 WS-COL-7 WS-COL-8
            UNSTRING CHECKREG-LINE DELIMITED BY "|"
               INTO WS-COL-1 WS-COL-2 WS-COL-3 WS-COL-4 WS-COL-5
                    WS-COL-6 WS-COL-7 WS-COL-8
            END-UNSTRING.

       RELEASE-REGISTER-ROW.
            MOVE "R" TO SQ-SOURCE
            MOVE ZERO TO SQ-JOURNAL-ENTRY SQ-FILE-NO
            RELEASE SQ-ENTRY.

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
      *    The leg's own TRANSACTION-ID, and the document number its
      *    CHECK#/INV#/RCPT#/VCH# reference carries.
            MOVE "L" TO SQ-SOURCE
            MOVE JOURNAL-ENTRY-NO TO SQ-JOURNAL-ENTRY
            MOVE WS-FILES-READ TO SQ-FILE-NO
            MOVE TRANSACTION-DATE TO SQ-DATE
            MOVE SPACES TO SQ-STATUS
            MOVE ACCOUNT TO SQ-DETAIL
            IF WS-ONLY-TYPE = ZERO OR WS-ONLY-TYPE = 6
               MOVE 6 TO SQ-TYPE
               MOVE TRANSACTION-ID TO SQ-NUMBER
               RELEASE SQ-ENTRY
            END-IF
            MOVE SPACES TO WS-NUMBER-TEXT
            MOVE ZERO TO SQ-TYPE
            EVALUATE TRUE
               WHEN REFERENCE-DOC(1:6) = "CHECK#"
                  MOVE 1 TO SQ-TYPE
                  MOVE REFERENCE-DOC(7:14) TO WS-NUMBER-TEXT
               WHEN REFERENCE-DOC(1:4) = "INV#"
                  MOVE 2 TO SQ-TYPE
                  MOVE REFERENCE-DOC(5:16) TO WS-NUMBER-TEXT
               WHEN REFERENCE-DOC(1:5) = "RCPT#"
                  MOVE 3 TO SQ-TYPE
                  MOVE REFERENCE-DOC(6:15) TO WS-NUMBER-TEXT
               WHEN REFERENCE-DOC(1:4) = "VCH#"
                  MOVE 4 TO SQ-TYPE
                  MOVE REFERENCE-DOC(5:16) TO WS-NUMBER-TEXT
            END-EVALUATE
            IF SQ-TYPE = ZERO OR WS-NUMBER-TEXT = SPACES
               EXIT PARAGRAPH
            END-IF
            IF WS-ONLY-TYPE NOT = ZERO AND WS-ONLY-TYPE NOT = SQ-TYPE
               EXIT PARAGRAPH
            END-IF
            IF FUNCTION TEST-NUMVAL(WS-NUMBER-TEXT) = ZERO
               MOVE FUNCTION NUMVAL(WS-NUMBER-TEXT) TO SQ-NUMBER
               RELEASE SQ-ENTRY
            END-IF.

      *----------------------------------------------------------------
      * Output side: one number at a time, in order within each type.
      *----------------------------------------------------------------
       SQ-OUTPUT-PROCEDURE.
            MOVE "N" TO WS-SORT-EOF
            MOVE "N" TO WS-GR-ACTIVE
            MOVE ZERO TO WS-CURRENT-TYPE
            PERFORM UNTIL SORT-DONE
               RETURN SORT-WORK
                  AT END
                     MOVE "Y" TO WS-SORT-EOF
                  NOT AT END
                     PERFORM GATHER-SORTED-ENTRY
               END-RETURN
            END-PERFORM
            IF GROUP-ACTIVE
               PERFORM EVALUATE-NUMBER
            END-IF
      *    finish the last type seen and any after it.
            PERFORM VARYING WS-TY FROM WS-CURRENT-TYPE BY 1
                  UNTIL WS-TY > 6
               IF WS-TY > ZERO
                  PERFORM FINISH-OR-OPEN-TYPE
               END-IF
            END-PERFORM.

       GATHER-SORTED-ENTRY.
            IF GROUP-ACTIVE
                  AND (SQ-TYPE NOT = WS-GR-TYPE
                     OR SQ-NUMBER NOT = WS-GR-NUMBER)
               PERFORM EVALUATE-NUMBER
               MOVE "N" TO WS-GR-ACTIVE
            END-IF
            IF NOT GROUP-ACTIVE
               MOVE "Y" TO WS-GR-ACTIVE
               MOVE SQ-TYPE TO WS-GR-TYPE
               MOVE SQ-NUMBER TO WS-GR-NUMBER
               MOVE ZERO TO WS-GR-REG-COUNT WS-GR-LEDGER-COUNT
                  WS-GR-FILE-COUNT WS-GR-LAST-FILE
               MOVE SPACES TO WS-GR-REG-DATE WS-GR-LEDGER-DATE
                  WS-GR-STATUS WS-GR-DETAIL
            END-IF
            IF SQ-SOURCE = "R"
               ADD 1 TO WS-GR-REG-COUNT
               IF WS-GR-REG-DATE = SPACES
                  MOVE SQ-DATE TO WS-GR-REG-DATE
               END-IF
               IF WS-GR-STATUS = SPACES
                     OR FUNCTION TRIM(SQ-STATUS) = "VOID"
                  MOVE SQ-STATUS TO WS-GR-STATUS
               END-IF
               MOVE SQ-DETAIL TO WS-GR-DETAIL
            ELSE
               ADD 1 TO WS-GR-LEDGER-COUNT
               IF SQ-FILE-NO NOT = WS-GR-LAST-FILE
                  ADD 1 TO WS-GR-FILE-COUNT
                  MOVE SQ-FILE-NO TO WS-GR-LAST-FILE
               END-IF
               IF WS-GR-LEDGER-DATE = SPACES
                     OR SQ-DATE < WS-GR-LEDGER-DATE
                  MOVE SQ-DATE TO WS-GR-LEDGER-DATE
               END-IF
               IF WS-GR-DETAIL = SPACES
                  MOVE SQ-DETAIL TO WS-GR-DETAIL
               END-IF
            END-IF.

       EVALUATE-NUMBER.
      *    One number, every sighting gathered: is it in range, does
      *    it leave a gap behind it, and is anything wrong with it.
            IF WS-GR-REG-DATE NOT = SPACES
               MOVE WS-GR-REG-DATE TO WS-GR-DATE
            ELSE
               MOVE WS-GR-LEDGER-DATE TO WS-GR-DATE
            END-IF
      *    the number found just before this one, dated in range or
      *    not - in a date range that is where a gap starts.
            MOVE WS-GR-TYPE TO WS-TY
            MOVE TY-PRIOR(WS-TY) TO WS-PRIOR-NUMBER
            MOVE WS-GR-NUMBER TO TY-PRIOR(WS-TY)
            IF MODE-DATE
                  AND (WS-GR-DATE < WS-FROM-DATE
                     OR WS-GR-DATE > WS-TO-DATE)
               EXIT PARAGRAPH
            END-IF
            IF MODE-NUMBER
                  AND (WS-GR-NUMBER < WS-FROM-NUMBER
                     OR WS-GR-NUMBER > WS-TO-NUMBER)
               EXIT PARAGRAPH
            END-IF
            IF WS-GR-TYPE NOT = WS-CURRENT-TYPE
               PERFORM VARYING WS-TY FROM WS-CURRENT-TYPE BY 1
                     UNTIL WS-TY >= WS-GR-TYPE
                  IF WS-TY > ZERO
                     PERFORM FINISH-OR-OPEN-TYPE
                  END-IF
               END-PERFORM
               MOVE WS-GR-TYPE TO WS-CURRENT-TYPE
               PERFORM PRINT-TYPE-HEADING
            END-IF
            MOVE WS-GR-TYPE TO WS-TY
            IF NOT MODE-DATE
               MOVE TY-LAST(WS-TY) TO WS-PRIOR-NUMBER
            END-IF
            IF TY-SEEN(WS-TY) = "Y"
                  OR (MODE-DATE AND WS-PRIOR-NUMBER > ZERO)
               IF WS-GR-NUMBER > WS-PRIOR-NUMBER + 1
                  COMPUTE WS-GAP-FROM = WS-PRIOR-NUMBER + 1
                  COMPUTE WS-GAP-TO = WS-GR-NUMBER - 1
                  MOVE SPACES TO RPT-TEXT
                  PERFORM PRINT-GAP
               END-IF
            END-IF
            IF TY-SEEN(WS-TY) NOT = "Y"
               MOVE "Y" TO TY-SEEN(WS-TY)
               MOVE WS-GR-NUMBER TO TY-FIRST(WS-TY)
      *       every counter starts at 1, so outside a date range the
      *       numbers ahead of the first one found are a gap too.
               IF MODE-NUMBER
                  MOVE WS-FROM-NUMBER TO WS-GAP-FROM
               ELSE
                  MOVE 1 TO WS-GAP-FROM
               END-IF
               IF NOT MODE-DATE AND WS-GR-NUMBER > WS-GAP-FROM
                  COMPUTE WS-GAP-TO = WS-GR-NUMBER - 1
                  MOVE SPACES TO RPT-TEXT
                  PERFORM PRINT-GAP
               END-IF
            END-IF
            MOVE WS-GR-NUMBER TO TY-LAST(WS-TY)
            ADD 1 TO TY-USED(WS-TY)
            MOVE WS-GR-NUMBER TO RPT-NUMBER
            MOVE SPACES TO RPT-THRU RPT-NUMBER-TO-X
            IF FUNCTION TRIM(WS-GR-STATUS) = "VOID"
               ADD 1 TO TY-VOIDS(WS-TY)
               MOVE "VOID" TO RPT-KIND
               MOVE SPACES TO RPT-TEXT
               STRING WS-GR-DATE DELIMITED BY SIZE
                     " " DELIMITED BY SIZE
                     FUNCTION TRIM(WS-GR-DETAIL) DELIMITED BY SIZE
                  INTO RPT-TEXT
               END-STRING
               DISPLAY RPT-DETAIL-LINE
            END-IF
            PERFORM CHECK-DUPLICATE
            PERFORM CHECK-REGISTER-AND-POSTING.

       CHECK-DUPLICATE.
            MOVE "N" TO WS-DUPLICATE-FLAG
            EVALUATE WS-GR-TYPE
               WHEN 1
               WHEN 2
               WHEN 4
               WHEN 5
                  IF WS-GR-REG-COUNT > 1
                     MOVE "Y" TO WS-DUPLICATE-FLAG
                     MOVE WS-GR-REG-COUNT TO RPT-COUNT-ED
                     MOVE SPACES TO RPT-TEXT
                     STRING FUNCTION TRIM(RPT-COUNT-ED)
                           DELIMITED BY SIZE
                           " rows on " DELIMITED BY SIZE
                           FUNCTION TRIM(TY-REGISTER(WS-TY))
                              DELIMITED BY SIZE
                        INTO RPT-TEXT
                     END-STRING
                  END-IF
               WHEN 6
                  IF WS-GR-LEDGER-COUNT > 1
                     MOVE "Y" TO WS-DUPLICATE-FLAG
                     MOVE WS-GR-FILE-COUNT TO RPT-COUNT-ED
                     MOVE SPACES TO RPT-TEXT
                     STRING "on " DELIMITED BY SIZE
                           FUNCTION TRIM(RPT-COUNT-ED)
                              DELIMITED BY SIZE
                           " ledger/archive files" DELIMITED BY SIZE
                        INTO RPT-TEXT
                     END-STRING
                  END-IF
            END-EVALUATE
            IF IS-DUPLICATE
               ADD 1 TO TY-DUPLICATES(WS-TY) WS-PROBLEMS
               MOVE "DUPLICATE" TO RPT-KIND
               DISPLAY RPT-DETAIL-LINE
            END-IF.

       CHECK-REGISTER-AND-POSTING.
      *    Checks, invoices and vouchers are both registered and
      *    posted under their own reference; each side should find
      *    the other.
            IF WS-GR-TYPE NOT = 1 AND WS-GR-TYPE NOT = 2
                  AND WS-GR-TYPE NOT = 4
               EXIT PARAGRAPH
            END-IF
            IF WS-GR-REG-COUNT > ZERO AND WS-GR-LEDGER-COUNT = ZERO
               ADD 1 TO TY-EXCEPTIONS(WS-TY) WS-PROBLEMS
               MOVE "NOT POSTED" TO RPT-KIND
               MOVE SPACES TO RPT-TEXT
               STRING "no " DELIMITED BY SIZE
                     FUNCTION TRIM(TY-PREFIX(WS-TY)) DELIMITED BY SIZE
                     " leg - " DELIMITED BY SIZE
                     FUNCTION TRIM(WS-GR-DETAIL) DELIMITED BY SIZE
                  INTO RPT-TEXT
               END-STRING
               DISPLAY RPT-DETAIL-LINE
            END-IF
            IF WS-GR-REG-COUNT = ZERO AND WS-GR-LEDGER-COUNT > ZERO
               ADD 1 TO TY-EXCEPTIONS(WS-TY) WS-PROBLEMS
               MOVE "NO REGISTER" TO RPT-KIND
               MOVE SPACES TO RPT-TEXT
               STRING WS-GR-LEDGER-DATE DELIMITED BY SIZE
                     " not on " DELIMITED BY SIZE
                     FUNCTION TRIM(TY-REGISTER(WS-TY))
                        DELIMITED BY SIZE
                  INTO RPT-TEXT
               END-STRING
               DISPLAY RPT-DETAIL-LINE
            END-IF.

       PRINT-GAP.
            ADD 1 TO TY-GAP-RUNS(WS-TY)
            COMPUTE TY-GAP-NUMBERS(WS-TY) =
               TY-GAP-NUMBERS(WS-TY) + WS-GAP-TO - WS-GAP-FROM + 1
            MOVE "GAP" TO RPT-KIND
            MOVE WS-GAP-FROM TO RPT-NUMBER
            IF WS-GAP-TO > WS-GAP-FROM
               MOVE "to" TO RPT-THRU
               MOVE WS-GAP-TO TO RPT-NUMBER-TO
            ELSE
               MOVE SPACES TO RPT-THRU RPT-NUMBER-TO-X
            END-IF
            IF RPT-TEXT = SPACES
               COMPUTE RPT-COUNT-ED = WS-GAP-TO - WS-GAP-FROM + 1
               STRING FUNCTION TRIM(RPT-COUNT-ED) DELIMITED BY SIZE
                     " number(s) found nowhere" DELIMITED BY SIZE
                  INTO RPT-TEXT
               END-STRING
            END-IF
            DISPLAY RPT-DETAIL-LINE.

       PRINT-TYPE-HEADING.
            DISPLAY " "
            MOVE TY-ISSUED(WS-CURRENT-TYPE) TO RPT-NUMBER
            DISPLAY FUNCTION TRIM(TY-NAME(WS-CURRENT-TYPE))
               " NUMBERS (SEQCTL key " TY-SEQ-KEY(WS-CURRENT-TYPE)
               ", last issued " FUNCTION TRIM(RPT-NUMBER-X) ")".

       FINISH-OR-OPEN-TYPE.
      *    Closes type WS-TY: a type with nothing in range still gets
      *    its heading, and outside a date range the numbers SEQCTL
      *    issued after the last one used are a trailing gap.
            IF WS-ONLY-TYPE NOT = ZERO AND WS-ONLY-TYPE NOT = WS-TY
               EXIT PARAGRAPH
            END-IF
            IF WS-TY NOT = WS-CURRENT-TYPE
               MOVE WS-TY TO WS-CURRENT-TYPE
               PERFORM PRINT-TYPE-HEADING
            END-IF
            IF NOT MODE-DATE
               MOVE TY-ISSUED(WS-TY) TO WS-GAP-UPPER
               IF MODE-NUMBER AND WS-TO-NUMBER < WS-GAP-UPPER
                  MOVE WS-TO-NUMBER TO WS-GAP-UPPER
               END-IF
               IF TY-SEEN(WS-TY) = "Y"
                  COMPUTE WS-GAP-FROM = TY-LAST(WS-TY) + 1
               ELSE
                  IF MODE-NUMBER
                     MOVE WS-FROM-NUMBER TO WS-GAP-FROM
                  ELSE
                     MOVE 1 TO WS-GAP-FROM
                  END-IF
               END-IF
               IF WS-GAP-UPPER NOT < WS-GAP-FROM
                  MOVE WS-GAP-UPPER TO WS-GAP-TO
                  MOVE "issued by SEQCTL.DAT, never used" TO RPT-TEXT
                  PERFORM PRINT-GAP
               END-IF
            END-IF
            IF TY-SEEN(WS-TY) NOT = "Y"
               DISPLAY "  no numbers found"
            END-IF
            ADD 1 TO WS-CURRENT-TYPE.

       PRINT-SUMMARY.
            DISPLAY " "
            DISPLAY "==========================================="
               "==================================="
            DISPLAY "TYPE        KEY    ISSUED    FIRST     LAST"
               "   USED   GAPS  VOIDS   DUPS EXCEPT"
            DISPLAY "-------------------------------------------"
               "-----------------------------------"
            PERFORM VARYING TY-IDX FROM 1 BY 1 UNTIL TY-IDX > 6
               IF WS-ONLY-TYPE = ZERO OR WS-ONLY-TYPE = TY-IDX
                  MOVE TY-NAME(TY-IDX) TO RPT-SM-NAME
                  MOVE SPACES TO RPT-SM-KEY
                  MOVE TY-SEQ-KEY(TY-IDX) TO RPT-SM-KEY(2:1)
                  MOVE TY-ISSUED(TY-IDX) TO RPT-SM-ISSUED
                  IF TY-SEEN(TY-IDX) = "Y"
                     MOVE TY-FIRST(TY-IDX) TO RPT-SM-FIRST
                     MOVE TY-LAST(TY-IDX) TO RPT-SM-LAST
                  ELSE
                     MOVE "        -" TO RPT-SM-FIRST-X
                        RPT-SM-LAST-X
                  END-IF
                  MOVE TY-USED(TY-IDX) TO RPT-SM-USED
                  MOVE TY-GAP-NUMBERS(TY-IDX) TO RPT-SM-GAPS
                  MOVE TY-VOIDS(TY-IDX) TO RPT-SM-VOIDS
                  MOVE TY-DUPLICATES(TY-IDX) TO RPT-SM-DUPS
                  MOVE TY-EXCEPTIONS(TY-IDX) TO RPT-SM-EXCEPT
                  DISPLAY RPT-SUMMARY-LINE
               END-IF
            END-PERFORM
            DISPLAY "==========================================="
               "===================================".

       LOAD-FISCAL-CALENDAR.
      *    A missing/empty FISCALCAL.DAT just leaves the table empty,
      *    so a PO is dated by the calendar month of its period.
            MOVE ZERO TO WS-FISCALCAL-COUNT
            MOVE "N" TO WS-FILE-EOF
            OPEN INPUT fiscalcal
            IF WS-FISCALCAL-STATUS = "00"
               PERFORM WITH TEST BEFORE UNTIL FILE-EOF
                  READ fiscalcal
                     AT END
                        MOVE "Y" TO WS-FILE-EOF
                     NOT AT END
                        PERFORM STORE-FISCAL-PERIOD-ROW
                  END-READ
               END-PERFORM
            END-IF
            CLOSE fiscalcal.

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

       END PROGRAM BESTBOOKS-SEQAUDIT.
