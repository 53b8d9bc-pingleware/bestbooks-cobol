       IDENTIFICATION DIVISION.
       PROGRAM-ID. BESTBOOKS-JOURNALS.
       AUTHOR. PRESSPAGE ENTERTAINMENT INC dba PINGLEWARE.
      *----------------------------------------------------------------
      * Special journals - the sales, cash receipts, purchases and
      * cash disbursements registers, with everything else in the
      * general journal - for any TRANSACTION-DATE range, drawn from
      * the live ledger, every rollover generation and every close
      * archive (the BESTBOOKS-VERIFY sweep), so closed periods print
      * the same as open ones.
      *
      * The unit is the journal entry - all legs sharing a
      * JOURNAL-ENTRY-NO; a leg posted before journal numbers existed
      * is an entry on its own. Each entry goes to one journal by the
      * stamps the posting programs put in REFERENCE-DOC, taken in
      * this order:
      *
      *   CASH RECEIPTS       any leg stamped RCPT# (BESTBOOKS-CASHAPP
      *                       and BESTBOOKS-LOCKBOX receipts)
      *   CASH DISBURSEMENTS  any leg stamped CHECK# (BESTBOOKS-CHECKS,
      *                       voids included) or ACH# (BESTBOOKS-ACH)
      *   PURCHASES           any leg stamped VCH# (BESTBOOKS-VOUCHER)
      *   SALES               an INV# leg that debits - the billing
      *                       BESTBOOKS-INVOICE posts; a credit-memo
      *                       application or write-off against an
      *                       invoice only credits it and so is
      *                       general journal
      *   GENERAL             everything else
      *
      * Each journal prints one line per entry - date, journal entry,
      * document number, counterparty, debits and credits - then its
      * column totals by account and the cross-foot of total debits
      * against total credits. The counterparty comes from the
      * document's own register: OPENITEM.DAT for invoices and
      * receipts, VOUCHER.DAT for vouchers, CHECKREG.DAT and
      * ACHREG.DAT for payments; a general-journal line shows its
      * first leg's description instead.
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

      *    OPENITEM.DAT, VOUCHER.DAT, CHECKREG.DAT and ACHREG.DAT in
      *    turn, for the document-to-counterparty table.
           SELECT OPTIONAL partyfile
               ASSIGN TO WS-PARTY-FILE
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-PARTY-STATUS.

           SELECT OPTIONAL SORT-WORK
               ASSIGN TO "JRNLSORT.TMP".

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

            FD partyfile.
            01 PARTY-LINE            PIC X(300).

      *    one leg in the date range, sorted so the legs of each
      *    journal entry arrive together.
            SD SORT-WORK.
            01 SM-ENTRY.
                02 SM-KEY.
                   03 SM-JOURNAL-ENTRY  PIC 9(7).
                   03 SM-OWN-ID         PIC 9(5).
                02 SM-DATE              PIC X(10).
                02 SM-TRANSACTION-ID    PIC 9(5).
                02 SM-ACCOUNT           PIC X(15).
                02 SM-DEBIT             PIC 9(7)V99.
                02 SM-CREDIT            PIC 9(7)V99.
                02 SM-DESCRIPTION       PIC X(30).
                02 SM-REFERENCE         PIC X(20).

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
            01 WS-SORT-EOF          PIC X VALUE "N".
                  88  SORT-DONE     VALUE "Y".

      *    runtime arguments.
            01 WS-FROM-DATE         PIC X(10) VALUE SPACES.
            01 WS-TO-DATE           PIC X(10) VALUE SPACES.
            01 WS-JOURNAL-IN        PIC X(14) VALUE SPACES.
            01 WS-JOURNAL-WANTED    PIC 9 VALUE ZERO.

      *    the five journals; JOURNAL-CODE is what the selection
      *    argument names.
            01 JOURNAL-NAME-LIST.
               02 FILLER PIC X(36) VALUE
                  "SALES           SALES JOURNAL       ".
               02 FILLER PIC X(36) VALUE
                  "RECEIPTS        CASH RECEIPTS       ".
               02 FILLER PIC X(36) VALUE
                  "PURCHASES       PURCHASES JOURNAL   ".
               02 FILLER PIC X(36) VALUE
                  "DISBURSEMENTS   CASH DISBURSEMENTS  ".
               02 FILLER PIC X(36) VALUE
                  "GENERAL         GENERAL JOURNAL     ".
            01 JOURNAL-NAME-TABLE REDEFINES JOURNAL-NAME-LIST.
               02 JOURNAL-NAME-ENTRY OCCURS 5 TIMES.
                  03 JOURNAL-CODE     PIC X(16).
                  03 JOURNAL-TITLE    PIC X(20).
            01 WS-JOURNAL-IDX       PIC 9.

      *    document-to-counterparty table.
            01 WS-PARTY-FILE        PIC X(64) VALUE SPACES.
            01 WS-PARTY-STATUS      PIC XX.
            01 WS-PARTY-EOF         PIC X VALUE "N".
                  88  PARTY-EOF     VALUE "Y".
            01 WS-PARTY-PREFIX      PIC X(6).
            01 WS-PARTY-KEY-IN      PIC X(20).
            01 WS-PARTY-NAME-IN     PIC X(30).
            01 PARTY-TABLE.
               02 PARTY-ENTRY OCCURS 5000 TIMES
                     INDEXED BY PT-IDX.
                  03 PT-REFERENCE     PIC X(20).
                  03 PT-NAME          PIC X(30).
            01 WS-PARTY-COUNT       PIC 9(4) VALUE ZERO.
            01 WS-PARTY-LOOKUP      PIC X(20).
            01 WS-PARTY-FOUND       PIC X(30).

      *    the entries, in journal-entry order.
            01 ENTRY-TABLE.
               02 JT-ENTRY OCCURS 20000 TIMES
                     INDEXED BY JT-IDX.
                  03 JT-JOURNAL       PIC 9.
                  03 JT-NUMBER        PIC 9(7).
                  03 JT-DATE          PIC X(10).
                  03 JT-DOCUMENT      PIC X(20).
                  03 JT-PARTY         PIC X(30).
                  03 JT-DEBIT         PIC 9(11)V99.
                  03 JT-CREDIT        PIC 9(11)V99.
            01 WS-ENTRY-COUNT       PIC 9(5) VALUE ZERO.
            01 WS-ENTRY-DROPPED     PIC 9(5) VALUE ZERO.

      *    column totals per journal and account.
            01 COLUMN-TABLE.
               02 CT-ENTRY OCCURS 2000 TIMES
                     INDEXED BY CT-IDX.
                  03 CT-JOURNAL       PIC 9.
                  03 CT-ACCOUNT       PIC X(15).
                  03 CT-DEBIT         PIC 9(11)V99.
                  03 CT-CREDIT        PIC 9(11)V99.
            01 WS-COLUMN-COUNT      PIC 9(4) VALUE ZERO.
            01 WS-COLUMN-FOUND      PIC 9(4) VALUE ZERO.
            01 WS-COLUMN-DROPPED    PIC 9(5) VALUE ZERO.

      *    the entry being gathered from the sort, with its legs.
            01 WS-GR-ACTIVE         PIC X VALUE "N".
                  88  GROUP-ACTIVE  VALUE "Y".
            01 WS-GR-KEY.
               02 WS-GR-NUMBER      PIC 9(7).
               02 WS-GR-OWN-ID      PIC 9(5).
            01 WS-GR-DATE           PIC X(10).
            01 WS-GR-DEBIT          PIC 9(11)V99.
            01 WS-GR-CREDIT         PIC 9(11)V99.
            01 WS-GR-RECEIPT-REF    PIC X(20).
            01 WS-GR-PAYMENT-REF    PIC X(20).
            01 WS-GR-VOUCHER-REF    PIC X(20).
            01 WS-GR-BILLING-REF    PIC X(20).
            01 WS-GR-INVOICE-REF    PIC X(20).
            01 WS-GR-OTHER-REF      PIC X(20).
            01 WS-GR-RECEIPT-TEXT   PIC X(30).
            01 WS-GR-FIRST-TEXT     PIC X(30).
            01 WS-GR-JOURNAL        PIC 9.
            01 LEG-TABLE.
               02 LG-ENTRY OCCURS 500 TIMES
                     INDEXED BY LG-IDX.
                  03 LG-ACCOUNT       PIC X(15).
                  03 LG-DEBIT         PIC 9(7)V99.
                  03 LG-CREDIT        PIC 9(7)V99.
            01 WS-LEG-COUNT         PIC 9(4) VALUE ZERO.

      *    report.
            01 WS-JOURNAL-DEBIT     PIC 9(11)V99.
            01 WS-JOURNAL-CREDIT    PIC 9(11)V99.
            01 WS-JOURNAL-ENTRIES   PIC 9(5).
            01 WS-COLUMN-DEBIT      PIC 9(11)V99.
            01 WS-COLUMN-CREDIT     PIC 9(11)V99.
            01 WS-GRAND-DEBIT       PIC 9(13)V99 VALUE ZERO.
            01 WS-GRAND-CREDIT      PIC 9(13)V99 VALUE ZERO.
            01 WS-DIFFERENCE        PIC S9(13)V99.
            01 WS-AMOUNT-ED         PIC -Z,ZZZ,ZZZ,ZZ9.99.
            01 WS-COUNT-ED          PIC Z(4)9.
            01 WS-RANGE-TEXT        PIC X(40).

            01 RPT-ENTRY-HEADER.
               02 FILLER            PIC X(11) VALUE "DATE".
               02 FILLER            PIC X(8) VALUE "ENTRY".
               02 FILLER            PIC X(21) VALUE "DOCUMENT".
               02 FILLER            PIC X(25) VALUE "COUNTERPARTY".
               02 FILLER            PIC X(14) VALUE "        DEBITS".
               02 FILLER            PIC X(14) VALUE "       CREDITS".
            01 RPT-ENTRY-LINE.
               02 RPT-DATE          PIC X(10).
               02 FILLER            PIC X VALUE SPACE.
               02 RPT-JE            PIC 9(7).
               02 RPT-JE-X REDEFINES RPT-JE PIC X(7).
               02 FILLER            PIC X VALUE SPACE.
               02 RPT-DOCUMENT      PIC X(20).
               02 FILLER            PIC X VALUE SPACE.
               02 RPT-PARTY         PIC X(24).
               02 FILLER            PIC X VALUE SPACE.
               02 RPT-DEBIT         PIC ZZ,ZZZ,ZZ9.99.
               02 FILLER            PIC X VALUE SPACE.
               02 RPT-CREDIT        PIC ZZ,ZZZ,ZZ9.99.
            01 RPT-COLUMN-LINE.
               02 FILLER            PIC X(4) VALUE SPACES.
               02 RPT-COL-ACCOUNT   PIC X(61).
               02 RPT-COL-DEBIT     PIC ZZ,ZZZ,ZZ9.99.
               02 FILLER            PIC X VALUE SPACE.
               02 RPT-COL-CREDIT    PIC ZZ,ZZZ,ZZ9.99.
            01 RPT-RULE             PIC X(93) VALUE ALL "-".

       PROCEDURE DIVISION.
       BEGIN.
            PERFORM GET-RUNTIME-ARGUMENTS.
            PERFORM LOAD-COUNTERPARTIES.

            SORT SORT-WORK ON ASCENDING KEY SM-JOURNAL-ENTRY
                  SM-OWN-ID SM-DATE SM-TRANSACTION-ID
                INPUT PROCEDURE IS SCAN-LEDGER-AND-ARCHIVES
                OUTPUT PROCEDURE IS BUILD-ENTRIES

            MOVE SPACES TO WS-RANGE-TEXT
            EVALUATE TRUE
               WHEN WS-FROM-DATE = SPACES AND WS-TO-DATE = SPACES
                  MOVE "all dates" TO WS-RANGE-TEXT
               WHEN WS-TO-DATE = SPACES
                  STRING "from " WS-FROM-DATE DELIMITED BY SIZE
                     INTO WS-RANGE-TEXT
                  END-STRING
               WHEN WS-FROM-DATE = SPACES
                  STRING "through " WS-TO-DATE DELIMITED BY SIZE
                     INTO WS-RANGE-TEXT
                  END-STRING
               WHEN OTHER
                  STRING WS-FROM-DATE " through " WS-TO-DATE
                        DELIMITED BY SIZE
                     INTO WS-RANGE-TEXT
                  END-STRING
            END-EVALUATE
            PERFORM VARYING WS-JOURNAL-IDX FROM 1 BY 1
                  UNTIL WS-JOURNAL-IDX > 5
               IF WS-JOURNAL-WANTED = ZERO
                     OR WS-JOURNAL-WANTED = WS-JOURNAL-IDX
                  PERFORM PRINT-ONE-JOURNAL
               END-IF
            END-PERFORM.

            IF WS-JOURNAL-WANTED = ZERO
               DISPLAY " "
               DISPLAY "ALL JOURNALS"
               MOVE WS-GRAND-DEBIT TO WS-AMOUNT-ED
               DISPLAY "  Total debits    " WS-AMOUNT-ED
               MOVE WS-GRAND-CREDIT TO WS-AMOUNT-ED
               DISPLAY "  Total credits   " WS-AMOUNT-ED
               COMPUTE WS-DIFFERENCE = WS-GRAND-DEBIT - WS-GRAND-CREDIT
               IF WS-DIFFERENCE = ZERO
                  DISPLAY "  Cross-foot      IN BALANCE"
               ELSE
                  MOVE WS-DIFFERENCE TO WS-AMOUNT-ED
                  DISPLAY "  Cross-foot      OUT OF BALANCE BY "
                     FUNCTION TRIM(WS-AMOUNT-ED)
                  MOVE 1 TO RETURN-CODE
               END-IF
            END-IF.
            IF WS-ENTRY-DROPPED > ZERO OR WS-COLUMN-DROPPED > ZERO
               DISPLAY "WARNING: more than 20000 entries or 2000 "
                  "journal/account columns in range - the report is "
                  "incomplete; narrow the date range"
               MOVE 1 TO RETURN-CODE
            END-IF.
            STOP RUN.

       GET-RUNTIME-ARGUMENTS.
      *    args 1-2 (optional): inclusive TRANSACTION-DATE range,
      *    YYYY-MM-DD; either may be left blank ("").
      *    arg 3 (optional): SALES, RECEIPTS, PURCHASES,
      *    DISBURSEMENTS or GENERAL for one journal, default ALL.
      *    args 4-6 (optional): ledger, sequence control and archive
      *    register files.
            ACCEPT WS-FROM-DATE FROM ARGUMENT-VALUE
            ACCEPT WS-TO-DATE FROM ARGUMENT-VALUE
            ACCEPT WS-JOURNAL-IN FROM ARGUMENT-VALUE
            MOVE FUNCTION UPPER-CASE(WS-JOURNAL-IN) TO WS-JOURNAL-IN
            IF WS-FROM-DATE NOT = SPACES
                  AND (WS-FROM-DATE(5:1) NOT = "-"
                     OR WS-FROM-DATE(8:1) NOT = "-")
               PERFORM SHOW-USAGE
            END-IF
            IF WS-TO-DATE NOT = SPACES
                  AND (WS-TO-DATE(5:1) NOT = "-"
                     OR WS-TO-DATE(8:1) NOT = "-")
               PERFORM SHOW-USAGE
            END-IF
            MOVE ZERO TO WS-JOURNAL-WANTED
            IF WS-JOURNAL-IN NOT = SPACES AND WS-JOURNAL-IN NOT = "ALL"
               PERFORM VARYING WS-JOURNAL-IDX FROM 1 BY 1
                     UNTIL WS-JOURNAL-IDX > 5
                  IF JOURNAL-CODE(WS-JOURNAL-IDX) = WS-JOURNAL-IN
                     MOVE WS-JOURNAL-IDX TO WS-JOURNAL-WANTED
                  END-IF
               END-PERFORM
               IF WS-JOURNAL-WANTED = ZERO
                  PERFORM SHOW-USAGE
               END-IF
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

       SHOW-USAGE.
            DISPLAY "Usage: BESTBOOKS-JOURNALS [from-date] [to-date] "
               "[ALL|SALES|RECEIPTS|PURCHASES|DISBURSEMENTS|GENERAL] "
               "[ledger] [seqctl] [archreg]"
            DISPLAY "       dates are YYYY-MM-DD"
            MOVE 1 TO RETURN-CODE
            STOP RUN.

      *----------------------------------------------------------------
      * Counterparties: first column is the document number, second
      * the customer, vendor or payee, on each of the four registers.
      *----------------------------------------------------------------
       LOAD-COUNTERPARTIES.
            MOVE ZERO TO WS-PARTY-COUNT
            MOVE "OPENITEM.DAT" TO WS-PARTY-FILE
            MOVE SPACES TO WS-PARTY-PREFIX
            PERFORM LOAD-ONE-PARTY-FILE
            MOVE "VOUCHER.DAT" TO WS-PARTY-FILE
            MOVE "VCH#" TO WS-PARTY-PREFIX
            PERFORM LOAD-ONE-PARTY-FILE
            MOVE "CHECKREG.DAT" TO WS-PARTY-FILE
            MOVE "CHECK#" TO WS-PARTY-PREFIX
            PERFORM LOAD-ONE-PARTY-FILE
            MOVE "ACHREG.DAT" TO WS-PARTY-FILE
            MOVE "ACH#" TO WS-PARTY-PREFIX
            PERFORM LOAD-ONE-PARTY-FILE.

       LOAD-ONE-PARTY-FILE.
            MOVE "N" TO WS-PARTY-EOF
            OPEN INPUT partyfile
            IF WS-PARTY-STATUS NOT = "00"
               CLOSE partyfile
               EXIT PARAGRAPH
            END-IF
            PERFORM WITH TEST BEFORE UNTIL PARTY-EOF
               READ partyfile
                  AT END
                     MOVE "Y" TO WS-PARTY-EOF
                  NOT AT END
                     PERFORM STORE-PARTY-ROW
               END-READ
            END-PERFORM
            CLOSE partyfile.

       STORE-PARTY-ROW.
            IF PARTY-LINE = SPACES OR WS-PARTY-COUNT NOT < 5000
               EXIT PARAGRAPH
            END-IF
            MOVE SPACES TO WS-PARTY-KEY-IN WS-PARTY-NAME-IN
            UNSTRING PARTY-LINE DELIMITED BY "|"
               INTO WS-PARTY-KEY-IN WS-PARTY-NAME-IN
            END-UNSTRING
            IF WS-PARTY-KEY-IN = SPACES
               EXIT PARAGRAPH
            END-IF
            ADD 1 TO WS-PARTY-COUNT
            SET PT-IDX TO WS-PARTY-COUNT
            MOVE SPACES TO PT-REFERENCE(PT-IDX)
            STRING WS-PARTY-PREFIX DELIMITED BY SPACE
                  FUNCTION TRIM(WS-PARTY-KEY-IN) DELIMITED BY SIZE
               INTO PT-REFERENCE(PT-IDX)
            END-STRING
            MOVE WS-PARTY-NAME-IN TO PT-NAME(PT-IDX).

       FIND-PARTY.
      *    counterparty of WS-PARTY-LOOKUP, spaces if not on file.
            MOVE SPACES TO WS-PARTY-FOUND
            IF WS-PARTY-LOOKUP = SPACES
               EXIT PARAGRAPH
            END-IF
            SET PT-IDX TO 1
            SEARCH PARTY-ENTRY
               AT END
                  CONTINUE
               WHEN PT-IDX > WS-PARTY-COUNT
                  CONTINUE
               WHEN PT-REFERENCE(PT-IDX) = WS-PARTY-LOOKUP
                  MOVE PT-NAME(PT-IDX) TO WS-PARTY-FOUND
            END-SEARCH.

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
            IF WS-FROM-DATE NOT = SPACES
                  AND TRANSACTION-DATE < WS-FROM-DATE
               EXIT PARAGRAPH
            END-IF
            IF WS-TO-DATE NOT = SPACES
                  AND TRANSACTION-DATE > WS-TO-DATE
               EXIT PARAGRAPH
            END-IF
            MOVE JOURNAL-ENTRY-NO TO SM-JOURNAL-ENTRY
            IF JOURNAL-ENTRY-NO = ZERO
               MOVE TRANSACTION-ID TO SM-OWN-ID
            ELSE
               MOVE ZERO TO SM-OWN-ID
            END-IF
            MOVE TRANSACTION-DATE TO SM-DATE
            MOVE TRANSACTION-ID TO SM-TRANSACTION-ID
            MOVE ACCOUNT TO SM-ACCOUNT
            MOVE DEBIT OF ENTRIES TO SM-DEBIT
            MOVE CREDIT OF ENTRIES TO SM-CREDIT
            MOVE DESCRIPTION TO SM-DESCRIPTION
            MOVE REFERENCE-DOC TO SM-REFERENCE
            RELEASE SM-ENTRY.

      *----------------------------------------------------------------
      * Sort output: one table row per journal entry, classified.
      *----------------------------------------------------------------
       BUILD-ENTRIES.
            MOVE "N" TO WS-SORT-EOF
            MOVE "N" TO WS-GR-ACTIVE
            PERFORM UNTIL SORT-DONE
               RETURN SORT-WORK
                  AT END
                     MOVE "Y" TO WS-SORT-EOF
                  NOT AT END
                     PERFORM GATHER-ENTRY-LEG
               END-RETURN
            END-PERFORM
            IF GROUP-ACTIVE
               PERFORM STORE-ENTRY
            END-IF.

       GATHER-ENTRY-LEG.
            IF GROUP-ACTIVE AND SM-KEY NOT = WS-GR-KEY
               PERFORM STORE-ENTRY
               MOVE "N" TO WS-GR-ACTIVE
            END-IF
            IF NOT GROUP-ACTIVE
               MOVE "Y" TO WS-GR-ACTIVE
               MOVE SM-KEY TO WS-GR-KEY
               MOVE SM-DATE TO WS-GR-DATE
               MOVE ZERO TO WS-GR-DEBIT WS-GR-CREDIT WS-LEG-COUNT
               MOVE SPACES TO WS-GR-RECEIPT-REF WS-GR-PAYMENT-REF
                  WS-GR-VOUCHER-REF WS-GR-BILLING-REF
                  WS-GR-INVOICE-REF WS-GR-OTHER-REF
                  WS-GR-RECEIPT-TEXT
               MOVE SM-DESCRIPTION TO WS-GR-FIRST-TEXT
            END-IF
            ADD SM-DEBIT TO WS-GR-DEBIT
            ADD SM-CREDIT TO WS-GR-CREDIT
            IF WS-LEG-COUNT < 500
               ADD 1 TO WS-LEG-COUNT
               SET LG-IDX TO WS-LEG-COUNT
               MOVE SM-ACCOUNT TO LG-ACCOUNT(LG-IDX)
               MOVE SM-DEBIT TO LG-DEBIT(LG-IDX)
               MOVE SM-CREDIT TO LG-CREDIT(LG-IDX)
            END-IF
            EVALUATE TRUE
               WHEN SM-REFERENCE(1:5) = "RCPT#"
                  IF WS-GR-RECEIPT-REF = SPACES
                     MOVE SM-REFERENCE TO WS-GR-RECEIPT-REF
                  END-IF
                  IF SM-DESCRIPTION(1:13) = "Receipt from "
                     MOVE SM-DESCRIPTION(14:) TO WS-GR-RECEIPT-TEXT
                  END-IF
               WHEN SM-REFERENCE(1:6) = "CHECK#"
               WHEN SM-REFERENCE(1:4) = "ACH#"
                  IF WS-GR-PAYMENT-REF = SPACES
                     MOVE SM-REFERENCE TO WS-GR-PAYMENT-REF
                  END-IF
               WHEN SM-REFERENCE(1:4) = "VCH#"
                  IF WS-GR-VOUCHER-REF = SPACES
                     MOVE SM-REFERENCE TO WS-GR-VOUCHER-REF
                  END-IF
               WHEN SM-REFERENCE(1:4) = "INV#"
                  IF SM-DEBIT > ZERO AND WS-GR-BILLING-REF = SPACES
                     MOVE SM-REFERENCE TO WS-GR-BILLING-REF
                  END-IF
                  IF WS-GR-INVOICE-REF = SPACES
                     MOVE SM-REFERENCE TO WS-GR-INVOICE-REF
                  END-IF
               WHEN SM-REFERENCE NOT = SPACES
                  IF WS-GR-OTHER-REF = SPACES
                     MOVE SM-REFERENCE TO WS-GR-OTHER-REF
                  END-IF
               WHEN OTHER
                  CONTINUE
            END-EVALUATE.

       STORE-ENTRY.
            PERFORM CLASSIFY-ENTRY
            IF WS-ENTRY-COUNT NOT < 20000
               ADD 1 TO WS-ENTRY-DROPPED
               EXIT PARAGRAPH
            END-IF
            ADD 1 TO WS-ENTRY-COUNT
            SET JT-IDX TO WS-ENTRY-COUNT
            MOVE WS-GR-JOURNAL TO JT-JOURNAL(JT-IDX)
            MOVE WS-GR-NUMBER TO JT-NUMBER(JT-IDX)
            MOVE WS-GR-DATE TO JT-DATE(JT-IDX)
            MOVE WS-GR-DEBIT TO JT-DEBIT(JT-IDX)
            MOVE WS-GR-CREDIT TO JT-CREDIT(JT-IDX)
            EVALUATE WS-GR-JOURNAL
               WHEN 1
                  MOVE WS-GR-BILLING-REF TO JT-DOCUMENT(JT-IDX)
               WHEN 2
                  MOVE WS-GR-RECEIPT-REF TO JT-DOCUMENT(JT-IDX)
               WHEN 3
                  MOVE WS-GR-VOUCHER-REF TO JT-DOCUMENT(JT-IDX)
               WHEN 4
                  MOVE WS-GR-PAYMENT-REF TO JT-DOCUMENT(JT-IDX)
               WHEN OTHER
                  IF WS-GR-INVOICE-REF NOT = SPACES
                     MOVE WS-GR-INVOICE-REF TO JT-DOCUMENT(JT-IDX)
                  ELSE
                     MOVE WS-GR-OTHER-REF TO JT-DOCUMENT(JT-IDX)
                  END-IF
            END-EVALUATE
            PERFORM NAME-COUNTERPARTY
            PERFORM VARYING LG-IDX FROM 1 BY 1
                  UNTIL LG-IDX > WS-LEG-COUNT
               PERFORM ADD-TO-COLUMN
            END-PERFORM.

       CLASSIFY-ENTRY.
            EVALUATE TRUE
               WHEN WS-GR-RECEIPT-REF NOT = SPACES
                  MOVE 2 TO WS-GR-JOURNAL
               WHEN WS-GR-PAYMENT-REF NOT = SPACES
                  MOVE 4 TO WS-GR-JOURNAL
               WHEN WS-GR-VOUCHER-REF NOT = SPACES
                  MOVE 3 TO WS-GR-JOURNAL
               WHEN WS-GR-BILLING-REF NOT = SPACES
                  MOVE 1 TO WS-GR-JOURNAL
               WHEN OTHER
                  MOVE 5 TO WS-GR-JOURNAL
            END-EVALUATE.

       NAME-COUNTERPARTY.
      *    A receipt fully applied leaves no RCPT# row on OPENITEM.DAT,
      *    so it falls back to the customer of the first invoice it
      *    paid, then to the cash leg's "Receipt from" text.
            MOVE JT-DOCUMENT(JT-IDX) TO WS-PARTY-LOOKUP
            PERFORM FIND-PARTY
            IF WS-PARTY-FOUND = SPACES AND WS-GR-JOURNAL = 2
               MOVE WS-GR-INVOICE-REF TO WS-PARTY-LOOKUP
               PERFORM FIND-PARTY
               IF WS-PARTY-FOUND = SPACES
                  MOVE WS-GR-RECEIPT-TEXT TO WS-PARTY-FOUND
               END-IF
            END-IF
            IF WS-GR-JOURNAL = 5
               MOVE WS-GR-FIRST-TEXT TO WS-PARTY-FOUND
            END-IF
            MOVE WS-PARTY-FOUND TO JT-PARTY(JT-IDX).

       ADD-TO-COLUMN.
            MOVE ZERO TO WS-COLUMN-FOUND
            SET CT-IDX TO 1
            SEARCH CT-ENTRY
               AT END
                  CONTINUE
               WHEN CT-IDX > WS-COLUMN-COUNT
                  CONTINUE
               WHEN CT-JOURNAL(CT-IDX) = WS-GR-JOURNAL
                     AND CT-ACCOUNT(CT-IDX) = LG-ACCOUNT(LG-IDX)
                  SET WS-COLUMN-FOUND TO CT-IDX
            END-SEARCH
            IF WS-COLUMN-FOUND = ZERO
               IF WS-COLUMN-COUNT NOT < 2000
                  ADD 1 TO WS-COLUMN-DROPPED
                  EXIT PARAGRAPH
               END-IF
               ADD 1 TO WS-COLUMN-COUNT
               MOVE WS-COLUMN-COUNT TO WS-COLUMN-FOUND
               MOVE WS-GR-JOURNAL TO CT-JOURNAL(WS-COLUMN-FOUND)
               MOVE LG-ACCOUNT(LG-IDX) TO CT-ACCOUNT(WS-COLUMN-FOUND)
               MOVE ZERO TO CT-DEBIT(WS-COLUMN-FOUND)
               MOVE ZERO TO CT-CREDIT(WS-COLUMN-FOUND)
            END-IF
            ADD LG-DEBIT(LG-IDX) TO CT-DEBIT(WS-COLUMN-FOUND)
            ADD LG-CREDIT(LG-IDX) TO CT-CREDIT(WS-COLUMN-FOUND).

      *----------------------------------------------------------------
      * One journal: its entries, its column totals by account, and
      * the cross-foot.
      *----------------------------------------------------------------
       PRINT-ONE-JOURNAL.
            MOVE ZERO TO WS-JOURNAL-DEBIT WS-JOURNAL-CREDIT
               WS-JOURNAL-ENTRIES WS-COLUMN-DEBIT WS-COLUMN-CREDIT
            DISPLAY " "
            DISPLAY FUNCTION TRIM(JOURNAL-TITLE(WS-JOURNAL-IDX))
               " - " FUNCTION TRIM(WS-RANGE-TEXT)
            DISPLAY RPT-RULE
            DISPLAY RPT-ENTRY-HEADER
            PERFORM VARYING JT-IDX FROM 1 BY 1
                  UNTIL JT-IDX > WS-ENTRY-COUNT
               IF JT-JOURNAL(JT-IDX) = WS-JOURNAL-IDX
                  PERFORM PRINT-ENTRY-LINE
               END-IF
            END-PERFORM
            IF WS-JOURNAL-ENTRIES = ZERO
               DISPLAY "  no entries"
               EXIT PARAGRAPH
            END-IF
            DISPLAY RPT-RULE
            MOVE SPACES TO RPT-COL-ACCOUNT
            MOVE WS-JOURNAL-ENTRIES TO WS-COUNT-ED
            STRING FUNCTION TRIM(WS-COUNT-ED) " entries"
                  DELIMITED BY SIZE
               INTO RPT-COL-ACCOUNT
            END-STRING
            MOVE WS-JOURNAL-DEBIT TO RPT-COL-DEBIT
            MOVE WS-JOURNAL-CREDIT TO RPT-COL-CREDIT
            DISPLAY RPT-COLUMN-LINE
            DISPLAY " "
            DISPLAY "  COLUMN TOTALS BY ACCOUNT"
            PERFORM VARYING CT-IDX FROM 1 BY 1
                  UNTIL CT-IDX > WS-COLUMN-COUNT
               IF CT-JOURNAL(CT-IDX) = WS-JOURNAL-IDX
                  MOVE CT-ACCOUNT(CT-IDX) TO RPT-COL-ACCOUNT
                  MOVE CT-DEBIT(CT-IDX) TO RPT-COL-DEBIT
                  MOVE CT-CREDIT(CT-IDX) TO RPT-COL-CREDIT
                  DISPLAY RPT-COLUMN-LINE
                  ADD CT-DEBIT(CT-IDX) TO WS-COLUMN-DEBIT
                  ADD CT-CREDIT(CT-IDX) TO WS-COLUMN-CREDIT
               END-IF
            END-PERFORM
            DISPLAY RPT-RULE
            MOVE "CROSS-FOOT" TO RPT-COL-ACCOUNT
            MOVE WS-COLUMN-DEBIT TO RPT-COL-DEBIT
            MOVE WS-COLUMN-CREDIT TO RPT-COL-CREDIT
            DISPLAY RPT-COLUMN-LINE
            COMPUTE WS-DIFFERENCE = WS-COLUMN-DEBIT - WS-COLUMN-CREDIT
            IF WS-DIFFERENCE = ZERO
               DISPLAY "    debits equal credits - IN BALANCE"
            ELSE
               MOVE WS-DIFFERENCE TO WS-AMOUNT-ED
               DISPLAY "    debits less credits "
                  FUNCTION TRIM(WS-AMOUNT-ED) " - OUT OF BALANCE"
               MOVE 1 TO RETURN-CODE
            END-IF
            ADD WS-COLUMN-DEBIT TO WS-GRAND-DEBIT
            ADD WS-COLUMN-CREDIT TO WS-GRAND-CREDIT.

       PRINT-ENTRY-LINE.
            ADD 1 TO WS-JOURNAL-ENTRIES
            ADD JT-DEBIT(JT-IDX) TO WS-JOURNAL-DEBIT
            ADD JT-CREDIT(JT-IDX) TO WS-JOURNAL-CREDIT
            MOVE JT-DATE(JT-IDX) TO RPT-DATE
            IF JT-NUMBER(JT-IDX) = ZERO
               MOVE SPACES TO RPT-JE-X
            ELSE
               MOVE JT-NUMBER(JT-IDX) TO RPT-JE
            END-IF
            MOVE JT-DOCUMENT(JT-IDX) TO RPT-DOCUMENT
            MOVE JT-PARTY(JT-IDX) TO RPT-PARTY
            MOVE JT-DEBIT(JT-IDX) TO RPT-DEBIT
            MOVE JT-CREDIT(JT-IDX) TO RPT-CREDIT
            DISPLAY RPT-ENTRY-LINE.

       END PROGRAM BESTBOOKS-JOURNALS.
