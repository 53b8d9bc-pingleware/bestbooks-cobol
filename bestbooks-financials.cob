      *----------------------------------------------------------------
      * Balance sheet and income statement, bucketing BESTBOOKS.DAT
      * accounts by accountType and printing current balances.
      *
      * CASHBASIS converts one fiscal year's accrual income statement
      * to the cash basis the tax return is filed on, account by
      * account: revenue on an "INV#" invoice counts only as
      * BESTBOOKS-CASHAPP / BESTBOOKS-LOCKBOX receipts are applied to
      * it ("Payment on INV#..." AR credits), and expense on a "VCH#"
      * voucher only as a CHECK# or ACH# payment releases it (the
      * payment leg carries the voucher number in its description,
      * as BESTBOOKS-VOUCHER's SELECT run queues it; a voided check
      * takes its payment back). A document paid in part counts in
      * the same proportion - paid this year over the document's
      * gross AR or AP amount. A "CM#" credit memo issued against
      * an invoice ("CM nnnnnnn on INV#nnnnnnn") reduces that
      * invoice: the memo's AR credit comes off the invoice gross,
      * and the memo's revenue debit comes back in the same
      * proportion as the invoice's revenue. A memo on account
      * counts only as BESTBOOKS-CASHAPP applies it ("Credit applied
      * from CM#..."). Write-offs ("WO#") and the bad-debt allowance
      * ("ALLOW-") move no cash and are taken out of the cash column
      * altogether. Everything else on a revenue or expense account
      * - cash sales, direct disbursements, payroll, depreciation -
      * counts as posted. The live ledger and every archive are
      * swept, so an invoice billed last year and collected this
      * year is still found.
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
                   FILE STATUS IS WS-COA-STATUS.

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
       DATA DIVISION.
       FILE SECTION.
            FD coa.
            FD LEDGER.
            COPY "ledger-record.cpy".

            FD seqctl.
            COPY "seq-control.cpy".

      *    ARCHREG.DAT: one close-archive file name per line - see
      *    BESTBOOKS-CLOSE.
            FD archreg.
            01 ARCHREG-LINE          PIC X(64).

       WORKING-STORAGE SECTION.
            01 WS-COA-FILE          PIC X(64) VALUE "BESTBOOKS.DAT".
            01 WS-COA-STATUS        PIC XX.
            01 WS-LEDGER-STATUS     PIC XX.
            01 WS-LEDGER-EOF        PIC X VALUE "N".
                  88  LEDGER-EOF    VALUE "Y".
      *    CASHBASIS reads the live ledger, every LEDGER-ARCH-<n>
      *    rollover generation SEQCTL.DAT key "2" says exists, and
      *    every dated close archive on ARCHREG.DAT one after another
      *    through the one LEDGER file, the same sweep BESTBOOKS-VERIFY
      *    makes; DEPTINCOME reads only WS-LEDGER-FILE.
            01 WS-CURRENT-LEDGER    PIC X(64).
            01 WS-SEQCTL-FILE       PIC X(64) VALUE "SEQCTL.DAT".
            01 WS-ARCHREG-FILE      PIC X(64) VALUE "ARCHREG.DAT".
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
            01 WS-MODE              PIC X(14) VALUE SPACES.
            01 WS-COA-EOF           PIC X VALUE "N".
                  88  COA-EOF       VALUE "Y".
                02 FILLER             PIC X(2) VALUE SPACES.
                02 RPT-DEPT-NET       PIC -Z,ZZZ,ZZ9.99.

      *    cash-basis conversion (mode CASHBASIS) working fields:
      *    every revenue and expense account on the chart with its
      *    accrual activity for the year and the conversion
      *    adjustment; every INV#/VCH# document seen with its gross AR
      *    or AP amount and what was paid on it this year; and each
      *    document's revenue (invoice) or expense (voucher) lines
      *    per account - all they ever booked, and the part booked
      *    this year.
            01 WS-CB-FISCAL-YEAR    PIC 9(4) VALUE ZERO.
            01 CASHBASIS-ACCOUNT-TABLE.
               02 CB-ENTRY OCCURS 200 TIMES
                     INDEXED BY CB-IDX.
                  03 CB-NAME          PIC X(15).
                  03 CB-TYPE          PIC X(10).
                  03 CB-ACCRUAL       PIC S9(11)V99.
                  03 CB-ADJUSTMENT    PIC S9(11)V99.
            01 WS-CB-COUNT          PIC 9(4) VALUE ZERO.
            01 WS-CB-FOUND-IDX      PIC 9(4) VALUE ZERO.

            01 CASHBASIS-DOC-TABLE.
               02 CD-ENTRY OCCURS 2000 TIMES
                     INDEXED BY CD-IDX.
                  03 CD-REFERENCE     PIC X(20).
                  03 CD-GROSS         PIC S9(11)V99.
                  03 CD-PAID          PIC S9(11)V99.
                  03 CD-CREDIT        PIC S9(11)V99.
                  03 CD-LINK          PIC 9(4).
            01 WS-CD-COUNT          PIC 9(4) VALUE ZERO.
            01 WS-CD-FOUND-IDX      PIC 9(4) VALUE ZERO.
            01 WS-CD-REFERENCE      PIC X(20).

            01 CASHBASIS-LINE-TABLE.
               02 DL-ENTRY OCCURS 4000 TIMES
                     INDEXED BY DL-IDX.
                  03 DL-DOC           PIC 9(4).
                  03 DL-ACCOUNT       PIC 9(4).
                  03 DL-TOTAL         PIC S9(11)V99.
                  03 DL-IN-YEAR       PIC S9(11)V99.
            01 WS-DL-COUNT          PIC 9(4) VALUE ZERO.
            01 WS-DL-FOUND-IDX      PIC 9(4) VALUE ZERO.

            01 WS-CB-LEG-AMOUNT     PIC S9(11)V99.
            01 WS-CB-CASH-AMOUNT    PIC S9(11)V99.
            01 WS-CB-SIGN           PIC S9 VALUE 1.
            01 WS-CB-VOID-HEAD      PIC X(30).
            01 WS-CB-VOID-TAIL      PIC X(30).
            01 WS-CB-LINK-HEAD      PIC X(30).
            01 WS-CB-LINK-TAIL      PIC X(30).
            01 WS-CB-MEMO-IDX       PIC 9(4) VALUE ZERO.
            01 WS-CB-DOC-IDX        PIC 9(4) VALUE ZERO.
            01 WS-CB-EFFECTIVE      PIC S9(11)V99.
            01 WS-CB-OVERFLOW       PIC X VALUE "N".
                  88  CB-TABLE-FULL VALUE "Y".
            01 WS-CB-ACCT-OVERFLOW  PIC X VALUE "N".
                  88  CB-ACCOUNTS-FULL VALUE "Y".
            01 WS-CB-UNMATCHED      PIC 9(4) VALUE ZERO.
            01 WS-CB-UNMATCHED-ED   PIC ZZZ9.
            01 WS-CB-SECTION        PIC X(10).
            01 WS-CB-SECTION-ACCRUAL PIC S9(11)V99.
            01 WS-CB-SECTION-ADJUST  PIC S9(11)V99.
            01 WS-CB-REV-ACCRUAL    PIC S9(11)V99.
            01 WS-CB-REV-ADJUST     PIC S9(11)V99.
            01 WS-CB-EXP-ACCRUAL    PIC S9(11)V99.
            01 WS-CB-EXP-ADJUST     PIC S9(11)V99.

            01 RPT-CB-HEADER.
                02 FILLER             PIC X(24) VALUE "ACCOUNT".
                02 FILLER             PIC X(14) VALUE "      ACCRUAL".
                02 FILLER             PIC X(14) VALUE "   ADJUSTMENT".
                02 FILLER             PIC X(14) VALUE "   CASH BASIS".

            01 RPT-CB-LINE.
                02 RPT-CB-NAME        PIC X(24).
                02 RPT-CB-ACCRUAL     PIC -Z,ZZZ,ZZ9.99.
                02 FILLER             PIC X(1) VALUE SPACES.
                02 RPT-CB-ADJUSTMENT  PIC -Z,ZZZ,ZZ9.99.
                02 FILLER             PIC X(1) VALUE SPACES.
                02 RPT-CB-CASH        PIC -Z,ZZZ,ZZ9.99.

            01 RPT-COMPARE-LINE.
                02 RPT-CMP-NAME        PIC X(24).
                02 RPT-CMP-CUR         PIC -Z,ZZZ,ZZ9.99.
                 PERFORM PRINT-INCOME-STATEMENT
              WHEN "DEPTINCOME"
                 PERFORM PRINT-DEPT-INCOME-STATEMENT
              WHEN "CASHBASIS"
                 PERFORM PRINT-CASH-BASIS-INCOME-STATEMENT
              WHEN "BALANCESHEET"
                 PERFORM PRINT-BALANCE-SHEET
              WHEN "COMPARE"
      *    arg 4 (DEPTINCOME only, optional): ledger data file whose
      *    DEPARTMENT-CODE column drives the departmental income
      *    statement, default LEDGER.DAT.
      *    CASHBASIS: arg 3 (required) is the four-digit fiscal year
      *    and arg 4 (optional) the live ledger, default LEDGER.DAT.
            ACCEPT WS-COA-FILE FROM ARGUMENT-VALUE
            IF WS-COA-FILE = SPACES
               MOVE "BESTBOOKS.DAT" TO WS-COA-FILE
       SWEEP-LEDGER-BY-DEPT.
            MOVE ZERO TO WS-DEPT-COUNT
            MOVE "N" TO WS-LEDGER-EOF
            MOVE WS-LEDGER-FILE TO WS-CURRENT-LEDGER
            OPEN INPUT LEDGER
            IF WS-LEDGER-STATUS NOT = "00"
                  AND WS-LEDGER-STATUS NOT = "05"
               END-IF
            END-IF.

       PRINT-CASH-BASIS-INCOME-STATEMENT.
      *    Accrual figure, cash-basis adjustment and cash-basis figure
      *    side by side per revenue and expense account, so the CPA
      *    can follow the conversion line by line.
            IF WS-PRIOR-COA-FILE(1:4) NOT NUMERIC
                  OR WS-PRIOR-COA-FILE(5:) NOT = SPACES
               DISPLAY "ERROR: CASHBASIS requires a four-digit fiscal "
                  "year as arg 3"
               MOVE 1 TO RETURN-CODE
               EXIT PARAGRAPH
            END-IF
            MOVE WS-PRIOR-COA-FILE(1:4) TO WS-CB-FISCAL-YEAR
            PERFORM LOAD-CASH-BASIS-ACCOUNTS
            MOVE ZERO TO WS-CD-COUNT WS-DL-COUNT WS-CB-UNMATCHED
            PERFORM SCAN-LEDGER-AND-ARCHIVES
            PERFORM APPLY-CASH-BASIS-CONVERSION

            DISPLAY " "
            DISPLAY "CASH-BASIS INCOME STATEMENT - FISCAL YEAR "
               WS-CB-FISCAL-YEAR
            DISPLAY "==========================================="
            DISPLAY RPT-CB-HEADER
            MOVE "REVENUE" TO WS-CB-SECTION
            PERFORM PRINT-CASH-BASIS-SECTION
            MOVE WS-CB-SECTION-ACCRUAL TO WS-CB-REV-ACCRUAL
            MOVE WS-CB-SECTION-ADJUST TO WS-CB-REV-ADJUST
            MOVE "Total Revenue" TO RPT-CB-NAME
            PERFORM PRINT-CASH-BASIS-TOTAL
            DISPLAY " "
            MOVE "EXPENSE" TO WS-CB-SECTION
            PERFORM PRINT-CASH-BASIS-SECTION
            MOVE WS-CB-SECTION-ACCRUAL TO WS-CB-EXP-ACCRUAL
            MOVE WS-CB-SECTION-ADJUST TO WS-CB-EXP-ADJUST
            MOVE "Total Expense" TO RPT-CB-NAME
            PERFORM PRINT-CASH-BASIS-TOTAL
            DISPLAY " "
            COMPUTE WS-CB-SECTION-ACCRUAL =
               WS-CB-REV-ACCRUAL - WS-CB-EXP-ACCRUAL
            COMPUTE WS-CB-SECTION-ADJUST =
               WS-CB-REV-ADJUST - WS-CB-EXP-ADJUST
            MOVE "Net Income" TO RPT-CB-NAME
            PERFORM PRINT-CASH-BASIS-TOTAL

            IF WS-CB-UNMATCHED NOT = ZERO
               MOVE WS-CB-UNMATCHED TO WS-CB-UNMATCHED-ED
               DISPLAY " "
               DISPLAY "WARNING: " FUNCTION TRIM(WS-CB-UNMATCHED-ED)
                  " document(s) paid "
                  "in " WS-CB-FISCAL-YEAR " with no invoice or "
                  "voucher posting found - listed above, not converted"
            END-IF
            IF CB-TABLE-FULL
               DISPLAY "WARNING: more than 2000 documents or 4000 "
                  "document lines - the conversion is incomplete"
               MOVE 1 TO RETURN-CODE
            END-IF
            IF CB-ACCOUNTS-FULL
               DISPLAY "WARNING: more than 200 revenue and expense "
                  "accounts - the accounts beyond are not reported"
               MOVE 1 TO RETURN-CODE
            END-IF.

       PRINT-CASH-BASIS-SECTION.
            MOVE ZERO TO WS-CB-SECTION-ACCRUAL WS-CB-SECTION-ADJUST
            DISPLAY FUNCTION TRIM(WS-CB-SECTION)
            PERFORM VARYING CB-IDX FROM 1 BY 1
                  UNTIL CB-IDX > WS-CB-COUNT
               IF CB-TYPE(CB-IDX) = WS-CB-SECTION
                     AND (CB-ACCRUAL(CB-IDX) NOT = ZERO
                        OR CB-ADJUSTMENT(CB-IDX) NOT = ZERO)
                  MOVE SPACES TO RPT-CB-NAME
                  STRING "  " DELIMITED BY SIZE
                        CB-NAME(CB-IDX) DELIMITED BY SIZE
                     INTO RPT-CB-NAME
                  END-STRING
                  MOVE CB-ACCRUAL(CB-IDX) TO RPT-CB-ACCRUAL
                  MOVE CB-ADJUSTMENT(CB-IDX) TO RPT-CB-ADJUSTMENT
                  COMPUTE RPT-CB-CASH =
                     CB-ACCRUAL(CB-IDX) + CB-ADJUSTMENT(CB-IDX)
                  DISPLAY RPT-CB-LINE
                  ADD CB-ACCRUAL(CB-IDX) TO WS-CB-SECTION-ACCRUAL
                  ADD CB-ADJUSTMENT(CB-IDX) TO WS-CB-SECTION-ADJUST
               END-IF
            END-PERFORM.

       PRINT-CASH-BASIS-TOTAL.
      *    caller loads RPT-CB-NAME and the two section figures.
            MOVE WS-CB-SECTION-ACCRUAL TO RPT-CB-ACCRUAL
            MOVE WS-CB-SECTION-ADJUST TO RPT-CB-ADJUSTMENT
            COMPUTE RPT-CB-CASH =
               WS-CB-SECTION-ACCRUAL + WS-CB-SECTION-ADJUST
            DISPLAY RPT-CB-LINE.

       LOAD-CASH-BASIS-ACCOUNTS.
      *    Revenue and expense accounts only, in chart order; the
      *    ledger names an account by its first 15 bytes.
            MOVE ZERO TO WS-CB-COUNT
            MOVE "N" TO WS-CB-OVERFLOW
            MOVE "N" TO WS-CB-ACCT-OVERFLOW
            MOVE "N" TO WS-COA-EOF
            OPEN INPUT coa
            IF WS-COA-STATUS = "35"
               DISPLAY "WARNING: " WS-COA-FILE " not found"
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
                     IF FUNCTION TRIM(accountType) = "REVENUE"
                           OR FUNCTION TRIM(accountType) = "EXPENSE"
                        IF WS-CB-COUNT < 200
                           ADD 1 TO WS-CB-COUNT
                           MOVE accountName(1:15)
                              TO CB-NAME(WS-CB-COUNT)
                           MOVE FUNCTION TRIM(accountType)
                              TO CB-TYPE(WS-CB-COUNT)
                           MOVE ZERO TO CB-ACCRUAL(WS-CB-COUNT)
                           MOVE ZERO TO CB-ADJUSTMENT(WS-CB-COUNT)
                        ELSE
                           IF NOT CB-ACCOUNTS-FULL
                              DISPLAY "WARNING: more than 200 revenue "
                                 "and expense accounts - the rest are "
                                 "left off"
                              MOVE "Y" TO WS-CB-ACCT-OVERFLOW
                           END-IF
                        END-IF
                     END-IF
               END-READ
            END-PERFORM
            CLOSE coa.

       SCAN-LEDGER-AND-ARCHIVES.
      *    One pass over the live ledger, every LEDGER-ARCH-<n>
      *    generation and every dated close archive on ARCHREG.DAT,
      *    handing each entry to TALLY-CASH-BASIS-ENTRY.
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
            END-IF
            IF WS-SEQCTL-STATUS = "00" OR WS-SEQCTL-STATUS = "05"
               CLOSE seqctl
            END-IF.

       SCAN-REGISTERED-ARCHIVES.
      *    A missing ARCHREG.DAT just means no close has run since
      *    the register existed - nothing extra to sweep.
            MOVE "N" TO WS-ARCHREG-EOF
            OPEN INPUT archreg
            IF WS-ARCHREG-STATUS NOT = "00"
               IF WS-ARCHREG-STATUS = "05"
                  CLOSE archreg
               END-IF
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
                     PERFORM TALLY-CASH-BASIS-ENTRY
               END-READ
            END-PERFORM
            CLOSE LEDGER.

       TALLY-CASH-BASIS-ENTRY.
      *    The accrual column is simply the year's activity on each
      *    revenue (net credits) or expense (net debits) account;
      *    document legs are then gathered for the conversion.
            PERFORM FIND-CASH-BASIS-ACCOUNT
      *    A write-off or allowance leg moves no cash, so whatever
      *    it put in the accrual column the adjustment takes out.
            IF WS-CB-FOUND-IDX > ZERO
                  AND FISCAL-YEAR = WS-CB-FISCAL-YEAR
               IF CB-TYPE(WS-CB-FOUND-IDX) = "REVENUE"
                  COMPUTE WS-CB-LEG-AMOUNT =
                     CREDIT OF ENTRIES - DEBIT OF ENTRIES
               ELSE
                  COMPUTE WS-CB-LEG-AMOUNT =
                     DEBIT OF ENTRIES - CREDIT OF ENTRIES
               END-IF
               ADD WS-CB-LEG-AMOUNT TO CB-ACCRUAL(WS-CB-FOUND-IDX)
               IF REFERENCE-DOC(1:3) = "WO#"
                     OR REFERENCE-DOC(1:6) = "ALLOW-"
                  SUBTRACT WS-CB-LEG-AMOUNT
                     FROM CB-ADJUSTMENT(WS-CB-FOUND-IDX)
               END-IF
            END-IF
            EVALUATE TRUE
               WHEN REFERENCE-DOC(1:4) = "INV#"
                  PERFORM TALLY-INVOICE-LEG
               WHEN REFERENCE-DOC(1:3) = "CM#"
                  PERFORM TALLY-CREDIT-MEMO-LEG
               WHEN REFERENCE-DOC(1:4) = "VCH#"
                  PERFORM TALLY-VOUCHER-LEG
               WHEN REFERENCE-DOC(1:6) = "CHECK#"
               WHEN REFERENCE-DOC(1:4) = "ACH#"
                  PERFORM TALLY-PAYMENT-LEG
               WHEN OTHER
                  CONTINUE
            END-EVALUATE.

       TALLY-INVOICE-LEG.
      *    An invoice's own legs are its AR debit (the gross billed,
      *    tax included) and its revenue credits; a receipt applied
      *    to it is an AR credit under the same reference described
      *    "Payment on ...". Cost-of-sale legs under the reference
      *    count as posted; the AR legs of a write-off or of its
      *    reinstatement are not billing and leave the gross alone.
            IF DESCRIPTION(1:14) = "Written off - "
                  OR DESCRIPTION(1:13) = "Reinstated - "
               EXIT PARAGRAPH
            END-IF
            MOVE REFERENCE-DOC TO WS-CD-REFERENCE
            PERFORM FIND-OR-ADD-CASH-BASIS-DOC
            IF WS-CD-FOUND-IDX = ZERO
               EXIT PARAGRAPH
            END-IF
            IF DESCRIPTION(1:11) = "Payment on "
               IF FISCAL-YEAR = WS-CB-FISCAL-YEAR
                  COMPUTE CD-PAID(WS-CD-FOUND-IDX) =
                     CD-PAID(WS-CD-FOUND-IDX)
                        + CREDIT OF ENTRIES - DEBIT OF ENTRIES
               END-IF
               EXIT PARAGRAPH
            END-IF
            IF WS-CB-FOUND-IDX = ZERO
               ADD DEBIT OF ENTRIES TO CD-GROSS(WS-CD-FOUND-IDX)
               EXIT PARAGRAPH
            END-IF
            IF CB-TYPE(WS-CB-FOUND-IDX) = "REVENUE"
               COMPUTE WS-CB-LEG-AMOUNT =
                  CREDIT OF ENTRIES - DEBIT OF ENTRIES
               PERFORM ADD-CASH-BASIS-DOC-LINE
            END-IF.

       TALLY-CREDIT-MEMO-LEG.
      *    A credit memo's own legs are its revenue debits and one AR
      *    credit (the amount credited). BESTBOOKS-CASHAPP drawing an
      *    on-account memo down posts an AR debit under the memo
      *    described "Credit applied from ...", which is the memo's
      *    cash. A memo against an invoice names it in the AR credit
      *    and is tied to that invoice for the conversion; a
      *    description cut short before the invoice number ties it
      *    to nothing.
            MOVE REFERENCE-DOC TO WS-CD-REFERENCE
            PERFORM FIND-OR-ADD-CASH-BASIS-DOC
            IF WS-CD-FOUND-IDX = ZERO
               EXIT PARAGRAPH
            END-IF
            IF WS-CB-FOUND-IDX NOT = ZERO
               IF CB-TYPE(WS-CB-FOUND-IDX) = "REVENUE"
                  COMPUTE WS-CB-LEG-AMOUNT =
                     CREDIT OF ENTRIES - DEBIT OF ENTRIES
                  PERFORM ADD-CASH-BASIS-DOC-LINE
               END-IF
               EXIT PARAGRAPH
            END-IF
            IF DESCRIPTION(1:20) = "Credit applied from "
               IF FISCAL-YEAR = WS-CB-FISCAL-YEAR
                  COMPUTE CD-PAID(WS-CD-FOUND-IDX) =
                     CD-PAID(WS-CD-FOUND-IDX)
                        + CREDIT OF ENTRIES - DEBIT OF ENTRIES
               END-IF
               EXIT PARAGRAPH
            END-IF
            ADD CREDIT OF ENTRIES TO CD-CREDIT(WS-CD-FOUND-IDX)
            MOVE SPACES TO WS-CB-LINK-HEAD WS-CB-LINK-TAIL
            UNSTRING DESCRIPTION DELIMITED BY " on "
               INTO WS-CB-LINK-HEAD WS-CB-LINK-TAIL
            END-UNSTRING
            IF WS-CB-LINK-TAIL(1:4) NOT = "INV#"
                  OR WS-CB-LINK-TAIL(5:7) NOT NUMERIC
                  OR WS-CB-LINK-TAIL(12:) NOT = SPACES
               EXIT PARAGRAPH
            END-IF
            MOVE WS-CD-FOUND-IDX TO WS-CB-MEMO-IDX
            MOVE WS-CB-LINK-TAIL(1:11) TO WS-CD-REFERENCE
            PERFORM FIND-OR-ADD-CASH-BASIS-DOC
            IF WS-CD-FOUND-IDX NOT = ZERO
               MOVE WS-CD-FOUND-IDX TO CD-LINK(WS-CB-MEMO-IDX)
            END-IF.

       TALLY-VOUCHER-LEG.
      *    A voucher's own legs are its expense debit and its AP
      *    credit (the gross owed); payments reach it through
      *    TALLY-PAYMENT-LEG.
            MOVE REFERENCE-DOC TO WS-CD-REFERENCE
            PERFORM FIND-OR-ADD-CASH-BASIS-DOC
            IF WS-CD-FOUND-IDX = ZERO
               EXIT PARAGRAPH
            END-IF
            IF WS-CB-FOUND-IDX = ZERO
               ADD CREDIT OF ENTRIES TO CD-GROSS(WS-CD-FOUND-IDX)
               EXIT PARAGRAPH
            END-IF
            IF CB-TYPE(WS-CB-FOUND-IDX) = "EXPENSE"
               COMPUTE WS-CB-LEG-AMOUNT =
                  DEBIT OF ENTRIES - CREDIT OF ENTRIES
               PERFORM ADD-CASH-BASIS-DOC-LINE
            END-IF.

       TALLY-PAYMENT-LEG.
      *    Of a check's or ACH payment's two legs exactly one carries
      *    the "VCH#<number> inv ..." description the payment
      *    selection run wrote (the cash credit of a check, the AP
      *    debit of an ACH payment). A void reverses that leg under
      *    "VOID#<id>:" plus the original description.
            MOVE SPACES TO WS-CD-REFERENCE
            MOVE 1 TO WS-CB-SIGN
            IF DESCRIPTION(1:4) = "VCH#"
               UNSTRING DESCRIPTION DELIMITED BY SPACE
                  INTO WS-CD-REFERENCE
               END-UNSTRING
            END-IF
            IF DESCRIPTION(1:5) = "VOID#"
               MOVE SPACES TO WS-CB-VOID-HEAD WS-CB-VOID-TAIL
               UNSTRING DESCRIPTION DELIMITED BY ":"
                  INTO WS-CB-VOID-HEAD WS-CB-VOID-TAIL
               END-UNSTRING
               IF WS-CB-VOID-TAIL(1:4) = "VCH#"
                  UNSTRING WS-CB-VOID-TAIL DELIMITED BY SPACE
                     INTO WS-CD-REFERENCE
                  END-UNSTRING
                  MOVE -1 TO WS-CB-SIGN
               END-IF
            END-IF
            IF WS-CD-REFERENCE = SPACES
                  OR FISCAL-YEAR NOT = WS-CB-FISCAL-YEAR
               EXIT PARAGRAPH
            END-IF
            PERFORM FIND-OR-ADD-CASH-BASIS-DOC
            IF WS-CD-FOUND-IDX = ZERO
               EXIT PARAGRAPH
            END-IF
            COMPUTE CD-PAID(WS-CD-FOUND-IDX) =
               CD-PAID(WS-CD-FOUND-IDX) + WS-CB-SIGN *
                  (DEBIT OF ENTRIES + CREDIT OF ENTRIES).

       FIND-CASH-BASIS-ACCOUNT.
            MOVE ZERO TO WS-CB-FOUND-IDX
            SET CB-IDX TO 1
            SEARCH CB-ENTRY
               AT END
                  CONTINUE
               WHEN CB-IDX > WS-CB-COUNT
                  CONTINUE
               WHEN FUNCTION TRIM(CB-NAME(CB-IDX)) =
                     FUNCTION TRIM(ACCOUNT)
                  SET WS-CB-FOUND-IDX TO CB-IDX
            END-SEARCH.

       FIND-OR-ADD-CASH-BASIS-DOC.
            MOVE ZERO TO WS-CD-FOUND-IDX
            SET CD-IDX TO 1
            SEARCH CD-ENTRY
               AT END
                  CONTINUE
               WHEN CD-IDX > WS-CD-COUNT
                  CONTINUE
               WHEN CD-REFERENCE(CD-IDX) = WS-CD-REFERENCE
                  SET WS-CD-FOUND-IDX TO CD-IDX
            END-SEARCH
            IF WS-CD-FOUND-IDX NOT = ZERO
               EXIT PARAGRAPH
            END-IF
            IF WS-CD-COUNT NOT < 2000
               MOVE "Y" TO WS-CB-OVERFLOW
               EXIT PARAGRAPH
            END-IF
            ADD 1 TO WS-CD-COUNT
            MOVE WS-CD-COUNT TO WS-CD-FOUND-IDX
            MOVE WS-CD-REFERENCE TO CD-REFERENCE(WS-CD-FOUND-IDX)
            MOVE ZERO TO CD-GROSS(WS-CD-FOUND-IDX)
            MOVE ZERO TO CD-PAID(WS-CD-FOUND-IDX)
            MOVE ZERO TO CD-CREDIT(WS-CD-FOUND-IDX)
            MOVE ZERO TO CD-LINK(WS-CD-FOUND-IDX).

       ADD-CASH-BASIS-DOC-LINE.
      *    one line per document and account, whatever number of
      *    legs the document put on that account.
            MOVE ZERO TO WS-DL-FOUND-IDX
            PERFORM VARYING DL-IDX FROM 1 BY 1
                  UNTIL DL-IDX > WS-DL-COUNT
                     OR WS-DL-FOUND-IDX NOT = ZERO
               IF DL-DOC(DL-IDX) = WS-CD-FOUND-IDX
                     AND DL-ACCOUNT(DL-IDX) = WS-CB-FOUND-IDX
                  SET WS-DL-FOUND-IDX TO DL-IDX
               END-IF
            END-PERFORM
            IF WS-DL-FOUND-IDX = ZERO
               IF WS-DL-COUNT NOT < 4000
                  MOVE "Y" TO WS-CB-OVERFLOW
                  EXIT PARAGRAPH
               END-IF
               ADD 1 TO WS-DL-COUNT
               MOVE WS-DL-COUNT TO WS-DL-FOUND-IDX
               MOVE WS-CD-FOUND-IDX TO DL-DOC(WS-DL-FOUND-IDX)
               MOVE WS-CB-FOUND-IDX TO DL-ACCOUNT(WS-DL-FOUND-IDX)
               MOVE ZERO TO DL-TOTAL(WS-DL-FOUND-IDX)
               MOVE ZERO TO DL-IN-YEAR(WS-DL-FOUND-IDX)
            END-IF
            ADD WS-CB-LEG-AMOUNT TO DL-TOTAL(WS-DL-FOUND-IDX)
            IF FISCAL-YEAR = WS-CB-FISCAL-YEAR
               ADD WS-CB-LEG-AMOUNT TO DL-IN-YEAR(WS-DL-FOUND-IDX)
            END-IF.

       APPLY-CASH-BASIS-CONVERSION.
      *    Each document line's cash-basis share is its whole amount
      *    times the part of the document paid this year; the
      *    adjustment backs out what accrual booked this year and
      *    puts that share in its place. A document paid this year
      *    whose own posting was never found cannot be converted and
      *    is listed instead. A credit memo tied to an invoice is
      *    first folded into it - the invoice is then owed its gross
      *    less its credits - and its lines follow the invoice's
      *    paid fraction.
            PERFORM VARYING CD-IDX FROM 1 BY 1
                  UNTIL CD-IDX > WS-CD-COUNT
               IF CD-LINK(CD-IDX) NOT = ZERO
                  MOVE CD-LINK(CD-IDX) TO WS-CB-DOC-IDX
                  ADD CD-CREDIT(CD-IDX) TO CD-CREDIT(WS-CB-DOC-IDX)
                  ADD CD-PAID(CD-IDX) TO CD-PAID(WS-CB-DOC-IDX)
               END-IF
            END-PERFORM
            PERFORM VARYING DL-IDX FROM 1 BY 1
                  UNTIL DL-IDX > WS-DL-COUNT
               MOVE DL-DOC(DL-IDX) TO WS-CB-DOC-IDX
               IF CD-LINK(WS-CB-DOC-IDX) NOT = ZERO
                  MOVE CD-LINK(WS-CB-DOC-IDX) TO WS-CB-DOC-IDX
               END-IF
               SET CD-IDX TO WS-CB-DOC-IDX
               COMPUTE WS-CB-EFFECTIVE =
                  CD-GROSS(CD-IDX) - CD-CREDIT(CD-IDX)
               EVALUATE TRUE
                  WHEN CD-GROSS(CD-IDX) = ZERO
                        AND CD-CREDIT(CD-IDX) = ZERO
                     MOVE DL-IN-YEAR(DL-IDX) TO WS-CB-CASH-AMOUNT
                  WHEN WS-CB-EFFECTIVE = ZERO
                     MOVE ZERO TO WS-CB-CASH-AMOUNT
                  WHEN OTHER
                     COMPUTE WS-CB-CASH-AMOUNT ROUNDED =
                        DL-TOTAL(DL-IDX) * CD-PAID(CD-IDX)
                           / WS-CB-EFFECTIVE
               END-EVALUATE
               SET CB-IDX TO DL-ACCOUNT(DL-IDX)
               COMPUTE CB-ADJUSTMENT(CB-IDX) =
                  CB-ADJUSTMENT(CB-IDX) + WS-CB-CASH-AMOUNT
                     - DL-IN-YEAR(DL-IDX)
            END-PERFORM
            PERFORM VARYING CD-IDX FROM 1 BY 1
                  UNTIL CD-IDX > WS-CD-COUNT
               IF CD-PAID(CD-IDX) NOT = ZERO
                     AND CD-GROSS(CD-IDX) = ZERO
                     AND CD-CREDIT(CD-IDX) = ZERO
                     AND CD-LINK(CD-IDX) = ZERO
                  ADD 1 TO WS-CB-UNMATCHED
                  MOVE CD-PAID(CD-IDX) TO RPT-CB-CASH
                  DISPLAY "  unmatched payment on "
                     CD-REFERENCE(CD-IDX) " " RPT-CB-CASH
               END-IF
            END-PERFORM.

       END PROGRAM BESTBOOKS-FINANCIALS.
