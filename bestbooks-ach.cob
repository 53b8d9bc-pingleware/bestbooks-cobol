       IDENTIFICATION DIVISION.
       PROGRAM-ID. BESTBOOKS-ACH.
       AUTHOR. PRESSPAGE ENTERTAINMENT INC dba PINGLEWARE.
      *----------------------------------------------------------------
      * ACH electronic payment run - the direct-deposit counterpart of
      * BESTBOOKS-CHECKS. Reads a pipe-delimited batch of approved
      * payments (ACHBATCH.DAT, written by BESTBOOKS-VOUCHER's SELECT
      * run for vendors flagged ACH on CUSTVEND.DAT), assigns each one
      * the next ACH number (SEQCTL.DAT key "C") and a trace number,
      * and writes the bank's NACHA-format file: a file header, one
      * batch per standard entry class present (CCD for vendors, PPD
      * for individuals), one entry detail per payment, and batch and
      * file control records carrying the entry counts, the routing
      * hash totals and the credit totals, padded to whole blocks of
      * ten 94-byte records.
      *
      * Each payment then posts the same legs a check does - credit
      * the cash account, debit the AP account named on the batch row
      * to release the accrual - stamped "ACH#<number>" so the legs,
      * the register row and the bank file tie together, with the
      * trace number carried in the cash leg's description. The
      * payment is logged on ACHREG.DAT, laid out like CHECKREG.DAT,
      * where BESTBOOKS-RECONCILE flips it to CLEARED once the bank
      * debit reconciles.
      *
      * The originator's own bank details - immediate destination and
      * origin, company name and id, the originating DFI - come from
      * the one-row ACHCFG.DAT; without it nothing is written or
      * posted. A batch row with a bad account, amount or routing
      * number is skipped and reported, the same way BESTBOOKS-CHECKS
      * skips a bad check row, and never reaches the bank file.
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

           SELECT OPTIONAL achbatch
               ASSIGN TO WS-BATCH-FILE
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-BATCH-STATUS.

           SELECT OPTIONAL achconfig
               ASSIGN TO WS-CONFIG-FILE
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-CONFIG-STATUS.

           SELECT OPTIONAL nachafile
               ASSIGN TO WS-NACHA-FILE
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-NACHA-STATUS.

           SELECT OPTIONAL achregister
               ASSIGN TO WS-REGISTER-FILE
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-REGISTER-STATUS.

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
            FD bestbooks.
            COPY "ledger-record.cpy".

            FD coa.
            COPY "coa-record.cpy".

            FD seqctl.
            COPY "seq-control.cpy".

      *    ACHBATCH.DAT line layout, pipe-delimited: ACCOUNT|AMOUNT|
      *    PAYEE|DESCRIPTION|AP-ACCOUNT|DEPARTMENT|ROUTING|
      *    BANK-ACCOUNT|ACCOUNT-TYPE|SEC-CLASS|PAYEE-ID - the first six
      *    columns exactly as CHECKBATCH.DAT (see BESTBOOKS-CHECKS),
      *    then the payee's nine-digit routing number and account
      *    number at its bank, CHECKING or SAVINGS, the standard entry
      *    class (CCD for a business, PPD for a person; CCD when
      *    blank) and the id the bank shows the payee (voucher or
      *    employee number).
            FD achbatch.
            01 BATCH-LINE            PIC X(200).

      *    ACHCFG.DAT line layout, pipe-delimited, one row:
      *    DESTINATION-ROUTING|DESTINATION-NAME|ORIGIN-ID|ORIGIN-NAME|
      *    COMPANY-NAME|COMPANY-ID|ODFI-ROUTING|ENTRY-DESCRIPTION -
      *    the bank's routing number and name, our immediate origin
      *    and name, the company name and ten-character company id
      *    for the batch headers, the first eight digits of our own
      *    bank's routing number (which also prefix every trace
      *    number), and the ten-character entry description the
      *    payee's statement shows (PAYMENT when blank).
            FD achconfig.
            01 CONFIG-LINE           PIC X(200).

            FD nachafile.
            01 NACHA-RECORD          PIC X(94).

      *    ACHREG.DAT line layout, pipe-delimited: ACH-NUMBER|PAYEE|
      *    AMOUNT|ACCOUNT|DATE|STATUS|TRACE-NUMBER - the CHECKREG.DAT
      *    columns plus the trace; STATUS is ISSUED until
      *    BESTBOOKS-RECONCILE marks it CLEARED.
            FD achregister.
            01 REGISTER-LINE         PIC X(160).

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

            01 WS-LEDGER-FILE       PIC X(64) VALUE "LEDGER.DAT".
            01 WS-COA-FILE          PIC X(64) VALUE "BESTBOOKS.DAT".
            01 WS-SEQCTL-FILE       PIC X(64) VALUE "SEQCTL.DAT".
            01 WS-BATCH-FILE        PIC X(64) VALUE "ACHBATCH.DAT".
            01 WS-CONFIG-FILE       PIC X(64) VALUE "ACHCFG.DAT".
            01 WS-NACHA-FILE        PIC X(64) VALUE "NACHA.TXT".
            01 WS-REGISTER-FILE     PIC X(64) VALUE "ACHREG.DAT".
            01 WS-BATCH-STATUS      PIC XX.
            01 WS-CONFIG-STATUS     PIC XX.
            01 WS-NACHA-STATUS      PIC XX.
            01 WS-REGISTER-STATUS   PIC XX.
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
            01 WS-COA-POST-ACCOUNT  PIC A(15).
            01 WS-COA-POST-DEBIT    PIC 9(7)V99.
            01 WS-COA-POST-CREDIT   PIC 9(7)V99.
            01 WS-COA-POSTED        PIC X VALUE "N".
                  88  COA-BALANCE-POSTED  VALUE "Y".

            01 WS-COA-EOF            PIC X VALUE "N".
                  88  COA-EOF        VALUE "Y".
            01 WS-ACCOUNT-VALID      PIC X VALUE "N".
                  88  ACCOUNT-IS-VALID  VALUE "Y".
            01 WS-LOOKUP-ACCOUNT     PIC A(15).

            01 WS-CLOSEDPER-FILE     PIC X(64) VALUE "CLOSEDPER.DAT".
            01 WS-CLOSEDPER-STATUS   PIC XX.
            01 WS-CLOSEDPER-EOF      PIC X VALUE "N".
                  88  CLOSEDPER-EOF  VALUE "Y".
            01 WS-CP-YEAR-IN         PIC X(4).
            01 WS-CP-PERIOD-IN       PIC X(2).
            01 WS-PERIOD-LOCKED      PIC X VALUE "N".
                  88  PERIOD-IS-LOCKED VALUE "Y".

            01 WS-BATCH-EOF         PIC X VALUE "N".
                  88  BATCH-EOF     VALUE "Y".
            01 USER-POSTING-DATE    PIC X(10) VALUE SPACES.
            01 WS-EFFECTIVE-DATE    PIC X(10) VALUE SPACES.
            01 WS-CURRENT-TIME      PIC X(21).

      *    ACHCFG.DAT, unpacked.
            01 WS-CFG-DEST-ROUTING  PIC X(10).
            01 WS-CFG-DEST-NAME     PIC X(23).
            01 WS-CFG-ORIGIN-ID     PIC X(10).
            01 WS-CFG-ORIGIN-NAME   PIC X(23).
            01 WS-CFG-COMPANY-NAME  PIC X(16).
            01 WS-CFG-COMPANY-ID    PIC X(10).
            01 WS-CFG-ODFI          PIC X(8).
            01 WS-CFG-ENTRY-DESC    PIC X(10).

      *    one ACHBATCH.DAT row, unpacked.
            01 WS-BAT-ACCOUNT       PIC X(15).
            01 WS-BAT-AMOUNT        PIC X(12).
            01 WS-BAT-PAYEE         PIC X(30).
            01 WS-BAT-DESCRIPTION   PIC X(30).
            01 WS-BAT-AP-ACCOUNT    PIC X(15).
            01 WS-BAT-DEPARTMENT    PIC X(6).
            01 WS-BAT-ROUTING       PIC X(9).
            01 WS-BAT-BANK-ACCOUNT  PIC X(17).
            01 WS-BAT-ACCOUNT-TYPE  PIC X(8).
            01 WS-BAT-SEC           PIC X(3).
            01 WS-BAT-PAYEE-ID      PIC X(15).

      *    routing-number check digit: weights 3,7,1 repeating over
      *    all nine digits must sum to a multiple of ten.
            01 WS-ROUTING-DIGITS.
               02 WS-RD             PIC 9 OCCURS 9 TIMES.
            01 WS-ROUTING-SUM       PIC 9(4).
            01 WS-ROUTING-OK        PIC X VALUE "N".
                  88  ROUTING-IS-VALID  VALUE "Y".

      *    the payments accepted from the batch, numbered before the
      *    bank file is written and posted after it is closed.
            01 PAYMENT-TABLE.
               02 PAYMENT-ENTRY OCCURS 500 TIMES
                     INDEXED BY PY-IDX.
                  03 PY-ACCOUNT       PIC X(15).
                  03 PY-AMOUNT        PIC 9(7)V99.
                  03 PY-PAYEE         PIC X(30).
                  03 PY-DESCRIPTION   PIC X(30).
                  03 PY-AP-ACCOUNT    PIC X(15).
                  03 PY-DEPARTMENT    PIC X(6).
                  03 PY-ROUTING       PIC X(9).
                  03 PY-BANK-ACCOUNT  PIC X(17).
                  03 PY-TRAN-CODE     PIC X(2).
                  03 PY-SEC           PIC X(3).
                  03 PY-PAYEE-ID      PIC X(15).
                  03 PY-ACH-NUMBER    PIC 9(7).
                  03 PY-TRACE         PIC X(15).
            01 WS-PAYMENT-COUNT     PIC 9(4) VALUE ZERO.
            01 WS-SKIPPED-COUNT     PIC 9(4) VALUE ZERO.
            01 WS-PAYMENT-TOTAL     PIC 9(9)V99 VALUE ZERO.

      *    ACH numbers draw on their own SEQCTL.DAT sequence (key
      *    "C"), alongside the check (4) and write-off (B) counters.
            01 WS-ACH-KEY           PIC X(1) VALUE "C".
            01 WS-ACH-NUMBER        PIC 9(7).
            01 WS-ACH-REFERENCE     PIC X(20) VALUE SPACES.
            01 WS-AMOUNT-ED         PIC -9(7).99.

      *    NACHA record images, 94 bytes each.
            01 NACHA-FILE-HEADER.
               02 FH-RECORD-TYPE     PIC X(01) VALUE "1".
               02 FH-PRIORITY        PIC X(02) VALUE "01".
               02 FH-DESTINATION     PIC X(10).
               02 FH-ORIGIN          PIC X(10).
               02 FH-CREATE-DATE     PIC X(06).
               02 FH-CREATE-TIME     PIC X(04).
               02 FH-ID-MODIFIER     PIC X(01) VALUE "A".
               02 FH-RECORD-SIZE     PIC X(03) VALUE "094".
               02 FH-BLOCKING        PIC X(02) VALUE "10".
               02 FH-FORMAT-CODE     PIC X(01) VALUE "1".
               02 FH-DEST-NAME       PIC X(23).
               02 FH-ORIGIN-NAME     PIC X(23).
               02 FH-REFERENCE       PIC X(08) VALUE SPACES.
            01 NACHA-BATCH-HEADER.
               02 BH-RECORD-TYPE     PIC X(01) VALUE "5".
               02 BH-SERVICE-CLASS   PIC X(03) VALUE "220".
               02 BH-COMPANY-NAME    PIC X(16).
               02 BH-DISCRETIONARY   PIC X(20) VALUE SPACES.
               02 BH-COMPANY-ID      PIC X(10).
               02 BH-SEC             PIC X(03).
               02 BH-ENTRY-DESC      PIC X(10).
               02 BH-DESCRIPTIVE-DATE PIC X(06).
               02 BH-EFFECTIVE-DATE  PIC X(06).
               02 BH-SETTLEMENT      PIC X(03) VALUE SPACES.
               02 BH-ORIGINATOR      PIC X(01) VALUE "1".
               02 BH-ODFI            PIC X(08).
               02 BH-BATCH-NUMBER    PIC 9(07).
            01 NACHA-ENTRY-DETAIL.
               02 ED-RECORD-TYPE     PIC X(01) VALUE "6".
               02 ED-TRAN-CODE       PIC X(02).
               02 ED-RDFI            PIC X(08).
               02 ED-CHECK-DIGIT     PIC X(01).
               02 ED-DFI-ACCOUNT     PIC X(17).
               02 ED-AMOUNT          PIC 9(10).
               02 ED-PAYEE-ID        PIC X(15).
               02 ED-PAYEE-NAME      PIC X(22).
               02 ED-DISCRETIONARY   PIC X(02) VALUE SPACES.
               02 ED-ADDENDA         PIC X(01) VALUE "0".
               02 ED-TRACE           PIC X(15).
            01 NACHA-BATCH-CONTROL.
               02 BC-RECORD-TYPE     PIC X(01) VALUE "8".
               02 BC-SERVICE-CLASS   PIC X(03) VALUE "220".
               02 BC-ENTRY-COUNT     PIC 9(06).
               02 BC-ENTRY-HASH      PIC 9(10).
               02 BC-TOTAL-DEBIT     PIC 9(12).
               02 BC-TOTAL-CREDIT    PIC 9(12).
               02 BC-COMPANY-ID      PIC X(10).
               02 BC-AUTH-CODE       PIC X(19) VALUE SPACES.
               02 BC-RESERVED        PIC X(06) VALUE SPACES.
               02 BC-ODFI            PIC X(08).
               02 BC-BATCH-NUMBER    PIC 9(07).
            01 NACHA-FILE-CONTROL.
               02 FC-RECORD-TYPE     PIC X(01) VALUE "9".
               02 FC-BATCH-COUNT     PIC 9(06).
               02 FC-BLOCK-COUNT     PIC 9(06).
               02 FC-ENTRY-COUNT     PIC 9(08).
               02 FC-ENTRY-HASH      PIC 9(10).
               02 FC-TOTAL-DEBIT     PIC 9(12).
               02 FC-TOTAL-CREDIT    PIC 9(12).
               02 FC-RESERVED        PIC X(39) VALUE SPACES.

      *    running totals for the batch and file control records.
            01 WS-CURRENT-SEC       PIC X(3).
            01 WS-BATCH-NUMBER      PIC 9(7) VALUE ZERO.
            01 WS-BATCH-ENTRIES     PIC 9(6) VALUE ZERO.
            01 WS-BATCH-HASH        PIC 9(11) VALUE ZERO.
            01 WS-BATCH-CREDIT      PIC 9(10)V99 VALUE ZERO.
            01 WS-FILE-ENTRIES      PIC 9(8) VALUE ZERO.
            01 WS-FILE-HASH         PIC 9(11) VALUE ZERO.
            01 WS-FILE-CREDIT       PIC 9(10)V99 VALUE ZERO.
            01 WS-RECORD-COUNT      PIC 9(8) VALUE ZERO.
            01 WS-BLOCK-COUNT       PIC 9(6) VALUE ZERO.

      *    the leg about to be posted.
            01 WS-LEG-ACCOUNT       PIC A(15).
            01 WS-LEG-DEBIT         PIC 9(7)V99.
            01 WS-LEG-CREDIT        PIC 9(7)V99.
            01 WS-LEG-DESCRIPTION   PIC X(30).

       PROCEDURE DIVISION.
       BEGIN.
            PERFORM GET-RUNTIME-ARGUMENTS.
            PERFORM CHECK-OPERATOR-SIGNON.
            PERFORM LOAD-FISCAL-CALENDAR.

      *    payments post on today's date, the same as the check run;
      *    the effective entry date the bank settles on may differ.
            IF USER-POSTING-DATE = SPACES
               MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY
               MOVE WS-TODAY(1:4) TO WS-YEAR
               MOVE WS-TODAY(5:2) TO WS-MONTH
               MOVE WS-TODAY(7:2) TO WS-DAY
            ELSE
               MOVE USER-POSTING-DATE(1:4) TO WS-YEAR
               MOVE USER-POSTING-DATE(6:2) TO WS-MONTH
               MOVE USER-POSTING-DATE(9:2) TO WS-DAY
            END-IF
            MOVE WS-YEAR  TO WS-FORMATTED-DATE(1:4)
            MOVE "-"       TO WS-FORMATTED-DATE(5:1)
            MOVE WS-MONTH TO WS-FORMATTED-DATE(6:2)
            MOVE "-"       TO WS-FORMATTED-DATE(8:1)
            MOVE WS-DAY   TO WS-FORMATTED-DATE(9:2)
            MOVE WS-FORMATTED-DATE(1:10) TO WS-FC-LOOKUP-DATE
            PERFORM DERIVE-FISCAL-PERIOD.
            PERFORM CHECK-PERIOD-LOCK.
            IF PERIOD-IS-LOCKED
               DISPLAY "ERROR: period " WS-POSTING-FY "-"
                  WS-POSTING-PD " is closed, payments rejected"
               MOVE 1 TO RETURN-CODE
               STOP RUN
            END-IF.
            IF WS-EFFECTIVE-DATE = SPACES
               MOVE WS-FORMATTED-DATE(1:10) TO WS-EFFECTIVE-DATE
            END-IF.

            PERFORM LOAD-ACH-CONFIG.
            PERFORM LOAD-ACH-BATCH.
            IF WS-PAYMENT-COUNT = ZERO
               DISPLAY "No payable ACH rows on "
                  FUNCTION TRIM(WS-BATCH-FILE)
                  " - no bank file written; skipped: "
                  WS-SKIPPED-COUNT
               STOP RUN
            END-IF.

            PERFORM VARYING PY-IDX FROM 1 BY 1
                  UNTIL PY-IDX > WS-PAYMENT-COUNT
               PERFORM NUMBER-ONE-PAYMENT
            END-PERFORM.
            PERFORM WRITE-NACHA-FILE.
            PERFORM VARYING PY-IDX FROM 1 BY 1
                  UNTIL PY-IDX > WS-PAYMENT-COUNT
               PERFORM POST-ONE-PAYMENT
            END-PERFORM.

            DISPLAY "ACH payments: " WS-PAYMENT-COUNT " totaling "
               WS-PAYMENT-TOTAL " written to "
               FUNCTION TRIM(WS-NACHA-FILE) ", skipped: "
               WS-SKIPPED-COUNT.
            STOP RUN.

       GET-RUNTIME-ARGUMENTS.
      *    arg 1 (optional): ACH batch file, default ACHBATCH.DAT.
      *    arg 2 (optional): NACHA file to write, default NACHA.TXT.
      *    arg 3 (optional): originator config, default ACHCFG.DAT.
      *    arg 4 (optional): effective entry date, YYYY-MM-DD,
      *    default today.
      *    args 5-8 (optional): ledger, chart-of-accounts, sequence
      *    control and ACH register files.
            ACCEPT WS-BATCH-FILE FROM ARGUMENT-VALUE
            IF WS-BATCH-FILE = SPACES
               MOVE "ACHBATCH.DAT" TO WS-BATCH-FILE
            END-IF
            ACCEPT WS-NACHA-FILE FROM ARGUMENT-VALUE
            IF WS-NACHA-FILE = SPACES
               MOVE "NACHA.TXT" TO WS-NACHA-FILE
            END-IF
            ACCEPT WS-CONFIG-FILE FROM ARGUMENT-VALUE
            IF WS-CONFIG-FILE = SPACES
               MOVE "ACHCFG.DAT" TO WS-CONFIG-FILE
            END-IF
            ACCEPT WS-EFFECTIVE-DATE FROM ARGUMENT-VALUE
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
            ACCEPT WS-REGISTER-FILE FROM ARGUMENT-VALUE
            IF WS-REGISTER-FILE = SPACES
               MOVE "ACHREG.DAT" TO WS-REGISTER-FILE
            END-IF.

       LOAD-ACH-CONFIG.
            MOVE SPACES TO WS-CFG-DEST-ROUTING WS-CFG-DEST-NAME
               WS-CFG-ORIGIN-ID WS-CFG-ORIGIN-NAME WS-CFG-COMPANY-NAME
               WS-CFG-COMPANY-ID WS-CFG-ODFI WS-CFG-ENTRY-DESC
            OPEN INPUT achconfig
            IF WS-CONFIG-STATUS = "00"
               READ achconfig
                  AT END
                     CONTINUE
                  NOT AT END
                     UNSTRING CONFIG-LINE DELIMITED BY "|"
                        INTO WS-CFG-DEST-ROUTING WS-CFG-DEST-NAME
                             WS-CFG-ORIGIN-ID WS-CFG-ORIGIN-NAME
                             WS-CFG-COMPANY-NAME WS-CFG-COMPANY-ID
                             WS-CFG-ODFI WS-CFG-ENTRY-DESC
                     END-UNSTRING
               END-READ
            END-IF
            CLOSE achconfig
            IF WS-CFG-DEST-ROUTING = SPACES
                  OR WS-CFG-ORIGIN-ID = SPACES
                  OR WS-CFG-COMPANY-ID = SPACES
                  OR FUNCTION TEST-NUMVAL(WS-CFG-ODFI) NOT = ZERO
                  OR WS-CFG-ODFI(8:1) = SPACE
               DISPLAY "ERROR: " FUNCTION TRIM(WS-CONFIG-FILE)
                  " must give the destination routing number, origin "
                  "id, company id and the eight-digit originating DFI "
                  "- no bank file written, nothing posted"
               MOVE 1 TO RETURN-CODE
               STOP RUN
            END-IF
            IF WS-CFG-ENTRY-DESC = SPACES
               MOVE "PAYMENT" TO WS-CFG-ENTRY-DESC
            END-IF
            MOVE FUNCTION UPPER-CASE(WS-CFG-DEST-NAME)
               TO WS-CFG-DEST-NAME
            MOVE FUNCTION UPPER-CASE(WS-CFG-ORIGIN-NAME)
               TO WS-CFG-ORIGIN-NAME
            MOVE FUNCTION UPPER-CASE(WS-CFG-COMPANY-NAME)
               TO WS-CFG-COMPANY-NAME
            MOVE FUNCTION UPPER-CASE(WS-CFG-ENTRY-DESC)
               TO WS-CFG-ENTRY-DESC.

       LOAD-ACH-BATCH.
            MOVE ZERO TO WS-PAYMENT-COUNT WS-SKIPPED-COUNT
               WS-PAYMENT-TOTAL
            OPEN INPUT achbatch
            IF WS-BATCH-STATUS = "35"
               DISPLAY "WARNING: " FUNCTION TRIM(WS-BATCH-FILE)
                  " not found"
               EXIT PARAGRAPH
            END-IF
            MOVE "N" TO WS-BATCH-EOF
            PERFORM WITH TEST BEFORE UNTIL BATCH-EOF
               READ achbatch
                  AT END
                     MOVE "Y" TO WS-BATCH-EOF
                  NOT AT END
                     PERFORM ACCEPT-BATCH-LINE
               END-READ
            END-PERFORM
            CLOSE achbatch.

       ACCEPT-BATCH-LINE.
            MOVE SPACES TO WS-BAT-ACCOUNT WS-BAT-AMOUNT WS-BAT-PAYEE
               WS-BAT-DESCRIPTION WS-BAT-AP-ACCOUNT WS-BAT-DEPARTMENT
               WS-BAT-ROUTING WS-BAT-BANK-ACCOUNT WS-BAT-ACCOUNT-TYPE
               WS-BAT-SEC WS-BAT-PAYEE-ID
            UNSTRING BATCH-LINE DELIMITED BY "|"
               INTO WS-BAT-ACCOUNT WS-BAT-AMOUNT WS-BAT-PAYEE
                    WS-BAT-DESCRIPTION WS-BAT-AP-ACCOUNT
                    WS-BAT-DEPARTMENT WS-BAT-ROUTING
                    WS-BAT-BANK-ACCOUNT WS-BAT-ACCOUNT-TYPE
                    WS-BAT-SEC WS-BAT-PAYEE-ID
            END-UNSTRING
            IF BATCH-LINE = SPACES
               EXIT PARAGRAPH
            END-IF

            MOVE WS-BAT-ACCOUNT TO WS-LOOKUP-ACCOUNT
            PERFORM VALIDATE-ACCOUNT
            IF NOT ACCOUNT-IS-VALID
               DISPLAY "SKIPPED: account '"
                  FUNCTION TRIM(WS-BAT-ACCOUNT)
                  "' is not in the chart of accounts"
               ADD 1 TO WS-SKIPPED-COUNT
               EXIT PARAGRAPH
            END-IF
            IF WS-BAT-AP-ACCOUNT NOT = SPACES
               MOVE WS-BAT-AP-ACCOUNT TO WS-LOOKUP-ACCOUNT
               PERFORM VALIDATE-ACCOUNT
               IF NOT ACCOUNT-IS-VALID
                  DISPLAY "SKIPPED: AP account '"
                     FUNCTION TRIM(WS-BAT-AP-ACCOUNT)
                     "' is not in the chart of accounts"
                  ADD 1 TO WS-SKIPPED-COUNT
                  EXIT PARAGRAPH
               END-IF
            END-IF
            IF FUNCTION TEST-NUMVAL(WS-BAT-AMOUNT) NOT = ZERO
               DISPLAY "SKIPPED: amount '"
                  FUNCTION TRIM(WS-BAT-AMOUNT)
                  "' is not a valid number"
               ADD 1 TO WS-SKIPPED-COUNT
               EXIT PARAGRAPH
            END-IF
            IF FUNCTION NUMVAL(WS-BAT-AMOUNT) > 9999999.99
                  OR FUNCTION NUMVAL(WS-BAT-AMOUNT) NOT > 0
               DISPLAY "SKIPPED: amount '"
                  FUNCTION TRIM(WS-BAT-AMOUNT)
                  "' is not positive or exceeds the 9,999,999.99 "
                  "ledger line limit"
               ADD 1 TO WS-SKIPPED-COUNT
               EXIT PARAGRAPH
            END-IF
            PERFORM CHECK-ROUTING-NUMBER
            IF NOT ROUTING-IS-VALID
               DISPLAY "SKIPPED: routing number '"
                  FUNCTION TRIM(WS-BAT-ROUTING) "' for "
                  FUNCTION TRIM(WS-BAT-PAYEE)
                  " is not a valid nine-digit ABA number"
               ADD 1 TO WS-SKIPPED-COUNT
               EXIT PARAGRAPH
            END-IF
            IF WS-BAT-BANK-ACCOUNT = SPACES
               DISPLAY "SKIPPED: no bank account number for "
                  FUNCTION TRIM(WS-BAT-PAYEE)
               ADD 1 TO WS-SKIPPED-COUNT
               EXIT PARAGRAPH
            END-IF
            IF WS-PAYMENT-COUNT NOT < 500
               DISPLAY "SKIPPED: more than 500 payments in one run, "
                  FUNCTION TRIM(WS-BAT-PAYEE)
                  " left for the next file"
               ADD 1 TO WS-SKIPPED-COUNT
               EXIT PARAGRAPH
            END-IF

            ADD 1 TO WS-PAYMENT-COUNT
            SET PY-IDX TO WS-PAYMENT-COUNT
            MOVE WS-BAT-ACCOUNT TO PY-ACCOUNT(PY-IDX)
            MOVE FUNCTION NUMVAL(WS-BAT-AMOUNT) TO PY-AMOUNT(PY-IDX)
            MOVE WS-BAT-PAYEE TO PY-PAYEE(PY-IDX)
            MOVE WS-BAT-DESCRIPTION TO PY-DESCRIPTION(PY-IDX)
            MOVE WS-BAT-AP-ACCOUNT TO PY-AP-ACCOUNT(PY-IDX)
            MOVE FUNCTION UPPER-CASE(WS-BAT-DEPARTMENT)
               TO PY-DEPARTMENT(PY-IDX)
            MOVE WS-BAT-ROUTING TO PY-ROUTING(PY-IDX)
            MOVE FUNCTION TRIM(WS-BAT-BANK-ACCOUNT)
               TO PY-BANK-ACCOUNT(PY-IDX)
      *    22 credits a checking account, 32 a savings account.
            IF FUNCTION UPPER-CASE(WS-BAT-ACCOUNT-TYPE(1:1)) = "S"
               MOVE "32" TO PY-TRAN-CODE(PY-IDX)
            ELSE
               MOVE "22" TO PY-TRAN-CODE(PY-IDX)
            END-IF
            IF FUNCTION UPPER-CASE(WS-BAT-SEC) = "PPD"
               MOVE "PPD" TO PY-SEC(PY-IDX)
            ELSE
               MOVE "CCD" TO PY-SEC(PY-IDX)
            END-IF
            MOVE WS-BAT-PAYEE-ID TO PY-PAYEE-ID(PY-IDX)
            ADD PY-AMOUNT(PY-IDX) TO WS-PAYMENT-TOTAL.

       CHECK-ROUTING-NUMBER.
            MOVE "N" TO WS-ROUTING-OK
            IF WS-BAT-ROUTING IS NOT NUMERIC
               EXIT PARAGRAPH
            END-IF
            MOVE WS-BAT-ROUTING TO WS-ROUTING-DIGITS
            COMPUTE WS-ROUTING-SUM =
               3 * (WS-RD(1) + WS-RD(4) + WS-RD(7))
               + 7 * (WS-RD(2) + WS-RD(5) + WS-RD(8))
               + (WS-RD(3) + WS-RD(6) + WS-RD(9))
            IF FUNCTION MOD(WS-ROUTING-SUM, 10) = ZERO
                  AND WS-ROUTING-SUM > ZERO
               MOVE "Y" TO WS-ROUTING-OK
            END-IF.

       NUMBER-ONE-PAYMENT.
      *    The trace number is the originating DFI's eight digits and
      *    the payment's own ACH number, so it is unique across every
      *    file this company sends.
            PERFORM GET-NEXT-ACH-NUMBER
            MOVE WS-ACH-NUMBER TO PY-ACH-NUMBER(PY-IDX)
            MOVE SPACES TO PY-TRACE(PY-IDX)
            STRING WS-CFG-ODFI DELIMITED BY SIZE
                  WS-ACH-NUMBER DELIMITED BY SIZE
               INTO PY-TRACE(PY-IDX)
            END-STRING.

       WRITE-NACHA-FILE.
            MOVE ZERO TO WS-BATCH-NUMBER WS-FILE-ENTRIES WS-FILE-HASH
               WS-FILE-CREDIT WS-RECORD-COUNT
            MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-TIME
            OPEN OUTPUT nachafile

            MOVE SPACES TO FH-DESTINATION FH-ORIGIN
            MOVE FUNCTION TRIM(WS-CFG-DEST-ROUTING)
               TO FH-DESTINATION(2:9)
            MOVE FUNCTION TRIM(WS-CFG-ORIGIN-ID) TO FH-ORIGIN
            IF FH-ORIGIN(10:1) = SPACE
               MOVE SPACES TO FH-ORIGIN
               MOVE FUNCTION TRIM(WS-CFG-ORIGIN-ID) TO FH-ORIGIN(2:9)
            END-IF
            MOVE WS-CURRENT-TIME(3:6) TO FH-CREATE-DATE
            MOVE WS-CURRENT-TIME(9:4) TO FH-CREATE-TIME
            MOVE WS-CFG-DEST-NAME TO FH-DEST-NAME
            MOVE WS-CFG-ORIGIN-NAME TO FH-ORIGIN-NAME
            WRITE NACHA-RECORD FROM NACHA-FILE-HEADER
            ADD 1 TO WS-RECORD-COUNT

            MOVE "CCD" TO WS-CURRENT-SEC
            PERFORM WRITE-ONE-NACHA-BATCH
            MOVE "PPD" TO WS-CURRENT-SEC
            PERFORM WRITE-ONE-NACHA-BATCH

            ADD 1 TO WS-RECORD-COUNT
            COMPUTE WS-BLOCK-COUNT = (WS-RECORD-COUNT + 9) / 10
            MOVE WS-BATCH-NUMBER TO FC-BATCH-COUNT
            MOVE WS-BLOCK-COUNT TO FC-BLOCK-COUNT
            MOVE WS-FILE-ENTRIES TO FC-ENTRY-COUNT
            MOVE FUNCTION MOD(WS-FILE-HASH, 10000000000)
               TO FC-ENTRY-HASH
            MOVE ZERO TO FC-TOTAL-DEBIT
            COMPUTE FC-TOTAL-CREDIT = WS-FILE-CREDIT * 100
            WRITE NACHA-RECORD FROM NACHA-FILE-CONTROL

      *    the file is filled out to a whole block with all-nines
      *    records.
            PERFORM UNTIL FUNCTION MOD(WS-RECORD-COUNT, 10) = ZERO
               MOVE ALL "9" TO NACHA-RECORD
               WRITE NACHA-RECORD
               ADD 1 TO WS-RECORD-COUNT
            END-PERFORM
            CLOSE nachafile.

       WRITE-ONE-NACHA-BATCH.
            MOVE ZERO TO WS-BATCH-ENTRIES WS-BATCH-HASH
               WS-BATCH-CREDIT
            PERFORM VARYING PY-IDX FROM 1 BY 1
                  UNTIL PY-IDX > WS-PAYMENT-COUNT
               IF PY-SEC(PY-IDX) = WS-CURRENT-SEC
                  ADD 1 TO WS-BATCH-ENTRIES
               END-IF
            END-PERFORM
            IF WS-BATCH-ENTRIES = ZERO
               EXIT PARAGRAPH
            END-IF
            MOVE ZERO TO WS-BATCH-ENTRIES
            ADD 1 TO WS-BATCH-NUMBER

            MOVE WS-CFG-COMPANY-NAME TO BH-COMPANY-NAME
            MOVE WS-CFG-COMPANY-ID TO BH-COMPANY-ID
            MOVE WS-CURRENT-SEC TO BH-SEC
            MOVE WS-CFG-ENTRY-DESC TO BH-ENTRY-DESC
            STRING WS-FORMATTED-DATE(3:2) WS-FORMATTED-DATE(6:2)
                  WS-FORMATTED-DATE(9:2) DELIMITED BY SIZE
               INTO BH-DESCRIPTIVE-DATE
            END-STRING
            STRING WS-EFFECTIVE-DATE(3:2) WS-EFFECTIVE-DATE(6:2)
                  WS-EFFECTIVE-DATE(9:2) DELIMITED BY SIZE
               INTO BH-EFFECTIVE-DATE
            END-STRING
            MOVE WS-CFG-ODFI TO BH-ODFI
            MOVE WS-BATCH-NUMBER TO BH-BATCH-NUMBER
            WRITE NACHA-RECORD FROM NACHA-BATCH-HEADER
            ADD 1 TO WS-RECORD-COUNT

            PERFORM VARYING PY-IDX FROM 1 BY 1
                  UNTIL PY-IDX > WS-PAYMENT-COUNT
               IF PY-SEC(PY-IDX) = WS-CURRENT-SEC
                  PERFORM WRITE-ONE-ENTRY-DETAIL
               END-IF
            END-PERFORM

            MOVE WS-BATCH-ENTRIES TO BC-ENTRY-COUNT
            MOVE FUNCTION MOD(WS-BATCH-HASH, 10000000000)
               TO BC-ENTRY-HASH
            MOVE ZERO TO BC-TOTAL-DEBIT
            COMPUTE BC-TOTAL-CREDIT = WS-BATCH-CREDIT * 100
            MOVE WS-CFG-COMPANY-ID TO BC-COMPANY-ID
            MOVE WS-CFG-ODFI TO BC-ODFI
            MOVE WS-BATCH-NUMBER TO BC-BATCH-NUMBER
            WRITE NACHA-RECORD FROM NACHA-BATCH-CONTROL
            ADD 1 TO WS-RECORD-COUNT

            ADD WS-BATCH-ENTRIES TO WS-FILE-ENTRIES
            ADD WS-BATCH-HASH TO WS-FILE-HASH
            ADD WS-BATCH-CREDIT TO WS-FILE-CREDIT.

       WRITE-ONE-ENTRY-DETAIL.
      *    The entry hash is the sum of the receiving banks' eight-
      *    digit routing prefixes, kept to its low ten digits.
            MOVE PY-TRAN-CODE(PY-IDX) TO ED-TRAN-CODE
            MOVE PY-ROUTING(PY-IDX)(1:8) TO ED-RDFI
            MOVE PY-ROUTING(PY-IDX)(9:1) TO ED-CHECK-DIGIT
            MOVE PY-BANK-ACCOUNT(PY-IDX) TO ED-DFI-ACCOUNT
            COMPUTE ED-AMOUNT = PY-AMOUNT(PY-IDX) * 100
            MOVE PY-PAYEE-ID(PY-IDX) TO ED-PAYEE-ID
            MOVE FUNCTION UPPER-CASE(PY-PAYEE(PY-IDX))
               TO ED-PAYEE-NAME
            MOVE PY-TRACE(PY-IDX) TO ED-TRACE
            WRITE NACHA-RECORD FROM NACHA-ENTRY-DETAIL
            ADD 1 TO WS-RECORD-COUNT
            ADD 1 TO WS-BATCH-ENTRIES
            COMPUTE WS-BATCH-HASH = FUNCTION MOD(WS-BATCH-HASH
               + FUNCTION NUMVAL(PY-ROUTING(PY-IDX)(1:8)),
               10000000000)
            ADD PY-AMOUNT(PY-IDX) TO WS-BATCH-CREDIT.

       POST-ONE-PAYMENT.
            MOVE PY-ACH-NUMBER(PY-IDX) TO WS-ACH-NUMBER
            MOVE SPACES TO WS-ACH-REFERENCE
            STRING "ACH#" DELIMITED BY SIZE
                  WS-ACH-NUMBER DELIMITED BY SIZE
               INTO WS-ACH-REFERENCE
            END-STRING
            MOVE PY-DEPARTMENT(PY-IDX) TO WS-DEPARTMENT-CODE
            PERFORM GET-NEXT-JOURNAL-ENTRY

            MOVE PY-ACCOUNT(PY-IDX) TO WS-LEG-ACCOUNT
            MOVE ZERO TO WS-LEG-DEBIT
            MOVE PY-AMOUNT(PY-IDX) TO WS-LEG-CREDIT
            MOVE SPACES TO WS-LEG-DESCRIPTION
            STRING "ACH trace " DELIMITED BY SIZE
                  PY-TRACE(PY-IDX) DELIMITED BY SIZE
               INTO WS-LEG-DESCRIPTION
            END-STRING
            PERFORM POST-ONE-LEG

      *    the offsetting debit releases the payable accrual, as
      *    BESTBOOKS-CHECKS' AP leg does for a printed check.
            IF PY-AP-ACCOUNT(PY-IDX) NOT = SPACES
               MOVE PY-AP-ACCOUNT(PY-IDX) TO WS-LEG-ACCOUNT
               MOVE PY-AMOUNT(PY-IDX) TO WS-LEG-DEBIT
               MOVE ZERO TO WS-LEG-CREDIT
               MOVE SPACES TO WS-LEG-DESCRIPTION
               IF PY-DESCRIPTION(PY-IDX) = SPACES
                  STRING "ACH pays " DELIMITED BY SIZE
                        FUNCTION TRIM(PY-PAYEE(PY-IDX))
                           DELIMITED BY SIZE
                     INTO WS-LEG-DESCRIPTION
                  END-STRING
               ELSE
                  MOVE PY-DESCRIPTION(PY-IDX) TO WS-LEG-DESCRIPTION
               END-IF
               PERFORM POST-ONE-LEG
            END-IF

            MOVE PY-AMOUNT(PY-IDX) TO WS-AMOUNT-ED
            MOVE SPACES TO REGISTER-LINE
            STRING WS-ACH-NUMBER DELIMITED BY SIZE
                  "|" DELIMITED BY SIZE
                  FUNCTION TRIM(PY-PAYEE(PY-IDX)) DELIMITED BY SIZE
                  "|" DELIMITED BY SIZE
                  FUNCTION TRIM(WS-AMOUNT-ED) DELIMITED BY SIZE
                  "|" DELIMITED BY SIZE
                  FUNCTION TRIM(PY-ACCOUNT(PY-IDX)) DELIMITED BY SIZE
                  "|" DELIMITED BY SIZE
                  WS-FORMATTED-DATE(1:10) DELIMITED BY SIZE
                  "|ISSUED|" DELIMITED BY SIZE
                  PY-TRACE(PY-IDX) DELIMITED BY SIZE
               INTO REGISTER-LINE
            END-STRING
            OPEN EXTEND achregister
            IF WS-REGISTER-STATUS = "35"
               OPEN OUTPUT achregister
            END-IF
            WRITE REGISTER-LINE
            CLOSE achregister
            DISPLAY "ACH " WS-ACH-NUMBER " to "
               FUNCTION TRIM(PY-PAYEE(PY-IDX)) " for "
               FUNCTION TRIM(WS-AMOUNT-ED) ", trace "
               PY-TRACE(PY-IDX).

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
            MOVE WS-ACH-REFERENCE TO REFERENCE-DOC
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

       VALIDATE-ACCOUNT.
      *    Same sequential chart-of-accounts scan bestbooks_add_entry
      *    and BESTBOOKS-CHECKS use, checking WS-LOOKUP-ACCOUNT.
            MOVE "N" TO WS-ACCOUNT-VALID
            MOVE "N" TO WS-COA-EOF
            OPEN INPUT coa
            IF WS-COA-STATUS = "35"
               DISPLAY "WARNING: chart of accounts file "
                  FUNCTION TRIM(WS-COA-FILE) " not found"
            ELSE
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
                              FUNCTION TRIM(WS-LOOKUP-ACCOUNT)
                           MOVE "Y" TO WS-COA-EOF
                           IF ACCOUNT-IS-ACTIVE
                              MOVE "Y" TO WS-ACCOUNT-VALID
                           ELSE
                              DISPLAY "ERROR: account "
                                 FUNCTION TRIM(WS-LOOKUP-ACCOUNT)
                                 " is deactivated"
                           END-IF
                        END-IF
                  END-READ
               END-PERFORM
               CLOSE coa
            END-IF.

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


       GET-NEXT-ACH-NUMBER.
      *    Reuses SEQCTL.DAT for a distinct ACH payment sequence (key
      *    "C"), the same way BESTBOOKS-CHECKS draws from key "4".
            PERFORM OPEN-SEQCTL-WITH-RETRY
            MOVE WS-ACH-KEY TO SEQCTL-KEY
            READ seqctl
               INVALID KEY
                  MOVE ZERO TO SEQCTL-LAST-ID
            END-READ
            ADD 1 TO SEQCTL-LAST-ID
            MOVE SEQCTL-LAST-ID TO WS-ACH-NUMBER
            IF WS-SEQCTL-STATUS = "23"
               WRITE SEQCTL-RECORD
            ELSE
               REWRITE SEQCTL-RECORD
            END-IF
            CLOSE seqctl.

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

       END PROGRAM BESTBOOKS-ACH.
