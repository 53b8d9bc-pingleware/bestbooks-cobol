       IDENTIFICATION DIVISION.
       PROGRAM-ID. BESTBOOKS-KPI.
       AUTHOR. PRESSPAGE ENTERTAINMENT INC dba PINGLEWARE.
      *----------------------------------------------------------------
      * Monthly financial ratio and working-capital KPI report, for
      * one fiscal period alongside the period before it:
      *
      *   CURRENT-RATIO     current assets / current liabilities
      *   QUICK-RATIO       (current assets less inventory and
      *                     prepaids) / current liabilities
      *   DSO               open receivables / the period's invoiced
      *                     revenue x days in the period
      *   DPO               open payables / the period's purchases x
      *                     days in the period
      *   GROSS-MARGIN      (revenue - cost of sales) / revenue, %
      *   OPERATING-MARGIN  (revenue - cost of sales - operating
      *                     expenses) / revenue, %
      *
      * Balances come from BESTBOOKS.DAT by accountType (ASSET/AR,
      * LIABILITY/AP, REVENUE, EXPENSE); the prior column's balances
      * are that period's closing rows on BALHIST.DAT (see
      * BESTBOOKS-CLOSE). Period activity is the BALHIST.DAT row plus
      * whatever of the period is still on the live ledger. The
      * current period's open receivables are the OPEN rows of
      * OPENITEM.DAT and its open payables the OPEN/MATCH-HOLD bills
      * on VOUCHER.DAT; those files only know today's open amounts,
      * so the prior period uses its AR/AP-type closing balances.
      * Invoiced revenue is the original amount of the INV# open
      * items dated in the period; purchases are the credits posted
      * to AP-type accounts in the period.
      *
      * The chart's accountTypes do not say which assets are current,
      * which expenses are cost of sales, and so on, so the optional
      * KPICLASS.DAT names them by accountNo:
      *
      *   CLASS|ACCOUNTS     e.g. NONCURRENT|1500-1999,2500-2999
      *
      * with CLASS one of NONCURRENT (fixed assets, long-term debt -
      * left out of current assets/liabilities), INVENTORY and
      * PREPAID (left out of quick assets), COGS (expense accounts
      * forming cost of sales) and NONOPERATING (revenue/expense left
      * out of both margins). ACCOUNTS is the comma-separated list of
      * accountNos and from-to ranges BESTBOOKS-FINREPORT takes.
      *
      * The optional KPITARGET.DAT sets the acceptable range:
      *
      *   KPI|MINIMUM|MAXIMUM   e.g. CURRENT-RATIO|1.50|
      *
      * a blank bound being unchecked. A current-period KPI outside
      * its range is flagged LOW or HIGH and the run ends with
      * RETURN-CODE 1 so the scheduler can raise an alert.
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL LEDGER
               ASSIGN TO WS-LEDGER-FILE
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

           SELECT OPTIONAL balhist
               ASSIGN TO WS-BALHIST-FILE
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-BALHIST-STATUS.

           SELECT OPTIONAL openitem
               ASSIGN TO WS-OPENITEM-FILE
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-OPENITEM-STATUS.

           SELECT OPTIONAL voucher
               ASSIGN TO WS-VOUCHER-FILE
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-VOUCHER-STATUS.

           SELECT OPTIONAL kpiclass
               ASSIGN TO WS-CLASS-FILE
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-CLASS-STATUS.

           SELECT OPTIONAL kpitarget
               ASSIGN TO WS-TARGET-FILE
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-TARGET-STATUS.

           SELECT OPTIONAL fiscalcal
               ASSIGN TO WS-FISCALCAL-FILE
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-FISCALCAL-STATUS.

       DATA DIVISION.
       FILE SECTION.
            FD LEDGER.
            COPY "ledger-record.cpy".

            FD coa.
            COPY "coa-record.cpy".

      *    BALHIST.DAT line layout - see BESTBOOKS-CLOSE.
            FD balhist.
            01 BALHIST-LINE          PIC X(160).

      *    OPENITEM.DAT line layout - see BESTBOOKS-CASHAPP.
            FD openitem.
            01 OPENITEM-LINE         PIC X(120).

      *    VOUCHER.DAT line layout - see BESTBOOKS-VOUCHER.
            FD voucher.
            01 VOUCHER-LINE          PIC X(160).

      *    KPICLASS.DAT line layout, pipe-delimited: CLASS|ACCOUNTS.
            FD kpiclass.
            01 CLASS-LINE            PIC X(120).

      *    KPITARGET.DAT line layout, pipe-delimited:
      *    KPI|MINIMUM|MAXIMUM.
            FD kpitarget.
            01 TARGET-LINE           PIC X(60).

      *    FISCALCAL.DAT line layout, pipe-delimited: FISCAL-YEAR|
      *    PERIOD|START-DATE|END-DATE - see bestbooks_add_entry.
            FD fiscalcal.
            01 FISCALCAL-LINE        PIC X(40).

       WORKING-STORAGE SECTION.
            01 WS-LEDGER-FILE       PIC X(64) VALUE "LEDGER.DAT".
            01 WS-COA-FILE          PIC X(64) VALUE "BESTBOOKS.DAT".
            01 WS-BALHIST-FILE      PIC X(64) VALUE "BALHIST.DAT".
            01 WS-OPENITEM-FILE     PIC X(64) VALUE "OPENITEM.DAT".
            01 WS-VOUCHER-FILE      PIC X(64) VALUE "VOUCHER.DAT".
            01 WS-CLASS-FILE        PIC X(64) VALUE "KPICLASS.DAT".
            01 WS-TARGET-FILE       PIC X(64) VALUE "KPITARGET.DAT".
            01 WS-FISCALCAL-FILE    PIC X(64) VALUE "FISCALCAL.DAT".
            01 WS-LEDGER-STATUS     PIC XX.
            01 WS-COA-STATUS        PIC XX.
            01 WS-BALHIST-STATUS    PIC XX.
            01 WS-OPENITEM-STATUS   PIC XX.
            01 WS-VOUCHER-STATUS    PIC XX.
            01 WS-CLASS-STATUS      PIC XX.
            01 WS-TARGET-STATUS     PIC XX.
            01 WS-FISCALCAL-STATUS  PIC XX.
            01 WS-FILE-EOF          PIC X VALUE "N".
                  88  FILE-EOF      VALUE "Y".

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
            01 WS-FC-LOOKUP-DATE    PIC X(10).
            01 WS-FC-FOUND          PIC X VALUE "N".
                  88  FISCAL-PERIOD-FOUND  VALUE "Y".
            01 WS-POSTING-FY        PIC 9(4).
            01 WS-POSTING-PD        PIC 99.
            01 WS-TODAY             PIC X(8).

      *    arg 1/2 (optional): fiscal year and period to report,
      *    default the period today falls in.
            01 WS-FY-IN             PIC X(4) VALUE SPACES.
            01 WS-PD-IN             PIC X(2) VALUE SPACES.
      *    the two periods side by side: 1 = current, 2 = prior.
            01 PERIOD-SLOTS.
               02 PS-ENTRY OCCURS 2 TIMES.
                  03 PS-YEAR          PIC 9(4).
                  03 PS-PERIOD        PIC 99.
                  03 PS-START-DATE    PIC X(10).
                  03 PS-END-DATE      PIC X(10).
                  03 PS-DAYS          PIC 9(3).
                  03 PS-HAVE-BALANCES PIC X.
                  03 PS-INVOICED      PIC S9(11)V99.
                  03 PS-PURCHASES     PIC S9(11)V99.
            01 WS-SLOT              PIC 9 VALUE ZERO.
            01 WS-WORK-DATE         PIC X(10).
            01 WS-WORK-YEAR         PIC 9(4).
            01 WS-WORK-MONTH        PIC 99.
            01 WS-WORK-INT          PIC 9(8).
            01 WS-END-INT           PIC 9(8).

      *    KPICLASS.DAT ranges.
            01 CLASS-TABLE.
               02 CLASS-ENTRY OCCURS 200 TIMES
                     INDEXED BY CL-IDX.
                  03 CL-CLASS         PIC X(12).
                  03 CL-FROM          PIC 9(6).
                  03 CL-TO            PIC 9(6).
            01 WS-CLASS-COUNT       PIC 9(4) VALUE ZERO.
            01 WS-CLASS-IN          PIC X(12).
            01 WS-CLASS-ACCOUNTS-IN PIC X(100).
            01 WS-LIST              PIC X(100).
            01 WS-LIST-PTR          PIC 999.
            01 WS-TOKEN             PIC X(20).
            01 WS-FROM-IN           PIC X(10).
            01 WS-TO-IN             PIC X(10).
            01 WS-CONFIG-ERRORS     PIC X VALUE "N".
                  88  CONFIG-HAS-ERRORS  VALUE "Y".

      *    the chart, with each account's class, its balances at the
      *    end of each period and its activity in each period.
            01 CHART-TABLE.
               02 CHART-ENTRY OCCURS 1000 TIMES
                     INDEXED BY CH-IDX.
                  03 CH-NO            PIC 9(6).
                  03 CH-NAME          PIC X(80).
                  03 CH-TYPE          PIC X(10).
                  03 CH-CLASS         PIC X(12).
                  03 CH-SLOT OCCURS 2 TIMES.
                     04 CH-BALANCE    PIC S9(11)V99.
                     04 CH-NET        PIC S9(11)V99.
                     04 CH-CREDITS    PIC S9(11)V99.
            01 WS-CHART-COUNT       PIC 9(4) VALUE ZERO.

      *    one BALHIST.DAT row, unpacked.
            01 WS-BH-YEAR-IN        PIC X(4).
            01 WS-BH-PERIOD-IN      PIC X(2).
            01 WS-BH-ACCTNO-IN      PIC X(6).
            01 WS-BH-NAME-IN        PIC X(80).
            01 WS-BH-OPEN-IN        PIC X(16).
            01 WS-BH-DEBIT-IN       PIC X(16).
            01 WS-BH-CREDIT-IN      PIC X(16).
            01 WS-BH-CLOSE-IN       PIC X(16).
            01 WS-BH-ACCTNO         PIC 9(6).

      *    one OPENITEM.DAT row, unpacked.
            01 WS-OI-REFERENCE      PIC X(20).
            01 WS-OI-CUSTOMER       PIC X(30).
            01 WS-OI-DATE           PIC X(10).
            01 WS-OI-ORIGINAL       PIC X(12).
            01 WS-OI-OPEN           PIC X(12).
            01 WS-OI-STATUS         PIC X(10).

      *    one VOUCHER.DAT row, unpacked.
            01 WS-VO-VOUCHER-NO     PIC X(7).
            01 WS-VO-VENDOR         PIC X(30).
            01 WS-VO-INVOICE        PIC X(20).
            01 WS-VO-AMOUNT         PIC X(12).
            01 WS-VO-DUE-DATE       PIC X(10).
            01 WS-VO-EXPENSE        PIC X(15).
            01 WS-VO-AP             PIC X(15).
            01 WS-VO-STATUS         PIC X(10).

      *    working-capital and income components, per slot.
            01 COMPONENT-SLOTS.
               02 CP-ENTRY OCCURS 2 TIMES.
                  03 CP-CURRENT-ASSETS  PIC S9(11)V99.
                  03 CP-QUICK-ASSETS    PIC S9(11)V99.
                  03 CP-CURRENT-LIABS   PIC S9(11)V99.
                  03 CP-RECEIVABLES     PIC S9(11)V99.
                  03 CP-PAYABLES        PIC S9(11)V99.
                  03 CP-REVENUE         PIC S9(11)V99.
                  03 CP-COGS            PIC S9(11)V99.
                  03 CP-OPEX            PIC S9(11)V99.
            01 WS-OPEN-AR           PIC S9(11)V99 VALUE ZERO.
            01 WS-OPEN-AP           PIC S9(11)V99 VALUE ZERO.

      *    the six KPIs, each with its value per slot and its target.
            01 KPI-TABLE.
               02 KPI-ENTRY OCCURS 6 TIMES
                     INDEXED BY KP-IDX.
                  03 KP-NAME          PIC X(16).
                  03 KP-VALUE OCCURS 2 TIMES
                                      PIC S9(7)V99.
                  03 KP-KNOWN OCCURS 2 TIMES
                                      PIC X.
                  03 KP-MIN           PIC S9(7)V99.
                  03 KP-HAS-MIN       PIC X.
                  03 KP-MAX           PIC S9(7)V99.
                  03 KP-HAS-MAX       PIC X.
                  03 KP-FLAG          PIC X(8).
            01 WS-TG-NAME-IN        PIC X(20).
            01 WS-TG-MIN-IN         PIC X(12).
            01 WS-TG-MAX-IN         PIC X(12).
            01 WS-OUT-OF-RANGE      PIC 9(2) VALUE ZERO.
            01 WS-KPI-NUMERATOR     PIC S9(11)V99.
            01 WS-KPI-DENOMINATOR   PIC S9(11)V99.

            01 RPT-KPI-LINE.
               02 RPT-KPI-NAME      PIC X(18).
               02 RPT-KPI-CURRENT   PIC -(7)9.99.
               02 RPT-KPI-CURRENT-X REDEFINES RPT-KPI-CURRENT
                                    PIC X(11).
               02 FILLER            PIC X(2) VALUE SPACES.
               02 RPT-KPI-PRIOR     PIC -(7)9.99.
               02 RPT-KPI-PRIOR-X REDEFINES RPT-KPI-PRIOR
                                    PIC X(11).
               02 FILLER            PIC X(2) VALUE SPACES.
               02 RPT-KPI-MIN       PIC -(7)9.99.
               02 RPT-KPI-MIN-X REDEFINES RPT-KPI-MIN
                                    PIC X(11).
               02 FILLER            PIC X(2) VALUE SPACES.
               02 RPT-KPI-MAX       PIC -(7)9.99.
               02 RPT-KPI-MAX-X REDEFINES RPT-KPI-MAX
                                    PIC X(11).
               02 FILLER            PIC X(2) VALUE SPACES.
               02 RPT-KPI-FLAG      PIC X(8).
            01 RPT-COMPONENT-LINE.
               02 RPT-CP-NAME       PIC X(30).
               02 RPT-CP-CURRENT    PIC ----,---,--9.99.
               02 FILLER            PIC X(2) VALUE SPACES.
               02 RPT-CP-PRIOR      PIC ----,---,--9.99.
               02 RPT-CP-PRIOR-X REDEFINES RPT-CP-PRIOR
                                    PIC X(15).
            01 RPT-PERIOD-ED.
               02 RPT-PD-YEAR       PIC 9(4).
               02 FILLER            PIC X VALUE "/".
               02 RPT-PD-PERIOD     PIC 99.

       PROCEDURE DIVISION.
       BEGIN.
            PERFORM GET-RUNTIME-ARGUMENTS.
            PERFORM LOAD-FISCAL-CALENDAR.
            PERFORM SET-REPORT-PERIODS.
            PERFORM LOAD-CLASS-FILE.
            PERFORM LOAD-TARGET-FILE.
            IF CONFIG-HAS-ERRORS
               DISPLAY "KPI report not produced - correct "
                  FUNCTION TRIM(WS-CLASS-FILE) " / "
                  FUNCTION TRIM(WS-TARGET-FILE) " first"
               MOVE 1 TO RETURN-CODE
               STOP RUN
            END-IF.
            PERFORM LOAD-CHART.
            PERFORM LOAD-BALANCE-HISTORY.
            PERFORM SCAN-LIVE-LEDGER.
            PERFORM SCAN-OPEN-ITEMS.
            PERFORM SCAN-VOUCHERS.
            PERFORM SUM-COMPONENTS.
            PERFORM COMPUTE-KPIS.
            PERFORM CHECK-TARGETS.
            PERFORM PRINT-KPI-REPORT.
            IF WS-OUT-OF-RANGE > ZERO
               MOVE 1 TO RETURN-CODE
            END-IF.
            STOP RUN.

       GET-RUNTIME-ARGUMENTS.
      *    arg 1/2 (optional): fiscal year and period, default the
      *    period today falls in.
      *    arg 3 (optional): target file, default KPITARGET.DAT.
      *    arg 4 (optional): account class file, default KPICLASS.DAT.
      *    args 5-10 (optional): chart of accounts, ledger, balance
      *    history, open-item, voucher and fiscal calendar files.
            ACCEPT WS-FY-IN FROM ARGUMENT-VALUE
            ACCEPT WS-PD-IN FROM ARGUMENT-VALUE
            ACCEPT WS-TARGET-FILE FROM ARGUMENT-VALUE
            IF WS-TARGET-FILE = SPACES
               MOVE "KPITARGET.DAT" TO WS-TARGET-FILE
            END-IF
            ACCEPT WS-CLASS-FILE FROM ARGUMENT-VALUE
            IF WS-CLASS-FILE = SPACES
               MOVE "KPICLASS.DAT" TO WS-CLASS-FILE
            END-IF
            ACCEPT WS-COA-FILE FROM ARGUMENT-VALUE
            IF WS-COA-FILE = SPACES
               MOVE "BESTBOOKS.DAT" TO WS-COA-FILE
            END-IF
            ACCEPT WS-LEDGER-FILE FROM ARGUMENT-VALUE
            IF WS-LEDGER-FILE = SPACES
               MOVE "LEDGER.DAT" TO WS-LEDGER-FILE
            END-IF
            ACCEPT WS-BALHIST-FILE FROM ARGUMENT-VALUE
            IF WS-BALHIST-FILE = SPACES
               MOVE "BALHIST.DAT" TO WS-BALHIST-FILE
            END-IF
            ACCEPT WS-OPENITEM-FILE FROM ARGUMENT-VALUE
            IF WS-OPENITEM-FILE = SPACES
               MOVE "OPENITEM.DAT" TO WS-OPENITEM-FILE
            END-IF
            ACCEPT WS-VOUCHER-FILE FROM ARGUMENT-VALUE
            IF WS-VOUCHER-FILE = SPACES
               MOVE "VOUCHER.DAT" TO WS-VOUCHER-FILE
            END-IF
            ACCEPT WS-FISCALCAL-FILE FROM ARGUMENT-VALUE
            IF WS-FISCALCAL-FILE = SPACES
               MOVE "FISCALCAL.DAT" TO WS-FISCALCAL-FILE
            END-IF.

       SET-REPORT-PERIODS.
      *    The prior period is the one before in the same fiscal year,
      *    or the last period the calendar has for the year before
      *    (12 without a calendar).
            IF WS-FY-IN = SPACES
               MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY
               MOVE SPACES TO WS-FC-LOOKUP-DATE
               STRING WS-TODAY(1:4) "-" WS-TODAY(5:2) "-"
                     WS-TODAY(7:2) DELIMITED BY SIZE
                  INTO WS-FC-LOOKUP-DATE
               END-STRING
               PERFORM DERIVE-FISCAL-PERIOD
            ELSE
               IF WS-FY-IN IS NOT NUMERIC
                     OR FUNCTION TEST-NUMVAL(WS-PD-IN) NOT = ZERO
                  DISPLAY "Usage: BESTBOOKS-KPI [fiscal-year period] "
                     "[targets] [classes] [coa] [ledger] [balhist] "
                     "[openitem] [voucher] [fiscalcal]"
                  MOVE 1 TO RETURN-CODE
                  STOP RUN
               END-IF
               MOVE WS-FY-IN TO WS-POSTING-FY
               MOVE FUNCTION NUMVAL(WS-PD-IN) TO WS-POSTING-PD
            END-IF
            MOVE WS-POSTING-FY TO PS-YEAR(1)
            MOVE WS-POSTING-PD TO PS-PERIOD(1)
            IF WS-POSTING-PD > 1
               MOVE WS-POSTING-FY TO PS-YEAR(2)
               COMPUTE PS-PERIOD(2) = WS-POSTING-PD - 1
            ELSE
               COMPUTE PS-YEAR(2) = WS-POSTING-FY - 1
               MOVE ZERO TO PS-PERIOD(2)
               PERFORM VARYING FC-IDX FROM 1 BY 1
                     UNTIL FC-IDX > WS-FISCALCAL-COUNT
                  IF FC-YEAR(FC-IDX) = PS-YEAR(2)
                        AND FC-PERIOD(FC-IDX) > PS-PERIOD(2)
                     MOVE FC-PERIOD(FC-IDX) TO PS-PERIOD(2)
                  END-IF
               END-PERFORM
               IF PS-PERIOD(2) = ZERO
                  MOVE 12 TO PS-PERIOD(2)
               END-IF
            END-IF
            PERFORM VARYING WS-SLOT FROM 1 BY 1 UNTIL WS-SLOT > 2
               PERFORM SET-PERIOD-DATES
               MOVE "N" TO PS-HAVE-BALANCES(WS-SLOT)
               MOVE ZERO TO PS-INVOICED(WS-SLOT)
                  PS-PURCHASES(WS-SLOT)
            END-PERFORM
      *    the current period's balances are the chart's own.
            MOVE "Y" TO PS-HAVE-BALANCES(1).

       SET-PERIOD-DATES.
      *    Start/end dates of slot WS-SLOT from the fiscal calendar,
      *    or the calendar month of the same number.
            MOVE "N" TO WS-FC-FOUND
            PERFORM VARYING FC-IDX FROM 1 BY 1
                  UNTIL FC-IDX > WS-FISCALCAL-COUNT
                     OR FISCAL-PERIOD-FOUND
               IF FC-YEAR(FC-IDX) = PS-YEAR(WS-SLOT)
                     AND FC-PERIOD(FC-IDX) = PS-PERIOD(WS-SLOT)
                  MOVE FC-START-DATE(FC-IDX)
                     TO PS-START-DATE(WS-SLOT)
                  MOVE FC-END-DATE(FC-IDX) TO PS-END-DATE(WS-SLOT)
                  MOVE "Y" TO WS-FC-FOUND
               END-IF
            END-PERFORM
            IF NOT FISCAL-PERIOD-FOUND
               MOVE SPACES TO PS-START-DATE(WS-SLOT)
               STRING PS-YEAR(WS-SLOT) "-" PS-PERIOD(WS-SLOT) "-01"
                     DELIMITED BY SIZE
                  INTO PS-START-DATE(WS-SLOT)
               END-STRING
               MOVE PS-YEAR(WS-SLOT) TO WS-WORK-YEAR
               COMPUTE WS-WORK-MONTH = PS-PERIOD(WS-SLOT) + 1
               IF WS-WORK-MONTH > 12
                  MOVE 1 TO WS-WORK-MONTH
                  ADD 1 TO WS-WORK-YEAR
               END-IF
               COMPUTE WS-WORK-INT = FUNCTION INTEGER-OF-DATE(
                  WS-WORK-YEAR * 10000 + WS-WORK-MONTH * 100 + 1) - 1
               MOVE FUNCTION DATE-OF-INTEGER(WS-WORK-INT)
                  TO WS-TODAY
               MOVE SPACES TO PS-END-DATE(WS-SLOT)
               STRING WS-TODAY(1:4) "-" WS-TODAY(5:2) "-"
                     WS-TODAY(7:2) DELIMITED BY SIZE
                  INTO PS-END-DATE(WS-SLOT)
               END-STRING
            END-IF
            MOVE PS-END-DATE(WS-SLOT) TO WS-WORK-DATE
            PERFORM DATE-TO-INTEGER
            MOVE WS-WORK-INT TO WS-END-INT
            MOVE PS-START-DATE(WS-SLOT) TO WS-WORK-DATE
            PERFORM DATE-TO-INTEGER
            COMPUTE PS-DAYS(WS-SLOT) = WS-END-INT - WS-WORK-INT + 1.

       DATE-TO-INTEGER.
      *    YYYY-MM-DD in WS-WORK-DATE to a day number in WS-WORK-INT.
            MOVE SPACES TO WS-TODAY
            STRING WS-WORK-DATE(1:4) WS-WORK-DATE(6:2)
                  WS-WORK-DATE(9:2) DELIMITED BY SIZE
               INTO WS-TODAY
            END-STRING
            COMPUTE WS-WORK-INT =
               FUNCTION INTEGER-OF-DATE(FUNCTION NUMVAL(WS-TODAY)).

       LOAD-CLASS-FILE.
      *    A missing KPICLASS.DAT leaves every ASSET/AR and LIABILITY/
      *    AP account current and every EXPENSE account operating.
            MOVE "N" TO WS-FILE-EOF
            OPEN INPUT kpiclass
            IF WS-CLASS-STATUS NOT = "00"
               CLOSE kpiclass
               EXIT PARAGRAPH
            END-IF
            PERFORM WITH TEST BEFORE UNTIL FILE-EOF
               READ kpiclass
                  AT END
                     MOVE "Y" TO WS-FILE-EOF
                  NOT AT END
                     IF CLASS-LINE NOT = SPACES
                           AND CLASS-LINE(1:1) NOT = "*"
                        PERFORM STORE-CLASS-ROW
                     END-IF
               END-READ
            END-PERFORM
            CLOSE kpiclass.

       STORE-CLASS-ROW.
            MOVE SPACES TO WS-CLASS-IN WS-CLASS-ACCOUNTS-IN
            UNSTRING CLASS-LINE DELIMITED BY "|"
               INTO WS-CLASS-IN WS-CLASS-ACCOUNTS-IN
            END-UNSTRING
            MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(WS-CLASS-IN))
               TO WS-CLASS-IN
            IF WS-CLASS-IN NOT = "NONCURRENT"
                  AND WS-CLASS-IN NOT = "INVENTORY"
                  AND WS-CLASS-IN NOT = "PREPAID"
                  AND WS-CLASS-IN NOT = "COGS"
                  AND WS-CLASS-IN NOT = "NONOPERATING"
               DISPLAY "ERROR: " FUNCTION TRIM(WS-CLASS-FILE)
                  " class '" FUNCTION TRIM(WS-CLASS-IN)
                  "' is not NONCURRENT, INVENTORY, PREPAID, COGS "
                  "or NONOPERATING"
               MOVE "Y" TO WS-CONFIG-ERRORS
               EXIT PARAGRAPH
            END-IF
            MOVE WS-CLASS-ACCOUNTS-IN TO WS-LIST
            MOVE 1 TO WS-LIST-PTR
            PERFORM UNTIL WS-LIST-PTR > 100
               MOVE SPACES TO WS-TOKEN
               UNSTRING WS-LIST DELIMITED BY ","
                  INTO WS-TOKEN
                  WITH POINTER WS-LIST-PTR
               END-UNSTRING
               IF WS-TOKEN NOT = SPACES
                  PERFORM STORE-CLASS-RANGE
               END-IF
            END-PERFORM.

       STORE-CLASS-RANGE.
      *    Same from-to parsing as BESTBOOKS-FINREPORT's account
      *    ranges.
            MOVE SPACES TO WS-FROM-IN WS-TO-IN
            UNSTRING WS-TOKEN DELIMITED BY "-"
               INTO WS-FROM-IN WS-TO-IN
            END-UNSTRING
            IF WS-TO-IN = SPACES
               MOVE WS-FROM-IN TO WS-TO-IN
            END-IF
            IF FUNCTION TEST-NUMVAL(WS-FROM-IN) NOT = ZERO
                  OR FUNCTION TEST-NUMVAL(WS-TO-IN) NOT = ZERO
               DISPLAY "ERROR: " FUNCTION TRIM(WS-CLASS-FILE)
                  " account range '" FUNCTION TRIM(WS-TOKEN)
                  "' is not numeric"
               MOVE "Y" TO WS-CONFIG-ERRORS
               EXIT PARAGRAPH
            END-IF
            IF WS-CLASS-COUNT >= 200
               DISPLAY "ERROR: more than 200 account ranges on "
                  FUNCTION TRIM(WS-CLASS-FILE)
               MOVE "Y" TO WS-CONFIG-ERRORS
               EXIT PARAGRAPH
            END-IF
            ADD 1 TO WS-CLASS-COUNT
            SET CL-IDX TO WS-CLASS-COUNT
            MOVE WS-CLASS-IN TO CL-CLASS(CL-IDX)
            MOVE FUNCTION NUMVAL(WS-FROM-IN) TO CL-FROM(CL-IDX)
            MOVE FUNCTION NUMVAL(WS-TO-IN) TO CL-TO(CL-IDX).

       LOAD-TARGET-FILE.
      *    The six KPI names are fixed; a missing KPITARGET.DAT just
      *    leaves every KPI unchecked.
            MOVE "CURRENT-RATIO" TO KP-NAME(1)
            MOVE "QUICK-RATIO" TO KP-NAME(2)
            MOVE "DSO" TO KP-NAME(3)
            MOVE "DPO" TO KP-NAME(4)
            MOVE "GROSS-MARGIN" TO KP-NAME(5)
            MOVE "OPERATING-MARGIN" TO KP-NAME(6)
            PERFORM VARYING KP-IDX FROM 1 BY 1 UNTIL KP-IDX > 6
               MOVE "N" TO KP-HAS-MIN(KP-IDX) KP-HAS-MAX(KP-IDX)
                  KP-KNOWN(KP-IDX, 1) KP-KNOWN(KP-IDX, 2)
               MOVE ZERO TO KP-MIN(KP-IDX) KP-MAX(KP-IDX)
                  KP-VALUE(KP-IDX, 1) KP-VALUE(KP-IDX, 2)
               MOVE SPACES TO KP-FLAG(KP-IDX)
            END-PERFORM
            MOVE "N" TO WS-FILE-EOF
            OPEN INPUT kpitarget
            IF WS-TARGET-STATUS NOT = "00"
               CLOSE kpitarget
               EXIT PARAGRAPH
            END-IF
            PERFORM WITH TEST BEFORE UNTIL FILE-EOF
               READ kpitarget
                  AT END
                     MOVE "Y" TO WS-FILE-EOF
                  NOT AT END
                     IF TARGET-LINE NOT = SPACES
                           AND TARGET-LINE(1:1) NOT = "*"
                        PERFORM STORE-TARGET-ROW
                     END-IF
               END-READ
            END-PERFORM
            CLOSE kpitarget.

       STORE-TARGET-ROW.
            MOVE SPACES TO WS-TG-NAME-IN WS-TG-MIN-IN WS-TG-MAX-IN
            UNSTRING TARGET-LINE DELIMITED BY "|"
               INTO WS-TG-NAME-IN WS-TG-MIN-IN WS-TG-MAX-IN
            END-UNSTRING
            MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(WS-TG-NAME-IN))
               TO WS-TG-NAME-IN
            SET KP-IDX TO 1
            SEARCH KPI-ENTRY
               AT END
                  DISPLAY "ERROR: " FUNCTION TRIM(WS-TARGET-FILE)
                     " names unknown KPI '"
                     FUNCTION TRIM(WS-TG-NAME-IN) "'"
                  MOVE "Y" TO WS-CONFIG-ERRORS
                  EXIT PARAGRAPH
               WHEN KP-NAME(KP-IDX) = WS-TG-NAME-IN
                  CONTINUE
            END-SEARCH
            IF WS-TG-MIN-IN NOT = SPACES
               IF FUNCTION TEST-NUMVAL(WS-TG-MIN-IN) NOT = ZERO
                  DISPLAY "ERROR: " FUNCTION TRIM(WS-TARGET-FILE)
                     " minimum for " FUNCTION TRIM(WS-TG-NAME-IN)
                     " is not numeric"
                  MOVE "Y" TO WS-CONFIG-ERRORS
               ELSE
                  MOVE FUNCTION NUMVAL(WS-TG-MIN-IN) TO KP-MIN(KP-IDX)
                  MOVE "Y" TO KP-HAS-MIN(KP-IDX)
               END-IF
            END-IF
            IF WS-TG-MAX-IN NOT = SPACES
               IF FUNCTION TEST-NUMVAL(WS-TG-MAX-IN) NOT = ZERO
                  DISPLAY "ERROR: " FUNCTION TRIM(WS-TARGET-FILE)
                     " maximum for " FUNCTION TRIM(WS-TG-NAME-IN)
                     " is not numeric"
                  MOVE "Y" TO WS-CONFIG-ERRORS
               ELSE
                  MOVE FUNCTION NUMVAL(WS-TG-MAX-IN) TO KP-MAX(KP-IDX)
                  MOVE "Y" TO KP-HAS-MAX(KP-IDX)
               END-IF
            END-IF.

       LOAD-CHART.
            MOVE "N" TO WS-FILE-EOF
            OPEN INPUT coa
            IF WS-COA-STATUS NOT = "00"
               DISPLAY "ERROR: chart of accounts "
                  FUNCTION TRIM(WS-COA-FILE)
                  " not open (status " WS-COA-STATUS ")"
               MOVE 1 TO RETURN-CODE
               STOP RUN
            END-IF
            MOVE LOW-VALUES TO accountNo
            START coa KEY IS NOT LESS THAN accountNo
               INVALID KEY
                  MOVE "Y" TO WS-FILE-EOF
            END-START
            PERFORM WITH TEST BEFORE UNTIL FILE-EOF
               READ coa NEXT RECORD
                  AT END
                     MOVE "Y" TO WS-FILE-EOF
                  NOT AT END
                     PERFORM STORE-CHART-ACCOUNT
               END-READ
            END-PERFORM
            CLOSE coa.

       STORE-CHART-ACCOUNT.
            IF WS-CHART-COUNT >= 1000
               DISPLAY "WARNING: more than 1000 chart accounts - "
                  "account " accountNo " and later ignored"
               MOVE "Y" TO WS-FILE-EOF
               EXIT PARAGRAPH
            END-IF
            ADD 1 TO WS-CHART-COUNT
            SET CH-IDX TO WS-CHART-COUNT
            MOVE accountNo TO CH-NO(CH-IDX)
            MOVE accountName TO CH-NAME(CH-IDX)
            MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(accountType))
               TO CH-TYPE(CH-IDX)
            MOVE SPACES TO CH-CLASS(CH-IDX)
            PERFORM VARYING CL-IDX FROM 1 BY 1
                  UNTIL CL-IDX > WS-CLASS-COUNT
                     OR CH-CLASS(CH-IDX) NOT = SPACES
               IF accountNo NOT < CL-FROM(CL-IDX)
                     AND accountNo NOT > CL-TO(CL-IDX)
                  MOVE CL-CLASS(CL-IDX) TO CH-CLASS(CH-IDX)
               END-IF
            END-PERFORM
            MOVE balance TO CH-BALANCE(CH-IDX, 1)
            MOVE ZERO TO CH-BALANCE(CH-IDX, 2)
               CH-NET(CH-IDX, 1) CH-NET(CH-IDX, 2)
               CH-CREDITS(CH-IDX, 1) CH-CREDITS(CH-IDX, 2).

       LOAD-BALANCE-HISTORY.
      *    Closing balances of the prior period, and the archived
      *    activity of both periods; the last row for an account and
      *    period supersedes earlier ones, so each row replaces
      *    rather than adds.
            MOVE "N" TO WS-FILE-EOF
            OPEN INPUT balhist
            IF WS-BALHIST-STATUS NOT = "00"
               CLOSE balhist
               EXIT PARAGRAPH
            END-IF
            PERFORM WITH TEST BEFORE UNTIL FILE-EOF
               READ balhist
                  AT END
                     MOVE "Y" TO WS-FILE-EOF
                  NOT AT END
                     PERFORM STORE-HISTORY-ROW
               END-READ
            END-PERFORM
            CLOSE balhist.

       STORE-HISTORY-ROW.
            MOVE SPACES TO WS-BH-YEAR-IN WS-BH-PERIOD-IN
               WS-BH-ACCTNO-IN WS-BH-NAME-IN WS-BH-OPEN-IN
               WS-BH-DEBIT-IN WS-BH-CREDIT-IN WS-BH-CLOSE-IN
            UNSTRING BALHIST-LINE DELIMITED BY "|"
               INTO WS-BH-YEAR-IN WS-BH-PERIOD-IN WS-BH-ACCTNO-IN
                    WS-BH-NAME-IN WS-BH-OPEN-IN WS-BH-DEBIT-IN
                    WS-BH-CREDIT-IN WS-BH-CLOSE-IN
            END-UNSTRING
            IF FUNCTION TEST-NUMVAL(WS-BH-YEAR-IN) NOT = ZERO
                  OR FUNCTION TEST-NUMVAL(WS-BH-PERIOD-IN) NOT = ZERO
                  OR FUNCTION TEST-NUMVAL(WS-BH-ACCTNO-IN) NOT = ZERO
                  OR FUNCTION TEST-NUMVAL(WS-BH-DEBIT-IN) NOT = ZERO
                  OR FUNCTION TEST-NUMVAL(WS-BH-CREDIT-IN) NOT = ZERO
                  OR FUNCTION TEST-NUMVAL(WS-BH-CLOSE-IN) NOT = ZERO
               EXIT PARAGRAPH
            END-IF
            MOVE ZERO TO WS-SLOT
            IF FUNCTION NUMVAL(WS-BH-YEAR-IN) = PS-YEAR(1)
                  AND FUNCTION NUMVAL(WS-BH-PERIOD-IN) = PS-PERIOD(1)
               MOVE 1 TO WS-SLOT
            END-IF
            IF FUNCTION NUMVAL(WS-BH-YEAR-IN) = PS-YEAR(2)
                  AND FUNCTION NUMVAL(WS-BH-PERIOD-IN) = PS-PERIOD(2)
               MOVE 2 TO WS-SLOT
            END-IF
            IF WS-SLOT = ZERO
               EXIT PARAGRAPH
            END-IF
            MOVE FUNCTION NUMVAL(WS-BH-ACCTNO-IN) TO WS-BH-ACCTNO
            SET CH-IDX TO 1
            SEARCH CHART-ENTRY
               AT END
                  EXIT PARAGRAPH
               WHEN CH-IDX > WS-CHART-COUNT
                  EXIT PARAGRAPH
               WHEN CH-NO(CH-IDX) = WS-BH-ACCTNO
                  CONTINUE
            END-SEARCH
            COMPUTE CH-NET(CH-IDX, WS-SLOT) =
               FUNCTION NUMVAL(WS-BH-DEBIT-IN)
                  - FUNCTION NUMVAL(WS-BH-CREDIT-IN)
            MOVE FUNCTION NUMVAL(WS-BH-CREDIT-IN)
               TO CH-CREDITS(CH-IDX, WS-SLOT)
            IF WS-SLOT = 2
               MOVE FUNCTION NUMVAL(WS-BH-CLOSE-IN)
                  TO CH-BALANCE(CH-IDX, 2)
               MOVE "Y" TO PS-HAVE-BALANCES(2)
            END-IF.

       SCAN-LIVE-LEDGER.
      *    Legs of either period not yet archived add to the history
      *    rows' activity; the leg's account is matched to the chart
      *    by name, as VALIDATE-ACCOUNT matches everywhere.
            MOVE "N" TO WS-FILE-EOF
            OPEN INPUT LEDGER
            IF WS-LEDGER-STATUS NOT = "00"
               CLOSE LEDGER
               EXIT PARAGRAPH
            END-IF
            MOVE LOW-VALUES TO TRANSACTION-ID
            START LEDGER KEY IS NOT LESS THAN TRANSACTION-ID
               INVALID KEY
                  MOVE "Y" TO WS-FILE-EOF
            END-START
            PERFORM WITH TEST BEFORE UNTIL FILE-EOF
               READ LEDGER NEXT RECORD
                  AT END
                     MOVE "Y" TO WS-FILE-EOF
                  NOT AT END
                     PERFORM TALLY-LEDGER-LEG
               END-READ
            END-PERFORM
            CLOSE LEDGER.

       TALLY-LEDGER-LEG.
            MOVE ZERO TO WS-SLOT
            IF FISCAL-YEAR = PS-YEAR(1)
                  AND ACCOUNTING-PERIOD = PS-PERIOD(1)
               MOVE 1 TO WS-SLOT
            END-IF
            IF FISCAL-YEAR = PS-YEAR(2)
                  AND ACCOUNTING-PERIOD = PS-PERIOD(2)
               MOVE 2 TO WS-SLOT
            END-IF
            IF WS-SLOT = ZERO
               EXIT PARAGRAPH
            END-IF
            PERFORM VARYING CH-IDX FROM 1 BY 1
                  UNTIL CH-IDX > WS-CHART-COUNT
               IF FUNCTION TRIM(CH-NAME(CH-IDX)) =
                     FUNCTION TRIM(ACCOUNT)
                  COMPUTE CH-NET(CH-IDX, WS-SLOT) =
                     CH-NET(CH-IDX, WS-SLOT)
                        + DEBIT OF ENTRIES - CREDIT OF ENTRIES
                  ADD CREDIT OF ENTRIES
                     TO CH-CREDITS(CH-IDX, WS-SLOT)
                  EXIT PERFORM
               END-IF
            END-PERFORM.

       SCAN-OPEN-ITEMS.
      *    Open receivables today (OPEN rows, unapplied credits
      *    included, net) and each period's invoiced revenue (the
      *    original amount of every INV# row dated in the period,
      *    open or paid).
            MOVE ZERO TO WS-OPEN-AR
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
                     PERFORM TALLY-OPEN-ITEM
               END-READ
            END-PERFORM
            CLOSE openitem.

       TALLY-OPEN-ITEM.
            MOVE SPACES TO WS-OI-REFERENCE WS-OI-CUSTOMER WS-OI-DATE
               WS-OI-ORIGINAL WS-OI-OPEN WS-OI-STATUS
            UNSTRING OPENITEM-LINE DELIMITED BY "|"
               INTO WS-OI-REFERENCE WS-OI-CUSTOMER WS-OI-DATE
                    WS-OI-ORIGINAL WS-OI-OPEN WS-OI-STATUS
            END-UNSTRING
            IF FUNCTION TRIM(WS-OI-STATUS) = "OPEN"
                  AND FUNCTION TEST-NUMVAL(WS-OI-OPEN) = ZERO
               ADD FUNCTION NUMVAL(WS-OI-OPEN) TO WS-OPEN-AR
            END-IF
            IF WS-OI-REFERENCE(1:4) = "INV#"
                  AND FUNCTION TEST-NUMVAL(WS-OI-ORIGINAL) = ZERO
               PERFORM VARYING WS-SLOT FROM 1 BY 1 UNTIL WS-SLOT > 2
                  IF WS-OI-DATE NOT < PS-START-DATE(WS-SLOT)
                        AND WS-OI-DATE NOT > PS-END-DATE(WS-SLOT)
                     ADD FUNCTION NUMVAL(WS-OI-ORIGINAL)
                        TO PS-INVOICED(WS-SLOT)
                  END-IF
               END-PERFORM
            END-IF.

       SCAN-VOUCHERS.
      *    Open payables today: bills not yet selected for payment,
      *    whether awaiting selection (OPEN) or held by the
      *    three-way match (MATCH-HOLD).
            MOVE ZERO TO WS-OPEN-AP
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
                     MOVE SPACES TO WS-VO-VOUCHER-NO WS-VO-VENDOR
                        WS-VO-INVOICE WS-VO-AMOUNT WS-VO-DUE-DATE
                        WS-VO-EXPENSE WS-VO-AP WS-VO-STATUS
                     UNSTRING VOUCHER-LINE DELIMITED BY "|"
                        INTO WS-VO-VOUCHER-NO WS-VO-VENDOR
                             WS-VO-INVOICE WS-VO-AMOUNT
                             WS-VO-DUE-DATE WS-VO-EXPENSE WS-VO-AP
                             WS-VO-STATUS
                     END-UNSTRING
                     IF (FUNCTION TRIM(WS-VO-STATUS) = "OPEN"
                           OR FUNCTION TRIM(WS-VO-STATUS)
                              = "MATCH-HOLD")
                           AND FUNCTION TEST-NUMVAL(WS-VO-AMOUNT)
                              = ZERO
                        ADD FUNCTION NUMVAL(WS-VO-AMOUNT)
                           TO WS-OPEN-AP
                     END-IF
               END-READ
            END-PERFORM
            CLOSE voucher.

       SUM-COMPONENTS.
      *    Balances carry the chart's debit-minus-credit sign, so
      *    liabilities and revenue are negated to report positive.
            INITIALIZE COMPONENT-SLOTS
            PERFORM VARYING WS-SLOT FROM 1 BY 1 UNTIL WS-SLOT > 2
               PERFORM VARYING CH-IDX FROM 1 BY 1
                     UNTIL CH-IDX > WS-CHART-COUNT
                  PERFORM SUM-ONE-ACCOUNT
               END-PERFORM
            END-PERFORM
            MOVE WS-OPEN-AR TO CP-RECEIVABLES(1)
            MOVE WS-OPEN-AP TO CP-PAYABLES(1).

       SUM-ONE-ACCOUNT.
            EVALUATE CH-TYPE(CH-IDX)
               WHEN "ASSET"
               WHEN "AR"
                  IF CH-CLASS(CH-IDX) NOT = "NONCURRENT"
                     ADD CH-BALANCE(CH-IDX, WS-SLOT)
                        TO CP-CURRENT-ASSETS(WS-SLOT)
                     IF CH-CLASS(CH-IDX) NOT = "INVENTORY"
                           AND CH-CLASS(CH-IDX) NOT = "PREPAID"
                        ADD CH-BALANCE(CH-IDX, WS-SLOT)
                           TO CP-QUICK-ASSETS(WS-SLOT)
                     END-IF
                  END-IF
                  IF CH-TYPE(CH-IDX) = "AR"
                     ADD CH-BALANCE(CH-IDX, WS-SLOT)
                        TO CP-RECEIVABLES(WS-SLOT)
                  END-IF
               WHEN "LIABILITY"
               WHEN "AP"
                  IF CH-CLASS(CH-IDX) NOT = "NONCURRENT"
                     SUBTRACT CH-BALANCE(CH-IDX, WS-SLOT)
                        FROM CP-CURRENT-LIABS(WS-SLOT)
                  END-IF
                  IF CH-TYPE(CH-IDX) = "AP"
                     SUBTRACT CH-BALANCE(CH-IDX, WS-SLOT)
                        FROM CP-PAYABLES(WS-SLOT)
                     ADD CH-CREDITS(CH-IDX, WS-SLOT)
                        TO PS-PURCHASES(WS-SLOT)
                  END-IF
               WHEN "REVENUE"
                  IF CH-CLASS(CH-IDX) NOT = "NONOPERATING"
                     SUBTRACT CH-NET(CH-IDX, WS-SLOT)
                        FROM CP-REVENUE(WS-SLOT)
                  END-IF
               WHEN "EXPENSE"
                  EVALUATE CH-CLASS(CH-IDX)
                     WHEN "COGS"
                        ADD CH-NET(CH-IDX, WS-SLOT)
                           TO CP-COGS(WS-SLOT)
                     WHEN "NONOPERATING"
                        CONTINUE
                     WHEN OTHER
                        ADD CH-NET(CH-IDX, WS-SLOT)
                           TO CP-OPEX(WS-SLOT)
                  END-EVALUATE
            END-EVALUATE.

       COMPUTE-KPIS.
      *    A KPI whose denominator is zero, or whose balances are not
      *    on file for the period, is left unknown rather than shown
      *    as zero.
            PERFORM VARYING WS-SLOT FROM 1 BY 1 UNTIL WS-SLOT > 2
               IF PS-HAVE-BALANCES(WS-SLOT) = "Y"
                  MOVE CP-CURRENT-ASSETS(WS-SLOT) TO WS-KPI-NUMERATOR
                  MOVE CP-CURRENT-LIABS(WS-SLOT)
                     TO WS-KPI-DENOMINATOR
                  SET KP-IDX TO 1
                  PERFORM SET-RATIO-VALUE
                  MOVE CP-QUICK-ASSETS(WS-SLOT) TO WS-KPI-NUMERATOR
                  SET KP-IDX TO 2
                  PERFORM SET-RATIO-VALUE
                  COMPUTE WS-KPI-NUMERATOR =
                     CP-RECEIVABLES(WS-SLOT) * PS-DAYS(WS-SLOT)
                  MOVE PS-INVOICED(WS-SLOT) TO WS-KPI-DENOMINATOR
                  SET KP-IDX TO 3
                  PERFORM SET-RATIO-VALUE
                  COMPUTE WS-KPI-NUMERATOR =
                     CP-PAYABLES(WS-SLOT) * PS-DAYS(WS-SLOT)
                  MOVE PS-PURCHASES(WS-SLOT) TO WS-KPI-DENOMINATOR
                  SET KP-IDX TO 4
                  PERFORM SET-RATIO-VALUE
               END-IF
               COMPUTE WS-KPI-NUMERATOR =
                  (CP-REVENUE(WS-SLOT) - CP-COGS(WS-SLOT)) * 100
               MOVE CP-REVENUE(WS-SLOT) TO WS-KPI-DENOMINATOR
               SET KP-IDX TO 5
               PERFORM SET-RATIO-VALUE
               COMPUTE WS-KPI-NUMERATOR =
                  (CP-REVENUE(WS-SLOT) - CP-COGS(WS-SLOT)
                     - CP-OPEX(WS-SLOT)) * 100
               SET KP-IDX TO 6
               PERFORM SET-RATIO-VALUE
            END-PERFORM.

       SET-RATIO-VALUE.
            IF WS-KPI-DENOMINATOR > ZERO
               COMPUTE KP-VALUE(KP-IDX, WS-SLOT) ROUNDED =
                  WS-KPI-NUMERATOR / WS-KPI-DENOMINATOR
                  ON SIZE ERROR
                     MOVE "N" TO KP-KNOWN(KP-IDX, WS-SLOT)
                  NOT ON SIZE ERROR
                     MOVE "Y" TO KP-KNOWN(KP-IDX, WS-SLOT)
               END-COMPUTE
            END-IF.

       CHECK-TARGETS.
      *    Only the current period is checked - the prior column is
      *    there for comparison.
            MOVE ZERO TO WS-OUT-OF-RANGE
            PERFORM VARYING KP-IDX FROM 1 BY 1 UNTIL KP-IDX > 6
               IF KP-KNOWN(KP-IDX, 1) = "Y"
                  IF KP-HAS-MIN(KP-IDX) = "Y"
                        AND KP-VALUE(KP-IDX, 1) < KP-MIN(KP-IDX)
                     MOVE "LOW" TO KP-FLAG(KP-IDX)
                     ADD 1 TO WS-OUT-OF-RANGE
                  END-IF
                  IF KP-HAS-MAX(KP-IDX) = "Y"
                        AND KP-VALUE(KP-IDX, 1) > KP-MAX(KP-IDX)
                     MOVE "HIGH" TO KP-FLAG(KP-IDX)
                     ADD 1 TO WS-OUT-OF-RANGE
                  END-IF
                  IF KP-FLAG(KP-IDX) = SPACES
                        AND (KP-HAS-MIN(KP-IDX) = "Y"
                           OR KP-HAS-MAX(KP-IDX) = "Y")
                     MOVE "OK" TO KP-FLAG(KP-IDX)
                  END-IF
               ELSE
                  IF KP-HAS-MIN(KP-IDX) = "Y"
                        OR KP-HAS-MAX(KP-IDX) = "Y"
                     MOVE "NO DATA" TO KP-FLAG(KP-IDX)
                  END-IF
               END-IF
            END-PERFORM.

       PRINT-KPI-REPORT.
            DISPLAY " "
            MOVE PS-YEAR(1) TO RPT-PD-YEAR
            MOVE PS-PERIOD(1) TO RPT-PD-PERIOD
            DISPLAY "FINANCIAL KPI REPORT - PERIOD " RPT-PERIOD-ED
               " (" PS-START-DATE(1) " to " PS-END-DATE(1) ")"
               WITH NO ADVANCING
            MOVE PS-YEAR(2) TO RPT-PD-YEAR
            MOVE PS-PERIOD(2) TO RPT-PD-PERIOD
            DISPLAY " vs PRIOR " RPT-PERIOD-ED
            DISPLAY "==========================================="
               "==================================="
            DISPLAY "KPI                   CURRENT        PRIOR"
               "      MINIMUM      MAXIMUM  STATUS"
            DISPLAY "-------------------------------------------"
               "-----------------------------------"
            PERFORM VARYING KP-IDX FROM 1 BY 1 UNTIL KP-IDX > 6
               MOVE KP-NAME(KP-IDX) TO RPT-KPI-NAME
               IF KP-KNOWN(KP-IDX, 1) = "Y"
                  MOVE KP-VALUE(KP-IDX, 1) TO RPT-KPI-CURRENT
               ELSE
                  MOVE "        n/a" TO RPT-KPI-CURRENT-X
               END-IF
               IF KP-KNOWN(KP-IDX, 2) = "Y"
                  MOVE KP-VALUE(KP-IDX, 2) TO RPT-KPI-PRIOR
               ELSE
                  MOVE "        n/a" TO RPT-KPI-PRIOR-X
               END-IF
               IF KP-HAS-MIN(KP-IDX) = "Y"
                  MOVE KP-MIN(KP-IDX) TO RPT-KPI-MIN
               ELSE
                  MOVE SPACES TO RPT-KPI-MIN-X
               END-IF
               IF KP-HAS-MAX(KP-IDX) = "Y"
                  MOVE KP-MAX(KP-IDX) TO RPT-KPI-MAX
               ELSE
                  MOVE SPACES TO RPT-KPI-MAX-X
               END-IF
               MOVE KP-FLAG(KP-IDX) TO RPT-KPI-FLAG
               DISPLAY RPT-KPI-LINE
            END-PERFORM
            DISPLAY " "
            DISPLAY "COMPONENTS                            CURRENT"
               "            PRIOR"
            DISPLAY "-------------------------------------------"
               "-----------------------------------"
            MOVE "Current assets" TO RPT-CP-NAME
            MOVE CP-CURRENT-ASSETS(1) TO RPT-CP-CURRENT
            MOVE CP-CURRENT-ASSETS(2) TO RPT-CP-PRIOR
            PERFORM PRINT-BALANCE-COMPONENT
            MOVE "Quick assets" TO RPT-CP-NAME
            MOVE CP-QUICK-ASSETS(1) TO RPT-CP-CURRENT
            MOVE CP-QUICK-ASSETS(2) TO RPT-CP-PRIOR
            PERFORM PRINT-BALANCE-COMPONENT
            MOVE "Current liabilities" TO RPT-CP-NAME
            MOVE CP-CURRENT-LIABS(1) TO RPT-CP-CURRENT
            MOVE CP-CURRENT-LIABS(2) TO RPT-CP-PRIOR
            PERFORM PRINT-BALANCE-COMPONENT
            MOVE "Receivables" TO RPT-CP-NAME
            MOVE CP-RECEIVABLES(1) TO RPT-CP-CURRENT
            MOVE CP-RECEIVABLES(2) TO RPT-CP-PRIOR
            PERFORM PRINT-BALANCE-COMPONENT
            MOVE "Payables" TO RPT-CP-NAME
            MOVE CP-PAYABLES(1) TO RPT-CP-CURRENT
            MOVE CP-PAYABLES(2) TO RPT-CP-PRIOR
            PERFORM PRINT-BALANCE-COMPONENT
            MOVE "Invoiced revenue" TO RPT-CP-NAME
            MOVE PS-INVOICED(1) TO RPT-CP-CURRENT
            MOVE PS-INVOICED(2) TO RPT-CP-PRIOR
            DISPLAY RPT-COMPONENT-LINE
            MOVE "Purchases" TO RPT-CP-NAME
            MOVE PS-PURCHASES(1) TO RPT-CP-CURRENT
            MOVE PS-PURCHASES(2) TO RPT-CP-PRIOR
            DISPLAY RPT-COMPONENT-LINE
            MOVE "Revenue" TO RPT-CP-NAME
            MOVE CP-REVENUE(1) TO RPT-CP-CURRENT
            MOVE CP-REVENUE(2) TO RPT-CP-PRIOR
            DISPLAY RPT-COMPONENT-LINE
            MOVE "Cost of sales" TO RPT-CP-NAME
            MOVE CP-COGS(1) TO RPT-CP-CURRENT
            MOVE CP-COGS(2) TO RPT-CP-PRIOR
            DISPLAY RPT-COMPONENT-LINE
            MOVE "Operating expenses" TO RPT-CP-NAME
            MOVE CP-OPEX(1) TO RPT-CP-CURRENT
            MOVE CP-OPEX(2) TO RPT-CP-PRIOR
            DISPLAY RPT-COMPONENT-LINE
            DISPLAY "==========================================="
               "==================================="
            IF PS-HAVE-BALANCES(2) NOT = "Y"
               DISPLAY "NOTE: no " FUNCTION TRIM(WS-BALHIST-FILE)
                  " rows for the prior period - its balance-based "
                  "KPIs are not available"
            END-IF
            IF WS-OUT-OF-RANGE > ZERO
               DISPLAY "ALERT: " WS-OUT-OF-RANGE
                  " KPI(s) outside their target range"
            END-IF.

       PRINT-BALANCE-COMPONENT.
            IF PS-HAVE-BALANCES(2) NOT = "Y"
               MOVE "            n/a" TO RPT-CP-PRIOR-X
            END-IF
            DISPLAY RPT-COMPONENT-LINE.

       LOAD-FISCAL-CALENDAR.
      *    A missing/empty FISCALCAL.DAT just leaves the table empty,
      *    so DERIVE-FISCAL-PERIOD falls back to calendar months.
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

       DERIVE-FISCAL-PERIOD.
      *    Maps the YYYY-MM-DD date in WS-FC-LOOKUP-DATE to the
      *    fiscal year/period whose start/end span covers it; with no
      *    calendar on file, or no row covering the date, the calendar
      *    year/month applies.
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

       END PROGRAM BESTBOOKS-KPI.
