       IDENTIFICATION DIVISION.
       PROGRAM-ID. BESTBOOKS-FINREPORT.
       AUTHOR. PRESSPAGE ENTERTAINMENT INC dba PINGLEWARE.
      *----------------------------------------------------------------
      * User-defined financial statements. BESTBOOKS-FINANCIALS and
      * BESTBOOKS-CONSOLIDATE group the chart only by its 10-byte
      * accountType; this report renders whatever statement the
      * operators lay out on FINREPORT.DAT - "Operating expenses -
      * facilities", "EBITDA", a board package P&L - straight from the
      * BESTBOOKS.DAT balances. Each row of a statement is one of
      *
      *   HEADING   a caption line, no amounts;
      *   BLANK     an empty line;
      *   ACCOUNTS  the caption and the summed balances of the chart
      *             accounts named by accountNo range and/or list,
      *             e.g. 500000-509999,512300;
      *   SUBTOTAL  the ACCOUNTS rows since the last HEADING or
      *             SUBTOTAL, or the lines named in TOTAL-OF;
      *   TOTAL     the lines named in TOTAL-OF (a leading "-"
      *             subtracts the line, e.g. 100,-200 for revenue
      *             less expenses), or every ACCOUNTS row above when
      *             TOTAL-OF is blank;
      *   SCOPE     not printed: the accountTypes the statement must
      *             account for, e.g. REVENUE,EXPENSE - every chart
      *             account of those types that no ACCOUNTS row
      *             covers is listed as an exception (and the run
      *             exits nonzero) so a newly added account never
      *             silently drops off the statement. Without a SCOPE
      *             row the whole chart is in scope.
      *
      * SIGN "-" flips a row's amounts (a contra account, or an
      * expense total shown as a deduction); blank or "+" leaves the
      * chart's natural balance. Rows print in file order.
      *
      * Optional columns: a comparative column from a second chart
      * file (an archived prior-year BESTBOOKS.DAT, the file
      * BESTBOOKS-FINANCIALS' COMPARE mode takes), and a budget
      * column with the variance against it, the BUDGET.DAT amounts
      * for a fiscal year summed period 1 through the given period -
      * year to date, the same span the chart balances cover between
      * closes.
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL coa
               ASSIGN TO WS-COA-FILE
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS accountNo OF bestbooks-record
                   FILE STATUS IS WS-COA-STATUS.

           SELECT OPTIONAL budget
               ASSIGN TO WS-BUDGET-FILE
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS budget-key
                   FILE STATUS IS WS-BUDGET-STATUS.

           SELECT OPTIONAL reportdef
               ASSIGN TO WS-DEFINITION-FILE
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-DEFINITION-STATUS.

       DATA DIVISION.
       FILE SECTION.
            FD coa.
            COPY "coa-record.cpy".

            FD budget.
            COPY "budget-record.cpy".

      *    FINREPORT.DAT line layout, pipe-delimited: STATEMENT-ID|
      *    LINE-NO|ROW-TYPE|CAPTION|ACCOUNTS|SIGN|TOTAL-OF - ACCOUNTS
      *    holds accountNo ranges/lists for an ACCOUNTS row and
      *    accountTypes for a SCOPE row; TOTAL-OF holds LINE-NOs.
            FD reportdef.
            01 DEFINITION-LINE       PIC X(250).

       WORKING-STORAGE SECTION.
            01 WS-COA-FILE          PIC X(64) VALUE "BESTBOOKS.DAT".
            01 WS-CURRENT-COA-FILE  PIC X(64) VALUE SPACES.
            01 WS-PRIOR-COA-FILE    PIC X(64) VALUE SPACES.
            01 WS-BUDGET-FILE       PIC X(64) VALUE "BUDGET.DAT".
            01 WS-DEFINITION-FILE   PIC X(64) VALUE "FINREPORT.DAT".
            01 WS-COA-STATUS        PIC XX.
            01 WS-BUDGET-STATUS     PIC XX.
            01 WS-DEFINITION-STATUS PIC XX.
            01 WS-FILE-EOF          PIC X VALUE "N".
                  88  FILE-AT-END   VALUE "Y".

      *    arg 2: the statement to render.
            01 WS-STATEMENT-ID      PIC X(12) VALUE SPACES.
            01 WS-YEAR-IN           PIC X(4) VALUE SPACES.
            01 WS-PERIOD-IN         PIC X(2) VALUE SPACES.
            01 WS-BUDGET-YEAR       PIC 9(4) VALUE ZERO.
            01 WS-BUDGET-PERIOD     PIC 99 VALUE ZERO.
            01 WS-SHOW-PRIOR        PIC X VALUE "N".
                  88  SHOW-PRIOR    VALUE "Y".
            01 WS-SHOW-BUDGET       PIC X VALUE "N".
                  88  SHOW-BUDGET   VALUE "Y".
            01 WS-DEF-ERRORS        PIC X VALUE "N".
                  88  DEFINITION-HAS-ERRORS  VALUE "Y".

      *    one FINREPORT.DAT row, unpacked.
            01 WS-DF-ID-IN          PIC X(12).
            01 WS-DF-LINE-IN        PIC X(6).
            01 WS-DF-TYPE-IN        PIC X(10).
            01 WS-DF-CAPTION-IN     PIC X(40).
            01 WS-DF-ACCOUNTS-IN    PIC X(100).
            01 WS-DF-SIGN-IN        PIC X(2).
            01 WS-DF-TOTAL-OF-IN    PIC X(60).

      *    the statement's rows, in file order.
            01 ROW-TABLE.
               02 ROW-ENTRY OCCURS 200 TIMES
                     INDEXED BY RW-IDX RW-REF-IDX.
                  03 RW-LINE          PIC 9(4).
                  03 RW-TYPE          PIC X(8).
                  03 RW-CAPTION       PIC X(40).
                  03 RW-SIGN          PIC S9 VALUE +1.
                  03 RW-TOTAL-OF      PIC X(60).
                  03 RW-CURRENT       PIC S9(11)V99.
                  03 RW-PRIOR         PIC S9(11)V99.
                  03 RW-BUDGET        PIC S9(11)V99.
            01 WS-ROW-COUNT         PIC 9(4) VALUE ZERO.
            01 WS-STATEMENT-COUNT   PIC 9(4) VALUE ZERO.

      *    accountNo ranges of the ACCOUNTS rows.
            01 RANGE-TABLE.
               02 RANGE-ENTRY OCCURS 1000 TIMES
                     INDEXED BY RG-IDX.
                  03 RG-ROW           PIC 9(4).
                  03 RG-FROM          PIC 9(6).
                  03 RG-TO            PIC 9(6).
            01 WS-RANGE-COUNT       PIC 9(4) VALUE ZERO.

      *    accountTypes of the SCOPE row; none means the whole chart.
            01 SCOPE-TABLE.
               02 SCOPE-ENTRY OCCURS 20 TIMES
                     INDEXED BY SP-IDX.
                  03 SP-TYPE          PIC X(10).
            01 WS-SCOPE-COUNT       PIC 99 VALUE ZERO.

      *    the current chart, with how many rows cover each account.
            01 ACCOUNT-TABLE.
               02 ACCOUNT-ENTRY OCCURS 1000 TIMES
                     INDEXED BY AC-IDX.
                  03 AC-NO            PIC 9(6).
                  03 AC-NAME          PIC X(30).
                  03 AC-TYPE          PIC X(10).
                  03 AC-BALANCE       PIC S9(9)V99.
                  03 AC-COVERED       PIC 99.
            01 WS-ACCOUNT-COUNT     PIC 9(4) VALUE ZERO.

      *    one balance handed to MAP-ACCOUNT-AMOUNT.
            01 WS-MAP-ACCOUNT-NO    PIC 9(6).
            01 WS-MAP-AMOUNT        PIC S9(11)V99.
            01 WS-MAP-COLUMN        PIC X.
            01 WS-MAP-LAST-ROW      PIC 9(4).
            01 WS-MAP-HITS          PIC 99.

      *    budget year to date per account.
            01 BUDGET-TABLE.
               02 BUDGET-ENTRY OCCURS 1000 TIMES
                     INDEXED BY BG-IDX.
                  03 BG-NO            PIC 9(6).
                  03 BG-AMOUNT        PIC S9(11)V99.
            01 WS-BUDGET-COUNT      PIC 9(4) VALUE ZERO.
            01 WS-FOUND             PIC X VALUE "N".
                  88  ROW-FOUND     VALUE "Y".

      *    list parsing for ACCOUNTS, SCOPE and TOTAL-OF.
            01 WS-LIST              PIC X(100).
            01 WS-LIST-PTR          PIC 999.
            01 WS-TOKEN             PIC X(20).
            01 WS-FROM-IN           PIC X(10).
            01 WS-TO-IN             PIC X(10).
            01 WS-REF-LINE          PIC 9(4).
            01 WS-REF-SIGN          PIC S9.
            01 WS-SECTION-START     PIC 9(4) VALUE 1.
            01 WS-EXCEPTION-COUNT   PIC 9(4) VALUE ZERO.
            01 WS-DOUBLE-COUNT      PIC 9(4) VALUE ZERO.
            01 WS-IN-SCOPE          PIC X VALUE "N".
                  88  ACCOUNT-IN-SCOPE  VALUE "Y".

            01 RPT-LINE.
               02 RPT-CAPTION        PIC X(42).
               02 RPT-CURRENT        PIC ----,---,--9.99.
               02 RPT-PRIOR          PIC ----,---,--9.99.
               02 RPT-BUDGET         PIC ----,---,--9.99.
               02 RPT-VARIANCE       PIC ----,---,--9.99.
            01 RPT-HEADER.
               02 FILLER             PIC X(42) VALUE SPACES.
               02 RPT-HDR-CURRENT    PIC X(15) VALUE "        CURRENT".
               02 RPT-HDR-PRIOR      PIC X(15) VALUE "    COMPARATIVE".
               02 RPT-HDR-BUDGET     PIC X(15) VALUE "     BUDGET YTD".
               02 RPT-HDR-VARIANCE   PIC X(15) VALUE "       VARIANCE".
            01 RPT-RULE.
               02 FILLER             PIC X(42) VALUE SPACES.
               02 RPT-RULE-CURRENT   PIC X(15).
               02 RPT-RULE-PRIOR     PIC X(15).
               02 RPT-RULE-BUDGET    PIC X(15).
               02 RPT-RULE-VARIANCE  PIC X(15).
            01 RPT-EXCEPTION.
               02 FILLER             PIC X(2) VALUE SPACES.
               02 RPT-EX-NO          PIC 9(6).
               02 FILLER             PIC X(2) VALUE SPACES.
               02 RPT-EX-NAME        PIC X(30).
               02 FILLER             PIC X(1) VALUE SPACES.
               02 RPT-EX-TYPE        PIC X(10).
               02 RPT-EX-BALANCE     PIC ----,---,--9.99.
               02 FILLER             PIC X(2) VALUE SPACES.
               02 RPT-EX-NOTE        PIC X(20).

       PROCEDURE DIVISION.
       BEGIN.
            PERFORM GET-RUNTIME-ARGUMENTS.

            IF WS-STATEMENT-ID = SPACES
               DISPLAY "Usage: BESTBOOKS-FINREPORT [definition-file] "
                  "<statement-id> [coa] [comparative-coa] "
                  "[budget-year] [budget-period] [budget-file]"
               PERFORM LIST-STATEMENTS
               MOVE 1 TO RETURN-CODE
               STOP RUN
            END-IF.

            PERFORM LOAD-DEFINITION.
            IF WS-ROW-COUNT = ZERO
               DISPLAY "ERROR: statement '"
                  FUNCTION TRIM(WS-STATEMENT-ID) "' is not defined on "
                  FUNCTION TRIM(WS-DEFINITION-FILE)
               MOVE 1 TO RETURN-CODE
               STOP RUN
            END-IF.
            IF DEFINITION-HAS-ERRORS
               DISPLAY "ERROR: statement '"
                  FUNCTION TRIM(WS-STATEMENT-ID) "' not printed - "
                  "correct the definition errors above"
               MOVE 1 TO RETURN-CODE
               STOP RUN
            END-IF.

            PERFORM LOAD-CURRENT-CHART.
            IF SHOW-PRIOR
               PERFORM MAP-PRIOR-CHART
            END-IF.
            IF SHOW-BUDGET
               PERFORM LOAD-BUDGET-YTD
            END-IF.
            PERFORM COMPUTE-TOTAL-ROWS.
            PERFORM PRINT-STATEMENT.
            PERFORM PRINT-EXCEPTIONS.
            STOP RUN.

       GET-RUNTIME-ARGUMENTS.
      *    arg 1 (optional): definition file, default FINREPORT.DAT.
      *    arg 2 (required): statement id; left off, the defined
      *    statements are listed.
      *    arg 3 (optional): chart-of-accounts file, default
      *    BESTBOOKS.DAT.
      *    arg 4 (optional): comparative chart-of-accounts file.
      *    args 5-6 (optional): budget fiscal year (YYYY) and
      *    through-period (01-12); both given adds the budget and
      *    variance columns.
      *    arg 7 (optional): budget file, default BUDGET.DAT.
            ACCEPT WS-DEFINITION-FILE FROM ARGUMENT-VALUE
            IF WS-DEFINITION-FILE = SPACES
               MOVE "FINREPORT.DAT" TO WS-DEFINITION-FILE
            END-IF
            ACCEPT WS-STATEMENT-ID FROM ARGUMENT-VALUE
            MOVE FUNCTION UPPER-CASE(WS-STATEMENT-ID)
               TO WS-STATEMENT-ID
            ACCEPT WS-CURRENT-COA-FILE FROM ARGUMENT-VALUE
            IF WS-CURRENT-COA-FILE = SPACES
               MOVE "BESTBOOKS.DAT" TO WS-CURRENT-COA-FILE
            END-IF
            ACCEPT WS-PRIOR-COA-FILE FROM ARGUMENT-VALUE
            IF WS-PRIOR-COA-FILE NOT = SPACES
               MOVE "Y" TO WS-SHOW-PRIOR
            END-IF
            ACCEPT WS-YEAR-IN FROM ARGUMENT-VALUE
            ACCEPT WS-PERIOD-IN FROM ARGUMENT-VALUE
            IF WS-YEAR-IN NOT = SPACES AND WS-PERIOD-IN NOT = SPACES
               IF FUNCTION TEST-NUMVAL(WS-YEAR-IN) = ZERO
                     AND FUNCTION TEST-NUMVAL(WS-PERIOD-IN) = ZERO
                  MOVE FUNCTION NUMVAL(WS-YEAR-IN) TO WS-BUDGET-YEAR
                  MOVE FUNCTION NUMVAL(WS-PERIOD-IN)
                     TO WS-BUDGET-PERIOD
                  MOVE "Y" TO WS-SHOW-BUDGET
               ELSE
                  DISPLAY "WARNING: budget year '"
                     FUNCTION TRIM(WS-YEAR-IN) "' / period '"
                     FUNCTION TRIM(WS-PERIOD-IN)
                     "' not numeric, budget column left off"
               END-IF
            END-IF
            ACCEPT WS-BUDGET-FILE FROM ARGUMENT-VALUE
            IF WS-BUDGET-FILE = SPACES
               MOVE "BUDGET.DAT" TO WS-BUDGET-FILE
            END-IF.

       LIST-STATEMENTS.
      *    One line per statement id on the definition file.
            MOVE ZERO TO WS-STATEMENT-COUNT
            MOVE SPACES TO WS-STATEMENT-ID
            OPEN INPUT reportdef
            IF WS-DEFINITION-STATUS = "35"
               CLOSE reportdef
               EXIT PARAGRAPH
            END-IF
            DISPLAY "Statements on " FUNCTION TRIM(WS-DEFINITION-FILE)
               ":"
            MOVE "N" TO WS-FILE-EOF
            PERFORM WITH TEST BEFORE UNTIL FILE-AT-END
               READ reportdef
                  AT END
                     MOVE "Y" TO WS-FILE-EOF
                  NOT AT END
                     MOVE SPACES TO WS-DF-ID-IN
                     UNSTRING DEFINITION-LINE DELIMITED BY "|"
                        INTO WS-DF-ID-IN
                     END-UNSTRING
                     MOVE FUNCTION UPPER-CASE(WS-DF-ID-IN)
                        TO WS-DF-ID-IN
                     IF WS-DF-ID-IN NOT = SPACES
                           AND WS-DF-ID-IN(1:1) NOT = "*"
                           AND WS-DF-ID-IN NOT = WS-STATEMENT-ID
                        DISPLAY "  " WS-DF-ID-IN
                        MOVE WS-DF-ID-IN TO WS-STATEMENT-ID
                        ADD 1 TO WS-STATEMENT-COUNT
                     END-IF
               END-READ
            END-PERFORM
            CLOSE reportdef.

       LOAD-DEFINITION.
      *    The rows of WS-STATEMENT-ID, checked as they load; a row
      *    starting with "*" is a comment.
            MOVE ZERO TO WS-ROW-COUNT WS-RANGE-COUNT WS-SCOPE-COUNT
            OPEN INPUT reportdef
            IF WS-DEFINITION-STATUS = "35"
               CLOSE reportdef
               EXIT PARAGRAPH
            END-IF
            MOVE "N" TO WS-FILE-EOF
            PERFORM WITH TEST BEFORE UNTIL FILE-AT-END
               READ reportdef
                  AT END
                     MOVE "Y" TO WS-FILE-EOF
                  NOT AT END
                     IF DEFINITION-LINE NOT = SPACES
                           AND DEFINITION-LINE(1:1) NOT = "*"
                        PERFORM STORE-DEFINITION-ROW
                     END-IF
               END-READ
            END-PERFORM
            CLOSE reportdef.

       STORE-DEFINITION-ROW.
            MOVE SPACES TO WS-DF-ID-IN WS-DF-LINE-IN WS-DF-TYPE-IN
               WS-DF-CAPTION-IN WS-DF-ACCOUNTS-IN WS-DF-SIGN-IN
               WS-DF-TOTAL-OF-IN
            UNSTRING DEFINITION-LINE DELIMITED BY "|"
               INTO WS-DF-ID-IN WS-DF-LINE-IN WS-DF-TYPE-IN
                    WS-DF-CAPTION-IN WS-DF-ACCOUNTS-IN WS-DF-SIGN-IN
                    WS-DF-TOTAL-OF-IN
            END-UNSTRING
            MOVE FUNCTION UPPER-CASE(WS-DF-ID-IN) TO WS-DF-ID-IN
            IF WS-DF-ID-IN NOT = WS-STATEMENT-ID
               EXIT PARAGRAPH
            END-IF
            MOVE FUNCTION UPPER-CASE(WS-DF-TYPE-IN) TO WS-DF-TYPE-IN
            IF FUNCTION TEST-NUMVAL(WS-DF-LINE-IN) NOT = ZERO
               DISPLAY "ERROR: line number '"
                  FUNCTION TRIM(WS-DF-LINE-IN) "' is not numeric: "
                  FUNCTION TRIM(DEFINITION-LINE)
               MOVE "Y" TO WS-DEF-ERRORS
               EXIT PARAGRAPH
            END-IF
            IF WS-DF-TYPE-IN = "SCOPE"
               MOVE WS-DF-ACCOUNTS-IN TO WS-LIST
               PERFORM PARSE-SCOPE-LIST
               EXIT PARAGRAPH
            END-IF
            IF WS-DF-TYPE-IN NOT = "HEADING" AND NOT = "BLANK"
                  AND NOT = "ACCOUNTS" AND NOT = "SUBTOTAL"
                  AND NOT = "TOTAL"
               DISPLAY "ERROR: unknown row type '"
                  FUNCTION TRIM(WS-DF-TYPE-IN) "' on line "
                  FUNCTION TRIM(WS-DF-LINE-IN)
               MOVE "Y" TO WS-DEF-ERRORS
               EXIT PARAGRAPH
            END-IF
            IF WS-ROW-COUNT >= 200
               DISPLAY "ERROR: more than 200 rows on statement "
                  FUNCTION TRIM(WS-STATEMENT-ID)
               MOVE "Y" TO WS-DEF-ERRORS
               EXIT PARAGRAPH
            END-IF
            ADD 1 TO WS-ROW-COUNT
            SET RW-IDX TO WS-ROW-COUNT
            MOVE FUNCTION NUMVAL(WS-DF-LINE-IN) TO RW-LINE(RW-IDX)
            MOVE WS-DF-TYPE-IN TO RW-TYPE(RW-IDX)
            MOVE WS-DF-CAPTION-IN TO RW-CAPTION(RW-IDX)
            MOVE WS-DF-TOTAL-OF-IN TO RW-TOTAL-OF(RW-IDX)
            MOVE ZERO TO RW-CURRENT(RW-IDX) RW-PRIOR(RW-IDX)
               RW-BUDGET(RW-IDX)
            IF FUNCTION TRIM(WS-DF-SIGN-IN) = "-"
               MOVE -1 TO RW-SIGN(RW-IDX)
            ELSE
               MOVE +1 TO RW-SIGN(RW-IDX)
            END-IF
            IF WS-DF-TYPE-IN = "ACCOUNTS"
               IF WS-DF-ACCOUNTS-IN = SPACES
                  DISPLAY "ERROR: line " FUNCTION TRIM(WS-DF-LINE-IN)
                     " names no accounts"
                  MOVE "Y" TO WS-DEF-ERRORS
               ELSE
                  MOVE WS-DF-ACCOUNTS-IN TO WS-LIST
                  PERFORM PARSE-ACCOUNT-LIST
               END-IF
            END-IF.

       PARSE-ACCOUNT-LIST.
      *    WS-LIST holds comma-separated accountNos and from-to
      *    ranges for row RW-IDX.
            MOVE 1 TO WS-LIST-PTR
            PERFORM UNTIL WS-LIST-PTR > 100
               MOVE SPACES TO WS-TOKEN
               UNSTRING WS-LIST DELIMITED BY ","
                  INTO WS-TOKEN
                  WITH POINTER WS-LIST-PTR
               END-UNSTRING
               IF WS-TOKEN NOT = SPACES
                  PERFORM STORE-ACCOUNT-RANGE
               END-IF
            END-PERFORM.

       STORE-ACCOUNT-RANGE.
            MOVE SPACES TO WS-FROM-IN WS-TO-IN
            UNSTRING WS-TOKEN DELIMITED BY "-"
               INTO WS-FROM-IN WS-TO-IN
            END-UNSTRING
            IF WS-TO-IN = SPACES
               MOVE WS-FROM-IN TO WS-TO-IN
            END-IF
            IF FUNCTION TEST-NUMVAL(WS-FROM-IN) NOT = ZERO
                  OR FUNCTION TEST-NUMVAL(WS-TO-IN) NOT = ZERO
               DISPLAY "ERROR: line " RW-LINE(RW-IDX)
                  " account range '" FUNCTION TRIM(WS-TOKEN)
                  "' is not numeric"
               MOVE "Y" TO WS-DEF-ERRORS
               EXIT PARAGRAPH
            END-IF
            IF WS-RANGE-COUNT >= 1000
               DISPLAY "ERROR: more than 1000 account ranges on "
                  "statement " FUNCTION TRIM(WS-STATEMENT-ID)
               MOVE "Y" TO WS-DEF-ERRORS
               EXIT PARAGRAPH
            END-IF
            ADD 1 TO WS-RANGE-COUNT
            SET RG-IDX TO WS-RANGE-COUNT
            SET RG-ROW(RG-IDX) TO RW-IDX
            MOVE FUNCTION NUMVAL(WS-FROM-IN) TO RG-FROM(RG-IDX)
            MOVE FUNCTION NUMVAL(WS-TO-IN) TO RG-TO(RG-IDX)
            IF RG-FROM(RG-IDX) > RG-TO(RG-IDX)
               DISPLAY "ERROR: line " RW-LINE(RW-IDX)
                  " account range '" FUNCTION TRIM(WS-TOKEN)
                  "' runs backwards"
               MOVE "Y" TO WS-DEF-ERRORS
            END-IF.

       PARSE-SCOPE-LIST.
            MOVE 1 TO WS-LIST-PTR
            PERFORM UNTIL WS-LIST-PTR > 100
               MOVE SPACES TO WS-TOKEN
               UNSTRING WS-LIST DELIMITED BY ","
                  INTO WS-TOKEN
                  WITH POINTER WS-LIST-PTR
               END-UNSTRING
               IF WS-TOKEN NOT = SPACES AND WS-SCOPE-COUNT < 20
                  ADD 1 TO WS-SCOPE-COUNT
                  MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(WS-TOKEN))
                     TO SP-TYPE(WS-SCOPE-COUNT)
               END-IF
            END-PERFORM.

       LOAD-CURRENT-CHART.
      *    Every chart account into ACCOUNT-TABLE, its balance mapped
      *    onto the rows that cover it.
            MOVE ZERO TO WS-ACCOUNT-COUNT
            MOVE WS-CURRENT-COA-FILE TO WS-COA-FILE
            MOVE "C" TO WS-MAP-COLUMN
            OPEN INPUT coa
            IF WS-COA-STATUS = "35"
               DISPLAY "WARNING: " FUNCTION TRIM(WS-COA-FILE)
                  " not found"
               CLOSE coa
               EXIT PARAGRAPH
            END-IF
            MOVE LOW-VALUES TO accountNo OF bestbooks-record
            MOVE "N" TO WS-FILE-EOF
            START coa KEY IS NOT LESS THAN
                  accountNo OF bestbooks-record
               INVALID KEY
                  MOVE "Y" TO WS-FILE-EOF
            END-START
            PERFORM UNTIL FILE-AT-END
               READ coa NEXT RECORD
                  AT END
                     MOVE "Y" TO WS-FILE-EOF
                  NOT AT END
                     PERFORM STORE-CHART-ACCOUNT
               END-READ
            END-PERFORM
            CLOSE coa.

       STORE-CHART-ACCOUNT.
            MOVE accountNo OF bestbooks-record TO WS-MAP-ACCOUNT-NO
            MOVE balance TO WS-MAP-AMOUNT
            PERFORM MAP-ACCOUNT-AMOUNT
            IF WS-ACCOUNT-COUNT >= 1000
               DISPLAY "WARNING: more than 1000 chart accounts, "
                  "account " accountNo OF bestbooks-record
                  " left out of the exception check"
               EXIT PARAGRAPH
            END-IF
            ADD 1 TO WS-ACCOUNT-COUNT
            SET AC-IDX TO WS-ACCOUNT-COUNT
            MOVE accountNo OF bestbooks-record TO AC-NO(AC-IDX)
            MOVE accountName TO AC-NAME(AC-IDX)
            MOVE accountType TO AC-TYPE(AC-IDX)
            MOVE balance TO AC-BALANCE(AC-IDX)
            MOVE WS-MAP-HITS TO AC-COVERED(AC-IDX).

       MAP-PRIOR-CHART.
      *    The comparative chart, reassigned and reopened the way
      *    BESTBOOKS-FINANCIALS' COMPARE mode reads it.
            MOVE WS-PRIOR-COA-FILE TO WS-COA-FILE
            MOVE "P" TO WS-MAP-COLUMN
            OPEN INPUT coa
            IF WS-COA-STATUS = "35"
               DISPLAY "WARNING: " FUNCTION TRIM(WS-COA-FILE)
                  " not found, comparative column will read zero"
               CLOSE coa
               EXIT PARAGRAPH
            END-IF
            MOVE LOW-VALUES TO accountNo OF bestbooks-record
            MOVE "N" TO WS-FILE-EOF
            START coa KEY IS NOT LESS THAN
                  accountNo OF bestbooks-record
               INVALID KEY
                  MOVE "Y" TO WS-FILE-EOF
            END-START
            PERFORM UNTIL FILE-AT-END
               READ coa NEXT RECORD
                  AT END
                     MOVE "Y" TO WS-FILE-EOF
                  NOT AT END
                     MOVE accountNo OF bestbooks-record
                        TO WS-MAP-ACCOUNT-NO
                     MOVE balance TO WS-MAP-AMOUNT
                     PERFORM MAP-ACCOUNT-AMOUNT
               END-READ
            END-PERFORM
            CLOSE coa.

       LOAD-BUDGET-YTD.
      *    BUDGET.DAT periods 1 through the budget period of the
      *    budget year, totalled per account, then mapped.
            MOVE ZERO TO WS-BUDGET-COUNT
            OPEN INPUT budget
            IF WS-BUDGET-STATUS = "35"
               DISPLAY "WARNING: " FUNCTION TRIM(WS-BUDGET-FILE)
                  " not found, budget column will read zero"
               CLOSE budget
               EXIT PARAGRAPH
            END-IF
            MOVE LOW-VALUES TO budget-key
            MOVE "N" TO WS-FILE-EOF
            START budget KEY IS NOT LESS THAN budget-key
               INVALID KEY
                  MOVE "Y" TO WS-FILE-EOF
            END-START
            PERFORM WITH TEST BEFORE UNTIL FILE-AT-END
               READ budget NEXT RECORD
                  AT END
                     MOVE "Y" TO WS-FILE-EOF
                  NOT AT END
                     IF fiscalYear = WS-BUDGET-YEAR
                           AND fiscalPeriod <= WS-BUDGET-PERIOD
                        PERFORM ADD-BUDGET-AMOUNT
                     END-IF
               END-READ
            END-PERFORM
            CLOSE budget
            MOVE "B" TO WS-MAP-COLUMN
            PERFORM VARYING BG-IDX FROM 1 BY 1
                  UNTIL BG-IDX > WS-BUDGET-COUNT
               MOVE BG-NO(BG-IDX) TO WS-MAP-ACCOUNT-NO
               MOVE BG-AMOUNT(BG-IDX) TO WS-MAP-AMOUNT
               PERFORM MAP-ACCOUNT-AMOUNT
            END-PERFORM.

       ADD-BUDGET-AMOUNT.
            MOVE "N" TO WS-FOUND
            PERFORM VARYING BG-IDX FROM 1 BY 1
                  UNTIL BG-IDX > WS-BUDGET-COUNT OR ROW-FOUND
               IF BG-NO(BG-IDX) = accountNo OF budget-record
                  MOVE "Y" TO WS-FOUND
               END-IF
            END-PERFORM
            IF ROW-FOUND
               SET BG-IDX DOWN BY 1
            ELSE
               IF WS-BUDGET-COUNT >= 1000
                  EXIT PARAGRAPH
               END-IF
               ADD 1 TO WS-BUDGET-COUNT
               SET BG-IDX TO WS-BUDGET-COUNT
               MOVE accountNo OF budget-record TO BG-NO(BG-IDX)
               MOVE ZERO TO BG-AMOUNT(BG-IDX)
            END-IF
            ADD budgetAmount TO BG-AMOUNT(BG-IDX).

       MAP-ACCOUNT-AMOUNT.
      *    Adds WS-MAP-AMOUNT (signed per row) to column WS-MAP-COLUMN
      *    of every ACCOUNTS row whose ranges take WS-MAP-ACCOUNT-NO,
      *    once per row even where its ranges overlap; WS-MAP-HITS
      *    counts the rows.
            MOVE ZERO TO WS-MAP-LAST-ROW WS-MAP-HITS
            PERFORM VARYING RG-IDX FROM 1 BY 1
                  UNTIL RG-IDX > WS-RANGE-COUNT
               IF WS-MAP-ACCOUNT-NO >= RG-FROM(RG-IDX)
                     AND WS-MAP-ACCOUNT-NO <= RG-TO(RG-IDX)
                     AND RG-ROW(RG-IDX) NOT = WS-MAP-LAST-ROW
                  MOVE RG-ROW(RG-IDX) TO WS-MAP-LAST-ROW
                  SET RW-IDX TO RG-ROW(RG-IDX)
                  ADD 1 TO WS-MAP-HITS
                  EVALUATE WS-MAP-COLUMN
                     WHEN "C"
                        COMPUTE RW-CURRENT(RW-IDX) = RW-CURRENT(RW-IDX)
                           + WS-MAP-AMOUNT * RW-SIGN(RW-IDX)
                     WHEN "P"
                        COMPUTE RW-PRIOR(RW-IDX) = RW-PRIOR(RW-IDX)
                           + WS-MAP-AMOUNT * RW-SIGN(RW-IDX)
                     WHEN "B"
                        COMPUTE RW-BUDGET(RW-IDX) = RW-BUDGET(RW-IDX)
                           + WS-MAP-AMOUNT * RW-SIGN(RW-IDX)
                  END-EVALUATE
               END-IF
            END-PERFORM.

       COMPUTE-TOTAL-ROWS.
      *    Top to bottom, so a total may build on the subtotals and
      *    totals above it.
            MOVE 1 TO WS-SECTION-START
            PERFORM VARYING RW-IDX FROM 1 BY 1
                  UNTIL RW-IDX > WS-ROW-COUNT
               EVALUATE RW-TYPE(RW-IDX)
                  WHEN "HEADING"
                     SET WS-SECTION-START TO RW-IDX
                  WHEN "SUBTOTAL"
                     IF RW-TOTAL-OF(RW-IDX) = SPACES
                        PERFORM SUM-SECTION-ROWS
                     ELSE
                        PERFORM SUM-LISTED-ROWS
                     END-IF
                     SET WS-SECTION-START TO RW-IDX
                  WHEN "TOTAL"
                     IF RW-TOTAL-OF(RW-IDX) = SPACES
                        MOVE 1 TO WS-SECTION-START
                        PERFORM SUM-SECTION-ROWS
                     ELSE
                        PERFORM SUM-LISTED-ROWS
                     END-IF
               END-EVALUATE
            END-PERFORM.

       SUM-SECTION-ROWS.
      *    The ACCOUNTS rows from WS-SECTION-START down to RW-IDX.
            PERFORM VARYING RW-REF-IDX FROM WS-SECTION-START BY 1
                  UNTIL RW-REF-IDX >= RW-IDX
               IF RW-TYPE(RW-REF-IDX) = "ACCOUNTS"
                  MOVE +1 TO WS-REF-SIGN
                  PERFORM ADD-REFERENCED-ROW
               END-IF
            END-PERFORM
            PERFORM APPLY-TOTAL-SIGN.

       SUM-LISTED-ROWS.
      *    The lines named in TOTAL-OF, each of which must be above.
            MOVE RW-TOTAL-OF(RW-IDX) TO WS-LIST
            MOVE 1 TO WS-LIST-PTR
            PERFORM UNTIL WS-LIST-PTR > 60
               MOVE SPACES TO WS-TOKEN
               UNSTRING WS-LIST DELIMITED BY ","
                  INTO WS-TOKEN
                  WITH POINTER WS-LIST-PTR
               END-UNSTRING
               IF WS-TOKEN NOT = SPACES
                  PERFORM ADD-LISTED-ROW
               END-IF
            END-PERFORM
            PERFORM APPLY-TOTAL-SIGN.

       ADD-LISTED-ROW.
            MOVE FUNCTION TRIM(WS-TOKEN) TO WS-TOKEN
            MOVE +1 TO WS-REF-SIGN
            IF WS-TOKEN(1:1) = "-"
               MOVE -1 TO WS-REF-SIGN
               MOVE WS-TOKEN(2:) TO WS-TOKEN
            END-IF
            IF FUNCTION TEST-NUMVAL(WS-TOKEN) NOT = ZERO
               DISPLAY "WARNING: line " RW-LINE(RW-IDX)
                  " total refers to '" FUNCTION TRIM(WS-TOKEN)
                  "', not a line number - skipped"
               EXIT PARAGRAPH
            END-IF
            MOVE FUNCTION NUMVAL(WS-TOKEN) TO WS-REF-LINE
            MOVE "N" TO WS-FOUND
            PERFORM VARYING RW-REF-IDX FROM 1 BY 1
                  UNTIL RW-REF-IDX >= RW-IDX OR ROW-FOUND
               IF RW-LINE(RW-REF-IDX) = WS-REF-LINE
                  MOVE "Y" TO WS-FOUND
               END-IF
            END-PERFORM
            IF NOT ROW-FOUND
               DISPLAY "WARNING: line " RW-LINE(RW-IDX)
                  " total refers to line " WS-REF-LINE
                  ", which is not above it - skipped"
               EXIT PARAGRAPH
            END-IF
            SET RW-REF-IDX DOWN BY 1
            PERFORM ADD-REFERENCED-ROW.

       ADD-REFERENCED-ROW.
            COMPUTE RW-CURRENT(RW-IDX) = RW-CURRENT(RW-IDX)
               + RW-CURRENT(RW-REF-IDX) * WS-REF-SIGN
            COMPUTE RW-PRIOR(RW-IDX) = RW-PRIOR(RW-IDX)
               + RW-PRIOR(RW-REF-IDX) * WS-REF-SIGN
            COMPUTE RW-BUDGET(RW-IDX) = RW-BUDGET(RW-IDX)
               + RW-BUDGET(RW-REF-IDX) * WS-REF-SIGN.

       APPLY-TOTAL-SIGN.
            IF RW-SIGN(RW-IDX) < ZERO
               COMPUTE RW-CURRENT(RW-IDX) = 0 - RW-CURRENT(RW-IDX)
               COMPUTE RW-PRIOR(RW-IDX) = 0 - RW-PRIOR(RW-IDX)
               COMPUTE RW-BUDGET(RW-IDX) = 0 - RW-BUDGET(RW-IDX)
            END-IF.

       PRINT-STATEMENT.
            DISPLAY " "
            DISPLAY "STATEMENT " FUNCTION TRIM(WS-STATEMENT-ID) " - "
               FUNCTION TRIM(WS-CURRENT-COA-FILE)
            IF SHOW-PRIOR
               DISPLAY "Comparative: " FUNCTION TRIM(WS-PRIOR-COA-FILE)
            END-IF
            IF SHOW-BUDGET
               DISPLAY "Budget: " FUNCTION TRIM(WS-BUDGET-FILE) " "
                  WS-BUDGET-YEAR " periods 01-" WS-BUDGET-PERIOD
            END-IF
            IF NOT SHOW-PRIOR
               MOVE SPACES TO RPT-HDR-PRIOR
            END-IF
            IF NOT SHOW-BUDGET
               MOVE SPACES TO RPT-HDR-BUDGET RPT-HDR-VARIANCE
            END-IF
            DISPLAY FUNCTION TRIM(RPT-HEADER TRAILING)
            PERFORM VARYING RW-IDX FROM 1 BY 1
                  UNTIL RW-IDX > WS-ROW-COUNT
               EVALUATE RW-TYPE(RW-IDX)
                  WHEN "HEADING"
                     DISPLAY FUNCTION TRIM(RW-CAPTION(RW-IDX) TRAILING)
                  WHEN "BLANK"
                     DISPLAY " "
                  WHEN "ACCOUNTS"
                     MOVE SPACES TO RPT-CAPTION
                     MOVE RW-CAPTION(RW-IDX) TO RPT-CAPTION(3:40)
                     PERFORM PRINT-AMOUNT-LINE
                  WHEN "SUBTOTAL"
                     MOVE ALL "-" TO RPT-RULE-CURRENT
                     PERFORM PRINT-RULE-LINE
                     MOVE SPACES TO RPT-CAPTION
                     MOVE RW-CAPTION(RW-IDX) TO RPT-CAPTION(3:40)
                     PERFORM PRINT-AMOUNT-LINE
                  WHEN "TOTAL"
                     MOVE ALL "-" TO RPT-RULE-CURRENT
                     PERFORM PRINT-RULE-LINE
                     MOVE RW-CAPTION(RW-IDX) TO RPT-CAPTION
                     PERFORM PRINT-AMOUNT-LINE
                     MOVE ALL "=" TO RPT-RULE-CURRENT
                     PERFORM PRINT-RULE-LINE
               END-EVALUATE
            END-PERFORM.

       PRINT-AMOUNT-LINE.
            MOVE RW-CURRENT(RW-IDX) TO RPT-CURRENT
            MOVE RW-PRIOR(RW-IDX) TO RPT-PRIOR
            MOVE RW-BUDGET(RW-IDX) TO RPT-BUDGET
            COMPUTE RPT-VARIANCE =
               RW-CURRENT(RW-IDX) - RW-BUDGET(RW-IDX)
            IF NOT SHOW-PRIOR
               MOVE SPACES TO RPT-LINE(58:15)
            END-IF
            IF NOT SHOW-BUDGET
               MOVE SPACES TO RPT-LINE(73:30)
            END-IF
            DISPLAY FUNCTION TRIM(RPT-LINE TRAILING).

       PRINT-RULE-LINE.
      *    RPT-RULE-CURRENT holds the rule character; the other
      *    printed columns take the same.
            MOVE SPACES TO RPT-RULE-PRIOR RPT-RULE-BUDGET
               RPT-RULE-VARIANCE
            MOVE SPACES TO RPT-RULE-CURRENT(1:3)
            IF SHOW-PRIOR
               MOVE RPT-RULE-CURRENT TO RPT-RULE-PRIOR
            END-IF
            IF SHOW-BUDGET
               MOVE RPT-RULE-CURRENT TO RPT-RULE-BUDGET
                  RPT-RULE-VARIANCE
            END-IF
            DISPLAY FUNCTION TRIM(RPT-RULE TRAILING).

       PRINT-EXCEPTIONS.
      *    In-scope chart accounts no ACCOUNTS row takes are listed
      *    and fail the run; accounts two rows take are listed as a
      *    warning, since the statement then counts them twice.
            MOVE ZERO TO WS-EXCEPTION-COUNT WS-DOUBLE-COUNT
            PERFORM VARYING AC-IDX FROM 1 BY 1
                  UNTIL AC-IDX > WS-ACCOUNT-COUNT
               PERFORM CHECK-ACCOUNT-SCOPE
               IF ACCOUNT-IN-SCOPE AND AC-COVERED(AC-IDX) NOT = 1
                  IF WS-EXCEPTION-COUNT + WS-DOUBLE-COUNT = ZERO
                     DISPLAY " "
                     DISPLAY "EXCEPTIONS - accounts not on the "
                        "statement exactly once"
                  END-IF
                  MOVE AC-NO(AC-IDX) TO RPT-EX-NO
                  MOVE AC-NAME(AC-IDX) TO RPT-EX-NAME
                  MOVE AC-TYPE(AC-IDX) TO RPT-EX-TYPE
                  MOVE AC-BALANCE(AC-IDX) TO RPT-EX-BALANCE
                  IF AC-COVERED(AC-IDX) = ZERO
                     MOVE "NOT ON STATEMENT" TO RPT-EX-NOTE
                     ADD 1 TO WS-EXCEPTION-COUNT
                  ELSE
                     MOVE "ON MORE THAN 1 ROW" TO RPT-EX-NOTE
                     ADD 1 TO WS-DOUBLE-COUNT
                  END-IF
                  DISPLAY RPT-EXCEPTION
               END-IF
            END-PERFORM
            IF WS-EXCEPTION-COUNT > ZERO
               DISPLAY "WARNING: " WS-EXCEPTION-COUNT " account(s) "
                  "in scope are not on statement "
                  FUNCTION TRIM(WS-STATEMENT-ID)
               MOVE 1 TO RETURN-CODE
            END-IF.

       CHECK-ACCOUNT-SCOPE.
            IF WS-SCOPE-COUNT = ZERO
               MOVE "Y" TO WS-IN-SCOPE
               EXIT PARAGRAPH
            END-IF
            MOVE "N" TO WS-IN-SCOPE
            PERFORM VARYING SP-IDX FROM 1 BY 1
                  UNTIL SP-IDX > WS-SCOPE-COUNT
               IF SP-TYPE(SP-IDX) =
                     FUNCTION UPPER-CASE(FUNCTION TRIM(AC-TYPE(AC-IDX)))
                  MOVE "Y" TO WS-IN-SCOPE
               END-IF
            END-PERFORM.

       END PROGRAM BESTBOOKS-FINREPORT.
