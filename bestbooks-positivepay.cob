       IDENTIFICATION DIVISION.
       PROGRAM-ID. BESTBOOKS-POSITIVEPAY.
       AUTHOR. PRESSPAGE ENTERTAINMENT INC dba PINGLEWARE.
      *----------------------------------------------------------------
      * Positive-pay issue file for the bank. Reads the check register
      * BESTBOOKS-CHECKS keeps (CHECKREG.DAT) for one cash account and
      * writes every check not yet reported to the bank in its fixed-
      * width issue-file layout: one detail record per check (bank
      * account number, check number, amount, issue date, payee and a
      * void indicator) and a trailer carrying the record count and
      * the amount total.
      *
      * What has gone out is remembered on PPSENT.DAT, one row per
      * check per kind of record sent, so a rerun never transmits a
      * check twice and a check issued since the last file is never
      * missed. A check VOIDed after its issue record went out is
      * sent again on the next file as a void record; one issued and
      * voided between two files goes out once, as a void. A check
      * BESTBOOKS-RECONCILE already flipped to CLEARED before it was
      * ever reported still goes out as an issue record.
      *
      * The sent rows are appended only after the issue file has been
      * written and closed, so a run that fails part-way leaves
      * PPSENT.DAT as it was and the next run rebuilds the same file.
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL checkregister
               ASSIGN TO WS-REGISTER-FILE
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-REGISTER-STATUS.

           SELECT OPTIONAL ppsent
               ASSIGN TO WS-SENT-FILE
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-SENT-STATUS.

           SELECT OPTIONAL ppissue
               ASSIGN TO WS-ISSUE-FILE
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-ISSUE-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *    CHECKREG.DAT line layout - see BESTBOOKS-CHECKS:
      *    CHECK-NUMBER|PAYEE|AMOUNT|ACCOUNT|DATE|STATUS
            FD checkregister.
            01 REGISTER-LINE         PIC X(120).

      *    PPSENT.DAT line layout, pipe-delimited:
      *    CASH-ACCOUNT|CHECK-NUMBER|KIND|DATE-SENT|ISSUE-FILE - KIND
      *    is ISSUE or VOID; one row per record transmitted.
            FD ppsent.
            01 SENT-LINE             PIC X(160).

      *    Bank issue-file layout, 80-byte fixed-width records: "D"
      *    detail rows followed by one "T" trailer. Amounts are in
      *    cents with no decimal point, dates YYYYMMDD; the void
      *    indicator is "V" on a void record, blank on an issue.
            FD ppissue.
            01 PP-DETAIL-RECORD.
               03 PP-DTL-TYPE         PIC X(01).
               03 PP-DTL-ACCOUNT      PIC 9(15).
               03 PP-DTL-CHECK        PIC 9(10).
               03 PP-DTL-AMOUNT       PIC 9(10).
               03 PP-DTL-ISSUE-DATE   PIC 9(08).
               03 PP-DTL-PAYEE        PIC X(30).
               03 PP-DTL-VOID         PIC X(01).
               03 FILLER              PIC X(05).
            01 PP-TRAILER-RECORD.
               03 PP-TRL-TYPE         PIC X(01).
               03 PP-TRL-ACCOUNT      PIC 9(15).
               03 PP-TRL-COUNT        PIC 9(08).
               03 PP-TRL-TOTAL        PIC 9(12).
               03 PP-TRL-CREATE-DATE  PIC 9(08).
               03 FILLER              PIC X(36).

       WORKING-STORAGE SECTION.
            01 WS-REGISTER-FILE     PIC X(64) VALUE "CHECKREG.DAT".
            01 WS-SENT-FILE         PIC X(64) VALUE "PPSENT.DAT".
            01 WS-ISSUE-FILE        PIC X(64) VALUE "POSPAY.TXT".
            01 WS-REGISTER-STATUS   PIC XX.
            01 WS-SENT-STATUS       PIC XX.
            01 WS-ISSUE-STATUS      PIC XX.
            01 WS-REGISTER-EOF      PIC X VALUE "N".
                  88  REGISTER-EOF  VALUE "Y".
            01 WS-SENT-EOF          PIC X VALUE "N".
                  88  SENT-EOF      VALUE "Y".

      *    arg 1: the cash account the checks were drawn on (the
      *    register's ACCOUNT column); arg 2: that account's number
      *    at the bank, as the bank expects it on every record.
            01 WS-CASH-ACCOUNT      PIC X(15) VALUE SPACES.
            01 WS-BANK-ACCOUNT-TEXT PIC X(20) VALUE SPACES.
            01 WS-BANK-ACCOUNT      PIC 9(15) VALUE ZERO.

            01 WS-TODAY             PIC X(8).
            01 WS-TODAY-DASHED      PIC X(10).

      *    one CHECKREG.DAT row, unpacked.
            01 WS-REG-NO-IN         PIC X(10).
            01 WS-REG-PAYEE-IN      PIC X(30).
            01 WS-REG-AMT-IN        PIC X(12).
            01 WS-REG-ACCT-IN       PIC X(15).
            01 WS-REG-DATE-IN       PIC X(12).
            01 WS-REG-STATUS-IN     PIC X(10).
            01 WS-REG-CHECK-NUMBER  PIC 9(10).
            01 WS-REG-AMOUNT        PIC S9(8)V99.
            01 WS-REG-DATE-NUM      PIC X(8).

      *    one PPSENT.DAT row, unpacked.
            01 WS-SNT-ACCT-IN       PIC X(15).
            01 WS-SNT-CHECK-IN      PIC X(10).
            01 WS-SNT-KIND-IN       PIC X(6).
            01 WS-SNT-REST-IN       PIC X(80).

      *    checks of this cash account already reported, and what
      *    was reported for each.
            01 SENT-TABLE.
               02 SENT-ENTRY OCCURS 5000 TIMES
                     INDEXED BY SNT-IDX.
                  03 SNT-CHECK        PIC 9(10).
                  03 SNT-ISSUE-SENT   PIC X.
                  03 SNT-VOID-SENT    PIC X.
            01 WS-SENT-COUNT        PIC 9(5) VALUE ZERO.
            01 WS-SENT-FOUND-IDX    PIC 9(5) VALUE ZERO.

      *    records going out on this file, held until the file is
      *    closed and then logged to PPSENT.DAT.
            01 OUT-TABLE.
               02 OUT-ENTRY OCCURS 5000 TIMES
                     INDEXED BY OUT-IDX.
                  03 OUT-CHECK        PIC 9(10).
                  03 OUT-KIND         PIC X(5).
            01 WS-OUT-COUNT         PIC 9(5) VALUE ZERO.
            01 WS-OUT-KIND          PIC X(5).

            01 WS-ISSUE-COUNT       PIC 9(7) VALUE ZERO.
            01 WS-VOID-COUNT        PIC 9(7) VALUE ZERO.
            01 WS-FILE-TOTAL        PIC 9(10)V99 VALUE ZERO.
            01 WS-TOTAL-ED          PIC Z,ZZZ,ZZZ,ZZ9.99.
            01 WS-CHECK-ED          PIC Z(9)9.

       PROCEDURE DIVISION.
       BEGIN.
            PERFORM GET-RUNTIME-ARGUMENTS
            IF WS-CASH-ACCOUNT = SPACES
                  OR FUNCTION TEST-NUMVAL(WS-BANK-ACCOUNT-TEXT)
                     NOT = ZERO
               DISPLAY "Usage: BESTBOOKS-POSITIVEPAY <cash-account> "
                  "<bank-account-number> [issue-file] [register] "
                  "[sent-file]"
               MOVE 1 TO RETURN-CODE
               STOP RUN
            END-IF
            MOVE FUNCTION NUMVAL(WS-BANK-ACCOUNT-TEXT)
               TO WS-BANK-ACCOUNT
            MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY
            STRING WS-TODAY(1:4) "-" WS-TODAY(5:2) "-" WS-TODAY(7:2)
                  DELIMITED BY SIZE
               INTO WS-TODAY-DASHED
            END-STRING

            OPEN INPUT checkregister
            IF WS-REGISTER-STATUS = "35"
               DISPLAY "ERROR: check register "
                  FUNCTION TRIM(WS-REGISTER-FILE) " not found"
               MOVE 1 TO RETURN-CODE
               STOP RUN
            END-IF
            CLOSE checkregister

            PERFORM LOAD-SENT-CHECKS
            PERFORM WRITE-ISSUE-FILE
            IF WS-OUT-COUNT = ZERO
               DISPLAY "No new issued or voided checks on "
                  FUNCTION TRIM(WS-CASH-ACCOUNT)
                  " since the last transmission - "
                  FUNCTION TRIM(WS-ISSUE-FILE)
                  " carries the trailer only"
            ELSE
               PERFORM LOG-SENT-CHECKS
            END-IF
            MOVE WS-FILE-TOTAL TO WS-TOTAL-ED
            DISPLAY "Positive pay file " FUNCTION TRIM(WS-ISSUE-FILE)
               ": " WS-ISSUE-COUNT " issue, " WS-VOID-COUNT
               " void record(s), total "
               FUNCTION TRIM(WS-TOTAL-ED)
            STOP RUN.

       GET-RUNTIME-ARGUMENTS.
      *    arg 1 (required): cash account, as on CHECKREG.DAT.
      *    arg 2 (required): the bank's number for that account.
      *    args 3-5 (optional): issue file (default POSPAY.TXT),
      *    check register and sent-tracking files.
            ACCEPT WS-CASH-ACCOUNT FROM ARGUMENT-VALUE
            ACCEPT WS-BANK-ACCOUNT-TEXT FROM ARGUMENT-VALUE
            ACCEPT WS-ISSUE-FILE FROM ARGUMENT-VALUE
            IF WS-ISSUE-FILE = SPACES
               MOVE "POSPAY.TXT" TO WS-ISSUE-FILE
            END-IF
            ACCEPT WS-REGISTER-FILE FROM ARGUMENT-VALUE
            IF WS-REGISTER-FILE = SPACES
               MOVE "CHECKREG.DAT" TO WS-REGISTER-FILE
            END-IF
            ACCEPT WS-SENT-FILE FROM ARGUMENT-VALUE
            IF WS-SENT-FILE = SPACES
               MOVE "PPSENT.DAT" TO WS-SENT-FILE
            END-IF.

       LOAD-SENT-CHECKS.
            MOVE ZERO TO WS-SENT-COUNT
            OPEN INPUT ppsent
            IF WS-SENT-STATUS = "35"
               EXIT PARAGRAPH
            END-IF
            MOVE "N" TO WS-SENT-EOF
            PERFORM WITH TEST BEFORE UNTIL SENT-EOF
               READ ppsent
                  AT END
                     MOVE "Y" TO WS-SENT-EOF
                  NOT AT END
                     PERFORM STORE-SENT-ROW
               END-READ
            END-PERFORM
            CLOSE ppsent.

       STORE-SENT-ROW.
            MOVE SPACES TO WS-SNT-ACCT-IN WS-SNT-CHECK-IN
               WS-SNT-KIND-IN WS-SNT-REST-IN
            UNSTRING SENT-LINE DELIMITED BY "|"
               INTO WS-SNT-ACCT-IN WS-SNT-CHECK-IN WS-SNT-KIND-IN
                    WS-SNT-REST-IN
            END-UNSTRING
            IF FUNCTION TRIM(WS-SNT-ACCT-IN) NOT =
                  FUNCTION TRIM(WS-CASH-ACCOUNT)
                  OR FUNCTION TEST-NUMVAL(WS-SNT-CHECK-IN) NOT = ZERO
               EXIT PARAGRAPH
            END-IF
            MOVE FUNCTION NUMVAL(WS-SNT-CHECK-IN)
               TO WS-REG-CHECK-NUMBER
            PERFORM FIND-SENT-CHECK
            IF WS-SENT-FOUND-IDX = ZERO
               IF WS-SENT-COUNT NOT < 5000
                  DISPLAY "WARNING: more than 5000 checks on "
                     FUNCTION TRIM(WS-SENT-FILE)
                     " for this account; check "
                     FUNCTION TRIM(WS-SNT-CHECK-IN) " not tracked"
                  EXIT PARAGRAPH
               END-IF
               ADD 1 TO WS-SENT-COUNT
               MOVE WS-SENT-COUNT TO WS-SENT-FOUND-IDX
               MOVE WS-REG-CHECK-NUMBER
                  TO SNT-CHECK(WS-SENT-FOUND-IDX)
               MOVE "N" TO SNT-ISSUE-SENT(WS-SENT-FOUND-IDX)
               MOVE "N" TO SNT-VOID-SENT(WS-SENT-FOUND-IDX)
            END-IF
            IF FUNCTION TRIM(WS-SNT-KIND-IN) = "VOID"
               MOVE "Y" TO SNT-VOID-SENT(WS-SENT-FOUND-IDX)
            ELSE
               MOVE "Y" TO SNT-ISSUE-SENT(WS-SENT-FOUND-IDX)
            END-IF.

       FIND-SENT-CHECK.
            MOVE ZERO TO WS-SENT-FOUND-IDX
            PERFORM VARYING SNT-IDX FROM 1 BY 1
                  UNTIL SNT-IDX > WS-SENT-COUNT
                     OR WS-SENT-FOUND-IDX NOT = ZERO
               IF SNT-CHECK(SNT-IDX) = WS-REG-CHECK-NUMBER
                  SET WS-SENT-FOUND-IDX TO SNT-IDX
               END-IF
            END-PERFORM.

       WRITE-ISSUE-FILE.
            MOVE ZERO TO WS-OUT-COUNT WS-ISSUE-COUNT WS-VOID-COUNT
               WS-FILE-TOTAL
            OPEN OUTPUT ppissue
            OPEN INPUT checkregister
            MOVE "N" TO WS-REGISTER-EOF
            PERFORM WITH TEST BEFORE UNTIL REGISTER-EOF
               READ checkregister
                  AT END
                     MOVE "Y" TO WS-REGISTER-EOF
                  NOT AT END
                     PERFORM SELECT-REGISTER-ROW
               END-READ
            END-PERFORM
            CLOSE checkregister

            MOVE SPACES TO PP-TRAILER-RECORD
            MOVE "T" TO PP-TRL-TYPE
            MOVE WS-BANK-ACCOUNT TO PP-TRL-ACCOUNT
            MOVE WS-OUT-COUNT TO PP-TRL-COUNT
            COMPUTE PP-TRL-TOTAL = WS-FILE-TOTAL * 100
            MOVE WS-TODAY TO PP-TRL-CREATE-DATE
            WRITE PP-TRAILER-RECORD
            CLOSE ppissue.

       SELECT-REGISTER-ROW.
            MOVE SPACES TO WS-REG-NO-IN WS-REG-PAYEE-IN
               WS-REG-AMT-IN WS-REG-ACCT-IN WS-REG-DATE-IN
               WS-REG-STATUS-IN
            UNSTRING REGISTER-LINE DELIMITED BY "|"
               INTO WS-REG-NO-IN WS-REG-PAYEE-IN WS-REG-AMT-IN
                    WS-REG-ACCT-IN WS-REG-DATE-IN WS-REG-STATUS-IN
            END-UNSTRING
            IF FUNCTION TRIM(WS-REG-ACCT-IN) NOT =
                  FUNCTION TRIM(WS-CASH-ACCOUNT)
                  OR FUNCTION TEST-NUMVAL(WS-REG-NO-IN) NOT = ZERO
               EXIT PARAGRAPH
            END-IF
            MOVE FUNCTION NUMVAL(WS-REG-NO-IN) TO WS-REG-CHECK-NUMBER
            PERFORM FIND-SENT-CHECK
            MOVE SPACES TO WS-OUT-KIND
            EVALUATE FUNCTION TRIM(WS-REG-STATUS-IN)
               WHEN "ISSUED"
               WHEN "CLEARED"
                  IF WS-SENT-FOUND-IDX = ZERO
                     MOVE "ISSUE" TO WS-OUT-KIND
                  END-IF
               WHEN "VOID"
                  IF WS-SENT-FOUND-IDX = ZERO
                     MOVE "VOID" TO WS-OUT-KIND
                  ELSE
                     IF SNT-VOID-SENT(WS-SENT-FOUND-IDX) NOT = "Y"
                        MOVE "VOID" TO WS-OUT-KIND
                     END-IF
                  END-IF
            END-EVALUATE
            IF WS-OUT-KIND = SPACES
               EXIT PARAGRAPH
            END-IF
            IF WS-OUT-COUNT NOT < 5000
               DISPLAY "WARNING: more than 5000 records for one "
                  "file; check " FUNCTION TRIM(WS-REG-NO-IN)
                  " left for the next transmission"
               EXIT PARAGRAPH
            END-IF

            MOVE FUNCTION NUMVAL(WS-REG-AMT-IN) TO WS-REG-AMOUNT
            IF WS-REG-AMOUNT < ZERO
               COMPUTE WS-REG-AMOUNT = 0 - WS-REG-AMOUNT
            END-IF
            MOVE SPACES TO WS-REG-DATE-NUM
            STRING WS-REG-DATE-IN(1:4) WS-REG-DATE-IN(6:2)
                  WS-REG-DATE-IN(9:2) DELIMITED BY SIZE
               INTO WS-REG-DATE-NUM
            END-STRING
            IF FUNCTION TEST-NUMVAL(WS-REG-DATE-NUM) NOT = ZERO
               MOVE WS-TODAY TO WS-REG-DATE-NUM
            END-IF

            MOVE SPACES TO PP-DETAIL-RECORD
            MOVE "D" TO PP-DTL-TYPE
            MOVE WS-BANK-ACCOUNT TO PP-DTL-ACCOUNT
            MOVE WS-REG-CHECK-NUMBER TO PP-DTL-CHECK
            COMPUTE PP-DTL-AMOUNT = WS-REG-AMOUNT * 100
            MOVE WS-REG-DATE-NUM TO PP-DTL-ISSUE-DATE
            MOVE FUNCTION UPPER-CASE(WS-REG-PAYEE-IN) TO PP-DTL-PAYEE
            IF WS-OUT-KIND = "VOID"
               MOVE "V" TO PP-DTL-VOID
               ADD 1 TO WS-VOID-COUNT
            ELSE
               MOVE SPACE TO PP-DTL-VOID
               ADD 1 TO WS-ISSUE-COUNT
            END-IF
            WRITE PP-DETAIL-RECORD
            ADD WS-REG-AMOUNT TO WS-FILE-TOTAL

            ADD 1 TO WS-OUT-COUNT
            MOVE WS-REG-CHECK-NUMBER TO OUT-CHECK(WS-OUT-COUNT)
            MOVE WS-OUT-KIND TO OUT-KIND(WS-OUT-COUNT).

       LOG-SENT-CHECKS.
            OPEN EXTEND ppsent
            IF WS-SENT-STATUS = "35"
               OPEN OUTPUT ppsent
            END-IF
            PERFORM VARYING OUT-IDX FROM 1 BY 1
                  UNTIL OUT-IDX > WS-OUT-COUNT
               MOVE OUT-CHECK(OUT-IDX) TO WS-CHECK-ED
               MOVE SPACES TO SENT-LINE
               STRING FUNCTION TRIM(WS-CASH-ACCOUNT) DELIMITED BY SIZE
                     "|" DELIMITED BY SIZE
                     FUNCTION TRIM(WS-CHECK-ED) DELIMITED BY SIZE
                     "|" DELIMITED BY SIZE
                     FUNCTION TRIM(OUT-KIND(OUT-IDX)) DELIMITED BY SIZE
                     "|" DELIMITED BY SIZE
                     WS-TODAY-DASHED DELIMITED BY SIZE
                     "|" DELIMITED BY SIZE
                     FUNCTION TRIM(WS-ISSUE-FILE) DELIMITED BY SIZE
                  INTO SENT-LINE
               END-STRING
               WRITE SENT-LINE
            END-PERFORM
            CLOSE ppsent.

       END PROGRAM BESTBOOKS-POSITIVEPAY.
