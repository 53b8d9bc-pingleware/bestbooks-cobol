      *     amounts), falling due on the 1st of each month ahead;
      *   the monthly depreciation charge for every ACTIVE ASSETS.DAT
      *     row, on the same 1sts, as the operators budget it;
      *   scheduled loan payments still OPEN on LOANSCHED.DAT (kept
      *     by BESTBOOKS-LOAN) that come out of the projected cash
      *     account, on their payment dates, overdue ones in the
      *     coming week;
      *   entries still held in PENDING.DAT, assumed to post in the
      *     coming week;
      *   expected AR receipts: AR-type ledger activity netted per
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-PENDING-STATUS.

           SELECT OPTIONAL loansched
               ASSIGN TO WS-LOANSCHED-FILE
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-LOANSCHED-STATUS.

       DATA DIVISION.
       FILE SECTION.
            FD coa.
            01 ASSETS-LINE           PIC X(200).

            FD pending.
            01 PENDING-LINE          PIC X(200).

      *    LOANSCHED.DAT line layout - see BESTBOOKS-LOAN.
            FD loansched.
            01 LOANSCHED-LINE        PIC X(120).

       WORKING-STORAGE SECTION.
            01 WS-COA-FILE          PIC X(64) VALUE "BESTBOOKS.DAT".
            01 WS-VALUES-FILE       PIC X(64) VALUE "VALUES.DAT".
            01 WS-ASSETS-FILE       PIC X(64) VALUE "ASSETS.DAT".
            01 WS-PENDING-FILE      PIC X(64) VALUE "PENDING.DAT".
            01 WS-LOANSCHED-FILE    PIC X(64) VALUE "LOANSCHED.DAT".
            01 WS-COA-STATUS        PIC XX.
            01 WS-LEDGER-STATUS     PIC XX.
            01 WS-TEMPLATE-STATUS   PIC XX.
            01 WS-VALUES-STATUS     PIC XX.
            01 WS-ASSETS-STATUS     PIC XX.
            01 WS-PENDING-STATUS    PIC XX.
            01 WS-LOANSCHED-STATUS  PIC XX.

      *    arg 1 (required): the cash-type account projected.
      *    arg 2 (optional): low-balance threshold, default 0.00.
                  88  ASSETS-EOF    VALUE "Y".
            01 WS-PENDING-EOF       PIC X VALUE "N".
                  88  PENDING-EOF   VALUE "Y".
            01 WS-LOANSCHED-EOF     PIC X VALUE "N".
                  88  LOANSCHED-EOF VALUE "Y".

            01 WS-ACCOUNT-FOUND     PIC X VALUE "N".
                  88  ACCOUNT-WAS-FOUND  VALUE "Y".
            01 WS-PEN-DESC-IN       PIC X(30).
            01 WS-PEN-STATUS-IN     PIC X(10).

      *    loan schedule row unpacking.
            01 WS-LS-ID-IN          PIC X(10).
            01 WS-LS-NUMBER-IN      PIC X(5).
            01 WS-LS-DATE-IN        PIC X(10).
            01 WS-LS-CASH-IN        PIC X(15).
            01 WS-LS-PAYMENT-IN     PIC X(14).
            01 WS-LS-PRINCIPAL-IN   PIC X(14).
            01 WS-LS-INTEREST-IN    PIC X(14).
            01 WS-LS-BALANCE-IN     PIC X(14).
            01 WS-LS-STATE-IN       PIC X(10).

            01 WS-AR-NET            PIC S9(9)V99.

      *    AR activity netted per account and reference document, so
            PERFORM LOAD-VALUES-TABLE.
            PERFORM PROJECT-RECURRING-ITEMS.
            PERFORM PROJECT-DEPRECIATION.
            PERFORM PROJECT-LOAN-PAYMENTS.
            PERFORM PROJECT-PENDING-ENTRIES.
            PERFORM PROJECT-AR-RECEIPTS.
            PERFORM PRINT-PROJECTION.
            STOP RUN.

       GET-RUNTIME-ARGUMENTS.
      *    args 4-10 (optional): chart-of-accounts, ledger,
      *    recurring-template, values, asset-master, pending and
      *    loan-schedule files - the same defaults their writers use.
            ACCEPT WS-CASH-ACCOUNT FROM ARGUMENT-VALUE
            ACCEPT WS-THRESHOLD-IN FROM ARGUMENT-VALUE
            IF WS-THRESHOLD-IN NOT = SPACES
            ACCEPT WS-PENDING-FILE FROM ARGUMENT-VALUE
            IF WS-PENDING-FILE = SPACES
               MOVE "PENDING.DAT" TO WS-PENDING-FILE
            END-IF
            ACCEPT WS-LOANSCHED-FILE FROM ARGUMENT-VALUE
            IF WS-LOANSCHED-FILE = SPACES
               MOVE "LOANSCHED.DAT" TO WS-LOANSCHED-FILE
            END-IF.

       LOAD-ACCOUNT-TYPES.
               ADD WS-MONTHLY-RECURRING TO WK-OUTFLOW(WK-IDX)
            END-IF.

       PROJECT-LOAN-PAYMENTS.
      *    Debt service: each OPEN payment on the loan schedule paid
      *    from the projected account lands in the week of its
      *    payment date. POSTED payments have already left the chart
      *    balance the projection opens with.
            OPEN INPUT loansched
            IF WS-LOANSCHED-STATUS = "00"
               MOVE "N" TO WS-LOANSCHED-EOF
               PERFORM WITH TEST BEFORE UNTIL LOANSCHED-EOF
                  READ loansched
                     AT END
                        MOVE "Y" TO WS-LOANSCHED-EOF
                     NOT AT END
                        PERFORM PROJECT-ONE-LOAN-PAYMENT
                  END-READ
               END-PERFORM
               CLOSE loansched
            END-IF.

       PROJECT-ONE-LOAN-PAYMENT.
            MOVE SPACES TO WS-LS-ID-IN WS-LS-NUMBER-IN WS-LS-DATE-IN
               WS-LS-CASH-IN WS-LS-PAYMENT-IN WS-LS-PRINCIPAL-IN
               WS-LS-INTEREST-IN WS-LS-BALANCE-IN WS-LS-STATE-IN
            UNSTRING LOANSCHED-LINE DELIMITED BY "|"
               INTO WS-LS-ID-IN WS-LS-NUMBER-IN WS-LS-DATE-IN
                    WS-LS-CASH-IN WS-LS-PAYMENT-IN WS-LS-PRINCIPAL-IN
                    WS-LS-INTEREST-IN WS-LS-BALANCE-IN WS-LS-STATE-IN
            END-UNSTRING
            IF FUNCTION TRIM(WS-LS-STATE-IN) NOT = "OPEN"
                  OR FUNCTION TRIM(WS-LS-CASH-IN) NOT =
                     FUNCTION TRIM(WS-CASH-ACCOUNT)
                  OR FUNCTION TEST-NUMVAL(WS-LS-PAYMENT-IN) NOT = ZERO
               EXIT PARAGRAPH
            END-IF
            MOVE SPACES TO WS-EVENT-DATE-NUM
            STRING WS-LS-DATE-IN(1:4) WS-LS-DATE-IN(6:2)
                  WS-LS-DATE-IN(9:2) DELIMITED BY SIZE
               INTO WS-EVENT-DATE-NUM
            END-STRING
            IF WS-EVENT-DATE-NUM IS NOT NUMERIC
               EXIT PARAGRAPH
            END-IF
            COMPUTE WS-EVENT-INT = FUNCTION INTEGER-OF-DATE(
               FUNCTION NUMVAL(WS-EVENT-DATE-NUM))
            MOVE FUNCTION NUMVAL(WS-LS-PAYMENT-IN)
               TO WS-MONTHLY-RECURRING
            PERFORM BUCKET-EVENT-OUTFLOW.

       PROJECT-PENDING-ENTRIES.
      *    An entry held for approval is assumed to post in the coming
      *    week; a positive held amount is cash going out, the same
