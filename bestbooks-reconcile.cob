      * RECONCILED-FLAG changes are committed - until someone reruns
      * reconciliation after the mismatch is investigated, the same
      * approval-gate idea BESTBOOKS-APPROVE uses for postings.
      *
      * A reconciled cash leg stamped CHECK#<number> or ACH#<number>
      * marks the payment cleared on its register - CHECKREG.DAT for
      * printed checks, ACHREG.DAT for BESTBOOKS-ACH's electronic
      * payments.
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
      *    whose CHECK#-stamped cash leg reconciles here has cleared
      *    the bank; its register row is flipped to CLEARED so the
      *    fact survives the period close truncating the ledger.
      *    ACHREG.DAT (see BESTBOOKS-ACH) shares the layout, with the
      *    trace number as a seventh column, and is flipped through
      *    this same file definition for ACH# legs.
            FD checkregister.
            01 REGISTER-LINE          PIC X(120).

            01 WS-REG-ACCT-IN         PIC X(15).
            01 WS-REG-DATE-IN         PIC X(10).
            01 WS-REG-STATUS-IN       PIC X(10).
            01 WS-REG-TRACE-IN        PIC X(15).
      *    the register being flipped this pass: CHECKREG.DAT against
      *    CHECK# references, then ACHREG.DAT against ACH# ones.
            01 WS-CHECK-REGISTER-FILE PIC X(64) VALUE "CHECKREG.DAT".
            01 WS-ACH-REGISTER-FILE   PIC X(64) VALUE "ACHREG.DAT".
            01 WS-REG-PREFIX          PIC X(6) VALUE "CHECK#".
            01 WS-REG-LABEL           PIC X(20) VALUE SPACES.
            01 WS-REG-REBUILT         PIC X(120).
            01 WS-REG-REF-BUILT       PIC X(20).
            01 WS-REF-MATCHED         PIC X VALUE "N".
                  88  REF-IS-CLEARED  VALUE "Y".
            ACCEPT WS-REGISTER-FILE FROM ARGUMENT-VALUE
            IF WS-REGISTER-FILE = SPACES
               MOVE "CHECKREG.DAT" TO WS-REGISTER-FILE
            END-IF
            MOVE WS-REGISTER-FILE TO WS-CHECK-REGISTER-FILE
      *    arg 6 (optional): ACH payment register, default ACHREG.DAT,
      *    flipped the same way for reconciled ACH# legs.
            ACCEPT WS-ACH-REGISTER-FILE FROM ARGUMENT-VALUE
            IF WS-ACH-REGISTER-FILE = SPACES
               MOVE "ACHREG.DAT" TO WS-ACH-REGISTER-FILE
            END-IF.

       LOAD-RECONCILE-HOOK.
                     NOT INVALID KEY
                        SET RECONCILED TO TRUE
                        REWRITE ENTRIES
                        IF (REFERENCE-DOC(1:6) = "CHECK#"
                              OR REFERENCE-DOC(1:4) = "ACH#")
                              AND WS-CLEARED-REFS < 500
                           ADD 1 TO WS-CLEARED-REFS
                           SET CR-IDX TO WS-CLEARED-REFS
               CLOSE LEDGER
            END-IF
            IF WS-CLEARED-REFS > ZERO
               MOVE WS-CHECK-REGISTER-FILE TO WS-REGISTER-FILE
               MOVE "CHECK#" TO WS-REG-PREFIX
               MOVE "check(s)" TO WS-REG-LABEL
               PERFORM MARK-CLEARED-CHECKS
               MOVE WS-ACH-REGISTER-FILE TO WS-REGISTER-FILE
               MOVE "ACH#" TO WS-REG-PREFIX
               MOVE "ACH payment(s)" TO WS-REG-LABEL
               PERFORM MARK-CLEARED-CHECKS
            END-IF.

            END-PERFORM
            CLOSE checkregister
            CLOSE register-work
            DISPLAY FUNCTION TRIM(WS-REGISTER-FILE) ": "
               WS-REG-FLIPPED " " FUNCTION TRIM(WS-REG-LABEL)
               " marked CLEARED".

       FLIP-CLEARED-REGISTER-ROW.
            MOVE SPACES TO WS-REG-NO-IN WS-REG-PAYEE-IN
               WS-REG-AMT-IN WS-REG-ACCT-IN WS-REG-DATE-IN
               WS-REG-STATUS-IN WS-REG-TRACE-IN
            UNSTRING REGISTER-LINE DELIMITED BY "|"
               INTO WS-REG-NO-IN WS-REG-PAYEE-IN WS-REG-AMT-IN
                    WS-REG-ACCT-IN WS-REG-DATE-IN WS-REG-STATUS-IN
                    WS-REG-TRACE-IN
            END-UNSTRING
            IF FUNCTION TRIM(WS-REG-STATUS-IN) = "ISSUED"
               MOVE SPACES TO WS-REG-REF-BUILT
               STRING FUNCTION TRIM(WS-REG-PREFIX) DELIMITED BY SIZE
                     FUNCTION TRIM(WS-REG-NO-IN) DELIMITED BY SIZE
                  INTO WS-REG-REF-BUILT
               END-STRING
                        "|CLEARED" DELIMITED BY SIZE
                     INTO REGISTER-LINE
                  END-STRING
                  IF WS-REG-TRACE-IN NOT = SPACES
                     MOVE SPACES TO WS-REG-REBUILT
                     STRING FUNCTION TRIM(REGISTER-LINE)
                           DELIMITED BY SIZE
                           "|" DELIMITED BY SIZE
                           FUNCTION TRIM(WS-REG-TRACE-IN)
                              DELIMITED BY SIZE
                        INTO WS-REG-REBUILT
                     END-STRING
                     MOVE WS-REG-REBUILT TO REGISTER-LINE
                  END-IF
               END-IF
            END-IF
            WRITE REGISTER-WORK-LINE FROM REGISTER-LINE.
