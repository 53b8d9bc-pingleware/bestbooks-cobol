           03 AUDIT-TIMESTAMP     PIC X(26).
           03 FILLER              PIC X VALUE "|".
           03 AUDIT-OS-USER       PIC X(32).
           03 FILLER              PIC X VALUE "|".
           03 AUDIT-OPERATOR      PIC X(8).
        01 WS-OLD-BALANCE         PIC S9(8)V99.

        01 WS-NEXT-LEDGERID       PIC 99999 VALUE ZERO.

       APPEND-AUDIT-ROW.
      *    Appends a before/after row (accountNo, old balance, new
      *    balance, timestamp, OS user, BESTBOOKS_OPERATOR id) to the
      *    audit log so a bad balance at close can be traced back to
      *    who changed it and when, not just the account's current
      *    state.
            MOVE accountNo TO AUDIT-ACCOUNT-NO
            MOVE WS-OLD-BALANCE TO AUDIT-OLD-BALANCE
            MOVE balance TO AUDIT-NEW-BALANCE
            IF AUDIT-OS-USER = SPACES
               MOVE "UNKNOWN" TO AUDIT-OS-USER
            END-IF
            ACCEPT AUDIT-OPERATOR FROM ENVIRONMENT "BESTBOOKS_OPERATOR"
            MOVE WS-AUDIT-ROW TO AUDIT-LINE
            OPEN EXTEND coa-audit
            WRITE AUDIT-LINE
