      * row's STATUS is updated in place (line sequential, so that
      * means a full truncate-and-rewrite pass, the same pattern
      * BESTBOOKS-EXCEPTIONS uses on RECONEXCEPT.DAT).
      *
      * An outside accountant's adjusting journal (BESTBOOKS-CPA
      * IMPORT) arrives as one row per leg sharing an AJE# reference;
      * deciding any of its rows decides the whole journal, posted
      * under a single journal-entry number.
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       DATA DIVISION.
       FILE SECTION.
            FD pending.
            01 PENDING-LINE          PIC X(200).

            FD pending-work.
            01 PENDING-WORK-LINE     PIC X(200).

            FD bestbooks.
            COPY "ledger-record.cpy".

      *    one PENDING.DAT row, unpacked from PENDING-ID|DATE|ACCOUNT|
      *    AMOUNT|DESCRIPTION|STATUS|REASON|CURRENCY|REFERENCE-DOC|
      *    TAX-CODE|TAX-AMOUNT|TAX-LIABILITY-ACCOUNT|ENTERED-BY|
      *    DECIDED-BY|DECIDED-DATE - currency through tax account
      *    are the currency/reference/tax split bestbooks_add_entry
      *    froze at hold time so APPROVE posts the same entry a
      *    same-amount same-run posting would have; ENTERED-BY is
      *    the operator who keyed it, and the decision stamps the
      *    approving/rejecting operator and the date beside it.
            01 WS-ROW-ID            PIC 9(5).
            01 WS-ROW-DATE          PIC X(10).
            01 WS-ROW-ACCOUNT       PIC X(15).
            01 WS-ROW-TAXCODE       PIC X(10).
            01 WS-ROW-TAX-AMOUNT    PIC X(12).
            01 WS-ROW-TAX-ACCOUNT   PIC X(15).
            01 WS-ROW-ENTERED-BY    PIC X(8).
            01 WS-ROW-DECIDED-BY    PIC X(8).
            01 WS-ROW-DECIDED-DATE  PIC X(10).

            01 USER-TRANSACTION-ID  PIC 9(5).
            01 WS-FORMATTED-DATE    PIC X(12).
            01 WS-COMMIT-BLOCKED     PIC X VALUE "N".
                  88  COMMIT-IS-BLOCKED VALUE "Y".

      *    a CPA adjusting journal BESTBOOKS-CPA imported: one pending
      *    row per leg, every leg carrying the journal's AJE#
      *    reference, decided together as one journal entry.
            01 WS-GROUP-REFERENCE    PIC X(20) VALUE SPACES.
            01 WS-GROUP-YEAR         PIC X(4) VALUE SPACES.
            01 WS-GROUP-LEGS         PIC 9(5) VALUE ZERO.
            01 WS-GROUP-BLOCKED      PIC X VALUE "N".
                  88  GROUP-IS-BLOCKED  VALUE "Y".
            01 WS-GROUP-JE-TAKEN     PIC X VALUE "N".
                  88  GROUP-JE-TAKEN    VALUE "Y".

       PROCEDURE DIVISION.
       BEGIN.
            PERFORM GET-RUNTIME-ARGUMENTS.
               WS-ROW-DESCRIPTION WS-ROW-STATUS WS-ROW-REASON
               WS-ROW-CURRENCY WS-ROW-REFERENCE WS-ROW-TAXCODE
               WS-ROW-TAX-AMOUNT WS-ROW-TAX-ACCOUNT
               WS-ROW-ENTERED-BY WS-ROW-DECIDED-BY WS-ROW-DECIDED-DATE
            UNSTRING PENDING-LINE DELIMITED BY "|"
               INTO WS-ROW-ID WS-ROW-DATE WS-ROW-ACCOUNT
                    WS-ROW-AMOUNT WS-ROW-DESCRIPTION WS-ROW-STATUS
                    WS-ROW-REASON WS-ROW-CURRENCY WS-ROW-REFERENCE
                    WS-ROW-TAXCODE WS-ROW-TAX-AMOUNT
                    WS-ROW-TAX-ACCOUNT WS-ROW-ENTERED-BY
                    WS-ROW-DECIDED-BY WS-ROW-DECIDED-DATE
            END-UNSTRING.

       PROCESS-DECISION.
               MOVE 1 TO RETURN-CODE
               EXIT PARAGRAPH
            END-IF.
            PERFORM FIND-ADJUSTING-GROUP
            IF RETURN-CODE NOT = ZERO
               EXIT PARAGRAPH
            END-IF.

            MOVE "N" TO WS-FOUND
            OPEN INPUT pending

       APPLY-DECISION-TO-ROW.
            PERFORM UNPACK-PENDING-ROW
            IF (WS-ROW-ID = WS-TARGET-ID
                  OR (WS-GROUP-REFERENCE NOT = SPACES
                     AND WS-ROW-REFERENCE = WS-GROUP-REFERENCE
                     AND WS-ROW-DATE(1:4) = WS-GROUP-YEAR))
                  AND FUNCTION TRIM(WS-ROW-STATUS) = "PENDING"
               MOVE "Y" TO WS-FOUND
               IF WS-COMMAND = "APPROVE"
                  MOVE "REJECTED" TO WS-ROW-STATUS
                  MOVE WS-REASON TO WS-ROW-REASON
               END-IF
               IF FUNCTION TRIM(WS-ROW-STATUS) NOT = "PENDING"
                  MOVE WS-OPERATOR-ID TO WS-ROW-DECIDED-BY
                  MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY
                  STRING WS-TODAY(1:4) "-" WS-TODAY(5:2) "-"
                        WS-TODAY(7:2) DELIMITED BY SIZE
                     INTO WS-ROW-DECIDED-DATE
                  END-STRING
               END-IF
               PERFORM REPACK-PENDING-ROW
            END-IF
            WRITE PENDING-WORK-LINE FROM PENDING-LINE.

       FIND-ADJUSTING-GROUP.
      *    A CPA adjusting journal is only ever decided whole: when
      *    the target row carries an AJE# reference, every PENDING
      *    row with that reference (same year) is approved or
      *    rejected with it, under one journal-entry number, so the
      *    ledger never holds one side of an adjustment. Before an
      *    APPROVE touches anything, every leg must be postable - a
      *    leg past the line limit or dated into a closed period
      *    stops the whole journal.
            MOVE SPACES TO WS-GROUP-REFERENCE WS-GROUP-YEAR
            MOVE "N" TO WS-GROUP-BLOCKED WS-GROUP-JE-TAKEN
            MOVE ZERO TO WS-GROUP-LEGS
            OPEN INPUT pending
            IF WS-PENDING-STATUS NOT = "00"
               CLOSE pending
               EXIT PARAGRAPH
            END-IF
            MOVE "N" TO WS-PENDING-EOF
            PERFORM WITH TEST BEFORE UNTIL PENDING-EOF
               READ pending INTO PENDING-LINE
                  AT END
                     MOVE "Y" TO WS-PENDING-EOF
                  NOT AT END
                     PERFORM UNPACK-PENDING-ROW
                     IF WS-ROW-ID = WS-TARGET-ID
                           AND FUNCTION TRIM(WS-ROW-STATUS) = "PENDING"
                           AND WS-ROW-REFERENCE(1:4) = "AJE#"
                        MOVE WS-ROW-REFERENCE TO WS-GROUP-REFERENCE
                        MOVE WS-ROW-DATE(1:4) TO WS-GROUP-YEAR
                     END-IF
               END-READ
            END-PERFORM
            CLOSE pending
            IF WS-GROUP-REFERENCE = SPACES
               EXIT PARAGRAPH
            END-IF

            OPEN INPUT pending
            MOVE "N" TO WS-PENDING-EOF
            PERFORM WITH TEST BEFORE UNTIL PENDING-EOF
               READ pending INTO PENDING-LINE
                  AT END
                     MOVE "Y" TO WS-PENDING-EOF
                  NOT AT END
                     PERFORM UNPACK-PENDING-ROW
                     IF WS-ROW-REFERENCE = WS-GROUP-REFERENCE
                           AND WS-ROW-DATE(1:4) = WS-GROUP-YEAR
                           AND FUNCTION TRIM(WS-ROW-STATUS) = "PENDING"
                        ADD 1 TO WS-GROUP-LEGS
                        IF WS-COMMAND = "APPROVE"
                           PERFORM CHECK-GROUP-LEG
                        END-IF
                     END-IF
               END-READ
            END-PERFORM
            CLOSE pending
            DISPLAY "Adjusting journal "
               FUNCTION TRIM(WS-GROUP-REFERENCE) ": " WS-GROUP-LEGS
               " pending leg(s) decided together"
            IF GROUP-IS-BLOCKED
               DISPLAY "ERROR: adjusting journal "
                  FUNCTION TRIM(WS-GROUP-REFERENCE)
                  " not posted - nothing was changed; REJECT it and "
                  "have the entry re-issued"
               MOVE 1 TO RETURN-CODE
            END-IF.

       CHECK-GROUP-LEG.
            IF FUNCTION ABS(FUNCTION NUMVAL(WS-ROW-AMOUNT)) > 9999999.99
               DISPLAY "ERROR: pending entry " WS-ROW-ID
                  " amount " FUNCTION TRIM(WS-ROW-AMOUNT)
                  " exceeds the 9,999,999.99 ledger line limit"
               MOVE "Y" TO WS-GROUP-BLOCKED
            END-IF
            MOVE WS-ROW-DATE TO WS-FC-LOOKUP-DATE
            PERFORM DERIVE-FISCAL-PERIOD
            MOVE WS-POSTING-FY TO WS-CP-YEAR-CHECK
            MOVE WS-POSTING-PD TO WS-CP-PERIOD-CHECK
            PERFORM CHECK-PERIOD-LOCK
            IF PERIOD-IS-LOCKED
               DISPLAY "ERROR: pending entry " WS-ROW-ID
                  " is dated into period " WS-CP-YEAR-CHECK "-"
                  WS-CP-PERIOD-CHECK ", which is now closed"
               MOVE "Y" TO WS-GROUP-BLOCKED
            END-IF.

       REPACK-PENDING-ROW.
            MOVE SPACES TO PENDING-LINE
            STRING WS-ROW-ID DELIMITED BY SIZE
                  FUNCTION TRIM(WS-ROW-TAX-AMOUNT) DELIMITED BY SIZE
                  "|" DELIMITED BY SIZE
                  FUNCTION TRIM(WS-ROW-TAX-ACCOUNT) DELIMITED BY SIZE
                  "|" DELIMITED BY SIZE
                  FUNCTION TRIM(WS-ROW-ENTERED-BY) DELIMITED BY SIZE
                  "|" DELIMITED BY SIZE
                  FUNCTION TRIM(WS-ROW-DECIDED-BY) DELIMITED BY SIZE
                  "|" DELIMITED BY SIZE
                  FUNCTION TRIM(WS-ROW-DECIDED-DATE) DELIMITED BY SIZE
               INTO PENDING-LINE
            END-STRING.

               EXIT PARAGRAPH
            END-IF.

            IF WS-GROUP-REFERENCE = SPACES OR NOT GROUP-JE-TAKEN
               PERFORM GET-NEXT-JOURNAL-ENTRY
               MOVE "Y" TO WS-GROUP-JE-TAKEN
            END-IF
            PERFORM GET-NEXT-TRANSACTION-ID
            PERFORM OPEN-LEDGER-WITH-RETRY
            MOVE WS-ROW-DATE TO TRANSACTION-DATE
               TO WS-COA-POST-CREDIT
            PERFORM POST-COA-BALANCE
            CLOSE bestbooks
            DISPLAY "Pending entry " WS-ROW-ID
               " approved and posted as TRANSACTION-ID "
               USER-TRANSACTION-ID.

