            01 WS-MAPPING-STATUS    PIC XX.
            01 WS-LOCK-RETRIES      PIC 99 VALUE ZERO.

      *    BESTBOOKS_SNAPSHOT=Y takes a bestbooks-snapshot generation
      *    of the company's whole file set before the first move is
      *    posted - see BESTBOOKS-CLOSE.
            01 WS-SNAPSHOT-FLAG     PIC X(3) VALUE SPACES.
            01 WS-SNAPSHOT-DIR      PIC X(64) VALUE SPACES.
            01 WS-SNAPSHOT-IDX      PIC 9(3) VALUE ZERO.
            01 WS-COMMAND-LINE      PIC X(250).

      *    operator sign-on - see bestbooks_add_entry.
            01 WS-OPERATOR-FILE     PIC X(64) VALUE "OPERATOR.DAT".
            01 WS-OPERATOR-STATUS   PIC XX.
               STOP RUN
            END-IF.

            PERFORM TAKE-PRE-RECLASS-SNAPSHOT.
            PERFORM VARYING WS-MOVE-WORK-IDX FROM 1 BY 1
                  UNTIL WS-MOVE-WORK-IDX > WS-MOVE-COUNT
               PERFORM POST-ONE-MOVE
            END-IF
            ACCEPT USER-POSTING-DATE FROM ARGUMENT-VALUE.

       TAKE-PRE-RECLASS-SNAPSHOT.
      *    Snapshot of the ledger's directory labelled PRE-RECLASS; if
      *    one was asked for and cannot be taken, nothing is moved.
            ACCEPT WS-SNAPSHOT-FLAG
               FROM ENVIRONMENT "BESTBOOKS_SNAPSHOT"
            MOVE FUNCTION UPPER-CASE(WS-SNAPSHOT-FLAG)
               TO WS-SNAPSHOT-FLAG
            IF WS-SNAPSHOT-FLAG NOT = "Y"
                  AND WS-SNAPSHOT-FLAG NOT = "YES"
               EXIT PARAGRAPH
            END-IF
            MOVE SPACES TO WS-SNAPSHOT-DIR
            PERFORM VARYING WS-SNAPSHOT-IDX FROM 64 BY -1
                  UNTIL WS-SNAPSHOT-IDX < 1
                     OR WS-LEDGER-FILE(WS-SNAPSHOT-IDX:1) = "/"
               CONTINUE
            END-PERFORM
            IF WS-SNAPSHOT-IDX > ZERO
               MOVE WS-LEDGER-FILE(1:WS-SNAPSHOT-IDX)
                  TO WS-SNAPSHOT-DIR
            END-IF
            MOVE SPACES TO WS-COMMAND-LINE
            STRING "bestbooks-snapshot TAKE " DELIMITED BY SIZE
                  QUOTE DELIMITED BY SIZE
                  WS-SNAPSHOT-DIR DELIMITED BY SPACE
                  QUOTE DELIMITED BY SIZE
                  " PRE-RECLASS" DELIMITED BY SIZE
               INTO WS-COMMAND-LINE
            END-STRING
            CALL "SYSTEM" USING WS-COMMAND-LINE
            IF RETURN-CODE NOT = ZERO
               DISPLAY "ERROR: the pre-reclassification snapshot "
                  "failed - nothing moved"
               MOVE 1 TO RETURN-CODE
               STOP RUN
            END-IF.

       LOAD-MAPPING-TABLE.
            MOVE ZERO TO WS-MAP-COUNT
            MOVE "N" TO WS-MAPPING-EOF
