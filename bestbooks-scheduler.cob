      * everything, and a missed morning means the job runs late, not
      * a silently skipped depreciation month. The scheduler itself
      * exits nonzero when any due job failed.
      *
      * An optional sixth column SNAPSHOT (Y) - or BESTBOOKS_SNAPSHOT
      * =Y in the environment, for every job - takes a bestbooks-
      * snapshot generation of the files labelled PRE-<job> before
      * the job runs; a job whose snapshot fails is not run and
      * counts as failed.
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
            01 WS-ROW-ARGS          PIC X(120).
            01 WS-ROW-FREQ          PIC X(8).
            01 WS-ROW-NEXT-DUE      PIC X(10).
            01 WS-ROW-SNAPSHOT      PIC X(3).

            01 WS-SNAPSHOT-FLAG     PIC X(3) VALUE SPACES.
            01 WS-SNAPSHOT-LABEL    PIC X(20).

            01 WS-TODAY-DATE        PIC X(10).
            01 WS-TODAY-RAW         PIC X(8).

       PROCESS-SCHEDULE-ROW.
            MOVE SPACES TO WS-ROW-JOB WS-ROW-PROGRAM WS-ROW-ARGS
               WS-ROW-FREQ WS-ROW-NEXT-DUE WS-ROW-SNAPSHOT
            UNSTRING SCHEDULE-LINE DELIMITED BY "|"
               INTO WS-ROW-JOB WS-ROW-PROGRAM WS-ROW-ARGS
                    WS-ROW-FREQ WS-ROW-NEXT-DUE WS-ROW-SNAPSHOT
            END-UNSTRING
            MOVE FUNCTION UPPER-CASE(WS-ROW-FREQ) TO WS-ROW-FREQ
            MOVE FUNCTION UPPER-CASE(WS-ROW-SNAPSHOT)
               TO WS-ROW-SNAPSHOT

            IF WS-ROW-JOB = SPACES OR WS-ROW-PROGRAM = SPACES
                  OR WS-ROW-NEXT-DUE = SPACES
               EXIT PARAGRAPH
            END-IF

            PERFORM TAKE-PRE-JOB-SNAPSHOT
            IF WS-JOB-RC = ZERO
               PERFORM RUN-ONE-JOB
            END-IF
            PERFORM APPEND-HISTORY-ROW
            IF WS-JOB-RC = ZERO
               PERFORM ROLL-NEXT-DUE-FORWARD
               END-IF
            END-PERFORM.

       TAKE-PRE-JOB-SNAPSHOT.
      *    WS-JOB-RC is left nonzero when a snapshot was wanted and
      *    could not be taken, so the job is skipped and retried.
            MOVE ZERO TO WS-JOB-RC
            ACCEPT WS-SNAPSHOT-FLAG
               FROM ENVIRONMENT "BESTBOOKS_SNAPSHOT"
            MOVE FUNCTION UPPER-CASE(WS-SNAPSHOT-FLAG)
               TO WS-SNAPSHOT-FLAG
            IF WS-ROW-SNAPSHOT NOT = "Y" AND WS-ROW-SNAPSHOT NOT = "YES"
                  AND WS-SNAPSHOT-FLAG NOT = "Y"
                  AND WS-SNAPSHOT-FLAG NOT = "YES"
               EXIT PARAGRAPH
            END-IF
            MOVE SPACES TO WS-SNAPSHOT-LABEL
            STRING "PRE-" DELIMITED BY SIZE
                  FUNCTION TRIM(WS-ROW-JOB) DELIMITED BY SIZE
               INTO WS-SNAPSHOT-LABEL
            END-STRING
            INSPECT WS-SNAPSHOT-LABEL REPLACING ALL QUOTE BY "-"
               ALL "$" BY "-" ALL "`" BY "-" ALL "\" BY "-"
               ALL "|" BY "-"
            PERFORM VARYING WS-UNSAFE-IDX FROM 1 BY 1
                  UNTIL WS-UNSAFE-IDX > FUNCTION LENGTH(
                     FUNCTION TRIM(WS-SNAPSHOT-LABEL TRAILING))
               IF WS-SNAPSHOT-LABEL(WS-UNSAFE-IDX:1) = SPACE
                  MOVE "-" TO WS-SNAPSHOT-LABEL(WS-UNSAFE-IDX:1)
               END-IF
            END-PERFORM
            MOVE SPACES TO WS-COMMAND-LINE
            STRING "bestbooks-snapshot TAKE " DELIMITED BY SIZE
                  QUOTE DELIMITED BY SIZE
                  QUOTE DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-SNAPSHOT-LABEL DELIMITED BY SPACE
               INTO WS-COMMAND-LINE
            END-STRING
            CALL "SYSTEM" USING WS-COMMAND-LINE
            MOVE RETURN-CODE TO WS-JOB-RC
            MOVE ZERO TO RETURN-CODE
            IF WS-JOB-RC NOT = ZERO
               DISPLAY "SKIPPED job '" FUNCTION TRIM(WS-ROW-JOB)
                  "': the pre-job snapshot failed"
            END-IF.

       RUN-ONE-JOB.
            DISPLAY "Running job '" FUNCTION TRIM(WS-ROW-JOB) "': "
               FUNCTION TRIM(WS-ROW-PROGRAM) " "
                  "|" DELIMITED BY SIZE
                  FUNCTION TRIM(WS-ROW-NEXT-DUE) DELIMITED BY SIZE
               INTO SCHEDULE-LINE
            END-STRING
            IF WS-ROW-SNAPSHOT NOT = SPACES
               MOVE SPACES TO WS-COMMAND-LINE
               STRING FUNCTION TRIM(SCHEDULE-LINE) DELIMITED BY SIZE
                     "|" DELIMITED BY SIZE
                     FUNCTION TRIM(WS-ROW-SNAPSHOT) DELIMITED BY SIZE
                  INTO WS-COMMAND-LINE
               END-STRING
               MOVE WS-COMMAND-LINE TO SCHEDULE-LINE
            END-IF.

       REPLACE-SCHEDULE-WITH-WORK.
      *    Same truncate-and-rewrite pattern BESTBOOKS-APPROVE uses
