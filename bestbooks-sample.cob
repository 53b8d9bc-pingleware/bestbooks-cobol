       IDENTIFICATION DIVISION.
       PROGRAM-ID. BESTBOOKS-SAMPLE.
       AUTHOR. PRESSPAGE ENTERTAINMENT INC dba PINGLEWARE.
      *----------------------------------------------------------------
      * Audit sample of journal entries for one fiscal year, drawn
      * from the live ledger, every rollover generation and every
      * close archive (the BESTBOOKS-VERIFY sweep). The sampling unit
      * is the journal entry - all legs sharing a JOURNAL-ENTRY-NO; a
      * leg posted before journal numbers existed is an entry on its
      * own. An entry's amount is its total debits.
      *
      *   KEY      every entry at or above the key-item threshold is
      *            selected and taken out of the population;
      *   RANDOM   each stratum gets its share of the sample size by
      *            entry count and is drawn by selection sampling -
      *            each entry in turn, taken with probability (still
      *            needed) / (still to look at);
      *   MUS      monetary-unit sampling - each stratum gets its
      *            share by amount and the entries are taken where a
      *            fixed interval, from a random start, falls on the
      *            running total, so larger entries are likelier.
      *
      * Strata: NONE, TYPE (the accountType of the entry's largest
      * leg) or BAND <limits>, amount bands split at the comma-listed
      * limits ("1000,10000" gives under 1,000, 1,000 to 9,999.99 and
      * 10,000 and over). Within a stratum entries are taken in
      * journal-entry order and the random numbers come from a
      * multiplicative congruential generator (16807 mod 2**31-1) on
      * the given seed, so the same seed and files draw the same
      * sample every time.
      *
      * The worksheet lists each selected entry with every leg -
      * date, transaction, account, amounts, REFERENCE-DOC and
      * POSTED-BY - so the backup documents can be pulled directly;
      * SAMPLE.DAT (pipe-delimited FISCAL-YEAR|JOURNAL-ENTRY|
      * TRANSACTION-ID|DATE|BASIS|STRATUM|AMOUNT|REFERENCE-DOC|
      * POSTED-BY, one row per entry) is the selection handed over.
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL LEDGER
               ASSIGN TO WS-CURRENT-LEDGER
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

           SELECT OPTIONAL seqctl
               ASSIGN TO WS-SEQCTL-FILE
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS SEQCTL-KEY
                   FILE STATUS IS WS-SEQCTL-STATUS.

           SELECT OPTIONAL archreg
               ASSIGN TO WS-ARCHREG-FILE
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-ARCHREG-STATUS.

           SELECT OPTIONAL samplefile
               ASSIGN TO WS-SAMPLE-FILE
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-SAMPLE-STATUS.

           SELECT OPTIONAL SORT-WORK
               ASSIGN TO "SAMPSORT.TMP".

       DATA DIVISION.
       FILE SECTION.
            FD LEDGER.
            COPY "ledger-record.cpy".

            FD coa.
            COPY "coa-record.cpy".

            FD seqctl.
            COPY "seq-control.cpy".

      *    ARCHREG.DAT: one close-archive file name per line - see
      *    BESTBOOKS-CLOSE.
            FD archreg.
            01 ARCHREG-LINE          PIC X(64).

            FD samplefile.
            01 SAMPLE-LINE           PIC X(160).

      *    one leg of the fiscal year, sorted so the legs of each
      *    journal entry arrive together.
            SD SORT-WORK.
            01 SM-ENTRY.
                02 SM-KEY.
                   03 SM-JOURNAL-ENTRY  PIC 9(7).
                   03 SM-OWN-ID         PIC 9(5).
                02 SM-FILE-NO           PIC 9(3).
                02 SM-TRANSACTION-ID    PIC 9(5).
                02 SM-DATE              PIC X(10).
                02 SM-ACCOUNT           PIC X(15).
                02 SM-DEBIT             PIC 9(7)V99.
                02 SM-CREDIT            PIC 9(7)V99.
                02 SM-DESCRIPTION       PIC X(30).
                02 SM-REFERENCE         PIC X(20).
                02 SM-POSTED-BY         PIC X(8).

       WORKING-STORAGE SECTION.
      *    the live ledger, every LEDGER-ARCH-<n> rollover generation
      *    SEQCTL.DAT key "2" says exists, and every dated close
      *    archive on ARCHREG.DAT are read one after another through
      *    the one LEDGER file, the same sweep BESTBOOKS-VERIFY makes.
            01 WS-LEDGER-FILE       PIC X(64) VALUE "LEDGER.DAT".
            01 WS-CURRENT-LEDGER    PIC X(64).
            01 WS-COA-FILE          PIC X(64) VALUE "BESTBOOKS.DAT".
            01 WS-SEQCTL-FILE       PIC X(64) VALUE "SEQCTL.DAT".
            01 WS-ARCHREG-FILE      PIC X(64) VALUE "ARCHREG.DAT".
            01 WS-SAMPLE-FILE       PIC X(64) VALUE "SAMPLE.DAT".
            01 WS-LEDGER-STATUS     PIC XX.
            01 WS-COA-STATUS        PIC XX.
            01 WS-SEQCTL-STATUS     PIC XX.
            01 WS-ARCHREG-STATUS    PIC XX.
            01 WS-SAMPLE-STATUS     PIC XX.
            01 WS-FILE-EOF          PIC X VALUE "N".
                  88  FILE-EOF      VALUE "Y".
            01 WS-LEDGER-EOF        PIC X VALUE "N".
                  88  LEDGER-EOF    VALUE "Y".
            01 WS-ARCHREG-EOF       PIC X VALUE "N".
                  88  ARCHREG-EOF   VALUE "Y".
            01 WS-SORT-EOF          PIC X VALUE "N".
                  88  SORT-DONE     VALUE "Y".
            01 WS-SEQ-ARCH-GEN      PIC 9(5) VALUE ZERO.
            01 WS-GEN-IDX           PIC 9(5) VALUE ZERO.
            01 WS-ARCHIVE-NAME.
                02 FILLER            PIC X(11) VALUE "LEDGER-ARCH".
                02 FILLER            PIC X VALUE "-".
                02 AN-GENERATION     PIC 9(5).
                02 FILLER            PIC X(4) VALUE ".DAT".
            01 WS-FILES-READ        PIC 9(3) VALUE ZERO.
      *    P = gathering the population, W = pulling the legs of the
      *    selected entries for the worksheet.
            01 WS-PASS              PIC X VALUE "P".
                  88  POPULATION-PASS VALUE "P".
                  88  WORKSHEET-PASS  VALUE "W".

      *    runtime arguments.
            01 WS-FY-IN             PIC X(4).
            01 WS-FISCAL-YEAR       PIC 9(4).
            01 WS-LEG-YEAR          PIC 9(4).
            01 WS-SIZE-IN           PIC X(6).
            01 WS-SAMPLE-SIZE       PIC 9(5) VALUE 25.
            01 WS-METHOD            PIC X(6) VALUE "RANDOM".
                  88  METHOD-RANDOM VALUE "RANDOM".
                  88  METHOD-MUS    VALUE "MUS".
            01 WS-SEED-IN           PIC X(10).
            01 WS-KEY-IN            PIC X(14).
            01 WS-KEY-THRESHOLD     PIC 9(11)V99 VALUE ZERO.
            01 WS-STRATIFY          PIC X(4) VALUE "NONE".
                  88  STRATA-NONE   VALUE "NONE".
                  88  STRATA-TYPE   VALUE "TYPE".
                  88  STRATA-BAND   VALUE "BAND".
            01 WS-BANDS-IN          PIC X(80).
            01 BAND-LIMITS.
               02 BAND-LIMIT OCCURS 9 TIMES PIC 9(11)V99.
            01 WS-BAND-COUNT        PIC 99 VALUE ZERO.
            01 WS-BAND-TEXT.
               02 WS-BAND-PART OCCURS 9 TIMES PIC X(14).
            01 WS-BAND-IDX          PIC 99.

      *    random number generator: WS-RANDOM-SEED becomes
      *    WS-RANDOM-SEED * 16807 mod 2147483647 on each draw, and
      *    WS-RANDOM-FRACTION is that over 2147483647.
            01 WS-RANDOM-SEED       PIC 9(10) VALUE ZERO.
            01 WS-START-SEED        PIC 9(10) VALUE ZERO.
            01 WS-RANDOM-WORK       PIC 9(15).
            01 WS-RANDOM-QUOTIENT   PIC 9(15).
            01 WS-RANDOM-FRACTION   PIC V9(9).

      *    chart, for the accountType of each entry's largest leg.
            01 CHART-TABLE.
               02 CHART-ENTRY OCCURS 1000 TIMES
                     INDEXED BY CH-IDX.
                  03 CH-NAME          PIC X(80).
                  03 CH-TYPE          PIC X(10).
            01 WS-CHART-COUNT       PIC 9(4) VALUE ZERO.

      *    the population: one row per journal entry, in journal-entry
      *    order.
            01 ENTRY-TABLE.
               02 JE-ENTRY OCCURS 20000 TIMES
                     INDEXED BY JE-IDX.
                  03 JE-KEY.
                     04 JE-NUMBER     PIC 9(7).
                     04 JE-OWN-ID     PIC 9(5).
                  03 JE-DATE          PIC X(10).
                  03 JE-AMOUNT        PIC 9(11)V99.
                  03 JE-LEGS          PIC 9(4).
                  03 JE-STRATUM       PIC 99.
                  03 JE-BASIS         PIC X(6).
            01 WS-ENTRY-COUNT       PIC 9(5) VALUE ZERO.
            01 WS-ENTRY-DROPPED     PIC 9(5) VALUE ZERO.
            01 WS-POPULATION-TOTAL  PIC 9(13)V99 VALUE ZERO.
            01 WS-KEY-COUNT         PIC 9(5) VALUE ZERO.
            01 WS-KEY-TOTAL         PIC 9(13)V99 VALUE ZERO.
            01 WS-SELECTED-COUNT    PIC 9(5) VALUE ZERO.
            01 WS-SEARCH-LOW        PIC 9(5).
            01 WS-SEARCH-HIGH       PIC 9(5).
            01 WS-SEARCH-MID        PIC 9(5).
            01 WS-FIND-KEY          PIC X(12).

      *    the entry being gathered from the sort.
            01 WS-GR-ACTIVE         PIC X VALUE "N".
                  88  GROUP-ACTIVE  VALUE "Y".
            01 WS-GR-KEY.
               02 WS-GR-NUMBER      PIC 9(7).
               02 WS-GR-OWN-ID      PIC 9(5).
            01 WS-GR-DATE           PIC X(10).
            01 WS-GR-AMOUNT         PIC 9(11)V99.
            01 WS-GR-LEGS           PIC 9(4).
            01 WS-GR-BIG-AMOUNT     PIC 9(7)V99.
            01 WS-GR-BIG-ACCOUNT    PIC X(15).
            01 WS-GR-FIRST-TID      PIC 9(5).
            01 WS-GR-REFERENCE      PIC X(20).
            01 WS-GR-POSTED-BY      PIC X(8).
            01 WS-LEG-AMOUNT        PIC 9(7)V99.

      *    strata.
            01 STRATUM-TABLE.
               02 ST-ENTRY OCCURS 30 TIMES
                     INDEXED BY ST-IDX.
                  03 ST-NAME          PIC X(30).
                  03 ST-TYPE          PIC X(10).
                  03 ST-COUNT         PIC 9(5).
                  03 ST-AMOUNT        PIC 9(13)V99.
                  03 ST-SIZE          PIC 9(5).
                  03 ST-SELECTED      PIC 9(5).
            01 WS-STRATUM-COUNT     PIC 99 VALUE ZERO.
            01 WS-STRATUM           PIC 99.
            01 WS-STRATUM-TYPE      PIC X(10).
            01 WS-SEEN              PIC 9(5).
            01 WS-NEEDED            PIC 9(5).
            01 WS-REMAINING         PIC 9(5).
            01 WS-DRAW              PIC 9(5)V9(9).
            01 WS-INTERVAL          PIC 9(13)V9(4).
            01 WS-NEXT-HIT          PIC 9(13)V9(4).
            01 WS-RUNNING           PIC 9(13)V9(4).
            01 WS-SIZE-WORK         PIC 9(7)V9(4).
            01 WS-SIZE-TOTAL        PIC 9(7).

      *    worksheet and selection file.
            01 WS-TOTAL-DEBIT       PIC 9(11)V99.
            01 WS-TOTAL-CREDIT      PIC 9(11)V99.
            01 WS-AMOUNT-ED         PIC Z(10)9.99.
            01 WS-COUNT-ED          PIC Z(4)9.
            01 WS-SAMPLE-WORK       PIC X(160).
            01 RPT-ENTRY-LINE.
               02 FILLER            PIC X(8) VALUE "JOURNAL ".
               02 RPT-JE            PIC 9(7).
               02 RPT-JE-X REDEFINES RPT-JE PIC X(7).
               02 FILLER            PIC X(2) VALUE SPACES.
               02 RPT-BASIS         PIC X(6).
               02 FILLER            PIC X(2) VALUE SPACES.
               02 RPT-STRATUM       PIC X(30).
               02 FILLER            PIC X(8) VALUE " amount ".
               02 RPT-AMOUNT        PIC ZZ,ZZZ,ZZZ,ZZ9.99.
            01 RPT-LEG-LINE.
               02 FILLER            PIC X(3) VALUE SPACES.
               02 RPT-DATE          PIC X(10).
               02 FILLER            PIC X VALUE SPACE.
               02 RPT-TID           PIC 9(5).
               02 FILLER            PIC X VALUE SPACE.
               02 RPT-ACCOUNT       PIC X(15).
               02 RPT-DEBIT         PIC ZZ,ZZZ,ZZ9.99.
               02 RPT-CREDIT        PIC ZZ,ZZZ,ZZ9.99.
               02 FILLER            PIC X VALUE SPACE.
               02 RPT-REFERENCE     PIC X(20).
               02 FILLER            PIC X VALUE SPACE.
               02 RPT-POSTED-BY     PIC X(8).
               02 FILLER            PIC X VALUE SPACE.
               02 RPT-DESCRIPTION   PIC X(30).
            01 RPT-STRATUM-LINE.
               02 FILLER            PIC X(2) VALUE SPACES.
               02 RPT-ST-NAME       PIC X(30).
               02 RPT-ST-COUNT      PIC ZZ,ZZ9.
               02 FILLER            PIC X VALUE SPACE.
               02 RPT-ST-AMOUNT     PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99.
               02 RPT-ST-SIZE       PIC ZZ,ZZ9.
               02 RPT-ST-SELECTED   PIC ZZ,ZZ9.

       PROCEDURE DIVISION.
       BEGIN.
            PERFORM GET-RUNTIME-ARGUMENTS.
            PERFORM LOAD-CHART.
            PERFORM SET-UP-STRATA.

            MOVE "P" TO WS-PASS
            SORT SORT-WORK ON ASCENDING KEY SM-JOURNAL-ENTRY
                  SM-OWN-ID SM-FILE-NO SM-TRANSACTION-ID
                INPUT PROCEDURE IS SCAN-LEDGER-AND-ARCHIVES
                OUTPUT PROCEDURE IS BUILD-POPULATION

            PERFORM SELECT-KEY-ITEMS.
            PERFORM VARYING WS-STRATUM FROM 1 BY 1
                  UNTIL WS-STRATUM > WS-STRATUM-COUNT
               IF METHOD-MUS
                  PERFORM DRAW-MONETARY-UNITS
               ELSE
                  PERFORM DRAW-RANDOM-ENTRIES
               END-IF
            END-PERFORM.
            PERFORM PRINT-SAMPLE-HEADING.

            OPEN OUTPUT samplefile
            IF WS-SAMPLE-STATUS NOT = "00"
                  AND WS-SAMPLE-STATUS NOT = "05"
               DISPLAY "ERROR: sample file "
                  FUNCTION TRIM(WS-SAMPLE-FILE)
                  " not open (status " WS-SAMPLE-STATUS ")"
               MOVE 1 TO RETURN-CODE
               STOP RUN
            END-IF
            MOVE "W" TO WS-PASS
            MOVE ZERO TO WS-FILES-READ
            SORT SORT-WORK ON ASCENDING KEY SM-JOURNAL-ENTRY
                  SM-OWN-ID SM-FILE-NO SM-TRANSACTION-ID
                INPUT PROCEDURE IS SCAN-LEDGER-AND-ARCHIVES
                OUTPUT PROCEDURE IS PRINT-WORKSHEET
            CLOSE samplefile.
            MOVE WS-SELECTED-COUNT TO WS-COUNT-ED
            DISPLAY " "
            DISPLAY FUNCTION TRIM(WS-COUNT-ED)
               " journal entries selected, written to "
               FUNCTION TRIM(WS-SAMPLE-FILE).
            STOP RUN.

       GET-RUNTIME-ARGUMENTS.
      *    arg 1: fiscal year.
      *    arg 2 (optional): sample size, default 25.
      *    arg 3 (optional): RANDOM (default) or MUS.
      *    arg 4 (optional): seed, default the fiscal year.
      *    arg 5 (optional): key-item threshold, default none.
      *    arg 6 (optional): NONE (default), TYPE or BAND.
      *    arg 7 (optional): band limits for BAND, e.g. 1000,10000.
      *    args 8-12 (optional): chart of accounts, ledger, sequence
      *    control, archive register and sample output files.
            ACCEPT WS-FY-IN FROM ARGUMENT-VALUE
            ACCEPT WS-SIZE-IN FROM ARGUMENT-VALUE
            ACCEPT WS-METHOD FROM ARGUMENT-VALUE
            ACCEPT WS-SEED-IN FROM ARGUMENT-VALUE
            ACCEPT WS-KEY-IN FROM ARGUMENT-VALUE
            ACCEPT WS-STRATIFY FROM ARGUMENT-VALUE
            ACCEPT WS-BANDS-IN FROM ARGUMENT-VALUE
            MOVE FUNCTION UPPER-CASE(WS-METHOD) TO WS-METHOD
            MOVE FUNCTION UPPER-CASE(WS-STRATIFY) TO WS-STRATIFY
            IF WS-METHOD = SPACES
               MOVE "RANDOM" TO WS-METHOD
            END-IF
            IF WS-STRATIFY = SPACES
               MOVE "NONE" TO WS-STRATIFY
            END-IF
            IF WS-FY-IN = SPACES
                  OR FUNCTION TEST-NUMVAL(WS-FY-IN) NOT = ZERO
                  OR (NOT METHOD-RANDOM AND NOT METHOD-MUS)
                  OR (NOT STRATA-NONE AND NOT STRATA-TYPE
                     AND NOT STRATA-BAND)
               PERFORM SHOW-USAGE
            END-IF
            MOVE FUNCTION NUMVAL(WS-FY-IN) TO WS-FISCAL-YEAR
            IF WS-SIZE-IN NOT = SPACES
               IF FUNCTION TEST-NUMVAL(WS-SIZE-IN) NOT = ZERO
                  PERFORM SHOW-USAGE
               END-IF
               MOVE FUNCTION NUMVAL(WS-SIZE-IN) TO WS-SAMPLE-SIZE
            END-IF
            IF WS-SEED-IN = SPACES
               MOVE WS-FISCAL-YEAR TO WS-RANDOM-SEED
            ELSE
               IF FUNCTION TEST-NUMVAL(WS-SEED-IN) NOT = ZERO
                  PERFORM SHOW-USAGE
               END-IF
               MOVE FUNCTION NUMVAL(WS-SEED-IN) TO WS-RANDOM-SEED
            END-IF
      *    the generator needs a seed of 1 to 2147483646.
            DIVIDE WS-RANDOM-SEED BY 2147483647
               GIVING WS-RANDOM-QUOTIENT REMAINDER WS-RANDOM-SEED
            IF WS-RANDOM-SEED = ZERO
               MOVE 1 TO WS-RANDOM-SEED
            END-IF
            MOVE WS-RANDOM-SEED TO WS-START-SEED
            IF WS-KEY-IN NOT = SPACES
               IF FUNCTION TEST-NUMVAL(WS-KEY-IN) NOT = ZERO
                  PERFORM SHOW-USAGE
               END-IF
               MOVE FUNCTION NUMVAL(WS-KEY-IN) TO WS-KEY-THRESHOLD
            END-IF
            IF STRATA-BAND
               PERFORM PARSE-BAND-LIMITS
            END-IF
            ACCEPT WS-COA-FILE FROM ARGUMENT-VALUE
            IF WS-COA-FILE = SPACES
               MOVE "BESTBOOKS.DAT" TO WS-COA-FILE
            END-IF
            ACCEPT WS-LEDGER-FILE FROM ARGUMENT-VALUE
            IF WS-LEDGER-FILE = SPACES
               MOVE "LEDGER.DAT" TO WS-LEDGER-FILE
            END-IF
            ACCEPT WS-SEQCTL-FILE FROM ARGUMENT-VALUE
            IF WS-SEQCTL-FILE = SPACES
               MOVE "SEQCTL.DAT" TO WS-SEQCTL-FILE
            END-IF
            ACCEPT WS-ARCHREG-FILE FROM ARGUMENT-VALUE
            IF WS-ARCHREG-FILE = SPACES
               MOVE "ARCHREG.DAT" TO WS-ARCHREG-FILE
            END-IF
            ACCEPT WS-SAMPLE-FILE FROM ARGUMENT-VALUE
            IF WS-SAMPLE-FILE = SPACES
               MOVE "SAMPLE.DAT" TO WS-SAMPLE-FILE
            END-IF.

       SHOW-USAGE.
            DISPLAY "Usage: BESTBOOKS-SAMPLE <fiscal-year> [size] "
               "[RANDOM|MUS] [seed] [key-threshold] "
               "[NONE|TYPE|BAND] [band-limits] [coa] [ledger] "
               "[seqctl] [archreg] [sample-out]"
            MOVE 1 TO RETURN-CODE
            STOP RUN.

       PARSE-BAND-LIMITS.
      *    ascending limits, comma separated; each starts a new band.
            MOVE SPACES TO WS-BAND-TEXT
            UNSTRING WS-BANDS-IN DELIMITED BY ","
               INTO WS-BAND-PART(1) WS-BAND-PART(2) WS-BAND-PART(3)
                    WS-BAND-PART(4) WS-BAND-PART(5) WS-BAND-PART(6)
                    WS-BAND-PART(7) WS-BAND-PART(8) WS-BAND-PART(9)
            END-UNSTRING
            MOVE ZERO TO WS-BAND-COUNT
            PERFORM VARYING WS-BAND-IDX FROM 1 BY 1
                  UNTIL WS-BAND-IDX > 9
               IF WS-BAND-PART(WS-BAND-IDX) NOT = SPACES
                  IF FUNCTION TEST-NUMVAL(WS-BAND-PART(WS-BAND-IDX))
                        NOT = ZERO
                     PERFORM SHOW-USAGE
                  END-IF
                  ADD 1 TO WS-BAND-COUNT
                  MOVE FUNCTION NUMVAL(WS-BAND-PART(WS-BAND-IDX))
                     TO BAND-LIMIT(WS-BAND-COUNT)
                  IF WS-BAND-COUNT > 1
                        AND BAND-LIMIT(WS-BAND-COUNT) NOT >
                           BAND-LIMIT(WS-BAND-COUNT - 1)
                     PERFORM SHOW-USAGE
                  END-IF
               END-IF
            END-PERFORM
            IF WS-BAND-COUNT = ZERO
               PERFORM SHOW-USAGE
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
                     IF WS-CHART-COUNT < 1000
                        ADD 1 TO WS-CHART-COUNT
                        SET CH-IDX TO WS-CHART-COUNT
                        MOVE accountName TO CH-NAME(CH-IDX)
                        MOVE FUNCTION UPPER-CASE(
                              FUNCTION TRIM(accountType))
                           TO CH-TYPE(CH-IDX)
                     END-IF
               END-READ
            END-PERFORM
            CLOSE coa.

       SET-UP-STRATA.
      *    NONE is one stratum; BAND is one per band; TYPE strata are
      *    added as account types turn up.
            MOVE ZERO TO WS-STRATUM-COUNT
            EVALUATE TRUE
               WHEN STRATA-NONE
                  MOVE 1 TO WS-STRATUM-COUNT
                  MOVE "ALL ENTRIES" TO ST-NAME(1)
               WHEN STRATA-BAND
                  MOVE BAND-LIMIT(1) TO WS-AMOUNT-ED
                  MOVE 1 TO WS-STRATUM-COUNT
                  MOVE SPACES TO ST-NAME(1)
                  STRING "UNDER " DELIMITED BY SIZE
                        FUNCTION TRIM(WS-AMOUNT-ED) DELIMITED BY SIZE
                     INTO ST-NAME(1)
                  END-STRING
                  PERFORM VARYING WS-BAND-IDX FROM 1 BY 1
                        UNTIL WS-BAND-IDX > WS-BAND-COUNT
                     ADD 1 TO WS-STRATUM-COUNT
                     MOVE BAND-LIMIT(WS-BAND-IDX) TO WS-AMOUNT-ED
                     MOVE SPACES TO ST-NAME(WS-STRATUM-COUNT)
                     IF WS-BAND-IDX = WS-BAND-COUNT
                        STRING FUNCTION TRIM(WS-AMOUNT-ED)
                              DELIMITED BY SIZE
                              " AND OVER" DELIMITED BY SIZE
                           INTO ST-NAME(WS-STRATUM-COUNT)
                        END-STRING
                     ELSE
                        STRING FUNCTION TRIM(WS-AMOUNT-ED)
                              DELIMITED BY SIZE
                              " TO UNDER " DELIMITED BY SIZE
                           INTO ST-NAME(WS-STRATUM-COUNT)
                        END-STRING
                        MOVE BAND-LIMIT(WS-BAND-IDX + 1)
                           TO WS-AMOUNT-ED
                        MOVE SPACES TO WS-SAMPLE-WORK
                        STRING FUNCTION TRIM(ST-NAME(WS-STRATUM-COUNT))
                              DELIMITED BY SIZE
                              " " DELIMITED BY SIZE
                              FUNCTION TRIM(WS-AMOUNT-ED)
                              DELIMITED BY SIZE
                           INTO WS-SAMPLE-WORK
                        END-STRING
                        MOVE WS-SAMPLE-WORK TO ST-NAME(WS-STRATUM-COUNT)
                     END-IF
                  END-PERFORM
            END-EVALUATE
            PERFORM VARYING ST-IDX FROM 1 BY 1 UNTIL ST-IDX > 30
               MOVE SPACES TO ST-TYPE(ST-IDX)
               MOVE ZERO TO ST-COUNT(ST-IDX) ST-AMOUNT(ST-IDX)
                  ST-SIZE(ST-IDX) ST-SELECTED(ST-IDX)
            END-PERFORM.

      *----------------------------------------------------------------
      * Ledger sweep - both passes release through here.
      *----------------------------------------------------------------
       SCAN-LEDGER-AND-ARCHIVES.
      *    One pass over the live ledger, every LEDGER-ARCH-<n>
      *    generation and every dated close archive on ARCHREG.DAT,
      *    handing each entry to TALLY-LEDGER-ENTRY.
            PERFORM READ-ARCHIVE-GENERATION
            MOVE WS-LEDGER-FILE TO WS-CURRENT-LEDGER
            PERFORM SCAN-ONE-LEDGER-FILE
            PERFORM VARYING WS-GEN-IDX FROM 1 BY 1
                  UNTIL WS-GEN-IDX > WS-SEQ-ARCH-GEN
               MOVE WS-GEN-IDX TO AN-GENERATION
               MOVE WS-ARCHIVE-NAME TO WS-CURRENT-LEDGER
               PERFORM SCAN-ONE-LEDGER-FILE
            END-PERFORM
            PERFORM SCAN-REGISTERED-ARCHIVES.

       READ-ARCHIVE-GENERATION.
            MOVE ZERO TO WS-SEQ-ARCH-GEN
            OPEN INPUT seqctl
            IF WS-SEQCTL-STATUS = "00"
               MOVE "2" TO SEQCTL-KEY
               READ seqctl
                  INVALID KEY
                     MOVE ZERO TO SEQCTL-LAST-ID
               END-READ
               MOVE SEQCTL-LAST-ID TO WS-SEQ-ARCH-GEN
               CLOSE seqctl
            END-IF.

       SCAN-REGISTERED-ARCHIVES.
      *    A missing ARCHREG.DAT just means no close has run since
      *    the register existed - nothing extra to sweep.
            MOVE "N" TO WS-ARCHREG-EOF
            OPEN INPUT archreg
            IF WS-ARCHREG-STATUS NOT = "00"
               EXIT PARAGRAPH
            END-IF
            PERFORM WITH TEST BEFORE UNTIL ARCHREG-EOF
               READ archreg
                  AT END
                     MOVE "Y" TO WS-ARCHREG-EOF
                  NOT AT END
                     IF ARCHREG-LINE NOT = SPACES
                        MOVE ARCHREG-LINE TO WS-CURRENT-LEDGER
                        PERFORM SCAN-ONE-LEDGER-FILE
                     END-IF
               END-READ
            END-PERFORM
            CLOSE archreg.

       SCAN-ONE-LEDGER-FILE.
            MOVE "N" TO WS-LEDGER-EOF
            OPEN INPUT LEDGER
            IF WS-LEDGER-STATUS NOT = "00"
                  AND WS-LEDGER-STATUS NOT = "05"
               EXIT PARAGRAPH
            END-IF
            ADD 1 TO WS-FILES-READ
            MOVE LOW-VALUES TO TRANSACTION-ID
            START LEDGER KEY IS NOT LESS THAN TRANSACTION-ID
               INVALID KEY
                  MOVE "Y" TO WS-LEDGER-EOF
            END-START
            PERFORM WITH TEST BEFORE UNTIL LEDGER-EOF
               READ LEDGER NEXT RECORD
                  AT END
                     MOVE "Y" TO WS-LEDGER-EOF
                  NOT AT END
                     PERFORM TALLY-LEDGER-ENTRY
               END-READ
            END-PERFORM
            CLOSE LEDGER.

       TALLY-LEDGER-ENTRY.
      *    A leg of the fiscal year (by FISCAL-YEAR, or its date's
      *    year on a leg posted before the field was carried). On the
      *    worksheet pass only the selected entries' legs go through.
            IF FISCAL-YEAR NUMERIC AND FISCAL-YEAR > ZERO
               MOVE FISCAL-YEAR TO WS-LEG-YEAR
            ELSE
               IF TRANSACTION-DATE(1:4) IS NUMERIC
                  MOVE TRANSACTION-DATE(1:4) TO WS-LEG-YEAR
               ELSE
                  MOVE ZERO TO WS-LEG-YEAR
               END-IF
            END-IF
            IF WS-LEG-YEAR NOT = WS-FISCAL-YEAR
               EXIT PARAGRAPH
            END-IF
            MOVE JOURNAL-ENTRY-NO TO SM-JOURNAL-ENTRY
            IF JOURNAL-ENTRY-NO = ZERO
               MOVE TRANSACTION-ID TO SM-OWN-ID
            ELSE
               MOVE ZERO TO SM-OWN-ID
            END-IF
            IF WORKSHEET-PASS
               MOVE SM-KEY TO WS-FIND-KEY
               PERFORM FIND-ENTRY
               IF JE-IDX > WS-ENTRY-COUNT
                  EXIT PARAGRAPH
               END-IF
               IF JE-BASIS(JE-IDX) = SPACES
                  EXIT PARAGRAPH
               END-IF
            END-IF
            MOVE WS-FILES-READ TO SM-FILE-NO
            MOVE TRANSACTION-ID TO SM-TRANSACTION-ID
            MOVE TRANSACTION-DATE TO SM-DATE
            MOVE ACCOUNT TO SM-ACCOUNT
            MOVE DEBIT OF ENTRIES TO SM-DEBIT
            MOVE CREDIT OF ENTRIES TO SM-CREDIT
            MOVE DESCRIPTION TO SM-DESCRIPTION
            MOVE REFERENCE-DOC TO SM-REFERENCE
            MOVE POSTED-BY TO SM-POSTED-BY
            RELEASE SM-ENTRY.

       FIND-ENTRY.
      *    binary search of the population (it is in journal-entry
      *    order) for WS-FIND-KEY; JE-IDX past the end when it is not
      *    there.
            MOVE 1 TO WS-SEARCH-LOW
            MOVE WS-ENTRY-COUNT TO WS-SEARCH-HIGH
            SET JE-IDX TO WS-ENTRY-COUNT
            SET JE-IDX UP BY 1
            PERFORM UNTIL WS-SEARCH-LOW > WS-SEARCH-HIGH
               COMPUTE WS-SEARCH-MID =
                  (WS-SEARCH-LOW + WS-SEARCH-HIGH) / 2
               IF JE-KEY(WS-SEARCH-MID) = WS-FIND-KEY
                  SET JE-IDX TO WS-SEARCH-MID
                  EXIT PERFORM
               END-IF
               IF JE-KEY(WS-SEARCH-MID) < WS-FIND-KEY
                  COMPUTE WS-SEARCH-LOW = WS-SEARCH-MID + 1
               ELSE
                  IF WS-SEARCH-MID = 1
                     EXIT PERFORM
                  END-IF
                  COMPUTE WS-SEARCH-HIGH = WS-SEARCH-MID - 1
               END-IF
            END-PERFORM.

      *----------------------------------------------------------------
      * Population pass output: one table row per journal entry.
      *----------------------------------------------------------------
       BUILD-POPULATION.
            MOVE "N" TO WS-SORT-EOF
            MOVE "N" TO WS-GR-ACTIVE
            PERFORM UNTIL SORT-DONE
               RETURN SORT-WORK
                  AT END
                     MOVE "Y" TO WS-SORT-EOF
                  NOT AT END
                     PERFORM GATHER-POPULATION-LEG
               END-RETURN
            END-PERFORM
            IF GROUP-ACTIVE
               PERFORM STORE-ENTRY
            END-IF.

       GATHER-POPULATION-LEG.
            IF GROUP-ACTIVE AND SM-KEY NOT = WS-GR-KEY
               PERFORM STORE-ENTRY
               MOVE "N" TO WS-GR-ACTIVE
            END-IF
            IF NOT GROUP-ACTIVE
               MOVE "Y" TO WS-GR-ACTIVE
               MOVE SM-KEY TO WS-GR-KEY
               MOVE SM-DATE TO WS-GR-DATE
               MOVE ZERO TO WS-GR-AMOUNT WS-GR-LEGS WS-GR-BIG-AMOUNT
               MOVE SPACES TO WS-GR-BIG-ACCOUNT
            END-IF
            ADD 1 TO WS-GR-LEGS
            ADD SM-DEBIT TO WS-GR-AMOUNT
            IF SM-DATE < WS-GR-DATE
               MOVE SM-DATE TO WS-GR-DATE
            END-IF
            IF SM-DEBIT > SM-CREDIT
               MOVE SM-DEBIT TO WS-LEG-AMOUNT
            ELSE
               MOVE SM-CREDIT TO WS-LEG-AMOUNT
            END-IF
            IF WS-LEG-AMOUNT > WS-GR-BIG-AMOUNT
                  OR WS-GR-BIG-ACCOUNT = SPACES
               MOVE WS-LEG-AMOUNT TO WS-GR-BIG-AMOUNT
               MOVE SM-ACCOUNT TO WS-GR-BIG-ACCOUNT
            END-IF.

       STORE-ENTRY.
            IF WS-ENTRY-COUNT NOT < 20000
               ADD 1 TO WS-ENTRY-DROPPED
               EXIT PARAGRAPH
            END-IF
            ADD 1 TO WS-ENTRY-COUNT
            SET JE-IDX TO WS-ENTRY-COUNT
            MOVE WS-GR-KEY TO JE-KEY(JE-IDX)
            MOVE WS-GR-DATE TO JE-DATE(JE-IDX)
            MOVE WS-GR-AMOUNT TO JE-AMOUNT(JE-IDX)
            MOVE WS-GR-LEGS TO JE-LEGS(JE-IDX)
            MOVE SPACES TO JE-BASIS(JE-IDX)
            ADD WS-GR-AMOUNT TO WS-POPULATION-TOTAL
            PERFORM ASSIGN-STRATUM
            MOVE WS-STRATUM TO JE-STRATUM(JE-IDX).

       ASSIGN-STRATUM.
            EVALUATE TRUE
               WHEN STRATA-NONE
                  MOVE 1 TO WS-STRATUM
               WHEN STRATA-BAND
                  MOVE 1 TO WS-STRATUM
                  PERFORM VARYING WS-BAND-IDX FROM 1 BY 1
                        UNTIL WS-BAND-IDX > WS-BAND-COUNT
                     IF WS-GR-AMOUNT NOT < BAND-LIMIT(WS-BAND-IDX)
                        COMPUTE WS-STRATUM = WS-BAND-IDX + 1
                     END-IF
                  END-PERFORM
               WHEN STRATA-TYPE
                  MOVE "UNKNOWN" TO WS-STRATUM-TYPE
                  PERFORM VARYING CH-IDX FROM 1 BY 1
                        UNTIL CH-IDX > WS-CHART-COUNT
                     IF FUNCTION TRIM(CH-NAME(CH-IDX)) =
                           FUNCTION TRIM(WS-GR-BIG-ACCOUNT)
                        MOVE CH-TYPE(CH-IDX) TO WS-STRATUM-TYPE
                        SET CH-IDX TO WS-CHART-COUNT
                     END-IF
                  END-PERFORM
                  MOVE ZERO TO WS-STRATUM
                  PERFORM VARYING ST-IDX FROM 1 BY 1
                        UNTIL ST-IDX > WS-STRATUM-COUNT
                     IF ST-TYPE(ST-IDX) = WS-STRATUM-TYPE
                        SET WS-STRATUM TO ST-IDX
                     END-IF
                  END-PERFORM
                  IF WS-STRATUM = ZERO
                     IF WS-STRATUM-COUNT < 30
                        ADD 1 TO WS-STRATUM-COUNT
                     END-IF
                     MOVE WS-STRATUM-COUNT TO WS-STRATUM
                     MOVE WS-STRATUM-TYPE TO ST-TYPE(WS-STRATUM)
                     MOVE WS-STRATUM-TYPE TO ST-NAME(WS-STRATUM)
                  END-IF
            END-EVALUATE.

      *----------------------------------------------------------------
      * Selection.
      *----------------------------------------------------------------
       SELECT-KEY-ITEMS.
      *    key items first; the rest make up each stratum's
      *    population, and the sample size is shared out over them.
            PERFORM VARYING JE-IDX FROM 1 BY 1
                  UNTIL JE-IDX > WS-ENTRY-COUNT
               IF WS-KEY-THRESHOLD > ZERO
                     AND JE-AMOUNT(JE-IDX) NOT < WS-KEY-THRESHOLD
                  MOVE "KEY" TO JE-BASIS(JE-IDX)
                  ADD 1 TO WS-KEY-COUNT WS-SELECTED-COUNT
                  ADD JE-AMOUNT(JE-IDX) TO WS-KEY-TOTAL
               ELSE
                  MOVE JE-STRATUM(JE-IDX) TO WS-STRATUM
                  ADD 1 TO ST-COUNT(WS-STRATUM)
                  ADD JE-AMOUNT(JE-IDX) TO ST-AMOUNT(WS-STRATUM)
               END-IF
            END-PERFORM
            MOVE ZERO TO WS-SIZE-TOTAL
            PERFORM VARYING ST-IDX FROM 1 BY 1
                  UNTIL ST-IDX > WS-STRATUM-COUNT
               ADD ST-COUNT(ST-IDX) TO WS-SIZE-TOTAL
            END-PERFORM
            PERFORM VARYING ST-IDX FROM 1 BY 1
                  UNTIL ST-IDX > WS-STRATUM-COUNT
               PERFORM SIZE-ONE-STRATUM
            END-PERFORM.

       SIZE-ONE-STRATUM.
      *    share of the sample by count (RANDOM) or amount (MUS),
      *    rounded, at least one from any stratum with entries and
      *    never more than it has.
            MOVE ZERO TO ST-SIZE(ST-IDX)
            IF ST-COUNT(ST-IDX) = ZERO
               EXIT PARAGRAPH
            END-IF
            IF METHOD-MUS
               IF ST-AMOUNT(ST-IDX) = ZERO
                  EXIT PARAGRAPH
               END-IF
               COMPUTE WS-SIZE-WORK = WS-SAMPLE-SIZE
                  * ST-AMOUNT(ST-IDX)
                  / (WS-POPULATION-TOTAL - WS-KEY-TOTAL)
            ELSE
               COMPUTE WS-SIZE-WORK = WS-SAMPLE-SIZE
                  * ST-COUNT(ST-IDX) / WS-SIZE-TOTAL
            END-IF
            COMPUTE ST-SIZE(ST-IDX) ROUNDED = WS-SIZE-WORK
            IF ST-SIZE(ST-IDX) = ZERO AND WS-SAMPLE-SIZE > ZERO
               MOVE 1 TO ST-SIZE(ST-IDX)
            END-IF
            IF ST-SIZE(ST-IDX) > ST-COUNT(ST-IDX)
               MOVE ST-COUNT(ST-IDX) TO ST-SIZE(ST-IDX)
            END-IF.

       NEXT-RANDOM.
            COMPUTE WS-RANDOM-WORK = WS-RANDOM-SEED * 16807
            DIVIDE WS-RANDOM-WORK BY 2147483647
               GIVING WS-RANDOM-QUOTIENT REMAINDER WS-RANDOM-SEED
            COMPUTE WS-RANDOM-FRACTION = WS-RANDOM-SEED / 2147483647.

       DRAW-RANDOM-ENTRIES.
      *    selection sampling over stratum WS-STRATUM: exactly
      *    ST-SIZE entries, each equally likely.
            MOVE ZERO TO WS-SEEN
            PERFORM VARYING JE-IDX FROM 1 BY 1
                  UNTIL JE-IDX > WS-ENTRY-COUNT
                     OR ST-SELECTED(WS-STRATUM) = ST-SIZE(WS-STRATUM)
               IF JE-STRATUM(JE-IDX) = WS-STRATUM
                     AND JE-BASIS(JE-IDX) = SPACES
                  PERFORM NEXT-RANDOM
                  COMPUTE WS-REMAINING = ST-COUNT(WS-STRATUM)
                     - WS-SEEN
                  COMPUTE WS-NEEDED = ST-SIZE(WS-STRATUM)
                     - ST-SELECTED(WS-STRATUM)
                  COMPUTE WS-DRAW = WS-REMAINING * WS-RANDOM-FRACTION
                  IF WS-DRAW < WS-NEEDED
                     MOVE "RANDOM" TO JE-BASIS(JE-IDX)
                     ADD 1 TO ST-SELECTED(WS-STRATUM)
                        WS-SELECTED-COUNT
                  END-IF
                  ADD 1 TO WS-SEEN
               END-IF
            END-PERFORM.

       DRAW-MONETARY-UNITS.
      *    fixed interval over the stratum's running total from a
      *    random start; an entry bigger than the interval is taken
      *    once however many hits fall in it.
            IF ST-SIZE(WS-STRATUM) = ZERO
               EXIT PARAGRAPH
            END-IF
            COMPUTE WS-INTERVAL = ST-AMOUNT(WS-STRATUM)
               / ST-SIZE(WS-STRATUM)
            PERFORM NEXT-RANDOM
            COMPUTE WS-NEXT-HIT = WS-INTERVAL * WS-RANDOM-FRACTION
            MOVE ZERO TO WS-RUNNING
            PERFORM VARYING JE-IDX FROM 1 BY 1
                  UNTIL JE-IDX > WS-ENTRY-COUNT
               IF JE-STRATUM(JE-IDX) = WS-STRATUM
                     AND JE-BASIS(JE-IDX) = SPACES
                  ADD JE-AMOUNT(JE-IDX) TO WS-RUNNING
                  IF WS-RUNNING > WS-NEXT-HIT
                     MOVE "MUS" TO JE-BASIS(JE-IDX)
                     ADD 1 TO ST-SELECTED(WS-STRATUM)
                        WS-SELECTED-COUNT
                     PERFORM UNTIL WS-NEXT-HIT NOT < WS-RUNNING
                        ADD WS-INTERVAL TO WS-NEXT-HIT
                     END-PERFORM
                  END-IF
               END-IF
            END-PERFORM.

      *----------------------------------------------------------------
      * Worksheet.
      *----------------------------------------------------------------
       PRINT-SAMPLE-HEADING.
            DISPLAY " "
            DISPLAY "AUDIT SAMPLE WORKSHEET - FISCAL YEAR "
               WS-FISCAL-YEAR
            DISPLAY "==========================================="
               "==================================="
            MOVE WS-SAMPLE-SIZE TO WS-COUNT-ED
            DISPLAY "Method: " FUNCTION TRIM(WS-METHOD)
               "   Sample size: " FUNCTION TRIM(WS-COUNT-ED)
               "   Seed: " WS-START-SEED
            MOVE WS-KEY-THRESHOLD TO WS-AMOUNT-ED
            IF WS-KEY-THRESHOLD > ZERO
               DISPLAY "Key items: every entry of "
                  FUNCTION TRIM(WS-AMOUNT-ED) " or more"
            ELSE
               DISPLAY "Key items: none"
            END-IF
            MOVE WS-ENTRY-COUNT TO WS-COUNT-ED
            MOVE WS-POPULATION-TOTAL TO RPT-ST-AMOUNT
            DISPLAY "Population: " FUNCTION TRIM(WS-COUNT-ED)
               " journal entries, debits " FUNCTION TRIM(RPT-ST-AMOUNT)
            IF WS-ENTRY-DROPPED > ZERO
               MOVE WS-ENTRY-DROPPED TO WS-COUNT-ED
               DISPLAY "WARNING: " FUNCTION TRIM(WS-COUNT-ED)
                  " entries past the 20000-entry limit were not "
                  "sampled"
            END-IF
            DISPLAY " "
            DISPLAY "  STRATUM                       ENTRIES"
               "              AMOUNT  SIZE  DRAWN"
            IF WS-KEY-COUNT > ZERO
               MOVE "KEY ITEMS" TO RPT-ST-NAME
               MOVE WS-KEY-COUNT TO RPT-ST-COUNT RPT-ST-SIZE
                  RPT-ST-SELECTED
               MOVE WS-KEY-TOTAL TO RPT-ST-AMOUNT
               DISPLAY RPT-STRATUM-LINE
            END-IF
            PERFORM VARYING ST-IDX FROM 1 BY 1
                  UNTIL ST-IDX > WS-STRATUM-COUNT
               MOVE ST-NAME(ST-IDX) TO RPT-ST-NAME
               MOVE ST-COUNT(ST-IDX) TO RPT-ST-COUNT
               MOVE ST-AMOUNT(ST-IDX) TO RPT-ST-AMOUNT
               MOVE ST-SIZE(ST-IDX) TO RPT-ST-SIZE
               MOVE ST-SELECTED(ST-IDX) TO RPT-ST-SELECTED
               DISPLAY RPT-STRATUM-LINE
            END-PERFORM
            DISPLAY "-------------------------------------------"
               "-----------------------------------".

       PRINT-WORKSHEET.
            MOVE "N" TO WS-SORT-EOF
            MOVE "N" TO WS-GR-ACTIVE
            PERFORM UNTIL SORT-DONE
               RETURN SORT-WORK
                  AT END
                     MOVE "Y" TO WS-SORT-EOF
                  NOT AT END
                     PERFORM PRINT-WORKSHEET-LEG
               END-RETURN
            END-PERFORM
            IF GROUP-ACTIVE
               PERFORM FINISH-WORKSHEET-ENTRY
            END-IF.

       PRINT-WORKSHEET-LEG.
            IF GROUP-ACTIVE AND SM-KEY NOT = WS-GR-KEY
               PERFORM FINISH-WORKSHEET-ENTRY
               MOVE "N" TO WS-GR-ACTIVE
            END-IF
            IF NOT GROUP-ACTIVE
               MOVE "Y" TO WS-GR-ACTIVE
               MOVE SM-KEY TO WS-GR-KEY
               MOVE SM-TRANSACTION-ID TO WS-GR-FIRST-TID
               MOVE SPACES TO WS-GR-REFERENCE
               MOVE SM-POSTED-BY TO WS-GR-POSTED-BY
               MOVE ZERO TO WS-TOTAL-DEBIT WS-TOTAL-CREDIT
               MOVE SM-KEY TO WS-FIND-KEY
               PERFORM FIND-ENTRY
               DISPLAY " "
               IF SM-JOURNAL-ENTRY = ZERO
                  MOVE "(none)" TO RPT-JE-X
               ELSE
                  MOVE SM-JOURNAL-ENTRY TO RPT-JE
               END-IF
               MOVE JE-BASIS(JE-IDX) TO RPT-BASIS
               MOVE JE-STRATUM(JE-IDX) TO WS-STRATUM
               IF JE-BASIS(JE-IDX) = "KEY"
                  MOVE "KEY ITEM" TO RPT-STRATUM
               ELSE
                  MOVE ST-NAME(WS-STRATUM) TO RPT-STRATUM
               END-IF
               MOVE JE-AMOUNT(JE-IDX) TO RPT-AMOUNT
               DISPLAY RPT-ENTRY-LINE
               DISPLAY "   DATE       TRN#  ACCOUNT                "
                  "DEBIT       CREDIT REFERENCE            OPERATOR"
                  " DESCRIPTION"
            END-IF
            IF WS-GR-REFERENCE = SPACES
               MOVE SM-REFERENCE TO WS-GR-REFERENCE
            END-IF
            ADD SM-DEBIT TO WS-TOTAL-DEBIT
            ADD SM-CREDIT TO WS-TOTAL-CREDIT
            MOVE SM-DATE TO RPT-DATE
            MOVE SM-TRANSACTION-ID TO RPT-TID
            MOVE SM-ACCOUNT TO RPT-ACCOUNT
            MOVE SM-DEBIT TO RPT-DEBIT
            MOVE SM-CREDIT TO RPT-CREDIT
            MOVE SM-REFERENCE TO RPT-REFERENCE
            MOVE SM-POSTED-BY TO RPT-POSTED-BY
            MOVE SM-DESCRIPTION TO RPT-DESCRIPTION
            DISPLAY RPT-LEG-LINE.

       FINISH-WORKSHEET-ENTRY.
      *    the entry's totals and its row on the selection file.
            MOVE SPACES TO RPT-LEG-LINE
            MOVE "TOTAL" TO RPT-ACCOUNT
            MOVE WS-TOTAL-DEBIT TO RPT-DEBIT
            MOVE WS-TOTAL-CREDIT TO RPT-CREDIT
            DISPLAY RPT-LEG-LINE
            MOVE WS-GR-KEY TO WS-FIND-KEY
            PERFORM FIND-ENTRY
            MOVE JE-STRATUM(JE-IDX) TO WS-STRATUM
            MOVE JE-AMOUNT(JE-IDX) TO WS-AMOUNT-ED
            IF JE-BASIS(JE-IDX) = "KEY"
               MOVE "KEY ITEM" TO RPT-STRATUM
            ELSE
               MOVE ST-NAME(WS-STRATUM) TO RPT-STRATUM
            END-IF
            MOVE SPACES TO WS-SAMPLE-WORK
            STRING WS-FISCAL-YEAR DELIMITED BY SIZE
                  "|" DELIMITED BY SIZE
                  WS-GR-NUMBER DELIMITED BY SIZE
                  "|" DELIMITED BY SIZE
                  WS-GR-FIRST-TID DELIMITED BY SIZE
                  "|" DELIMITED BY SIZE
                  JE-DATE(JE-IDX) DELIMITED BY SIZE
                  "|" DELIMITED BY SIZE
                  FUNCTION TRIM(JE-BASIS(JE-IDX)) DELIMITED BY SIZE
                  "|" DELIMITED BY SIZE
                  FUNCTION TRIM(RPT-STRATUM) DELIMITED BY SIZE
                  "|" DELIMITED BY SIZE
                  FUNCTION TRIM(WS-AMOUNT-ED) DELIMITED BY SIZE
                  "|" DELIMITED BY SIZE
                  FUNCTION TRIM(WS-GR-REFERENCE) DELIMITED BY SIZE
                  "|" DELIMITED BY SIZE
                  FUNCTION TRIM(WS-GR-POSTED-BY) DELIMITED BY SIZE
               INTO WS-SAMPLE-WORK
            END-STRING
            MOVE WS-SAMPLE-WORK TO SAMPLE-LINE
            WRITE SAMPLE-LINE.

       END PROGRAM BESTBOOKS-SAMPLE.
