       IDENTIFICATION DIVISION.
       PROGRAM-ID. BESTBOOKS-TIEOUT.
       AUTHOR. PRESSPAGE ENTERTAINMENT INC dba PINGLEWARE.
      *----------------------------------------------------------------
      * Subledger-to-control-account tie-out. BESTBOOKS-VERIFY proves
      * the files agree with the ledger; this proves the subledgers
      * agree with the general ledger:
      *
      *   AR  the OPEN rows of OPENITEM.DAT against each AR-type
      *       account;
      *   AP  the OPEN, MATCH-HOLD and not-yet-paid SELECTED bills on
      *       VOUCHER.DAT against each AP-type account (and any other
      *       account a voucher names as its AP account);
      *   FA  the cost of every ACTIVE asset on ASSETS.DAT against its
      *       asset account, and its DEPR.DAT depreciation to date
      *       against its accumulated-depreciation account.
      *
      * Each control account's subledger total is compared with its
      * BESTBOOKS.DAT balance. When one does not tie, the account's
      * documents are listed side by side - ledger net against
      * subledger amount - from the live ledger, every rollover
      * generation and every close archive (the BESTBOOKS-VERIFY
      * sweep), so the reader sees which invoice, voucher or asset is
      * out: an INV# leg with no open item, an open item with no leg,
      * a manual entry straight to the control account (listed by
      * TRN#<transaction-id>), a depreciation month on DEPR.DAT with
      * no posting, and so on. The part of the chart balance no
      * ledger leg accounts for (an opening balance keyed into the
      * chart) is shown as its own line.
      *
      * Documents are matched the way the posting programs stamp
      * them: AR legs by REFERENCE-DOC (INV#, RCPT#, CM#); AP legs by
      * VCH#, with the CHECK#/ACH# payment legs tied back to their
      * voucher through the "VCH#<number> inv ..." description the
      * payment-selection run gives the payment; asset legs by the
      * DEPR.DAT transaction number and the DISP#<asset> disposal
      * reference, with an acquisition leg matched to the asset of
      * the same cost on that account.
      *
      * Any control account that does not tie, or an open item whose
      * control account cannot be found, sets RETURN-CODE 1 so a
      * BESTBOOKS-BATCH chain can stop before BESTBOOKS-CLOSE.
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

           SELECT OPTIONAL openitem
               ASSIGN TO WS-OPENITEM-FILE
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-OPENITEM-STATUS.

           SELECT OPTIONAL custvend
               ASSIGN TO WS-CUSTVEND-FILE
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-CUSTVEND-STATUS.

           SELECT OPTIONAL voucher
               ASSIGN TO WS-VOUCHER-FILE
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-VOUCHER-STATUS.

           SELECT OPTIONAL assets
               ASSIGN TO WS-ASSETS-FILE
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-ASSETS-STATUS.

           SELECT OPTIONAL depr-register
               ASSIGN TO WS-REGISTER-FILE
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-REGISTER-STATUS.

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

      *    OPENITEM.DAT line layout - see BESTBOOKS-CASHAPP.
            FD openitem.
            01 OPENITEM-LINE         PIC X(120).

      *    CUSTVEND.DAT line layout - see BESTBOOKS-AGING.
            FD custvend.
            01 CUSTVEND-LINE         PIC X(200).

      *    VOUCHER.DAT line layout - see BESTBOOKS-VOUCHER.
            FD voucher.
            01 VOUCHER-LINE          PIC X(160).

      *    ASSETS.DAT and DEPR.DAT line layouts - see
      *    BESTBOOKS-DEPRECIATION.
            FD assets.
            01 ASSETS-LINE           PIC X(200).

            FD depr-register.
            01 REGISTER-LINE         PIC X(80).

       WORKING-STORAGE SECTION.
      *    the live ledger, every LEDGER-ARCH-<n> rollover generation
      *    SEQCTL.DAT key "2" says exists, and every dated close
      *    archive on ARCHREG.DAT are read one after another through
      *    the one LEDGER file, the same sweep BESTBOOKS-VERIFY makes.
            01 WS-LEDGER-FILE       PIC X(64) VALUE "LEDGER.DAT".
            01 WS-CURRENT-LEDGER    PIC X(64).
            01 WS-SEQCTL-FILE       PIC X(64) VALUE "SEQCTL.DAT".
            01 WS-ARCHREG-FILE      PIC X(64) VALUE "ARCHREG.DAT".
            01 WS-LEDGER-STATUS     PIC XX.
            01 WS-SEQCTL-STATUS     PIC XX.
            01 WS-ARCHREG-STATUS    PIC XX.
            01 WS-LEDGER-EOF        PIC X VALUE "N".
                  88  LEDGER-EOF    VALUE "Y".
            01 WS-ARCHREG-EOF       PIC X VALUE "N".
                  88  ARCHREG-EOF   VALUE "Y".
            01 WS-SEQ-ARCH-GEN      PIC 9(5) VALUE ZERO.
            01 WS-GEN-IDX           PIC 9(5) VALUE ZERO.
            01 WS-ARCHIVE-NAME.
                02 FILLER            PIC X(11) VALUE "LEDGER-ARCH".
                02 FILLER            PIC X VALUE "-".
                02 AN-GENERATION     PIC 9(5).
                02 FILLER            PIC X(4) VALUE ".DAT".

            01 WS-COA-FILE          PIC X(64) VALUE "BESTBOOKS.DAT".
            01 WS-OPENITEM-FILE     PIC X(64) VALUE "OPENITEM.DAT".
            01 WS-CUSTVEND-FILE     PIC X(64) VALUE "CUSTVEND.DAT".
            01 WS-VOUCHER-FILE      PIC X(64) VALUE "VOUCHER.DAT".
            01 WS-ASSETS-FILE       PIC X(64) VALUE "ASSETS.DAT".
            01 WS-REGISTER-FILE     PIC X(64) VALUE "DEPR.DAT".
            01 WS-COA-STATUS        PIC XX.
            01 WS-OPENITEM-STATUS   PIC XX.
            01 WS-CUSTVEND-STATUS   PIC XX.
            01 WS-VOUCHER-STATUS    PIC XX.
            01 WS-ASSETS-STATUS     PIC XX.
            01 WS-REGISTER-STATUS   PIC XX.
            01 WS-FILE-EOF          PIC X VALUE "N".
                  88  FILE-EOF      VALUE "Y".

      *    arg 1 (optional): AR, AP, FA or ALL (default).
            01 WS-SCOPE             PIC X(4) VALUE "ALL".
                  88  SCOPE-AR      VALUE "AR" "ALL".
                  88  SCOPE-AP      VALUE "AP" "ALL".
                  88  SCOPE-FA      VALUE "FA" "ALL".

      *    the chart, for names, types and balances.
            01 CHART-TABLE.
               02 CHART-ENTRY OCCURS 1000 TIMES
                     INDEXED BY CH-IDX.
                  03 CH-NO            PIC 9(6).
                  03 CH-NAME          PIC X(80).
                  03 CH-TYPE          PIC X(10).
                  03 CH-BALANCE       PIC S9(11)V99.
            01 WS-CHART-COUNT       PIC 9(4) VALUE ZERO.

      *    control accounts. CT-SIGN is -1 for the credit-balance
      *    ones (AP, accumulated depreciation) so the report shows
      *    every balance positive.
            01 CONTROL-TABLE.
               02 CONTROL-ENTRY OCCURS 300 TIMES
                     INDEXED BY CT-IDX.
                  03 CT-SIDE          PIC X(2).
                  03 CT-ROLE          PIC X(12).
                  03 CT-ACCOUNT       PIC X(15).
                  03 CT-NO            PIC 9(6).
                  03 CT-IN-CHART      PIC X.
                  03 CT-SIGN          PIC S9.
                  03 CT-BALANCE       PIC S9(11)V99.
                  03 CT-LEDGER        PIC S9(11)V99.
                  03 CT-SUBLEDGER     PIC S9(11)V99.
            01 WS-CONTROL-COUNT     PIC 9(4) VALUE ZERO.
            01 WS-CT                PIC 9(4) VALUE ZERO.
            01 WS-LOOKUP-SIDE       PIC X(2).
            01 WS-LOOKUP-ROLE       PIC X(12).
            01 WS-LOOKUP-ACCOUNT    PIC X(15).

      *    one row per control account and document, carrying what
      *    the ledger and the subledger each say it amounts to
      *    (debit-minus-credit).
            01 DOC-TABLE.
               02 DOC-ENTRY OCCURS 6000 TIMES
                     INDEXED BY DC-IDX.
                  03 DC-CT            PIC 9(4).
                  03 DC-KEY           PIC X(20).
                  03 DC-LEDGER        PIC S9(11)V99.
                  03 DC-SUB           PIC S9(11)V99.
                  03 DC-PAID          PIC S9(11)V99.
                  03 DC-HAVE-LEDGER   PIC X.
                  03 DC-HAVE-SUB      PIC X.
                  03 DC-FOLDED        PIC X.
            01 WS-DOC-COUNT         PIC 9(5) VALUE ZERO.
            01 WS-DX                PIC 9(5) VALUE ZERO.
            01 WS-DX2               PIC 9(5) VALUE ZERO.
            01 WS-DOC-KEY           PIC X(20).
            01 WS-DOC-FULL          PIC X VALUE "N".
                  88  DOC-TABLE-FULL  VALUE "Y".

      *    CHECK#/ACH# payment reference -> voucher it pays.
            01 PAYLINK-TABLE.
               02 PAYLINK-ENTRY OCCURS 3000 TIMES
                     INDEXED BY PL-IDX.
                  03 PL-PAYMENT       PIC X(20).
                  03 PL-VOUCHER       PIC X(20).
            01 WS-PAYLINK-COUNT     PIC 9(4) VALUE ZERO.
            01 WS-VCH-NUMBER        PIC X(12).

      *    customers' default AR accounts, from CUSTVEND.DAT.
            01 CUSTOMER-TABLE.
               02 CUSTOMER-ENTRY OCCURS 1000 TIMES
                     INDEXED BY CU-IDX.
                  03 CU-NAME          PIC X(30).
                  03 CU-ACCOUNT       PIC X(15).
            01 WS-CUSTOMER-COUNT    PIC 9(4) VALUE ZERO.
            01 WS-CV-NAME-IN        PIC X(30).
            01 WS-CV-KIND-IN        PIC X(6).
            01 WS-CV-TERMS-IN       PIC X(10).
            01 WS-CV-ACCOUNT-IN     PIC X(15).

      *    ASSETS.DAT and DEPR.DAT, held for the ledger pass.
            01 ASSET-TABLE.
               02 ASSET-ENTRY OCCURS 1000 TIMES
                     INDEXED BY AS-IDX.
                  03 AS-ID            PIC X(15).
                  03 AS-ASSET-ACCOUNT PIC X(15).
                  03 AS-ACCUM-ACCOUNT PIC X(15).
                  03 AS-COST          PIC S9(11)V99.
                  03 AS-ACTIVE        PIC X.
                  03 AS-DEPRECIATED   PIC S9(11)V99.
            01 WS-ASSET-COUNT       PIC 9(4) VALUE ZERO.
            01 DEPR-TABLE.
               02 DEPR-ENTRY OCCURS 6000 TIMES
                     INDEXED BY DP-IDX.
                  03 DP-ASSET-IX      PIC 9(4).
                  03 DP-MONTH         PIC X(3).
                  03 DP-AMOUNT        PIC S9(9)V99.
                  03 DP-TRANS-ID      PIC 9(5).
                  03 DP-POSTED        PIC X.
            01 WS-DEPR-COUNT        PIC 9(5) VALUE ZERO.
            01 WS-AS-ID-IN          PIC X(15).
            01 WS-AS-DESC-IN        PIC X(40).
            01 WS-AS-ASSET-IN       PIC X(15).
            01 WS-AS-EXPENSE-IN     PIC X(15).
            01 WS-AS-ACCUM-IN       PIC X(15).
            01 WS-AS-COST-IN        PIC X(15).
            01 WS-AS-SALVAGE-IN     PIC X(15).
            01 WS-AS-LIFE-IN        PIC X(5).
            01 WS-AS-DATE-IN        PIC X(10).
            01 WS-AS-STATUS-IN      PIC X(10).
            01 WS-REG-ASSET         PIC X(15).
            01 WS-REG-MONTH         PIC X(3).
            01 WS-REG-PERIOD        PIC X(10).
            01 WS-REG-AMOUNT        PIC X(12).
            01 WS-REG-TRANS-ID      PIC X(5).
            01 WS-DOT-COUNT         PIC 9(2).

      *    one OPENITEM.DAT row, unpacked.
            01 WS-OI-REFERENCE      PIC X(20).
            01 WS-OI-CUSTOMER       PIC X(30).
            01 WS-OI-DATE           PIC X(10).
            01 WS-OI-ORIGINAL       PIC X(12).
            01 WS-OI-OPEN           PIC X(12).
            01 WS-OI-STATUS         PIC X(12).
            01 WS-UNASSIGNED-COUNT  PIC 9(4) VALUE ZERO.

      *    one VOUCHER.DAT row, unpacked.
            01 WS-VO-VOUCHER-NO     PIC X(7).
            01 WS-VO-VENDOR         PIC X(30).
            01 WS-VO-INVOICE        PIC X(20).
            01 WS-VO-AMOUNT         PIC X(12).
            01 WS-VO-DUE-DATE       PIC X(10).
            01 WS-VO-EXPENSE        PIC X(15).
            01 WS-VO-AP             PIC X(15).
            01 WS-VO-STATUS         PIC X(10).

            01 WS-LEG-NET           PIC S9(11)V99.
            01 WS-AMOUNT            PIC S9(11)V99.
            01 WS-DIFFERENCE        PIC S9(11)V99.
            01 WS-UNTIED-COUNT      PIC 9(4) VALUE ZERO.
            01 WS-TRANS-ID-ED       PIC 9(5).

            01 RPT-CONTROL-LINE.
               02 RPT-SIDE          PIC X(5).
               02 RPT-ACCOUNT       PIC X(16).
               02 RPT-ROLE          PIC X(13).
               02 RPT-GL            PIC ----,---,--9.99.
               02 FILLER            PIC X VALUE SPACE.
               02 RPT-SUB           PIC ----,---,--9.99.
               02 FILLER            PIC X VALUE SPACE.
               02 RPT-DIFF          PIC ----,---,--9.99.
               02 FILLER            PIC X VALUE SPACE.
               02 RPT-STATUS        PIC X(6).
            01 RPT-DOC-LINE.
               02 FILLER            PIC X(4) VALUE SPACES.
               02 RPT-DOC-KEY       PIC X(21).
               02 RPT-DOC-LEDGER    PIC ----,---,--9.99.
               02 RPT-DOC-LEDGER-X REDEFINES RPT-DOC-LEDGER
                                    PIC X(15).
               02 FILLER            PIC X VALUE SPACE.
               02 RPT-DOC-SUB       PIC ----,---,--9.99.
               02 RPT-DOC-SUB-X REDEFINES RPT-DOC-SUB
                                    PIC X(15).
               02 FILLER            PIC X(2) VALUE SPACES.
               02 RPT-DOC-NOTE      PIC X(26).

       PROCEDURE DIVISION.
       BEGIN.
            PERFORM GET-RUNTIME-ARGUMENTS.
            PERFORM LOAD-CHART.
            IF SCOPE-AR
               PERFORM LOAD-CUSTOMERS
               PERFORM ADD-TYPED-CONTROLS-AR
            END-IF.
            IF SCOPE-AP
               PERFORM ADD-TYPED-CONTROLS-AP
               PERFORM ADD-VOUCHER-CONTROLS
            END-IF.
            IF SCOPE-FA
               PERFORM LOAD-ASSETS
               PERFORM LOAD-DEPRECIATION-REGISTER
            END-IF.
            PERFORM SCAN-LEDGER-AND-ARCHIVES.
            IF SCOPE-AR
               PERFORM APPLY-OPEN-ITEMS
            END-IF.
            IF SCOPE-AP
               PERFORM FOLD-PAYMENTS
               PERFORM APPLY-VOUCHERS
            END-IF.
            IF SCOPE-FA
               PERFORM APPLY-ASSETS
            END-IF.
            PERFORM PRINT-TIEOUT-REPORT.
            IF WS-UNTIED-COUNT > ZERO OR WS-UNASSIGNED-COUNT > ZERO
               MOVE 1 TO RETURN-CODE
            END-IF.
            STOP RUN.

       GET-RUNTIME-ARGUMENTS.
      *    arg 1 (optional): AR, AP, FA or ALL (default ALL).
      *    args 2-10 (optional): chart of accounts, ledger, sequence
      *    control, archive register, open-item, customer/vendor,
      *    voucher, asset master and depreciation register files.
            ACCEPT WS-SCOPE FROM ARGUMENT-VALUE
            MOVE FUNCTION UPPER-CASE(WS-SCOPE) TO WS-SCOPE
            IF WS-SCOPE = SPACES
               MOVE "ALL" TO WS-SCOPE
            END-IF
            IF NOT SCOPE-AR AND NOT SCOPE-AP AND NOT SCOPE-FA
               DISPLAY "Usage: BESTBOOKS-TIEOUT [AR|AP|FA|ALL] [coa] "
                  "[ledger] [seqctl] [archreg] [openitem] [custvend] "
                  "[voucher] [assets] [depr-register]"
               MOVE 1 TO RETURN-CODE
               STOP RUN
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
            ACCEPT WS-OPENITEM-FILE FROM ARGUMENT-VALUE
            IF WS-OPENITEM-FILE = SPACES
               MOVE "OPENITEM.DAT" TO WS-OPENITEM-FILE
            END-IF
            ACCEPT WS-CUSTVEND-FILE FROM ARGUMENT-VALUE
            IF WS-CUSTVEND-FILE = SPACES
               MOVE "CUSTVEND.DAT" TO WS-CUSTVEND-FILE
            END-IF
            ACCEPT WS-VOUCHER-FILE FROM ARGUMENT-VALUE
            IF WS-VOUCHER-FILE = SPACES
               MOVE "VOUCHER.DAT" TO WS-VOUCHER-FILE
            END-IF
            ACCEPT WS-ASSETS-FILE FROM ARGUMENT-VALUE
            IF WS-ASSETS-FILE = SPACES
               MOVE "ASSETS.DAT" TO WS-ASSETS-FILE
            END-IF
            ACCEPT WS-REGISTER-FILE FROM ARGUMENT-VALUE
            IF WS-REGISTER-FILE = SPACES
               MOVE "DEPR.DAT" TO WS-REGISTER-FILE
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
                        MOVE accountNo TO CH-NO(CH-IDX)
                        MOVE accountName TO CH-NAME(CH-IDX)
                        MOVE FUNCTION UPPER-CASE(
                              FUNCTION TRIM(accountType))
                           TO CH-TYPE(CH-IDX)
                        MOVE balance TO CH-BALANCE(CH-IDX)
                     END-IF
               END-READ
            END-PERFORM
            CLOSE coa.

       ADD-TYPED-CONTROLS-AR.
            PERFORM VARYING CH-IDX FROM 1 BY 1
                  UNTIL CH-IDX > WS-CHART-COUNT
               IF CH-TYPE(CH-IDX) = "AR"
                  MOVE "AR" TO WS-LOOKUP-SIDE
                  MOVE "receivables" TO WS-LOOKUP-ROLE
                  MOVE CH-NAME(CH-IDX) TO WS-LOOKUP-ACCOUNT
                  PERFORM FIND-OR-ADD-CONTROL
               END-IF
            END-PERFORM.

       ADD-TYPED-CONTROLS-AP.
            PERFORM VARYING CH-IDX FROM 1 BY 1
                  UNTIL CH-IDX > WS-CHART-COUNT
               IF CH-TYPE(CH-IDX) = "AP"
                  MOVE "AP" TO WS-LOOKUP-SIDE
                  MOVE "payables" TO WS-LOOKUP-ROLE
                  MOVE CH-NAME(CH-IDX) TO WS-LOOKUP-ACCOUNT
                  PERFORM FIND-OR-ADD-CONTROL
               END-IF
            END-PERFORM.

       FIND-OR-ADD-CONTROL.
      *    WS-LOOKUP-ACCOUNT to its control-table row in WS-CT,
      *    adding it (balance from the chart, matched by name as
      *    VALIDATE-ACCOUNT matches everywhere) the first time.
            MOVE ZERO TO WS-CT
            PERFORM VARYING CT-IDX FROM 1 BY 1
                  UNTIL CT-IDX > WS-CONTROL-COUNT OR WS-CT > ZERO
               IF FUNCTION TRIM(CT-ACCOUNT(CT-IDX)) =
                     FUNCTION TRIM(WS-LOOKUP-ACCOUNT)
                  SET WS-CT TO CT-IDX
               END-IF
            END-PERFORM
            IF WS-CT > ZERO OR WS-LOOKUP-ACCOUNT = SPACES
               EXIT PARAGRAPH
            END-IF
            IF WS-CONTROL-COUNT >= 300
               DISPLAY "WARNING: more than 300 control accounts - "
                  FUNCTION TRIM(WS-LOOKUP-ACCOUNT) " not tied out"
               EXIT PARAGRAPH
            END-IF
            ADD 1 TO WS-CONTROL-COUNT
            MOVE WS-CONTROL-COUNT TO WS-CT
            MOVE WS-LOOKUP-SIDE TO CT-SIDE(WS-CT)
            MOVE WS-LOOKUP-ROLE TO CT-ROLE(WS-CT)
            MOVE WS-LOOKUP-ACCOUNT TO CT-ACCOUNT(WS-CT)
            MOVE "N" TO CT-IN-CHART(WS-CT)
            MOVE ZERO TO CT-NO(WS-CT) CT-BALANCE(WS-CT)
               CT-LEDGER(WS-CT) CT-SUBLEDGER(WS-CT)
            IF WS-LOOKUP-SIDE = "AP"
                  OR WS-LOOKUP-ROLE = "accumulated"
               MOVE -1 TO CT-SIGN(WS-CT)
            ELSE
               MOVE 1 TO CT-SIGN(WS-CT)
            END-IF
            PERFORM VARYING CH-IDX FROM 1 BY 1
                  UNTIL CH-IDX > WS-CHART-COUNT
                     OR CT-IN-CHART(WS-CT) = "Y"
               IF FUNCTION TRIM(CH-NAME(CH-IDX)) =
                     FUNCTION TRIM(WS-LOOKUP-ACCOUNT)
                  MOVE CH-NO(CH-IDX) TO CT-NO(WS-CT)
                  MOVE CH-BALANCE(CH-IDX) TO CT-BALANCE(WS-CT)
                  MOVE "Y" TO CT-IN-CHART(WS-CT)
               END-IF
            END-PERFORM.

       FIND-CONTROL.
      *    WS-LOOKUP-ACCOUNT to its control-table row in WS-CT, zero
      *    when it is not a control account.
            MOVE ZERO TO WS-CT
            PERFORM VARYING CT-IDX FROM 1 BY 1
                  UNTIL CT-IDX > WS-CONTROL-COUNT OR WS-CT > ZERO
               IF FUNCTION TRIM(CT-ACCOUNT(CT-IDX)) =
                     FUNCTION TRIM(WS-LOOKUP-ACCOUNT)
                  SET WS-CT TO CT-IDX
               END-IF
            END-PERFORM.

       FIND-OR-ADD-DOC.
      *    (WS-CT, WS-DOC-KEY) to its document row in WS-DX, zero
      *    when the table is full.
            MOVE ZERO TO WS-DX
            PERFORM VARYING DC-IDX FROM 1 BY 1
                  UNTIL DC-IDX > WS-DOC-COUNT OR WS-DX > ZERO
               IF DC-CT(DC-IDX) = WS-CT
                     AND DC-KEY(DC-IDX) = WS-DOC-KEY
                  SET WS-DX TO DC-IDX
               END-IF
            END-PERFORM
            IF WS-DX > ZERO
               EXIT PARAGRAPH
            END-IF
            IF WS-DOC-COUNT >= 6000
               IF NOT DOC-TABLE-FULL
                  DISPLAY "WARNING: more than 6000 documents - "
                     "the document listing is incomplete"
                  MOVE "Y" TO WS-DOC-FULL
               END-IF
               EXIT PARAGRAPH
            END-IF
            ADD 1 TO WS-DOC-COUNT
            MOVE WS-DOC-COUNT TO WS-DX
            MOVE WS-CT TO DC-CT(WS-DX)
            MOVE WS-DOC-KEY TO DC-KEY(WS-DX)
            MOVE ZERO TO DC-LEDGER(WS-DX) DC-SUB(WS-DX)
               DC-PAID(WS-DX)
            MOVE "N" TO DC-HAVE-LEDGER(WS-DX) DC-HAVE-SUB(WS-DX)
               DC-FOLDED(WS-DX).

       LOAD-CUSTOMERS.
            MOVE "N" TO WS-FILE-EOF
            OPEN INPUT custvend
            IF WS-CUSTVEND-STATUS NOT = "00"
               CLOSE custvend
               EXIT PARAGRAPH
            END-IF
            PERFORM WITH TEST BEFORE UNTIL FILE-EOF
               READ custvend
                  AT END
                     MOVE "Y" TO WS-FILE-EOF
                  NOT AT END
                     MOVE SPACES TO WS-CV-NAME-IN WS-CV-KIND-IN
                        WS-CV-TERMS-IN WS-CV-ACCOUNT-IN
                     UNSTRING CUSTVEND-LINE DELIMITED BY "|"
                        INTO WS-CV-NAME-IN WS-CV-KIND-IN
                             WS-CV-TERMS-IN WS-CV-ACCOUNT-IN
                     END-UNSTRING
                     IF FUNCTION UPPER-CASE(
                           FUNCTION TRIM(WS-CV-KIND-IN)) = "CUST"
                           AND WS-CUSTOMER-COUNT < 1000
                        ADD 1 TO WS-CUSTOMER-COUNT
                        SET CU-IDX TO WS-CUSTOMER-COUNT
                        MOVE FUNCTION UPPER-CASE(
                              FUNCTION TRIM(WS-CV-NAME-IN))
                           TO CU-NAME(CU-IDX)
                        MOVE WS-CV-ACCOUNT-IN TO CU-ACCOUNT(CU-IDX)
                     END-IF
               END-READ
            END-PERFORM
            CLOSE custvend.

       ADD-VOUCHER-CONTROLS.
      *    An AP account a voucher names is a control account whatever
      *    its accountType says.
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
                     PERFORM UNPACK-VOUCHER-ROW
                     MOVE "AP" TO WS-LOOKUP-SIDE
                     MOVE "payables" TO WS-LOOKUP-ROLE
                     MOVE WS-VO-AP TO WS-LOOKUP-ACCOUNT
                     PERFORM FIND-OR-ADD-CONTROL
               END-READ
            END-PERFORM
            CLOSE voucher.

       UNPACK-VOUCHER-ROW.
            MOVE SPACES TO WS-VO-VOUCHER-NO WS-VO-VENDOR WS-VO-INVOICE
               WS-VO-AMOUNT WS-VO-DUE-DATE WS-VO-EXPENSE WS-VO-AP
               WS-VO-STATUS
            UNSTRING VOUCHER-LINE DELIMITED BY "|"
               INTO WS-VO-VOUCHER-NO WS-VO-VENDOR WS-VO-INVOICE
                    WS-VO-AMOUNT WS-VO-DUE-DATE WS-VO-EXPENSE WS-VO-AP
                    WS-VO-STATUS
            END-UNSTRING.

       LOAD-ASSETS.
      *    Every asset's cost and accumulated-depreciation accounts
      *    are control accounts.
            MOVE "N" TO WS-FILE-EOF
            OPEN INPUT assets
            IF WS-ASSETS-STATUS NOT = "00"
               CLOSE assets
               EXIT PARAGRAPH
            END-IF
            PERFORM WITH TEST BEFORE UNTIL FILE-EOF
               READ assets
                  AT END
                     MOVE "Y" TO WS-FILE-EOF
                  NOT AT END
                     IF ASSETS-LINE NOT = SPACES
                        PERFORM STORE-ASSET-ROW
                     END-IF
               END-READ
            END-PERFORM
            CLOSE assets.

       STORE-ASSET-ROW.
            MOVE SPACES TO WS-AS-ID-IN WS-AS-DESC-IN WS-AS-ASSET-IN
               WS-AS-EXPENSE-IN WS-AS-ACCUM-IN WS-AS-COST-IN
               WS-AS-SALVAGE-IN WS-AS-LIFE-IN WS-AS-DATE-IN
               WS-AS-STATUS-IN
            UNSTRING ASSETS-LINE DELIMITED BY "|"
               INTO WS-AS-ID-IN WS-AS-DESC-IN WS-AS-ASSET-IN
                    WS-AS-EXPENSE-IN WS-AS-ACCUM-IN WS-AS-COST-IN
                    WS-AS-SALVAGE-IN WS-AS-LIFE-IN WS-AS-DATE-IN
                    WS-AS-STATUS-IN
            END-UNSTRING
            IF WS-ASSET-COUNT >= 1000
                  OR FUNCTION TEST-NUMVAL(WS-AS-COST-IN) NOT = ZERO
               DISPLAY "WARNING: " FUNCTION TRIM(WS-ASSETS-FILE)
                  " asset " FUNCTION TRIM(WS-AS-ID-IN)
                  " not tied out"
               EXIT PARAGRAPH
            END-IF
            ADD 1 TO WS-ASSET-COUNT
            SET AS-IDX TO WS-ASSET-COUNT
            MOVE WS-AS-ID-IN TO AS-ID(AS-IDX)
            MOVE WS-AS-ASSET-IN TO AS-ASSET-ACCOUNT(AS-IDX)
            MOVE WS-AS-ACCUM-IN TO AS-ACCUM-ACCOUNT(AS-IDX)
            MOVE FUNCTION NUMVAL(WS-AS-COST-IN) TO AS-COST(AS-IDX)
            MOVE ZERO TO AS-DEPRECIATED(AS-IDX)
            IF FUNCTION TRIM(WS-AS-STATUS-IN) = "DISPOSED"
               MOVE "N" TO AS-ACTIVE(AS-IDX)
            ELSE
               MOVE "Y" TO AS-ACTIVE(AS-IDX)
            END-IF
            MOVE "FA" TO WS-LOOKUP-SIDE
            MOVE "asset cost" TO WS-LOOKUP-ROLE
            MOVE WS-AS-ASSET-IN TO WS-LOOKUP-ACCOUNT
            PERFORM FIND-OR-ADD-CONTROL
            MOVE "accumulated" TO WS-LOOKUP-ROLE
            MOVE WS-AS-ACCUM-IN TO WS-LOOKUP-ACCOUNT
            PERFORM FIND-OR-ADD-CONTROL.

       LOAD-DEPRECIATION-REGISTER.
      *    DEPR.DAT amounts are written as the bare digits of the
      *    monthly charge, two of them decimals; an amount keyed
      *    with a decimal point is taken as it stands.
            MOVE "N" TO WS-FILE-EOF
            OPEN INPUT depr-register
            IF WS-REGISTER-STATUS NOT = "00"
               CLOSE depr-register
               EXIT PARAGRAPH
            END-IF
            PERFORM WITH TEST BEFORE UNTIL FILE-EOF
               READ depr-register
                  AT END
                     MOVE "Y" TO WS-FILE-EOF
                  NOT AT END
                     PERFORM STORE-DEPRECIATION-ROW
               END-READ
            END-PERFORM
            CLOSE depr-register.

       STORE-DEPRECIATION-ROW.
            MOVE SPACES TO WS-REG-ASSET WS-REG-MONTH WS-REG-PERIOD
               WS-REG-AMOUNT WS-REG-TRANS-ID
            UNSTRING REGISTER-LINE DELIMITED BY "|"
               INTO WS-REG-ASSET WS-REG-MONTH WS-REG-PERIOD
                    WS-REG-AMOUNT WS-REG-TRANS-ID
            END-UNSTRING
            IF FUNCTION TEST-NUMVAL(WS-REG-AMOUNT) NOT = ZERO
                  OR WS-REG-TRANS-ID IS NOT NUMERIC
                  OR WS-DEPR-COUNT >= 6000
               EXIT PARAGRAPH
            END-IF
            PERFORM VARYING AS-IDX FROM 1 BY 1
                  UNTIL AS-IDX > WS-ASSET-COUNT
               IF FUNCTION TRIM(AS-ID(AS-IDX)) =
                     FUNCTION TRIM(WS-REG-ASSET)
                  ADD 1 TO WS-DEPR-COUNT
                  SET DP-IDX TO WS-DEPR-COUNT
                  SET DP-ASSET-IX(DP-IDX) TO AS-IDX
                  MOVE WS-REG-MONTH TO DP-MONTH(DP-IDX)
                  MOVE ZERO TO WS-DOT-COUNT
                  INSPECT WS-REG-AMOUNT TALLYING WS-DOT-COUNT
                     FOR ALL "."
                  IF WS-DOT-COUNT = ZERO
                     COMPUTE DP-AMOUNT(DP-IDX) =
                        FUNCTION NUMVAL(WS-REG-AMOUNT) / 100
                  ELSE
                     MOVE FUNCTION NUMVAL(WS-REG-AMOUNT)
                        TO DP-AMOUNT(DP-IDX)
                  END-IF
                  MOVE WS-REG-TRANS-ID TO DP-TRANS-ID(DP-IDX)
                  MOVE "N" TO DP-POSTED(DP-IDX)
                  ADD DP-AMOUNT(DP-IDX) TO AS-DEPRECIATED(AS-IDX)
                  EXIT PERFORM
               END-IF
            END-PERFORM.

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
      *    A payment leg described "VCH#<number> ..." links its
      *    CHECK#/ACH# reference to that voucher, whichever account
      *    it is on.
            IF SCOPE-AP AND DESCRIPTION(1:4) = "VCH#"
                  AND REFERENCE-DOC NOT = SPACES
                  AND REFERENCE-DOC(1:4) NOT = "VCH#"
                  AND WS-PAYLINK-COUNT < 3000
               MOVE SPACES TO WS-VCH-NUMBER
               UNSTRING DESCRIPTION(5:26) DELIMITED BY SPACE
                  INTO WS-VCH-NUMBER
               END-UNSTRING
               ADD 1 TO WS-PAYLINK-COUNT
               SET PL-IDX TO WS-PAYLINK-COUNT
               MOVE REFERENCE-DOC TO PL-PAYMENT(PL-IDX)
               MOVE SPACES TO PL-VOUCHER(PL-IDX)
               STRING "VCH#" DELIMITED BY SIZE
                     FUNCTION TRIM(WS-VCH-NUMBER) DELIMITED BY SIZE
                  INTO PL-VOUCHER(PL-IDX)
               END-STRING
            END-IF
            MOVE ACCOUNT TO WS-LOOKUP-ACCOUNT
            PERFORM FIND-CONTROL
            IF WS-CT = ZERO
               EXIT PARAGRAPH
            END-IF
            COMPUTE WS-LEG-NET = DEBIT OF ENTRIES - CREDIT OF ENTRIES
            ADD WS-LEG-NET TO CT-LEDGER(WS-CT)
            MOVE SPACES TO WS-DOC-KEY
            IF CT-SIDE(WS-CT) = "FA"
               PERFORM KEY-ASSET-LEG
            END-IF
            IF WS-DOC-KEY = SPACES
               IF REFERENCE-DOC = SPACES
                  MOVE TRANSACTION-ID TO WS-TRANS-ID-ED
                  STRING "TRN#" DELIMITED BY SIZE
                        WS-TRANS-ID-ED DELIMITED BY SIZE
                     INTO WS-DOC-KEY
                  END-STRING
               ELSE
                  MOVE REFERENCE-DOC TO WS-DOC-KEY
               END-IF
            END-IF
            PERFORM FIND-OR-ADD-DOC
            IF WS-DX > ZERO
               ADD WS-LEG-NET TO DC-LEDGER(WS-DX)
               MOVE "Y" TO DC-HAVE-LEDGER(WS-DX)
            END-IF.

       KEY-ASSET-LEG.
      *    A depreciation leg is the DEPR.DAT row carrying its
      *    transaction number; a disposal leg carries DISP#<asset>.
            IF REFERENCE-DOC(1:5) = "DISP#"
               STRING "ASSET " DELIMITED BY SIZE
                     FUNCTION TRIM(REFERENCE-DOC(6:15))
                        DELIMITED BY SIZE
                  INTO WS-DOC-KEY
               END-STRING
               EXIT PARAGRAPH
            END-IF
            PERFORM VARYING DP-IDX FROM 1 BY 1
                  UNTIL DP-IDX > WS-DEPR-COUNT
               IF DP-TRANS-ID(DP-IDX) = TRANSACTION-ID
                     AND DP-POSTED(DP-IDX) = "N"
                     AND FUNCTION TRIM(AS-ACCUM-ACCOUNT(
                        DP-ASSET-IX(DP-IDX))) = FUNCTION TRIM(ACCOUNT)
                  MOVE "Y" TO DP-POSTED(DP-IDX)
                  STRING "ASSET " DELIMITED BY SIZE
                        FUNCTION TRIM(AS-ID(DP-ASSET-IX(DP-IDX)))
                           DELIMITED BY SIZE
                     INTO WS-DOC-KEY
                  END-STRING
                  EXIT PERFORM
               END-IF
            END-PERFORM.

       APPLY-OPEN-ITEMS.
      *    Each open item belongs to the control account its own
      *    reference was posted to, or failing that its customer's
      *    CUSTVEND.DAT default account. Items no longer OPEN are
      *    carried at zero so a leftover ledger balance still shows.
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
                     IF OPENITEM-LINE NOT = SPACES
                        PERFORM APPLY-ONE-OPEN-ITEM
                     END-IF
               END-READ
            END-PERFORM
            CLOSE openitem.

       APPLY-ONE-OPEN-ITEM.
            MOVE SPACES TO WS-OI-REFERENCE WS-OI-CUSTOMER WS-OI-DATE
               WS-OI-ORIGINAL WS-OI-OPEN WS-OI-STATUS
            UNSTRING OPENITEM-LINE DELIMITED BY "|"
               INTO WS-OI-REFERENCE WS-OI-CUSTOMER WS-OI-DATE
                    WS-OI-ORIGINAL WS-OI-OPEN WS-OI-STATUS
            END-UNSTRING
            MOVE ZERO TO WS-AMOUNT
            IF FUNCTION TRIM(WS-OI-STATUS) = "OPEN"
                  AND FUNCTION TEST-NUMVAL(WS-OI-OPEN) = ZERO
               MOVE FUNCTION NUMVAL(WS-OI-OPEN) TO WS-AMOUNT
            END-IF
            MOVE WS-OI-REFERENCE TO WS-DOC-KEY
            MOVE ZERO TO WS-CT
            PERFORM VARYING DC-IDX FROM 1 BY 1
                  UNTIL DC-IDX > WS-DOC-COUNT OR WS-CT > ZERO
               IF DC-KEY(DC-IDX) = WS-DOC-KEY
                     AND CT-SIDE(DC-CT(DC-IDX)) = "AR"
                  MOVE DC-CT(DC-IDX) TO WS-CT
               END-IF
            END-PERFORM
            IF WS-CT = ZERO
               PERFORM VARYING CU-IDX FROM 1 BY 1
                     UNTIL CU-IDX > WS-CUSTOMER-COUNT OR WS-CT > ZERO
                  IF CU-NAME(CU-IDX) = FUNCTION UPPER-CASE(
                        FUNCTION TRIM(WS-OI-CUSTOMER))
                     MOVE CU-ACCOUNT(CU-IDX) TO WS-LOOKUP-ACCOUNT
                     PERFORM FIND-CONTROL
                  END-IF
               END-PERFORM
            END-IF
            IF WS-CT = ZERO
               IF WS-AMOUNT NOT = ZERO
                  ADD 1 TO WS-UNASSIGNED-COUNT
                  MOVE WS-AMOUNT TO RPT-DOC-SUB
                  DISPLAY "FAIL: open item "
                     FUNCTION TRIM(WS-OI-REFERENCE) " ("
                     FUNCTION TRIM(WS-OI-CUSTOMER) ", open "
                     FUNCTION TRIM(RPT-DOC-SUB-X)
                     ") has no ledger leg and no AR control account"
               END-IF
               EXIT PARAGRAPH
            END-IF
            PERFORM FIND-OR-ADD-DOC
            IF WS-DX > ZERO
               ADD WS-AMOUNT TO DC-SUB(WS-DX)
               MOVE "Y" TO DC-HAVE-SUB(WS-DX)
            END-IF
            ADD WS-AMOUNT TO CT-SUBLEDGER(WS-CT).

       FOLD-PAYMENTS.
      *    Each CHECK#/ACH# document on a voucher's AP account is
      *    folded into that voucher's VCH# document, its net kept as
      *    the amount paid.
            PERFORM VARYING PL-IDX FROM 1 BY 1
                  UNTIL PL-IDX > WS-PAYLINK-COUNT
               PERFORM VARYING WS-DX2 FROM 1 BY 1
                     UNTIL WS-DX2 > WS-DOC-COUNT
                  IF DC-KEY(WS-DX2) = PL-PAYMENT(PL-IDX)
                        AND DC-FOLDED(WS-DX2) = "N"
                        AND CT-SIDE(DC-CT(WS-DX2)) = "AP"
                     MOVE DC-CT(WS-DX2) TO WS-CT
                     MOVE PL-VOUCHER(PL-IDX) TO WS-DOC-KEY
                     PERFORM FIND-OR-ADD-DOC
                     IF WS-DX > ZERO
                        ADD DC-LEDGER(WS-DX2) TO DC-LEDGER(WS-DX)
                           DC-PAID(WS-DX)
                        MOVE "Y" TO DC-HAVE-LEDGER(WS-DX)
                        MOVE "Y" TO DC-FOLDED(WS-DX2)
                     END-IF
                  END-IF
               END-PERFORM
            END-PERFORM.

       APPLY-VOUCHERS.
      *    An OPEN or MATCH-HOLD bill is owed in full; a SELECTED one
      *    is owed until its check or ACH payment posts.
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
                     IF VOUCHER-LINE NOT = SPACES
                        PERFORM APPLY-ONE-VOUCHER
                     END-IF
               END-READ
            END-PERFORM
            CLOSE voucher.

       APPLY-ONE-VOUCHER.
            PERFORM UNPACK-VOUCHER-ROW
            MOVE WS-VO-AP TO WS-LOOKUP-ACCOUNT
            PERFORM FIND-CONTROL
            IF WS-CT = ZERO
               EXIT PARAGRAPH
            END-IF
            MOVE SPACES TO WS-DOC-KEY
            STRING "VCH#" DELIMITED BY SIZE
                  FUNCTION TRIM(WS-VO-VOUCHER-NO) DELIMITED BY SIZE
               INTO WS-DOC-KEY
            END-STRING
            PERFORM FIND-OR-ADD-DOC
            IF WS-DX = ZERO
               EXIT PARAGRAPH
            END-IF
            MOVE ZERO TO WS-AMOUNT
            IF FUNCTION TEST-NUMVAL(WS-VO-AMOUNT) = ZERO
               EVALUATE FUNCTION TRIM(WS-VO-STATUS)
                  WHEN "OPEN"
                  WHEN "MATCH-HOLD"
                     COMPUTE WS-AMOUNT =
                        0 - FUNCTION NUMVAL(WS-VO-AMOUNT)
                  WHEN "SELECTED"
                     COMPUTE WS-AMOUNT =
                        DC-PAID(WS-DX) - FUNCTION NUMVAL(WS-VO-AMOUNT)
                     IF WS-AMOUNT > ZERO
                        MOVE ZERO TO WS-AMOUNT
                     END-IF
               END-EVALUATE
            END-IF
            ADD WS-AMOUNT TO DC-SUB(WS-DX)
            MOVE "Y" TO DC-HAVE-SUB(WS-DX)
            ADD WS-AMOUNT TO CT-SUBLEDGER(WS-CT).

       APPLY-ASSETS.
      *    An ACTIVE asset carries its cost on the asset account and
      *    its depreciation to date on the accumulated account; a
      *    DISPOSED one carries nothing on either. The acquisition
      *    leg is whichever unmatched document on the asset account
      *    nets to exactly the asset's cost.
            PERFORM VARYING AS-IDX FROM 1 BY 1
                  UNTIL AS-IDX > WS-ASSET-COUNT
               MOVE SPACES TO WS-DOC-KEY
               STRING "ASSET " DELIMITED BY SIZE
                     FUNCTION TRIM(AS-ID(AS-IDX)) DELIMITED BY SIZE
                  INTO WS-DOC-KEY
               END-STRING
               MOVE AS-ASSET-ACCOUNT(AS-IDX) TO WS-LOOKUP-ACCOUNT
               PERFORM FIND-CONTROL
               IF WS-CT > ZERO
                  PERFORM FIND-OR-ADD-DOC
                  IF WS-DX > ZERO
                     PERFORM MATCH-ACQUISITION
                     IF AS-ACTIVE(AS-IDX) = "Y"
                        ADD AS-COST(AS-IDX) TO DC-SUB(WS-DX)
                           CT-SUBLEDGER(WS-CT)
                     END-IF
                     MOVE "Y" TO DC-HAVE-SUB(WS-DX)
                  END-IF
               END-IF
               MOVE AS-ACCUM-ACCOUNT(AS-IDX) TO WS-LOOKUP-ACCOUNT
               PERFORM FIND-CONTROL
               IF WS-CT > ZERO
                  PERFORM FIND-OR-ADD-DOC
                  IF WS-DX > ZERO
                     IF AS-ACTIVE(AS-IDX) = "Y"
                        SUBTRACT AS-DEPRECIATED(AS-IDX)
                           FROM DC-SUB(WS-DX) CT-SUBLEDGER(WS-CT)
                     END-IF
                     MOVE "Y" TO DC-HAVE-SUB(WS-DX)
                  END-IF
               END-IF
            END-PERFORM.

       MATCH-ACQUISITION.
            PERFORM VARYING WS-DX2 FROM 1 BY 1
                  UNTIL WS-DX2 > WS-DOC-COUNT
               IF DC-CT(WS-DX2) = WS-CT
                     AND DC-FOLDED(WS-DX2) = "N"
                     AND DC-HAVE-SUB(WS-DX2) = "N"
                     AND DC-KEY(WS-DX2)(1:6) NOT = "ASSET "
                     AND DC-LEDGER(WS-DX2) = AS-COST(AS-IDX)
                  ADD DC-LEDGER(WS-DX2) TO DC-LEDGER(WS-DX)
                  MOVE "Y" TO DC-HAVE-LEDGER(WS-DX)
                  MOVE "Y" TO DC-FOLDED(WS-DX2)
                  EXIT PERFORM
               END-IF
            END-PERFORM.

       PRINT-TIEOUT-REPORT.
            DISPLAY " "
            DISPLAY "SUBLEDGER TIE-OUT"
            DISPLAY "==========================================="
               "========================================="
            DISPLAY "SIDE ACCOUNT         CONTROL      "
               "     GL BALANCE       SUBLEDGER      DIFFERENCE"
            DISPLAY "-------------------------------------------"
               "-----------------------------------------"
            PERFORM VARYING CT-IDX FROM 1 BY 1
                  UNTIL CT-IDX > WS-CONTROL-COUNT
               SET WS-CT TO CT-IDX
               PERFORM PRINT-ONE-CONTROL
            END-PERFORM
            DISPLAY "==========================================="
               "========================================="
            IF WS-CONTROL-COUNT = ZERO
               DISPLAY "NOTE: no control accounts in scope"
            END-IF
            IF WS-UNTIED-COUNT = ZERO AND WS-UNASSIGNED-COUNT = ZERO
               DISPLAY "TIE-OUT PASS: " WS-CONTROL-COUNT
                  " control account(s) agree with their subledgers"
            ELSE
               DISPLAY "TIE-OUT FAIL: " WS-UNTIED-COUNT
                  " control account(s) out of balance, "
                  WS-UNASSIGNED-COUNT " open item(s) unassigned"
            END-IF.

       PRINT-ONE-CONTROL.
            COMPUTE WS-DIFFERENCE =
               CT-BALANCE(WS-CT) - CT-SUBLEDGER(WS-CT)
            MOVE CT-SIDE(WS-CT) TO RPT-SIDE
            MOVE CT-ACCOUNT(WS-CT) TO RPT-ACCOUNT
            MOVE CT-ROLE(WS-CT) TO RPT-ROLE
            COMPUTE RPT-GL = CT-BALANCE(WS-CT) * CT-SIGN(WS-CT)
            COMPUTE RPT-SUB = CT-SUBLEDGER(WS-CT) * CT-SIGN(WS-CT)
            COMPUTE RPT-DIFF = WS-DIFFERENCE * CT-SIGN(WS-CT)
            IF WS-DIFFERENCE = ZERO
               MOVE "TIED" TO RPT-STATUS
            ELSE
               MOVE "DIFF" TO RPT-STATUS
               ADD 1 TO WS-UNTIED-COUNT
            END-IF
            DISPLAY RPT-CONTROL-LINE
            IF CT-IN-CHART(WS-CT) NOT = "Y"
               DISPLAY "    account is not on "
                  FUNCTION TRIM(WS-COA-FILE)
            END-IF
            IF WS-DIFFERENCE = ZERO
               EXIT PARAGRAPH
            END-IF
            DISPLAY "    DOCUMENT                      LEDGER"
               "       SUBLEDGER  NOTE"
            PERFORM VARYING DC-IDX FROM 1 BY 1
                  UNTIL DC-IDX > WS-DOC-COUNT
               IF DC-CT(DC-IDX) = WS-CT
                     AND DC-FOLDED(DC-IDX) = "N"
                     AND DC-LEDGER(DC-IDX) NOT = DC-SUB(DC-IDX)
                  PERFORM PRINT-ONE-DOCUMENT
               END-IF
            END-PERFORM
            IF FUNCTION TRIM(CT-SIDE(WS-CT)) = "FA"
               PERFORM PRINT-UNPOSTED-DEPRECIATION
            END-IF
            IF CT-BALANCE(WS-CT) NOT = CT-LEDGER(WS-CT)
               MOVE "(not on the ledger)" TO RPT-DOC-KEY
               COMPUTE RPT-DOC-LEDGER =
                  (CT-BALANCE(WS-CT) - CT-LEDGER(WS-CT))
                     * CT-SIGN(WS-CT)
               MOVE SPACES TO RPT-DOC-SUB-X
               MOVE "chart only - opening bal?" TO RPT-DOC-NOTE
               DISPLAY RPT-DOC-LINE
            END-IF.

       PRINT-ONE-DOCUMENT.
            MOVE DC-KEY(DC-IDX) TO RPT-DOC-KEY
            IF DC-HAVE-LEDGER(DC-IDX) = "Y"
               COMPUTE RPT-DOC-LEDGER =
                  DC-LEDGER(DC-IDX) * CT-SIGN(WS-CT)
            ELSE
               MOVE SPACES TO RPT-DOC-LEDGER-X
            END-IF
            IF DC-HAVE-SUB(DC-IDX) = "Y"
               COMPUTE RPT-DOC-SUB = DC-SUB(DC-IDX) * CT-SIGN(WS-CT)
            ELSE
               MOVE SPACES TO RPT-DOC-SUB-X
            END-IF
            EVALUATE TRUE
               WHEN DC-HAVE-SUB(DC-IDX) NOT = "Y"
                  MOVE "no subledger item" TO RPT-DOC-NOTE
               WHEN DC-HAVE-LEDGER(DC-IDX) NOT = "Y"
                  MOVE "no ledger leg" TO RPT-DOC-NOTE
               WHEN OTHER
                  MOVE "amounts differ" TO RPT-DOC-NOTE
            END-EVALUATE
            DISPLAY RPT-DOC-LINE.

       PRINT-UNPOSTED-DEPRECIATION.
      *    DEPR.DAT months whose transaction is not on the ledger for
      *    this accumulated-depreciation account.
            PERFORM VARYING DP-IDX FROM 1 BY 1
                  UNTIL DP-IDX > WS-DEPR-COUNT
               IF DP-POSTED(DP-IDX) = "N"
                     AND FUNCTION TRIM(AS-ACCUM-ACCOUNT(
                        DP-ASSET-IX(DP-IDX))) =
                        FUNCTION TRIM(CT-ACCOUNT(WS-CT))
                  MOVE SPACES TO RPT-DOC-KEY
                  STRING "ASSET " DELIMITED BY SIZE
                        FUNCTION TRIM(AS-ID(DP-ASSET-IX(DP-IDX)))
                           DELIMITED BY SIZE
                        " M" DELIMITED BY SIZE
                        DP-MONTH(DP-IDX) DELIMITED BY SIZE
                     INTO RPT-DOC-KEY
                  END-STRING
                  MOVE SPACES TO RPT-DOC-LEDGER-X
                  MOVE DP-AMOUNT(DP-IDX) TO RPT-DOC-SUB
                  MOVE SPACES TO RPT-DOC-NOTE
                  STRING "TRN#" DELIMITED BY SIZE
                        DP-TRANS-ID(DP-IDX) DELIMITED BY SIZE
                        " not on ledger" DELIMITED BY SIZE
                     INTO RPT-DOC-NOTE
                  END-STRING
                  DISPLAY RPT-DOC-LINE
               END-IF
            END-PERFORM.

       END PROGRAM BESTBOOKS-TIEOUT.
