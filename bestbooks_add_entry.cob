
      *    PENDING.DAT line layout, pipe-delimited: PENDING-ID|DATE|
      *    ACCOUNT|AMOUNT|DESCRIPTION|STATUS|REASON|CURRENCY|
      *    REFERENCE-DOC|TAX-CODE|TAX-AMOUNT|TAX-LIABILITY-ACCOUNT|
      *    ENTERED-BY|DECIDED-BY|DECIDED-DATE - currency through tax
      *    account carry this entry's currency, reference-
      *    document and tax-split fields through the hold so
      *    BESTBOOKS-APPROVE can post the same entry a same-amount
      *    same-run posting would have, not a plain-USD single leg;
      *    ENTERED-BY is the operator who keyed it, and BESTBOOKS-
      *    APPROVE fills in who decided it and when.
      *    appended to by CHECK-APPROVAL-THRESHOLD below and consumed
      *    by BESTBOOKS-APPROVE.
            FD pending.
            01 PENDING-LINE          PIC X(200).

      *    EXRATE.DAT line layout, pipe-delimited: CURRENCY|RATE-TO-USD
      *    e.g. "CAD|0.730000"; a fixed daily table, not looked up live.
                  "|" DELIMITED BY SIZE
                  FUNCTION TRIM(WS-PENDING-TAX-ACCOUNT)
                     DELIMITED BY SIZE
                  "|" DELIMITED BY SIZE
                  FUNCTION TRIM(WS-OPERATOR-ID) DELIMITED BY SIZE
                  "||" DELIMITED BY SIZE
               INTO PENDING-LINE
            END-STRING
            OPEN EXTEND pending
