      *    party's postings normally land in. A maintenance-defined
      *    table, the same convention as TAXRATE.DAT and VENDORMAP.DAT.
            FD custvend.
            01 CUSTVEND-LINE         PIC X(200).

       WORKING-STORAGE SECTION.
            01 WS-LEDGER-FILE      PIC X(64) VALUE "LEDGER.DAT".
