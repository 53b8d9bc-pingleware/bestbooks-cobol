            COPY "seq-control.cpy".

            FD pending.
            01 PENDING-LINE          PIC X(200).

            FD journal.
            01 JOURNAL-LINE          PIC X(80).
            01 WS-CHK-NUMBER-IN     PIC X(10).
            01 WS-CHK-REST-IN       PIC X(100).
            01 WS-PEN-ID-IN         PIC X(10).
            01 WS-PEN-REST-IN       PIC X(200).

      *    rollover archive generation names, LEDGER-ARCH-<n>.DAT,
      *    same pattern BESTBOOKS-ARCHIVE writes them under.
