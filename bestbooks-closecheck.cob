            01 DEPR-LINE             PIC X(80).

            FD pending.
            01 PENDING-LINE          PIC X(200).

            FD reconexcept.
            01 EXCEPT-LINE           PIC X(160).
