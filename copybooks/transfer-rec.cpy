    *> Transfer register record: one fixed-layout line per unit moved
    *> between site masters, appended when the approved transfer has been
    *> written at the destination and removed at the source. Both sites
    *> reconcile against the same file - MASTUTIL's audit accounts for a
    *> serial that left or arrived by transfer through it.
    01 transfer-record.
        02 xfer-date PIC 9(8).
        02 xfer-time PIC 9(8).
        02 xfer-change-id PIC 9(9).
        02 xfer-serial PIC X(12).
        02 xfer-from-site PIC X(8).
        02 xfer-to-site PIC X(8).
        02 xfer-joltage PIC 9(9).
        02 xfer-status PIC X.
        02 xfer-entered-by PIC X(8).
        02 xfer-approved-by PIC X(8).
