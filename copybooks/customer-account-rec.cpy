    *> Customer account master record, keyed on acct-number. Terms are
    *> the days from invoice date to due date; the credit limit is in
    *> currency units to two decimals. Invoice numbers run in sequence per
    *> account: acct-last-invoice is the number the most recent bill run
    *> issued, zero before the first. A closed account keeps its history
    *> but takes no new invoices.
    01 account-record.
        02 acct-number PIC X(8).
        02 acct-name PIC X(32).
        02 acct-terms-days PIC 9(3).
        02 acct-credit-limit PIC 9(9)V99.
        02 acct-status PIC X.
            88 acct-active VALUE "A".
            88 acct-closed VALUE "C".
        02 acct-last-invoice PIC 9(6).
        02 acct-opened-date PIC 9(8).
