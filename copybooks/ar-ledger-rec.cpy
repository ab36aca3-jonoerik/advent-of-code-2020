    *> Accounts-receivable ledger record, one per invoice, keyed on the
    *> account and its invoice number so an account's invoices read back
    *> oldest first. Amounts are currency units to two decimals; receipts
    *> accumulate in ar-paid until the invoice is paid in full. The
    *> archive path names the stamped voyage summary archive holding the
    *> legs the invoice priced.
    01 ar-record.
        02 ar-key.
            03 ar-account PIC X(8).
            03 ar-invoice-number PIC 9(6).
        02 ar-invoice-date PIC 9(8).
        02 ar-due-date PIC 9(8).
        02 ar-amount PIC 9(11)V99.
        02 ar-paid PIC 9(11)V99.
        02 ar-last-receipt-date PIC 9(8).
        02 ar-leg-count PIC 9(6).
        02 ar-status PIC X.
            88 ar-open VALUE "O".
            88 ar-paid-in-full VALUE "P".
        02 ar-archive-path PIC X(160).
