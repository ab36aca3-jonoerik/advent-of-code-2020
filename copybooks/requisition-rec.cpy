    *> Purchase requisition line, the fixed layout purchasing loads. DAY10's
    *> requisition run writes one per adapter to be bought and appends the
    *> same lines to the open-requisitions file, which purchasing keeps in
    *> this layout too: a line stays there while the order is outstanding
    *> and is taken off when the goods are received, so the next run nets
    *> against what is already on order instead of ordering it twice.
    *> Costs carry two implied decimal places.
    01 req-record.
        02 req-number.
            03 req-run-date PIC 9(8).
            03 req-run-time PIC 9(6).
            03 req-line-number PIC 9(4).
        02 req-part-number PIC X(16).
        02 req-rated-joltage PIC 9(9).
        02 req-quantity PIC 9(5).
        02 req-unit-cost PIC 9(7)V99.
        02 req-extended-cost PIC 9(9)V99.
        02 req-lead-days PIC 9(4).
        *> Where the need came from: a MANIFEST gap (key is the sorted
        *> position of the adapter below the gap) or a MASTER coverage
        *> finding (key is the serial of the uncovered in-service unit),
        *> and the rating range that finding calls for.
        02 req-source-type PIC X(8).
        02 req-source-key PIC X(12).
        02 req-range-min PIC 9(9).
        02 req-range-max PIC 9(9).
        02 req-source-path PIC X(128).
