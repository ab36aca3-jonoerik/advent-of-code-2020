    *> Results history record: one fixed-layout line per key figure a run
    *> produced, appended by every run so the nightly numbers survive past
    *> the next night's reports. TRENDRPT reads it back for the monthly
    *> trend. A figure is a whole count; one too wide for hist-value (an
    *> exact part2 arrangement count, say) keeps its leading 18 digits and
    *> its full digit count, and a count that couldn't be computed at all
    *> is recorded as an overflow with no value.
    FD results-history-file.
        01 results-history-record.
            02 hist-run-date PIC 9(8).
            02 hist-run-time PIC 9(8).
            02 hist-program PIC X(8).
            02 hist-command PIC X(16).
            02 hist-subject-kind PIC X.
                88 hist-subject-manifest VALUE "M".
                88 hist-subject-vessel VALUE "V".
            02 hist-subject PIC X(128).
            02 hist-figure PIC X(16).
            02 hist-value-status PIC X.
                88 hist-value-exact VALUE "E".
                88 hist-value-leading VALUE "L".
                88 hist-value-overflow VALUE "O".
            02 hist-value PIC 9(18).
            02 hist-value-text REDEFINES hist-value PIC X(18).
            02 hist-value-digits PIC 9(5).
