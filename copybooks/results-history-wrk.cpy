    *> The results history is shared by every program that reports nightly
    *> figures, the same way the audit log is; ops can point it somewhere
    *> else via the AOC2020_RESULTS_HISTORY_PATH environment variable. The
    *> run date and time are taken once, when the path is set up, so every
    *> figure from one run lands on the same night even if the run goes
    *> past midnight.
    01 results-history-default-path PIC X(128) VALUE "aoc2020-results-history.dat".
    01 results-history-path PIC X(128).
    01 results-history-file-status PIC XX.
    01 results-history-run-date PIC 9(8).
    01 results-history-run-time PIC 9(8).
    01 results-history-program PIC X(8).
    01 results-history-command PIC X(16).
    01 results-history-subject-kind PIC X.
        88 results-history-manifest VALUE "M".
        88 results-history-vessel VALUE "V".
    01 results-history-subject PIC X(128).
    01 results-history-figure PIC X(16).
    01 results-history-count PIC 9(18) VALUE 0.
    01 results-history-count-display PIC Z(17)9.
    01 results-history-leading PIC X(18).
    01 results-history-digit-count USAGE BINARY-C-LONG UNSIGNED VALUE 0.
