init-results-history-path.
    *> Same fallback rule as the audit log: GnuCOBOL blanks the receiving
    *> item before raising the exception, so the default is moved in here.
    ACCEPT results-history-path FROM ENVIRONMENT "AOC2020_RESULTS_HISTORY_PATH"
        ON EXCEPTION
            MOVE results-history-default-path TO results-history-path
    END-ACCEPT
    ACCEPT results-history-run-date FROM DATE YYYYMMDD END-ACCEPT
    ACCEPT results-history-run-time FROM TIME END-ACCEPT
    .

write-results-history-count.
    *> Record results-history-count under results-history-figure for the
    *> current subject.
    MOVE results-history-count TO results-history-count-display
    MOVE FUNCTION TRIM(results-history-count-display) TO results-history-leading
    COMPUTE results-history-digit-count = FUNCTION LENGTH(FUNCTION TRIM(results-history-count-display)) END-COMPUTE
    PERFORM write-results-history-digits
    .

write-results-history-digits.
    *> Record a count held as text: results-history-leading carries its
    *> digits left-justified (at most the first 18) and
    *> results-history-digit-count its full width.
    PERFORM start-results-history-record
    IF results-history-digit-count IS EQUAL TO 0
        MOVE "0" TO results-history-leading
        MOVE 1 TO results-history-digit-count
    END-IF
    IF results-history-digit-count > 18
        SET hist-value-leading TO TRUE
        MOVE results-history-leading TO hist-value-text
    ELSE
        SET hist-value-exact TO TRUE
        MOVE 0 TO hist-value
        MOVE results-history-leading(1:results-history-digit-count)
            TO hist-value-text(19 - results-history-digit-count:results-history-digit-count)
    END-IF
    MOVE results-history-digit-count TO hist-value-digits
    PERFORM append-results-history-record
    .

write-results-history-overflow.
    PERFORM start-results-history-record
    SET hist-value-overflow TO TRUE
    MOVE 0 TO hist-value hist-value-digits
    PERFORM append-results-history-record
    .

start-results-history-record.
    MOVE SPACES TO results-history-record
    MOVE results-history-run-date TO hist-run-date
    MOVE results-history-run-time TO hist-run-time
    MOVE results-history-program TO hist-program
    MOVE results-history-command TO hist-command
    MOVE results-history-subject-kind TO hist-subject-kind
    MOVE results-history-subject TO hist-subject
    MOVE results-history-figure TO hist-figure
    .

append-results-history-record.
    OPEN EXTEND results-history-file
    IF results-history-file-status IS EQUAL TO "35"
        CLOSE results-history-file
        OPEN OUTPUT results-history-file
    END-IF
    WRITE results-history-record
    CLOSE results-history-file
    .
