IDENTIFICATION DIVISION.
    PROGRAM-ID. TRENDRPT.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
    FILE-CONTROL.
        SELECT trend-report-file
            ASSIGN TO DISK trend-report-path
            ORGANIZATION IS LINE SEQUENTIAL
            ACCESS MODE IS SEQUENTIAL.
        SELECT param-report-file
            ASSIGN TO DISK param-report-path
            ORGANIZATION IS LINE SEQUENTIAL
            ACCESS MODE IS SEQUENTIAL.
        COPY "site-params-sel.cpy".
        COPY "audit-log-sel.cpy".
        COPY "results-history-sel.cpy".

DATA DIVISION.
FILE SECTION.
    FD trend-report-file.
        01 trend-report-line PIC X(256).
    FD param-report-file.
        01 param-report-line PIC X(96).
    COPY "site-params-fd.cpy".
    COPY "audit-log-fd.cpy".
    COPY "results-history-fd.cpy".

WORKING-STORAGE SECTION.
    01 TAB-CHAR PIC X VALUE X'09'.
    01 args.
        02 args-len USAGE BINARY-C-LONG UNSIGNED VALUE 0.
        02 command-name PIC X(32).
        02 month-arg PIC X(16).

    01 trend-report-path PIC X(128) VALUE "trend-monthly.rpt".
    01 param-report-path PIC X(128) VALUE "trendrpt-parameters.rpt".

    *> A figure whose month-end value moved by more than this percentage
    *> against the previous month's is flagged for review. Site-configurable
    *> via TRENDRPT-FLAG-PERCENT in the site parameter file.
    01 flag-percent USAGE BINARY-C-LONG UNSIGNED VALUE 20.

    *> The month being reported and the month it is compared against,
    *> both YYYYMM.
    01 today-date PIC 9(8).
    01 report-month.
        02 report-year PIC 9(4).
        02 report-month-number PIC 9(2).
    01 prior-month.
        02 prior-year PIC 9(4).
        02 prior-month-number PIC 9(2).
    01 report-month-text PIC X(7).
    01 prior-month-text PIC X(7).

    *> Only the two months the report needs are kept, and only each
    *> night's last value of each figure: a later run the same night
    *> replaces the earlier one when the table is compacted. Rows are then
    *> sorted by subject, figure and stamp, so each subject's rows sit
    *> together and within a figure the nights run oldest first. Sized for
    *> DAY12's largest fleet (1000 vessels, 5 figures, 62 nights = 310000)
    *> with room for some 160 DAY10 manifests and masters besides.
    78 history-table-max-length VALUE 400000.
    01 history-table-length USAGE BINARY-C-LONG VALUE 0.
    01 history-table.
        02 history-row
            OCCURS 0 TO history-table-max-length TIMES DEPENDING ON history-table-length
            INDEXED BY history-i history-j.
            03 row-kind PIC X.
                88 row-manifest VALUE "M".
                88 row-vessel VALUE "V".
            03 row-subject PIC X(128).
            03 row-figure PIC X(16).
            03 row-stamp.
                04 row-month PIC 9(6).
                04 row-day PIC 9(2).
                04 row-time PIC 9(8).
            03 row-status PIC X.
                88 row-exact VALUE "E".
                88 row-leading VALUE "L".
                88 row-overflow VALUE "O".
            03 row-value PIC 9(18).
            03 row-value-text REDEFINES row-value PIC X(18).
            03 row-digits PIC 9(5).

    *> One column per figure recorded for the subject being printed.
    78 column-table-max-length VALUE 12.
    01 column-table-length USAGE BINARY-C-LONG VALUE 0.
    01 column-table.
        02 column-entry
            OCCURS 0 TO column-table-max-length TIMES DEPENDING ON column-table-length
            INDEXED BY column-i.
            03 column-figure PIC X(16).
            03 column-first USAGE BINARY-C-LONG.
            03 column-last USAGE BINARY-C-LONG.
            03 column-prior-row USAGE BINARY-C-LONG.
            03 column-current-row USAGE BINARY-C-LONG.
            03 column-change-text PIC X(19).
            03 column-flag PIC X.
                88 column-flagged VALUE "Y".
                88 column-unflagged VALUE "N".
    01 columns-truncated-flag PIC X VALUE "N".
        88 columns-truncated VALUE "Y".
        88 columns-complete VALUE "N".

    01 night-table.
        02 night-present PIC X OCCURS 31 TIMES INDEXED BY night-i.
    01 night-cell-row USAGE BINARY-C-LONG VALUE 0.

    01 subject-first USAGE BINARY-C-LONG VALUE 0.
    01 subject-last USAGE BINARY-C-LONG VALUE 0.
    01 subject-row USAGE BINARY-C-LONG VALUE 0.

    *> Every flagged movement, repeated at the foot of the report so the
    *> monthly review starts from one list.
    78 flagged-table-max-length VALUE 1000.
    01 flagged-table-length USAGE BINARY-C-LONG VALUE 0.
    01 flagged-table.
        02 flagged-row
            OCCURS 0 TO flagged-table-max-length TIMES DEPENDING ON flagged-table-length
            INDEXED BY flagged-i.
            03 flagged-kind PIC X.
            03 flagged-subject PIC X(128).
            03 flagged-figure PIC X(16).
            03 flagged-prior-text PIC X(19).
            03 flagged-current-text PIC X(19).
            03 flagged-change-text PIC X(19).

    01 cell-data.
        02 cell-text PIC X(19) JUSTIFIED RIGHT.
        02 cell-value-display PIC Z(17)9.
        02 cell-digits-display PIC Z(4)9.
        02 cell-work PIC X(19).
        02 cell-pointer USAGE BINARY-C-LONG VALUE 0.
    01 night-label PIC X(14).
    01 night-day PIC 9(2).

    *> Month-over-month change is worked from each value's leading digits
    *> and digit count, so a count too wide for the history's value field
    *> still compares against its previous month-end.
    01 change-data.
        02 change-prior-mantissa PIC 9V9(17).
        02 change-current-mantissa PIC 9V9(17).
        02 change-digit-shift USAGE BINARY-C-LONG SIGNED VALUE 0.
        02 change-percent PIC S9(8)V99.
        02 change-percent-edited PIC +(8)9.99.
        02 change-percent-limit PIC S9(8)V99.

    01 run-totals.
        02 history-read-count USAGE BINARY-C-LONG UNSIGNED VALUE 0.
        02 malformed-count USAGE BINARY-C-LONG UNSIGNED VALUE 0.
        02 subject-count USAGE BINARY-C-LONG UNSIGNED VALUE 0.
        02 flagged-count USAGE BINARY-C-LONG UNSIGNED VALUE 0.
        02 count-display PIC Z(8)9.
        02 count-display-2 PIC Z(8)9.
        02 flag-percent-display PIC Z(8)9.
    01 table-full-flag PIC X VALUE "N".
        88 table-full VALUE "Y".
        88 table-not-full VALUE "N".
    01 compact-length USAGE BINARY-C-LONG VALUE 0.
    01 dropped-count USAGE BINARY-C-LONG UNSIGNED VALUE 0.

    *> Flagged movements and skipped history records both end the run with
    *> 4: the report is complete, but someone has to look at it. So does a
    *> history too large to hold, where the report is known to be short.
    01 eoj-data.
        02 final-return-code USAGE BINARY-C-LONG UNSIGNED VALUE 0.
        02 final-return-code-display PIC Z(8)9.
        02 eoj-read-display PIC Z(8)9.
        02 eoj-flagged-display PIC Z(8)9.
        02 eoj-malformed-display PIC Z(8)9.

    COPY "site-params-wrk.cpy".
    COPY "audit-log-wrk.cpy".
    COPY "results-history-wrk.cpy".

PROCEDURE DIVISION.
    MOVE "TRENDRPT" TO audit-log-program
    PERFORM init-audit-log-path
    PERFORM init-results-history-path
    PERFORM init-site-params-path
    PERFORM load-site-params
    PERFORM write-site-param-report
    ACCEPT args-len FROM ARGUMENT-NUMBER END-ACCEPT
    EVALUATE args-len
        WHEN 1
            DISPLAY 1 UPON ARGUMENT-NUMBER END-DISPLAY
            ACCEPT command-name FROM ARGUMENT-VALUE END-ACCEPT
            MOVE command-name TO audit-log-command
            IF command-name IS EQUAL TO "monthly"
                ACCEPT today-date FROM DATE YYYYMMDD END-ACCEPT
                MOVE today-date(1:6) TO report-month
                PERFORM monthly-trend
            ELSE
                PERFORM print-usage
            END-IF
        WHEN 2
            DISPLAY 1 UPON ARGUMENT-NUMBER END-DISPLAY
            ACCEPT command-name FROM ARGUMENT-VALUE END-ACCEPT
            MOVE command-name TO audit-log-command
            IF command-name IS EQUAL TO "monthly"
                DISPLAY 2 UPON ARGUMENT-NUMBER END-DISPLAY
                ACCEPT month-arg FROM ARGUMENT-VALUE END-ACCEPT
                IF month-arg(1:6) IS NOT NUMERIC
                        OR month-arg(7:) IS NOT EQUAL TO SPACES
                    PERFORM print-usage
                END-IF
                MOVE month-arg(1:6) TO report-month
                IF report-month-number < 1 OR report-month-number > 12
                    PERFORM print-usage
                END-IF
                PERFORM monthly-trend
            ELSE
                PERFORM print-usage
            END-IF
        WHEN OTHER
            PERFORM print-usage
    END-EVALUATE
    PERFORM end-of-job
    STOP RUN RETURNING final-return-code
    .

end-of-job.
    IF flagged-count > 0 OR malformed-count > 0 OR table-full
        MOVE 4 TO final-return-code
    END-IF
    MOVE history-read-count TO eoj-read-display
    MOVE flagged-count TO eoj-flagged-display
    MOVE malformed-count TO eoj-malformed-display
    MOVE final-return-code TO final-return-code-display
    DISPLAY "End of job: history records read=" FUNCTION TRIM(eoj-read-display)
        ", flagged=" FUNCTION TRIM(eoj-flagged-display)
        ", malformed=" FUNCTION TRIM(eoj-malformed-display)
        "; return code " FUNCTION TRIM(final-return-code-display) "."
    END-DISPLAY

    MOVE results-history-path TO audit-log-input-path
    MOVE SPACES TO audit-log-result
    STRING "EOJ m=" report-month " f=" FUNCTION TRIM(eoj-flagged-display)
        " bad=" FUNCTION TRIM(eoj-malformed-display)
        INTO audit-log-result
    END-STRING
    MOVE final-return-code TO audit-log-return-code
    PERFORM write-audit-log-entry
    .

apply-site-parameter.
    EVALUATE FUNCTION TRIM(site-param-name)
        WHEN "TRENDRPT-FLAG-PERCENT"
            IF site-param-value < 0
                PERFORM reject-site-param-line
            END-IF
            MOVE site-param-value TO flag-percent
        WHEN OTHER
            *> A name this program doesn't recognize belongs to one of the
            *> other programs sharing the site parameter file.
            CONTINUE
    END-EVALUATE
    .

write-site-param-report.
    OPEN OUTPUT param-report-file
    MOVE SPACES TO param-report-line
    IF site-params-found
        STRING "Effective TRENDRPT site parameters (from " FUNCTION TRIM(site-params-path) "):" INTO param-report-line END-STRING
    ELSE
        STRING "Effective TRENDRPT site parameters (defaults; no file at " FUNCTION TRIM(site-params-path) "):" INTO param-report-line END-STRING
    END-IF
    WRITE param-report-line
    MOVE flag-percent TO site-param-value-display
    MOVE SPACES TO param-report-line
    STRING "TRENDRPT-FLAG-PERCENT=" FUNCTION TRIM(site-param-value-display) INTO param-report-line END-STRING
    WRITE param-report-line
    CLOSE param-report-file
    .

monthly-trend.
    *> Night-by-night figures for every manifest and vessel with results in
    *> the month, each figure's month-end value compared with the previous
    *> month's, and any movement past the site's percentage flagged.
    IF report-month-number IS EQUAL TO 1
        COMPUTE prior-year = report-year - 1 END-COMPUTE
        MOVE 12 TO prior-month-number
    ELSE
        MOVE report-year TO prior-year
        COMPUTE prior-month-number = report-month-number - 1 END-COMPUTE
    END-IF
    STRING report-year "-" report-month-number INTO report-month-text END-STRING
    STRING prior-year "-" prior-month-number INTO prior-month-text END-STRING

    MOVE results-history-path TO audit-log-input-path
    MOVE "START" TO audit-log-result
    MOVE 0 TO audit-log-return-code
    PERFORM write-audit-log-entry
    PERFORM load-history-rows
    IF history-table-length > 0
        PERFORM compact-history-rows
    END-IF
    PERFORM write-trend-report
    DISPLAY "Monthly trend report for " report-month-text " written to " FUNCTION TRIM(trend-report-path) "." END-DISPLAY
    IF flagged-count > 0
        MOVE flagged-count TO count-display
        DISPLAY FUNCTION TRIM(count-display) " figure(s) moved more than the flag percentage; see " FUNCTION TRIM(trend-report-path) "." END-DISPLAY
    END-IF
    .

load-history-rows.
    MOVE 0 TO history-table-length history-read-count malformed-count dropped-count
    SET table-not-full TO TRUE
    OPEN INPUT results-history-file
    *> No history file yet just means nothing has recorded results; the
    *> report says so rather than aborting. Any other open failure is fatal.
    IF results-history-file-status IS EQUAL TO "35"
        DISPLAY "Results history " FUNCTION TRIM(results-history-path) " does not exist yet; reporting on an empty history." END-DISPLAY
    ELSE
        IF results-history-file-status IS NOT EQUAL TO "00"
            DISPLAY "Results history " FUNCTION TRIM(results-history-path) " could not be opened (status " results-history-file-status "); aborting." END-DISPLAY
            MOVE results-history-path TO audit-log-input-path
            MOVE "ERROR" TO audit-log-result
            MOVE 12 TO audit-log-return-code
            PERFORM write-audit-log-entry
            STOP RUN RETURNING 12
        END-IF
        PERFORM UNTIL EXIT
            READ results-history-file
                AT END EXIT PERFORM
            END-READ
            SET history-read-count UP BY 1
            PERFORM select-history-record
        END-PERFORM
        CLOSE results-history-file
    END-IF
    .

select-history-record.
    *> A record that doesn't hold together - a stamp or value that isn't
    *> numeric, an unknown subject kind or value status - is counted and
    *> skipped rather than guessed at.
    IF hist-run-date IS NOT NUMERIC
            OR hist-run-time IS NOT NUMERIC
            OR hist-value-digits IS NOT NUMERIC
            OR NOT (hist-subject-manifest OR hist-subject-vessel)
            OR NOT (hist-value-exact OR hist-value-leading OR hist-value-overflow)
            OR hist-subject IS EQUAL TO SPACES
            OR hist-figure IS EQUAL TO SPACES
        SET malformed-count UP BY 1
    ELSE
        IF NOT hist-value-overflow AND hist-value IS NOT NUMERIC
            SET malformed-count UP BY 1
        ELSE
            IF hist-run-date(7:2) < "01" OR hist-run-date(7:2) > "31"
                SET malformed-count UP BY 1
            ELSE
                IF hist-run-date(1:6) IS EQUAL TO report-month
                        OR hist-run-date(1:6) IS EQUAL TO prior-month
                    PERFORM keep-history-row
                END-IF
            END-IF
        END-IF
    END-IF
    .

keep-history-row.
    *> A full table is first compacted down to one row per figure per
    *> night. Only if that frees nothing is the record dropped - and once
    *> one is, the report says it is incomplete and the run ends with 4,
    *> since a dropped record is one of the month's latest nights.
    IF history-table-length IS EQUAL TO history-table-max-length
            AND table-not-full
        PERFORM compact-history-rows
        IF history-table-length IS EQUAL TO history-table-max-length
            DISPLAY "Results history " FUNCTION TRIM(results-history-path) " has more than " history-table-max-length " nightly figures for " prior-month-text " and " report-month-text "; the report is incomplete." END-DISPLAY
            SET table-full TO TRUE
        END-IF
    END-IF
    IF table-full
        SET dropped-count UP BY 1
    ELSE
        SET history-table-length UP BY 1
        MOVE hist-subject-kind TO row-kind(history-table-length)
        MOVE hist-subject TO row-subject(history-table-length)
        MOVE hist-figure TO row-figure(history-table-length)
        MOVE hist-run-date(1:6) TO row-month(history-table-length)
        MOVE hist-run-date(7:2) TO row-day(history-table-length)
        MOVE hist-run-time TO row-time(history-table-length)
        MOVE hist-value-status TO row-status(history-table-length)
        MOVE hist-value TO row-value(history-table-length)
        MOVE hist-value-digits TO row-digits(history-table-length)
    END-IF
    .

compact-history-rows.
    *> Sort by subject, figure and stamp, then keep only the last row of
    *> each figure's night: the grid shows each night's last value and the
    *> change row each month's last, so an earlier run the same night is
    *> never needed. Rows only ever move down the table, so the pass
    *> compacts in place.
    SORT history-row ON ASCENDING KEY row-kind row-subject row-figure row-stamp
    MOVE 0 TO compact-length
    PERFORM WITH TEST BEFORE VARYING history-i FROM 1 UNTIL history-i > history-table-length
        SET history-j TO history-i
        SET history-j UP BY 1
        IF history-i < history-table-length
                AND row-kind(history-j) IS EQUAL TO row-kind(history-i)
                AND row-subject(history-j) IS EQUAL TO row-subject(history-i)
                AND row-figure(history-j) IS EQUAL TO row-figure(history-i)
                AND row-month(history-j) IS EQUAL TO row-month(history-i)
                AND row-day(history-j) IS EQUAL TO row-day(history-i)
            CONTINUE
        ELSE
            SET compact-length UP BY 1
            IF compact-length IS NOT EQUAL TO history-i
                MOVE history-row(history-i) TO history-row(compact-length)
            END-IF
        END-IF
    END-PERFORM
    MOVE compact-length TO history-table-length
    .

write-trend-report.
    MOVE 0 TO subject-count flagged-count flagged-table-length
    OPEN OUTPUT trend-report-file
    MOVE flag-percent TO flag-percent-display
    MOVE SPACES TO trend-report-line
    STRING "Monthly trend report for " report-month-text
        " (compared with " prior-month-text
        "; flag threshold " FUNCTION TRIM(flag-percent-display) "%)"
        INTO trend-report-line
    END-STRING
    WRITE trend-report-line
    MOVE SPACES TO trend-report-line
    STRING "Results history: " FUNCTION TRIM(results-history-path) INTO trend-report-line END-STRING
    WRITE trend-report-line
    MOVE SPACES TO trend-report-line
    STRING "Change is each figure's last value in " report-month-text
        " against its last value in " prior-month-text "."
        INTO trend-report-line
    END-STRING
    WRITE trend-report-line
    IF table-full
        MOVE dropped-count TO count-display
        MOVE SPACES TO trend-report-line
        STRING "REPORT INCOMPLETE: more than 400000 nightly figures for "
            prior-month-text " and " report-month-text "; " FUNCTION TRIM(count-display)
            " later history records were not kept, so month-end values and changes may be wrong."
            INTO trend-report-line
        END-STRING
        WRITE trend-report-line
    END-IF
    MOVE SPACES TO trend-report-line
    WRITE trend-report-line

    IF history-table-length IS EQUAL TO 0
        MOVE SPACES TO trend-report-line
        STRING "No results recorded for " prior-month-text " or " report-month-text "." INTO trend-report-line END-STRING
        WRITE trend-report-line
        MOVE SPACES TO trend-report-line
        WRITE trend-report-line
    END-IF

    MOVE 1 TO subject-first
    PERFORM UNTIL subject-first > history-table-length
        MOVE subject-first TO subject-last
        PERFORM UNTIL subject-last >= history-table-length
            IF row-kind(subject-last + 1) IS NOT EQUAL TO row-kind(subject-first)
                    OR row-subject(subject-last + 1) IS NOT EQUAL TO row-subject(subject-first)
                EXIT PERFORM
            END-IF
            SET subject-last UP BY 1
        END-PERFORM
        PERFORM write-subject-trend
        COMPUTE subject-first = subject-last + 1 END-COMPUTE
    END-PERFORM

    PERFORM write-flagged-summary
    CLOSE trend-report-file
    .

write-subject-trend.
    SET subject-count UP BY 1
    PERFORM build-subject-columns

    MOVE SPACES TO trend-report-line
    IF row-vessel(subject-first)
        STRING "Vessel " FUNCTION TRIM(row-subject(subject-first)) INTO trend-report-line END-STRING
    ELSE
        STRING "Manifest " FUNCTION TRIM(row-subject(subject-first)) INTO trend-report-line END-STRING
    END-IF
    WRITE trend-report-line
    IF columns-truncated
        MOVE SPACES TO trend-report-line
        MOVE "  More than 12 figures recorded; the first 12 are shown." TO trend-report-line
        WRITE trend-report-line
    END-IF

    MOVE SPACES TO trend-report-line
    MOVE "  Night" TO night-label
    STRING night-label INTO trend-report-line END-STRING
    MOVE 15 TO cell-pointer
    PERFORM WITH TEST BEFORE VARYING column-i FROM 1 UNTIL column-i > column-table-length
        MOVE FUNCTION TRIM(column-figure(column-i)) TO cell-text
        PERFORM append-cell
    END-PERFORM
    WRITE trend-report-line

    *> The previous month's closing value first, then each night of this
    *> month that has results, then the change and any flags.
    MOVE SPACES TO trend-report-line night-label
    STRING "  " prior-month-text " end" INTO night-label END-STRING
    STRING night-label INTO trend-report-line END-STRING
    MOVE 15 TO cell-pointer
    PERFORM WITH TEST BEFORE VARYING column-i FROM 1 UNTIL column-i > column-table-length
        MOVE column-prior-row(column-i) TO night-cell-row
        PERFORM format-cell
        PERFORM append-cell
    END-PERFORM
    WRITE trend-report-line

    PERFORM WITH TEST BEFORE VARYING night-i FROM 1 UNTIL night-i > 31
        IF night-present(night-i) IS EQUAL TO "Y"
            PERFORM write-night-line
        END-IF
    END-PERFORM

    MOVE SPACES TO trend-report-line
    MOVE "  Change" TO night-label
    STRING night-label INTO trend-report-line END-STRING
    MOVE 15 TO cell-pointer
    PERFORM WITH TEST BEFORE VARYING column-i FROM 1 UNTIL column-i > column-table-length
        PERFORM compute-column-change
        MOVE FUNCTION TRIM(column-change-text(column-i)) TO cell-text
        PERFORM append-cell
    END-PERFORM
    WRITE trend-report-line

    MOVE SPACES TO trend-report-line
    MOVE "  Flag" TO night-label
    STRING night-label INTO trend-report-line END-STRING
    MOVE 15 TO cell-pointer
    PERFORM WITH TEST BEFORE VARYING column-i FROM 1 UNTIL column-i > column-table-length
        IF column-flagged(column-i)
            MOVE "***" TO cell-text
        ELSE
            MOVE SPACES TO cell-text
        END-IF
        PERFORM append-cell
    END-PERFORM
    WRITE trend-report-line
    MOVE SPACES TO trend-report-line
    WRITE trend-report-line
    .

build-subject-columns.
    *> The subject's rows are sorted by figure, so each new figure name
    *> opens the next column; within a figure the rows run oldest first, so
    *> the last row seen for a month is that month's closing value.
    MOVE 0 TO column-table-length
    SET columns-complete TO TRUE
    MOVE ALL "N" TO night-table
    PERFORM WITH TEST BEFORE VARYING subject-row FROM subject-first UNTIL subject-row > subject-last
        IF column-table-length IS EQUAL TO 0
                OR row-figure(subject-row) IS NOT EQUAL TO column-figure(column-table-length)
            IF column-table-length IS EQUAL TO column-table-max-length
                SET columns-truncated TO TRUE
                EXIT PERFORM
            END-IF
            SET column-table-length UP BY 1
            MOVE row-figure(subject-row) TO column-figure(column-table-length)
            MOVE subject-row TO column-first(column-table-length)
            MOVE 0 TO column-prior-row(column-table-length)
            MOVE 0 TO column-current-row(column-table-length)
            SET column-unflagged(column-table-length) TO TRUE
        END-IF
        MOVE subject-row TO column-last(column-table-length)
        IF row-month(subject-row) IS EQUAL TO prior-month
            MOVE subject-row TO column-prior-row(column-table-length)
        ELSE
            MOVE subject-row TO column-current-row(column-table-length)
            MOVE "Y" TO night-present(row-day(subject-row))
        END-IF
    END-PERFORM
    .

write-night-line.
    SET night-day TO night-i
    MOVE SPACES TO trend-report-line night-label
    STRING "  " report-month-text "-" night-day INTO night-label END-STRING
    STRING night-label INTO trend-report-line END-STRING
    MOVE 15 TO cell-pointer
    PERFORM WITH TEST BEFORE VARYING column-i FROM 1 UNTIL column-i > column-table-length
        MOVE 0 TO night-cell-row
        PERFORM WITH TEST BEFORE VARYING subject-row FROM column-first(column-i) UNTIL subject-row > column-last(column-i)
            IF row-month(subject-row) IS EQUAL TO report-month
                    AND row-day(subject-row) IS EQUAL TO night-day
                MOVE subject-row TO night-cell-row
            END-IF
        END-PERFORM
        PERFORM format-cell
        PERFORM append-cell
    END-PERFORM
    WRITE trend-report-line
    .

format-cell.
    *> The value of history row night-cell-row as the report shows it: the
    *> whole count, or for a count too wide to hold its leading digits and
    *> digit count, or OVERFLOW where no count was recorded. No row is "-".
    MOVE SPACES TO cell-work
    IF night-cell-row IS EQUAL TO 0
        MOVE "-" TO cell-work
    ELSE
        EVALUATE TRUE
            WHEN row-exact(night-cell-row)
                MOVE row-value(night-cell-row) TO cell-value-display
                MOVE FUNCTION TRIM(cell-value-display) TO cell-work
            WHEN row-leading(night-cell-row)
                MOVE row-digits(night-cell-row) TO cell-digits-display
                STRING row-value-text(night-cell-row)(1:6) "...["
                    FUNCTION TRIM(cell-digits-display) " dig]"
                    INTO cell-work
                END-STRING
            WHEN OTHER
                MOVE "OVERFLOW" TO cell-work
        END-EVALUATE
    END-IF
    MOVE FUNCTION TRIM(cell-work) TO cell-text
    .

append-cell.
    STRING " " cell-text INTO trend-report-line WITH POINTER cell-pointer END-STRING
    .

compute-column-change.
    *> Percentage change of the month-end value against the previous
    *> month-end. No comparison without both months, or where either month
    *> ended on an overflow. A figure that was zero and no longer is has
    *> no percentage but is always flagged.
    SET history-i TO column-prior-row(column-i)
    SET history-j TO column-current-row(column-i)
    EVALUATE TRUE
        WHEN column-prior-row(column-i) IS EQUAL TO 0
                OR column-current-row(column-i) IS EQUAL TO 0
            MOVE "n/a" TO column-change-text(column-i)
        WHEN row-overflow(history-i) OR row-overflow(history-j)
            MOVE "n/a" TO column-change-text(column-i)
        WHEN row-exact(history-i) AND row-value(history-i) IS EQUAL TO 0
            IF row-exact(history-j) AND row-value(history-j) IS EQUAL TO 0
                MOVE "+0.00%" TO column-change-text(column-i)
            ELSE
                MOVE "from 0" TO column-change-text(column-i)
                PERFORM flag-column-change
            END-IF
        WHEN OTHER
            PERFORM compute-column-percent
    END-EVALUATE
    .

compute-column-percent.
    IF row-exact(history-i)
        COMPUTE change-prior-mantissa = row-value(history-i) / 10 ** (row-digits(history-i) - 1) END-COMPUTE
    ELSE
        COMPUTE change-prior-mantissa = row-value(history-i) / 10 ** 17 END-COMPUTE
    END-IF
    IF row-exact(history-j)
        IF row-value(history-j) IS EQUAL TO 0
            MOVE 0 TO change-current-mantissa
        ELSE
            COMPUTE change-current-mantissa = row-value(history-j) / 10 ** (row-digits(history-j) - 1) END-COMPUTE
        END-IF
    ELSE
        COMPUTE change-current-mantissa = row-value(history-j) / 10 ** 17 END-COMPUTE
    END-IF
    COMPUTE change-digit-shift = row-digits(history-j) - row-digits(history-i) END-COMPUTE
    *> Five more digits than last month is already a rise of well over a
    *> million percent; past that the figure is simply shown as off scale.
    EVALUATE TRUE
        WHEN change-digit-shift > 5
            MOVE ">+9999999%" TO column-change-text(column-i)
            PERFORM flag-column-change
        WHEN change-digit-shift < -5
            MOVE -100 TO change-percent
            PERFORM edit-column-percent
        WHEN OTHER
            COMPUTE change-percent ROUNDED =
                (change-current-mantissa * 10 ** change-digit-shift / change-prior-mantissa - 1) * 100
            END-COMPUTE
            PERFORM edit-column-percent
    END-EVALUATE
    .

edit-column-percent.
    MOVE change-percent TO change-percent-edited
    MOVE SPACES TO column-change-text(column-i)
    STRING FUNCTION TRIM(change-percent-edited) "%" INTO column-change-text(column-i) END-STRING
    MOVE flag-percent TO change-percent-limit
    IF change-percent > change-percent-limit
            OR change-percent < 0 - change-percent-limit
        PERFORM flag-column-change
    END-IF
    .

flag-column-change.
    SET column-flagged(column-i) TO TRUE
    SET flagged-count UP BY 1
    IF flagged-table-length < flagged-table-max-length
        SET flagged-table-length UP BY 1
        MOVE row-kind(history-j) TO flagged-kind(flagged-table-length)
        MOVE row-subject(history-j) TO flagged-subject(flagged-table-length)
        MOVE column-figure(column-i) TO flagged-figure(flagged-table-length)
        SET night-cell-row TO history-i
        PERFORM format-cell
        MOVE FUNCTION TRIM(cell-text) TO flagged-prior-text(flagged-table-length)
        SET night-cell-row TO history-j
        PERFORM format-cell
        MOVE FUNCTION TRIM(cell-text) TO flagged-current-text(flagged-table-length)
        MOVE column-change-text(column-i) TO flagged-change-text(flagged-table-length)
    END-IF
    .

write-flagged-summary.
    MOVE flagged-count TO count-display
    MOVE SPACES TO trend-report-line
    STRING "Flagged movements (more than " FUNCTION TRIM(flag-percent-display)
        "% month over month): " FUNCTION TRIM(count-display)
        INTO trend-report-line
    END-STRING
    WRITE trend-report-line
    PERFORM WITH TEST BEFORE VARYING flagged-i FROM 1 UNTIL flagged-i > flagged-table-length
        MOVE SPACES TO trend-report-line
        IF flagged-kind(flagged-i) IS EQUAL TO "V"
            STRING "  Vessel " INTO trend-report-line END-STRING
        ELSE
            STRING "  Manifest " INTO trend-report-line END-STRING
        END-IF
        COMPUTE cell-pointer = FUNCTION LENGTH(FUNCTION TRIM(trend-report-line, TRAILING)) + 2 END-COMPUTE
        STRING FUNCTION TRIM(flagged-subject(flagged-i))
            "  " FUNCTION TRIM(flagged-figure(flagged-i))
            "  " FUNCTION TRIM(flagged-prior-text(flagged-i))
            " -> " FUNCTION TRIM(flagged-current-text(flagged-i))
            "  " FUNCTION TRIM(flagged-change-text(flagged-i))
            INTO trend-report-line WITH POINTER cell-pointer
        END-STRING
        WRITE trend-report-line
    END-PERFORM
    IF flagged-count > flagged-table-length
        MOVE flagged-table-length TO count-display-2
        MOVE SPACES TO trend-report-line
        STRING "  (first " FUNCTION TRIM(count-display-2) " listed)" INTO trend-report-line END-STRING
        WRITE trend-report-line
    END-IF
    MOVE SPACES TO trend-report-line
    WRITE trend-report-line

    MOVE history-read-count TO count-display
    MOVE SPACES TO trend-report-line
    STRING "History records read: " FUNCTION TRIM(count-display) INTO trend-report-line END-STRING
    WRITE trend-report-line
    MOVE history-table-length TO count-display
    MOVE SPACES TO trend-report-line
    STRING "Nightly figures for " prior-month-text " and " report-month-text ": " FUNCTION TRIM(count-display) INTO trend-report-line END-STRING
    WRITE trend-report-line
    MOVE malformed-count TO count-display
    MOVE SPACES TO trend-report-line
    STRING "Malformed records skipped: " FUNCTION TRIM(count-display) INTO trend-report-line END-STRING
    WRITE trend-report-line
    MOVE subject-count TO count-display
    MOVE SPACES TO trend-report-line
    STRING "Manifests and vessels reported: " FUNCTION TRIM(count-display) INTO trend-report-line END-STRING
    WRITE trend-report-line
    .

print-usage.
    DISPLAY "Invalid arguments." END-DISPLAY
    DISPLAY "Usage:" END-DISPLAY
    DISPLAY TAB-CHAR "./trendrpt monthly" END-DISPLAY
    DISPLAY TAB-CHAR "./trendrpt monthly [yyyymm]" END-DISPLAY
    DISPLAY TAB-CHAR "Without a month, the current month is reported." END-DISPLAY
    MOVE SPACES TO audit-log-input-path
    MOVE "ERROR" TO audit-log-result
    MOVE 12 TO audit-log-return-code
    PERFORM write-audit-log-entry
    STOP RUN RETURNING 12
    .

    COPY "site-params-proc.cpy".

    COPY "audit-log-proc.cpy".

    COPY "results-history-proc.cpy".
