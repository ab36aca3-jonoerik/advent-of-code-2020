init-site-list-path.
    ACCEPT site-list-path FROM ENVIRONMENT "AOC2020_SITE_LIST_PATH"
        ON EXCEPTION
            MOVE site-list-default-path TO site-list-path
    END-ACCEPT
    .

load-site-list.
    *> A missing list (status 35) just means this site knows of no other
    *> sites, and each caller decides what that means for it. A list that
    *> is present but unreadable, or has a malformed or duplicated entry,
    *> refuses the run: a unit moved to a mistyped site is a unit lost.
    SET site-list-absent TO TRUE
    MOVE 0 TO site-list-length
    MOVE 0 TO site-list-line-number
    OPEN INPUT site-list-file
    IF site-list-file-status IS EQUAL TO "00"
        SET site-list-found TO TRUE
        PERFORM UNTIL EXIT
            READ site-list-file
                AT END EXIT PERFORM
            END-READ
            SET site-list-line-number UP BY 1
            IF FUNCTION TRIM(site-list-line) IS NOT EQUAL TO SPACES
                    AND site-list-line(1:1) IS NOT EQUAL TO "*"
                PERFORM parse-site-list-line
            END-IF
        END-PERFORM
        CLOSE site-list-file
    ELSE
        IF site-list-file-status IS NOT EQUAL TO "35"
            DISPLAY "Site list " FUNCTION TRIM(site-list-path) " could not be opened (status " site-list-file-status "); aborting." END-DISPLAY
            MOVE site-list-path TO audit-log-input-path
            MOVE "ERROR" TO audit-log-result
            MOVE 12 TO audit-log-return-code
            PERFORM write-audit-log-entry
            STOP RUN RETURNING 12
        END-IF
    END-IF
    .

parse-site-list-line.
    INITIALIZE site-list-parse
    UNSTRING site-list-line DELIMITED BY "|"
        INTO site-code-text site-path-text
    END-UNSTRING
    MOVE FUNCTION TRIM(site-code-text) TO site-code-text
    MOVE FUNCTION TRIM(site-path-text) TO site-path-text
    SET site-lookup-miss TO TRUE
    IF site-code-text IS NOT EQUAL TO SPACES
            AND site-code-text(9:) IS EQUAL TO SPACES
            AND site-path-text IS NOT EQUAL TO SPACES
            AND site-path-text(129:) IS EQUAL TO SPACES
        MOVE site-code-text TO site-lookup-code
        PERFORM find-site-by-code
        IF site-lookup-miss
            MOVE site-path-text TO site-lookup-path
            PERFORM find-site-by-path
        END-IF
    ELSE
        SET site-lookup-hit TO TRUE
    END-IF
    IF site-lookup-hit
            OR site-list-length IS EQUAL TO site-list-max-length
        MOVE site-list-line-number TO site-list-line-number-display
        DISPLAY "Site list " FUNCTION TRIM(site-list-path) " line " FUNCTION TRIM(site-list-line-number-display) " is malformed or duplicated: '" FUNCTION TRIM(site-list-line) "'; aborting." END-DISPLAY
        MOVE site-list-path TO audit-log-input-path
        MOVE "ERROR" TO audit-log-result
        MOVE 12 TO audit-log-return-code
        PERFORM write-audit-log-entry
        CLOSE site-list-file
        STOP RUN RETURNING 12
    END-IF
    SET site-list-length UP BY 1
    MOVE site-code-text TO site-code(site-list-length)
    MOVE site-path-text TO site-master-path(site-list-length)
    .

find-site-by-code.
    SET site-lookup-miss TO TRUE
    PERFORM WITH TEST BEFORE VARYING site-list-i FROM 1 UNTIL site-list-i > site-list-length
        IF site-code(site-list-i) IS EQUAL TO site-lookup-code
            SET site-lookup-hit TO TRUE
            EXIT PERFORM
        END-IF
    END-PERFORM
    .

find-site-by-path.
    SET site-lookup-miss TO TRUE
    PERFORM WITH TEST BEFORE VARYING site-list-i FROM 1 UNTIL site-list-i > site-list-length
        IF site-master-path(site-list-i) IS EQUAL TO site-lookup-path
            SET site-lookup-hit TO TRUE
            EXIT PERFORM
        END-IF
    END-PERFORM
    .
