init-operator-auth-path.
    ACCEPT operator-auth-path FROM ENVIRONMENT "AOC2020_OPERATOR_AUTH_PATH"
        ON EXCEPTION
            MOVE operator-auth-default-path TO operator-auth-path
    END-ACCEPT
    .

init-operator-id.
    *> The caller moves a command-line operator ID into operator-id-text
    *> first, if it was given one; otherwise the environment names the
    *> operator. A change nobody can be held to is exactly what this
    *> exists to prevent, so a missing or overlong ID refuses the run.
    IF FUNCTION TRIM(operator-id-text) IS EQUAL TO SPACES
        ACCEPT operator-id-text FROM ENVIRONMENT "AOC2020_OPERATOR_ID"
            ON EXCEPTION
                MOVE SPACES TO operator-id-text
        END-ACCEPT
    END-IF
    MOVE FUNCTION TRIM(operator-id-text) TO operator-id-text
    IF operator-id-text IS EQUAL TO SPACES
            OR operator-id-text(9:) IS NOT EQUAL TO SPACES
        DISPLAY "An operator ID of up to 8 characters is required (argument or AOC2020_OPERATOR_ID); aborting." END-DISPLAY
        MOVE "ERROR" TO audit-log-result
        MOVE 12 TO audit-log-return-code
        PERFORM write-audit-log-entry
        STOP RUN RETURNING 12
    END-IF
    MOVE operator-id-text TO operator-id
    .

load-operator-authority.
    *> Unlike the site parameter file there are no defaults to fall back
    *> on: without the file nobody is authorized, so any failure to read
    *> it, or any malformed line in it, refuses the run.
    MOVE 0 TO operator-auth-length
    MOVE 0 TO operator-auth-line-number
    OPEN INPUT operator-auth-file
    IF operator-auth-file-status IS NOT EQUAL TO "00"
        DISPLAY "Operator authority file " FUNCTION TRIM(operator-auth-path) " could not be opened (status " operator-auth-file-status "); aborting." END-DISPLAY
        MOVE operator-auth-path TO audit-log-input-path
        MOVE "ERROR" TO audit-log-result
        MOVE 12 TO audit-log-return-code
        PERFORM write-audit-log-entry
        STOP RUN RETURNING 12
    END-IF
    PERFORM UNTIL EXIT
        READ operator-auth-file
            AT END EXIT PERFORM
        END-READ
        SET operator-auth-line-number UP BY 1
        IF FUNCTION TRIM(operator-auth-line) IS NOT EQUAL TO SPACES
                AND operator-auth-line(1:1) IS NOT EQUAL TO "*"
            PERFORM parse-operator-auth-line
        END-IF
    END-PERFORM
    CLOSE operator-auth-file
    .

parse-operator-auth-line.
    INITIALIZE operator-auth-parse
    UNSTRING operator-auth-line DELIMITED BY "|"
        INTO auth-id-text auth-enter-text auth-approve-text
    END-UNSTRING
    MOVE FUNCTION TRIM(auth-id-text) TO auth-id-text
    IF auth-id-text IS EQUAL TO SPACES
            OR auth-id-text(9:) IS NOT EQUAL TO SPACES
            OR (FUNCTION TRIM(auth-enter-text) IS NOT EQUAL TO "Y"
                AND FUNCTION TRIM(auth-enter-text) IS NOT EQUAL TO "N")
            OR (FUNCTION TRIM(auth-approve-text) IS NOT EQUAL TO "Y"
                AND FUNCTION TRIM(auth-approve-text) IS NOT EQUAL TO "N")
            OR operator-auth-length IS EQUAL TO operator-auth-max-length
        MOVE operator-auth-line-number TO operator-auth-line-number-display
        DISPLAY "Operator authority file " FUNCTION TRIM(operator-auth-path) " line " FUNCTION TRIM(operator-auth-line-number-display) " is malformed: '" FUNCTION TRIM(operator-auth-line) "'; aborting." END-DISPLAY
        MOVE operator-auth-path TO audit-log-input-path
        MOVE "ERROR" TO audit-log-result
        MOVE 12 TO audit-log-return-code
        PERFORM write-audit-log-entry
        CLOSE operator-auth-file
        STOP RUN RETURNING 12
    END-IF
    SET operator-auth-length UP BY 1
    MOVE auth-id-text TO auth-operator-id(operator-auth-length)
    MOVE FUNCTION TRIM(auth-enter-text) TO auth-enter(operator-auth-length)
    MOVE FUNCTION TRIM(auth-approve-text) TO auth-approve(operator-auth-length)
    .

set-operator-authority.
    *> An operator not named in the file holds no authority at all.
    SET operator-unknown TO TRUE
    SET operator-cannot-enter TO TRUE
    SET operator-cannot-approve TO TRUE
    PERFORM WITH TEST BEFORE VARYING operator-auth-i FROM 1 UNTIL operator-auth-i > operator-auth-length
        IF auth-operator-id(operator-auth-i) IS EQUAL TO operator-id
            SET operator-known TO TRUE
            IF auth-enter-granted(operator-auth-i)
                SET operator-can-enter TO TRUE
            END-IF
            IF auth-approve-granted(operator-auth-i)
                SET operator-can-approve TO TRUE
            END-IF
            EXIT PERFORM
        END-IF
    END-PERFORM
    .
