            ACCESS MODE IS DYNAMIC
            RECORD KEY IS master-serial
            FILE STATUS IS master-file-status.
        SELECT pending-file
            ASSIGN TO DISK pending-path
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            RECORD KEY IS pend-change-id
            FILE STATUS IS pending-file-status.
        SELECT dest-master-file
            ASSIGN TO DISK dest-master-path
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            RECORD KEY IS dest-master-serial
            FILE STATUS IS dest-master-file-status.
        SELECT transfer-file
            ASSIGN TO DISK transfer-path
            ORGANIZATION IS LINE SEQUENTIAL
            ACCESS MODE IS SEQUENTIAL
            FILE STATUS IS transfer-file-status.
        SELECT register-file
            ASSIGN TO DISK register-path
            ORGANIZATION IS LINE SEQUENTIAL
            ACCESS MODE IS SEQUENTIAL.
        COPY "site-params-sel.cpy".
        COPY "audit-log-sel.cpy".
        COPY "operator-auth-sel.cpy".
        COPY "site-list-sel.cpy".

DATA DIVISION.
FILE SECTION.
    FD master-file.
        COPY "adapter-master-rec.cpy".
    FD pending-file.
        COPY "pending-change-rec.cpy".
    *> Another site's master, the destination of a transfer.
    FD dest-master-file.
        COPY "adapter-master-rec.cpy" REPLACING LEADING ==master== BY ==dest-master==.
    FD transfer-file.
        COPY "transfer-rec.cpy".
    FD register-file.
        01 register-line PIC X(256).
    FD param-report-file.
        01 param-report-line PIC X(96).
    COPY "site-params-fd.cpy".
    COPY "audit-log-fd.cpy".
    COPY "operator-auth-fd.cpy".
    COPY "site-list-fd.cpy".

WORKING-STORAGE SECTION.
    01 TAB-CHAR PIC X VALUE X'09'.
    01 master-path PIC X(128).
    01 master-file-status PIC XX.

    *> Changes entered from the screen or by DAY10's maintain run wait
    *> here until a second operator approves or rejects them; same
    *> location rules as DAY10 (AOC2020_DAY10_PENDING_PATH).
    01 pending-default-path PIC X(128) VALUE "day10-pending-changes.dat".
    01 pending-path PIC X(128).
    01 pending-file-status PIC XX.
    01 pending-next-id PIC 9(9) VALUE 0.
    01 pending-id-display PIC Z(8)9.
    01 pending-listed-count USAGE BINARY-C-LONG UNSIGNED VALUE 0.
    01 pending-listed-display PIC Z(8)9.
    01 pending-entered-stamp PIC X(16).

    *> A transfer moves the unit's whole record to the destination site's
    *> master and logs it on the transfer register both sites reconcile
    *> against (AOC2020_TRANSFER_REGISTER_PATH).
    01 dest-master-path PIC X(128).
    01 dest-master-file-status PIC XX.
    01 transfer-default-path PIC X(128) VALUE "aoc2020-transfer-register.dat".
    01 transfer-path PIC X(128).
    01 transfer-file-status PIC XX.

    *> The same register the nightly maintain run writes, opened in
    *> extend so a daytime correction lands on the end of the day's
    *> register instead of truncating the batch's entries - the
    01 input-data-max-joltage USAGE BINARY-C-LONG UNSIGNED VALUE 1000000.
    78 input-data-max-joltage-limit VALUE 999999999.

    01 operator-line PIC X(128).
    01 operator-action PIC X(4).
    01 session-data.
        02 session-open-flag PIC X VALUE "Y".
            88 lookup-hit VALUE "Y".
            88 lookup-miss VALUE "N".
        02 lookup-serial PIC X(16).
        02 decision-change-text PIC X(16).
        02 decision-reason PIC X(64).
        02 decision-flag PIC X VALUE "N".
            88 decision-allowed VALUE "Y".
            88 decision-refused VALUE "N".
        02 operator-enter-text PIC X(3).
        02 operator-approve-text PIC X(3).

    01 maintain-data.
        02 tran-line PIC X(128).
        02 tran-action PIC X(4).
        02 tran-serial PIC X(12).
        02 tran-joltage-text PIC X(16).
        02 tran-status-text PIC X(4).
        02 tran-bin-text PIC X(16).
        02 tran-vendor-text PIC X(16).
        02 tran-in-service-text PIC X(16).
        02 tran-last-test-text PIC X(16).
        02 tran-in-service-date PIC 9(8).
        02 tran-last-test-date PIC 9(8).
        02 tran-from-site PIC X(8).
        02 tran-to-site PIC X(8).
        02 tran-to-site-text PIC X(16).
        02 tran-date-text PIC X(16).
        02 tran-date-value PIC 9(8).
        02 tran-date-valid-flag PIC X VALUE "Y".
            88 tran-date-is-valid VALUE "Y".
            88 tran-date-is-invalid VALUE "N".
        02 tran-today PIC 9(8).
        02 tran-line-number USAGE BINARY-C-LONG UNSIGNED VALUE 0.
        02 tran-line-number-display PIC Z(8)9.
        02 tran-reject-reason PIC X(64).
        02 tran-valid-flag PIC X VALUE "Y".
            88 tran-is-valid VALUE "Y".
            88 tran-is-invalid VALUE "N".
        *> Checking validates a transaction against the master as it
        *> stands without writing anything, which is all entering a change
        *> does; posting is reserved for an approved change.
        02 tran-mode-flag PIC X VALUE "C".
            88 tran-checking VALUE "C".
            88 tran-posting VALUE "P".
        02 entered-count USAGE BINARY-C-LONG UNSIGNED VALUE 0.
        02 entered-count-display PIC Z(8)9.
        02 approved-count USAGE BINARY-C-LONG UNSIGNED VALUE 0.
        02 approved-count-display PIC Z(8)9.
        02 declined-count USAGE BINARY-C-LONG UNSIGNED VALUE 0.
        02 declined-count-display PIC Z(8)9.
        *> Changes that failed validation, whether on entry or when an
        *> approved change no longer fit the master as it then stood.
        02 rejected-count USAGE BINARY-C-LONG UNSIGNED VALUE 0.
        02 rejected-count-display PIC Z(8)9.
        02 master-joltage-display PIC Z(8)9.
        02 master-in-service-text PIC X(8).
        02 master-last-test-text PIC X(8).

    *> Whole-invocation totals for the end-of-session summary and the
    *> graduated condition code: 0 fully clean, 4 when any change failed
    *> validation, 12 for fatal aborts. A change the approver declines is
    *> the control working, not an error, and leaves the code at 0. The
    *> scheduler branches on these, same as DAY10's maintain mode.
    01 eoj-data.
        02 final-return-code USAGE BINARY-C-LONG UNSIGNED VALUE 0.
        02 final-return-code-display PIC Z(8)9.

    COPY "site-params-wrk.cpy".
    COPY "audit-log-wrk.cpy".
    COPY "operator-auth-wrk.cpy".
    COPY "site-list-wrk.cpy".

PROCEDURE DIVISION.
    MOVE "MASTINQ" TO audit-log-program
    PERFORM load-site-params
    PERFORM write-site-param-report
    ACCEPT args-len FROM ARGUMENT-NUMBER END-ACCEPT
    IF args-len IS EQUAL TO 1 OR args-len IS EQUAL TO 2
        DISPLAY 1 UPON ARGUMENT-NUMBER END-DISPLAY
        ACCEPT command-name FROM ARGUMENT-VALUE END-ACCEPT
        MOVE command-name TO audit-log-command
        MOVE SPACES TO operator-id-text
        IF args-len IS EQUAL TO 2
            DISPLAY 2 UPON ARGUMENT-NUMBER END-DISPLAY
            ACCEPT operator-id-text FROM ARGUMENT-VALUE END-ACCEPT
        END-IF
        IF command-name IS EQUAL TO "screen"
            MOVE master-path TO audit-log-input-path
            MOVE "START" TO audit-log-result
    IF rejected-count IS GREATER THAN 0
        MOVE 4 TO final-return-code
    END-IF
    MOVE entered-count TO entered-count-display
    MOVE approved-count TO approved-count-display
    MOVE declined-count TO declined-count-display
    MOVE rejected-count TO rejected-count-display
    MOVE final-return-code TO final-return-code-display
    DISPLAY "End of session: changes entered=" FUNCTION TRIM(entered-count-display)
        ", approved=" FUNCTION TRIM(approved-count-display)
        ", declined=" FUNCTION TRIM(declined-count-display)
        ", rejected=" FUNCTION TRIM(rejected-count-display)
        "; return code " FUNCTION TRIM(final-return-code-display) "."
    END-DISPLAY
    MOVE command-name TO audit-log-command
    MOVE master-path TO audit-log-input-path
    MOVE SPACES TO audit-log-result
    STRING "EOJ e=" FUNCTION TRIM(entered-count-display)
        " a=" FUNCTION TRIM(approved-count-display)
        " d=" FUNCTION TRIM(declined-count-display)
        " r=" FUNCTION TRIM(rejected-count-display)
        INTO audit-log-result
    END-STRING
        ON EXCEPTION
            MOVE master-default-path TO master-path
    END-ACCEPT
    ACCEPT pending-path FROM ENVIRONMENT "AOC2020_DAY10_PENDING_PATH"
        ON EXCEPTION
            MOVE pending-default-path TO pending-path
    END-ACCEPT
    ACCEPT transfer-path FROM ENVIRONMENT "AOC2020_TRANSFER_REGISTER_PATH"
        ON EXCEPTION
            MOVE transfer-default-path TO transfer-path
    END-ACCEPT
    .

apply-site-parameter.
    *> free, corrections go through exactly the validations maintain
    *> applies to a punched transaction and land in the same register
    *> and audit log, so the compliance trail can't tell a daytime
    *> correction from a batch one except by its stamp. Corrections are
    *> entered as pending changes, same as maintain's, and this session is
    *> also where a second operator approves or rejects them; the operator
    *> signs on by ID and the authority file decides what they may do.
    *> The master and pending-change file are created empty on first use.
    PERFORM init-operator-auth-path
    PERFORM init-operator-id
    PERFORM load-operator-authority
    PERFORM set-operator-authority
    PERFORM init-site-list-path
    PERFORM load-site-list
    PERFORM find-own-site
    OPEN I-O master-file
    IF master-file-status IS EQUAL TO "35"
        OPEN OUTPUT master-file
        PERFORM write-audit-log-entry
        STOP RUN RETURNING 12
    END-IF
    OPEN I-O pending-file
    IF pending-file-status IS EQUAL TO "35"
        OPEN OUTPUT pending-file
        CLOSE pending-file
        OPEN I-O pending-file
    END-IF
    IF pending-file-status IS NOT EQUAL TO "00"
        DISPLAY "Pending-change file " FUNCTION TRIM(pending-path) " could not be opened (status " pending-file-status "); aborting." END-DISPLAY
        MOVE pending-path TO audit-log-input-path
        MOVE "ERROR" TO audit-log-result
        MOVE 12 TO audit-log-return-code
        PERFORM write-audit-log-entry
        CLOSE master-file
        STOP RUN RETURNING 12
    END-IF
    OPEN EXTEND register-file
    IF register-file-status IS EQUAL TO "35"
        CLOSE register-file
        OPEN OUTPUT register-file
    END-IF
    DISPLAY "Adapter master inquiry - " FUNCTION TRIM(master-path) END-DISPLAY
    IF operator-unknown
        DISPLAY "Operator " FUNCTION TRIM(operator-id) " is not in " FUNCTION TRIM(operator-auth-path) "; lookups only." END-DISPLAY
    ELSE
        MOVE "no" TO operator-enter-text
        MOVE "no" TO operator-approve-text
        IF operator-can-enter
            MOVE "yes" TO operator-enter-text
        END-IF
        IF operator-can-approve
            MOVE "yes" TO operator-approve-text
        END-IF
        DISPLAY "Operator " FUNCTION TRIM(operator-id) " - may enter changes: " FUNCTION TRIM(operator-enter-text)
            ", may approve changes: " FUNCTION TRIM(operator-approve-text)
        END-DISPLAY
    END-IF
    PERFORM display-session-help
    SET session-open TO TRUE
    PERFORM UNTIL session-closed
        END-IF
    END-PERFORM
    CLOSE register-file
    CLOSE pending-file
    CLOSE master-file
    .

    DISPLAY "  L|serial                 look up a serial" END-DISPLAY
    DISPLAY "  N                        browse forward" END-DISPLAY
    DISPLAY "  B                        browse backward" END-DISPLAY
    DISPLAY "  A|serial|joltage|status|bin|vendor|in-service|last-test" END-DISPLAY
    DISPLAY "                           add an adapter (status I or S, default I)" END-DISPLAY
    DISPLAY "  U|serial|joltage|status|bin|vendor|in-service|last-test" END-DISPLAY
    DISPLAY "                           update any of the fields; blank leaves it as is" END-DISPLAY
    DISPLAY "                           (dates are YYYYMMDD)" END-DISPLAY
    DISPLAY "  R|serial                 retire an adapter" END-DISPLAY
    DISPLAY "  T|serial|site            transfer an adapter to another site's master" END-DISPLAY
    DISPLAY "                           (A, U, R and T are entered as pending changes)" END-DISPLAY
    DISPLAY "  P                        list changes awaiting approval" END-DISPLAY
    DISPLAY "  Y|change                 approve a change and apply it to the master" END-DISPLAY
    DISPLAY "  X|change|reason          reject a change" END-DISPLAY
    DISPLAY "                           (another operator's changes only)" END-DISPLAY
    DISPLAY "  H                        show this help" END-DISPLAY
    DISPLAY "  Q                        quit" END-DISPLAY
    .
            PERFORM apply-correction
        WHEN "R"
            PERFORM apply-correction
        WHEN "T"
            PERFORM apply-correction
        WHEN "P"
            PERFORM list-pending-changes
        WHEN "Y"
            PERFORM approve-pending-change
        WHEN "X"
            PERFORM reject-pending-change
        WHEN "H"
            PERFORM display-session-help
        WHEN "Q"

display-master-record.
    MOVE master-joltage TO master-joltage-display
    IF master-in-service-date IS EQUAL TO 0
        MOVE "none" TO master-in-service-text
    ELSE
        MOVE master-in-service-date TO master-in-service-text
    END-IF
    IF master-last-test-date IS EQUAL TO 0
        MOVE "none" TO master-last-test-text
    ELSE
        MOVE master-last-test-date TO master-last-test-text
    END-IF
    DISPLAY FUNCTION TRIM(master-serial)
        "  joltage=" FUNCTION TRIM(master-joltage-display)
        "  status=" master-status
        "  bin=" FUNCTION TRIM(master-bin-location)
        "  vendor=" FUNCTION TRIM(master-vendor-code)
        "  in-service=" FUNCTION TRIM(master-in-service-text)
        "  last-test=" FUNCTION TRIM(master-last-test-text)
    END-DISPLAY
    .

apply-correction.
    *> The operator line is already in maintain's transaction layout
    *> (ACTION|SERIAL|JOLTAGE|STATUS|BIN|VENDOR|IN-SERVICE|LAST-TEST), so
    *> a correction runs through the same parse and validations a punched
    *> transaction would, is entered as a pending change the same way, and
    *> writes the same register line and audit-log entry.
    IF operator-cannot-enter
        DISPLAY "Operator " FUNCTION TRIM(operator-id) " is not authorized to enter master changes." END-DISPLAY
    ELSE
        SET tran-line-number UP BY 1
        MOVE operator-line TO tran-line
        SET tran-checking TO TRUE
        PERFORM apply-transaction
        IF tran-is-valid
            PERFORM find-next-change-id
            PERFORM enter-pending-change
        END-IF
        IF tran-is-valid
            SET entered-count UP BY 1
            MOVE pend-change-id TO pending-id-display
            DISPLAY "Entered as change " FUNCTION TRIM(pending-id-display) "; another operator must approve it before it reaches the master." END-DISPLAY
        ELSE
            SET rejected-count UP BY 1
            DISPLAY "Rejected: " FUNCTION TRIM(tran-reject-reason) "." END-DISPLAY
        END-IF
        PERFORM write-entry-register-line
        PERFORM write-entry-audit-entry
    END-IF
    .

apply-transaction.
    SET tran-is-valid TO TRUE
    MOVE SPACES TO tran-reject-reason
    INITIALIZE tran-action tran-serial tran-joltage-text tran-status-text
        tran-bin-text tran-vendor-text tran-in-service-text tran-last-test-text
        tran-in-service-date tran-last-test-date
    ACCEPT tran-today FROM DATE YYYYMMDD END-ACCEPT
    UNSTRING tran-line DELIMITED BY "|"
        INTO tran-action tran-serial tran-joltage-text tran-status-text
            tran-bin-text tran-vendor-text tran-in-service-text tran-last-test-text
    END-UNSTRING
    *> Normalize the serial before it ever reaches the record key, so a
    *> stray space in the typed command can't mint a second key for the
                PERFORM apply-update-transaction
            WHEN "R"
                PERFORM apply-retire-transaction
            WHEN "T"
                PERFORM apply-transfer-transaction
            WHEN OTHER
                MOVE "unknown action" TO tran-reject-reason
                SET tran-is-invalid TO TRUE
        END-EVALUATE
    END-IF
    .

find-next-change-id.
    *> Change numbers run on from the highest on file, looked up afresh
    *> for each entry so a maintain run since sign-on can't be reused.
    MOVE 0 TO pending-next-id
    MOVE 0 TO pend-change-id
    START pending-file KEY IS GREATER THAN pend-change-id
        INVALID KEY
            CONTINUE
        NOT INVALID KEY
            PERFORM UNTIL EXIT
                READ pending-file NEXT
                    AT END EXIT PERFORM
                END-READ
                MOVE pend-change-id TO pending-next-id
            END-PERFORM
    END-START
    ADD 1 TO pending-next-id
    .

enter-pending-change.
    INITIALIZE pending-change-record
    MOVE pending-next-id TO pend-change-id
    SET pend-awaiting TO TRUE
    MOVE FUNCTION TRIM(tran-line) TO pend-transaction
    MOVE operator-id TO pend-entered-by
    ACCEPT pend-entered-date FROM DATE YYYYMMDD END-ACCEPT
    ACCEPT pend-entered-time FROM TIME END-ACCEPT
    WRITE pending-change-record
        INVALID KEY
            MOVE "pending-change file rejected the entry" TO tran-reject-reason
            SET tran-is-invalid TO TRUE
    END-WRITE
    .

list-pending-changes.
    MOVE 0 TO pending-listed-count
    MOVE 0 TO pend-change-id
    START pending-file KEY IS GREATER THAN pend-change-id
        INVALID KEY
            CONTINUE
        NOT INVALID KEY
            PERFORM UNTIL EXIT
                READ pending-file NEXT
                    AT END EXIT PERFORM
                END-READ
                IF pend-awaiting
                    SET pending-listed-count UP BY 1
                    MOVE pend-change-id TO pending-id-display
                    MOVE SPACES TO pending-entered-stamp
                    STRING pend-entered-date " " pend-entered-time(1:2) ":" pend-entered-time(3:2)
                        INTO pending-entered-stamp
                    END-STRING
                    DISPLAY "  Change " FUNCTION TRIM(pending-id-display)
                        "  entered by " FUNCTION TRIM(pend-entered-by)
                        " " FUNCTION TRIM(pending-entered-stamp)
                        "  " FUNCTION TRIM(pend-transaction)
                    END-DISPLAY
                END-IF
            END-PERFORM
    END-START
    MOVE pending-listed-count TO pending-listed-display
    DISPLAY FUNCTION TRIM(pending-listed-display) " change(s) awaiting approval." END-DISPLAY
    .

check-pending-decision.
    *> Shared gate for approve and reject: the operator must hold approve
    *> authority, the change must exist and still be awaiting a decision,
    *> and it must have been entered by somebody else - nobody decides on
    *> their own change, whatever authority they hold.
    SET decision-refused TO TRUE
    MOVE SPACES TO operator-action decision-change-text decision-reason
    UNSTRING operator-line DELIMITED BY "|"
        INTO operator-action decision-change-text decision-reason
    END-UNSTRING
    EVALUATE TRUE
        WHEN operator-cannot-approve
            DISPLAY "Operator " FUNCTION TRIM(operator-id) " is not authorized to approve or reject master changes." END-DISPLAY
        WHEN FUNCTION TRIM(decision-change-text) IS EQUAL TO SPACES
            DISPLAY "Name the change: " FUNCTION TRIM(operator-action) "|change" END-DISPLAY
        WHEN FUNCTION TEST-NUMVAL(decision-change-text) IS NOT EQUAL TO 0
            DISPLAY "Change '" FUNCTION TRIM(decision-change-text) "' is not a change number." END-DISPLAY
        WHEN FUNCTION NUMVAL(decision-change-text) < 1
                OR FUNCTION NUMVAL(decision-change-text) > 999999999
                OR FUNCTION NUMVAL(decision-change-text) IS NOT EQUAL TO FUNCTION INTEGER(FUNCTION NUMVAL(decision-change-text))
            DISPLAY "Change '" FUNCTION TRIM(decision-change-text) "' is not a change number." END-DISPLAY
        WHEN OTHER
            COMPUTE pend-change-id = FUNCTION NUMVAL(decision-change-text) END-COMPUTE
            MOVE pend-change-id TO pending-id-display
            SET decision-allowed TO TRUE
            READ pending-file
                INVALID KEY
                    SET decision-refused TO TRUE
            END-READ
            EVALUATE TRUE
                WHEN decision-refused
                    DISPLAY "Change " FUNCTION TRIM(pending-id-display) " is not on file." END-DISPLAY
                WHEN NOT pend-awaiting
                    SET decision-refused TO TRUE
                    DISPLAY "Change " FUNCTION TRIM(pending-id-display) " has already been decided by " FUNCTION TRIM(pend-decided-by) "." END-DISPLAY
                WHEN pend-entered-by IS EQUAL TO operator-id
                    SET decision-refused TO TRUE
                    DISPLAY "Change " FUNCTION TRIM(pending-id-display) " was entered by " FUNCTION TRIM(operator-id) "; a different operator must decide it." END-DISPLAY
                    PERFORM write-own-change-audit-entry
            END-EVALUATE
    END-EVALUATE
    .

approve-pending-change.
    *> The change is validated again against the master as it stands now,
    *> not as it stood when it was entered: another approved change may
    *> have moved the adapter on since. One that no longer fits is closed
    *> as failed rather than left pending, and has to be entered afresh.
    PERFORM check-pending-decision
    IF decision-allowed
        MOVE pend-transaction TO tran-line
        SET tran-posting TO TRUE
        PERFORM apply-transaction
        SET tran-checking TO TRUE
        IF tran-is-valid
            SET pend-approved TO TRUE
            SET approved-count UP BY 1
            DISPLAY "Change " FUNCTION TRIM(pending-id-display) " approved and applied." END-DISPLAY
        ELSE
            SET pend-failed TO TRUE
            MOVE tran-reject-reason TO pend-reason
            SET rejected-count UP BY 1
            DISPLAY "Change " FUNCTION TRIM(pending-id-display) " could not be applied: " FUNCTION TRIM(tran-reject-reason) "." END-DISPLAY
        END-IF
        PERFORM record-pending-decision
    END-IF
    .

reject-pending-change.
    PERFORM check-pending-decision
    IF decision-allowed
        SET pend-declined TO TRUE
        IF FUNCTION TRIM(decision-reason) IS EQUAL TO SPACES
            MOVE "no reason given" TO pend-reason
        ELSE
            MOVE FUNCTION TRIM(decision-reason) TO pend-reason
        END-IF
        SET declined-count UP BY 1
        DISPLAY "Change " FUNCTION TRIM(pending-id-display) " rejected; the master is unchanged." END-DISPLAY
        PERFORM record-pending-decision
    END-IF
    .

record-pending-decision.
    MOVE operator-id TO pend-decided-by
    ACCEPT pend-decided-date FROM DATE YYYYMMDD END-ACCEPT
    ACCEPT pend-decided-time FROM TIME END-ACCEPT
    REWRITE pending-change-record END-REWRITE
    IF pending-file-status IS NOT EQUAL TO "00"
        PERFORM abort-unrecorded-decision
    END-IF
    PERFORM write-decision-register-line
    PERFORM write-decision-audit-entry
    .

abort-unrecorded-decision.
    *> The change still reads as pending, so it could be approved - and an
    *> approval applied - a second time. The register gets a line that
    *> says so rather than the decision, and the session stops.
    MOVE SPACES TO register-line
    IF pend-approved
        DISPLAY "Change " FUNCTION TRIM(pending-id-display) " was applied to the master, but the decision could not be recorded in "
            FUNCTION TRIM(pending-path) " (status " pending-file-status "); it still shows as pending and must not be approved again. Aborting."
        END-DISPLAY
        STRING "Change " FUNCTION TRIM(pending-id-display) " entered by " FUNCTION TRIM(pend-entered-by)
            ", approved by " FUNCTION TRIM(operator-id) ": NOT RECORDED " FUNCTION TRIM(pend-transaction)
            " (master updated; pending-change file status " pending-file-status
            " - change still shows pending, close it by hand)"
            INTO register-line
        END-STRING
    ELSE
        DISPLAY "Change " FUNCTION TRIM(pending-id-display) " was not applied, and the decision could not be recorded in "
            FUNCTION TRIM(pending-path) " (status " pending-file-status "); it still shows as pending. Aborting."
        END-DISPLAY
        STRING "Change " FUNCTION TRIM(pending-id-display) " entered by " FUNCTION TRIM(pend-entered-by)
            ", decided by " FUNCTION TRIM(operator-id) ": NOT RECORDED " FUNCTION TRIM(pend-transaction)
            " (master unchanged; pending-change file status " pending-file-status ")"
            INTO register-line
        END-STRING
    END-IF
    WRITE register-line
    MOVE pending-path TO audit-log-input-path
    MOVE "ERROR" TO audit-log-result
    MOVE 12 TO audit-log-return-code
    PERFORM write-audit-log-entry
    CLOSE register-file
    CLOSE pending-file
    CLOSE master-file
    STOP RUN RETURNING 12
    .

validate-tran-joltage.
    END-IF
    .

validate-tran-lifecycle.
    IF FUNCTION LENGTH(FUNCTION TRIM(tran-bin-text)) > 8
        MOVE "bin location is longer than 8 characters" TO tran-reject-reason
        SET tran-is-invalid TO TRUE
    END-IF
    IF tran-is-valid AND FUNCTION LENGTH(FUNCTION TRIM(tran-vendor-text)) > 8
        MOVE "vendor code is longer than 8 characters" TO tran-reject-reason
        SET tran-is-invalid TO TRUE
    END-IF
    IF tran-is-valid AND FUNCTION TRIM(tran-in-service-text) IS NOT EQUAL TO SPACES
        MOVE tran-in-service-text TO tran-date-text
        PERFORM validate-tran-date
        IF tran-date-is-valid
            MOVE tran-date-value TO tran-in-service-date
        ELSE
            MOVE "in-service date is not a YYYYMMDD date up to today" TO tran-reject-reason
            SET tran-is-invalid TO TRUE
        END-IF
    END-IF
    IF tran-is-valid AND FUNCTION TRIM(tran-last-test-text) IS NOT EQUAL TO SPACES
        MOVE tran-last-test-text TO tran-date-text
        PERFORM validate-tran-date
        IF tran-date-is-valid
            MOVE tran-date-value TO tran-last-test-date
        ELSE
            MOVE "last-test date is not a YYYYMMDD date up to today" TO tran-reject-reason
            SET tran-is-invalid TO TRUE
        END-IF
    END-IF
    .

validate-tran-date.
    *> A real calendar date, and not in the future: a unit can't have gone
    *> into service or been bench-tested on a day that hasn't happened.
    SET tran-date-is-valid TO TRUE
    MOVE FUNCTION TRIM(tran-date-text) TO tran-date-text
    IF tran-date-text(1:8) IS NOT NUMERIC
            OR tran-date-text(9:8) IS NOT EQUAL TO SPACES
        SET tran-date-is-invalid TO TRUE
    ELSE
        MOVE tran-date-text(1:8) TO tran-date-value
        IF FUNCTION TEST-DATE-YYYYMMDD(tran-date-value) IS NOT EQUAL TO 0
                OR tran-date-value > tran-today
            SET tran-date-is-invalid TO TRUE
        END-IF
    END-IF
    .

apply-add-transaction.
    IF FUNCTION TRIM(tran-joltage-text) IS EQUAL TO SPACES
        MOVE "joltage is required on add" TO tran-reject-reason
    IF tran-is-valid AND FUNCTION TRIM(tran-status-text) IS NOT EQUAL TO SPACES
        PERFORM validate-tran-status
    END-IF
    IF tran-is-valid
        PERFORM validate-tran-lifecycle
    END-IF
    IF tran-is-valid
        MOVE tran-serial TO master-serial
        READ master-file
                ELSE
                    MOVE FUNCTION TRIM(tran-status-text) TO master-status
                END-IF
                MOVE FUNCTION TRIM(tran-bin-text) TO master-bin-location
                MOVE FUNCTION TRIM(tran-vendor-text) TO master-vendor-code
                MOVE tran-in-service-date TO master-in-service-date
                IF master-in-service AND tran-in-service-date IS EQUAL TO 0
                    MOVE tran-today TO master-in-service-date
                END-IF
                MOVE tran-last-test-date TO master-last-test-date
                MOVE tran-serial TO master-serial
                IF tran-posting
                    WRITE master-record END-WRITE
                END-IF
            NOT INVALID KEY
                MOVE "serial already on file" TO tran-reject-reason
                SET tran-is-invalid TO TRUE
apply-update-transaction.
    IF FUNCTION TRIM(tran-joltage-text) IS EQUAL TO SPACES
            AND FUNCTION TRIM(tran-status-text) IS EQUAL TO SPACES
            AND FUNCTION TRIM(tran-bin-text) IS EQUAL TO SPACES
            AND FUNCTION TRIM(tran-vendor-text) IS EQUAL TO SPACES
            AND FUNCTION TRIM(tran-in-service-text) IS EQUAL TO SPACES
            AND FUNCTION TRIM(tran-last-test-text) IS EQUAL TO SPACES
        MOVE "nothing to update" TO tran-reject-reason
        SET tran-is-invalid TO TRUE
    END-IF
    IF tran-is-valid AND FUNCTION TRIM(tran-status-text) IS NOT EQUAL TO SPACES
        PERFORM validate-tran-status
    END-IF
    IF tran-is-valid
        PERFORM validate-tran-lifecycle
    END-IF
    IF tran-is-valid
        MOVE tran-serial TO master-serial
        READ master-file
                IF FUNCTION TRIM(tran-joltage-text) IS NOT EQUAL TO SPACES
                    COMPUTE master-joltage = FUNCTION NUMVAL(tran-joltage-text) END-COMPUTE
                END-IF
                *> A spare going into service with no date given went in today.
                IF FUNCTION TRIM(tran-status-text) IS EQUAL TO "I"
                        AND NOT master-in-service
                        AND tran-in-service-date IS EQUAL TO 0
                    MOVE tran-today TO master-in-service-date
                END-IF
                IF FUNCTION TRIM(tran-status-text) IS NOT EQUAL TO SPACES
                    MOVE FUNCTION TRIM(tran-status-text) TO master-status
                END-IF
                IF FUNCTION TRIM(tran-bin-text) IS NOT EQUAL TO SPACES
                    MOVE FUNCTION TRIM(tran-bin-text) TO master-bin-location
                END-IF
                IF FUNCTION TRIM(tran-vendor-text) IS NOT EQUAL TO SPACES
                    MOVE FUNCTION TRIM(tran-vendor-text) TO master-vendor-code
                END-IF
                IF tran-in-service-date IS NOT EQUAL TO 0
                    MOVE tran-in-service-date TO master-in-service-date
                END-IF
                IF tran-last-test-date IS NOT EQUAL TO 0
                    MOVE tran-last-test-date TO master-last-test-date
                END-IF
                IF tran-posting
                    REWRITE master-record END-REWRITE
                END-IF
        END-READ
    END-IF
    .
                SET tran-is-invalid TO TRUE
            ELSE
                SET master-retired TO TRUE
                IF tran-posting
                    REWRITE master-record END-REWRITE
                END-IF
            END-IF
    END-READ
    .

apply-transfer-transaction.
    *> Checked on entry and again on approval: the unit is live at this
    *> site, the destination is another site on the list, and the
    *> destination's master doesn't already hold the serial. Posting then
    *> moves the record as one unit of work - written at the destination
    *> first, removed here second, and the destination copy deleted again
    *> if the removal fails - so a transfer either lands whole or leaves
    *> both masters as they were.
    MOVE FUNCTION TRIM(tran-joltage-text) TO tran-to-site-text
    IF tran-to-site-text IS EQUAL TO SPACES
        MOVE "destination site is required on transfer" TO tran-reject-reason
        SET tran-is-invalid TO TRUE
    END-IF
    IF tran-is-valid AND tran-from-site IS EQUAL TO SPACES
        MOVE "this site's master is not on the site list" TO tran-reject-reason
        SET tran-is-invalid TO TRUE
    END-IF
    IF tran-is-valid
        MOVE tran-to-site-text TO site-lookup-code
        PERFORM find-site-by-code
        IF site-lookup-miss OR tran-to-site-text(9:) IS NOT EQUAL TO SPACES
            MOVE "destination site is not on the site list" TO tran-reject-reason
            SET tran-is-invalid TO TRUE
        ELSE
            MOVE site-code(site-list-i) TO tran-to-site
            MOVE site-master-path(site-list-i) TO dest-master-path
            IF tran-to-site IS EQUAL TO tran-from-site
                MOVE "destination is this site" TO tran-reject-reason
                SET tran-is-invalid TO TRUE
            END-IF
        END-IF
    END-IF
    IF tran-is-valid
        MOVE tran-serial TO master-serial
        READ master-file
            INVALID KEY
                MOVE "serial not on file" TO tran-reject-reason
                SET tran-is-invalid TO TRUE
            NOT INVALID KEY
                IF master-retired
                    MOVE "retired adapters are not transferred" TO tran-reject-reason
                    SET tran-is-invalid TO TRUE
                END-IF
        END-READ
    END-IF
    IF tran-is-valid
        IF tran-posting
            PERFORM post-transfer
        ELSE
            *> A destination with no master yet gets one when the transfer
            *> is posted, same as any new site's first maintain run.
            OPEN INPUT dest-master-file
            IF dest-master-file-status IS EQUAL TO "00"
                MOVE tran-serial TO dest-master-serial
                READ dest-master-file
                    INVALID KEY
                        CONTINUE
                    NOT INVALID KEY
                        MOVE "serial already on the destination master" TO tran-reject-reason
                        SET tran-is-invalid TO TRUE
                END-READ
                CLOSE dest-master-file
            ELSE
                IF dest-master-file-status IS NOT EQUAL TO "35"
                    MOVE "destination master could not be opened" TO tran-reject-reason
                    SET tran-is-invalid TO TRUE
                END-IF
            END-IF
        END-IF
    END-IF
    .

post-transfer.
    OPEN I-O dest-master-file
    IF dest-master-file-status IS EQUAL TO "35"
        OPEN OUTPUT dest-master-file
        CLOSE dest-master-file
        OPEN I-O dest-master-file
    END-IF
    IF dest-master-file-status IS NOT EQUAL TO "00"
        MOVE "destination master could not be opened" TO tran-reject-reason
        SET tran-is-invalid TO TRUE
    ELSE
        MOVE tran-serial TO dest-master-serial
        READ dest-master-file
            INVALID KEY
                CONTINUE
            NOT INVALID KEY
                MOVE "serial already on the destination master" TO tran-reject-reason
                SET tran-is-invalid TO TRUE
        END-READ
        IF tran-is-valid
            MOVE master-record TO dest-master-record
            WRITE dest-master-record
                INVALID KEY
                    MOVE "destination master refused the adapter" TO tran-reject-reason
                    SET tran-is-invalid TO TRUE
            END-WRITE
        END-IF
        IF tran-is-valid
            DELETE master-file RECORD
                INVALID KEY
                    MOVE "this master refused the removal; transfer backed out" TO tran-reject-reason
                    SET tran-is-invalid TO TRUE
                    DELETE dest-master-file RECORD
                        INVALID KEY
                            PERFORM report-stranded-transfer
                    END-DELETE
            END-DELETE
        END-IF
        CLOSE dest-master-file
    END-IF
    IF tran-is-valid
        PERFORM write-transfer-record
    END-IF
    .

report-stranded-transfer.
    *> Neither the removal here nor the backout at the destination went
    *> through, so the serial is now on both masters - the double count a
    *> transfer exists to prevent. Nothing further is attempted; the
    *> operator is told and the register carries a line for the repair.
    MOVE SPACES TO tran-reject-reason
    STRING "backout failed; serial " FUNCTION TRIM(tran-serial) " stranded at destination"
        INTO tran-reject-reason
    END-STRING
    DISPLAY "Transfer of serial " FUNCTION TRIM(tran-serial) " could not be backed out: it is now on both "
        FUNCTION TRIM(master-path) " and " FUNCTION TRIM(dest-master-path)
        "; remove the duplicate from " FUNCTION TRIM(dest-master-path) " by hand." END-DISPLAY
    MOVE SPACES TO register-line
    STRING "STRANDED DUPLICATE serial " FUNCTION TRIM(tran-serial)
        " on destination master " FUNCTION TRIM(dest-master-path)
        " (change " FUNCTION TRIM(pending-id-display) ", site " FUNCTION TRIM(tran-to-site)
        "); this master refused the removal and the backout delete failed - remove by hand"
        INTO register-line
    END-STRING
    WRITE register-line
    .

write-transfer-record.
    INITIALIZE transfer-record
    ACCEPT xfer-date FROM DATE YYYYMMDD END-ACCEPT
    ACCEPT xfer-time FROM TIME END-ACCEPT
    MOVE pend-change-id TO xfer-change-id
    MOVE master-serial TO xfer-serial
    MOVE tran-from-site TO xfer-from-site
    MOVE tran-to-site TO xfer-to-site
    MOVE master-joltage TO xfer-joltage
    MOVE master-status TO xfer-status
    MOVE pend-entered-by TO xfer-entered-by
    MOVE operator-id TO xfer-approved-by
    OPEN EXTEND transfer-file
    IF transfer-file-status IS EQUAL TO "35"
        CLOSE transfer-file
        OPEN OUTPUT transfer-file
    END-IF
    WRITE transfer-record
    CLOSE transfer-file
    .

find-own-site.
    *> This session's site is the site-list entry naming this master.
    MOVE SPACES TO tran-from-site
    MOVE master-path TO site-lookup-path
    PERFORM find-site-by-path
    IF site-lookup-hit
        MOVE site-code(site-list-i) TO tran-from-site
    END-IF
    .

write-entry-register-line.
    MOVE tran-line-number TO tran-line-number-display
    MOVE SPACES TO register-line
    IF tran-is-valid
        MOVE pend-change-id TO pending-id-display
        STRING "Line " FUNCTION TRIM(tran-line-number-display) ": ENTERED  " FUNCTION TRIM(tran-line)
            " (change " FUNCTION TRIM(pending-id-display) ", entered by " FUNCTION TRIM(operator-id) ")"
            INTO register-line
        END-STRING
    ELSE
        STRING "Line " FUNCTION TRIM(tran-line-number-display) ": REJECTED " FUNCTION TRIM(tran-line)
            " (" FUNCTION TRIM(tran-reject-reason) "; entered by " FUNCTION TRIM(operator-id) ")"
            INTO register-line
        END-STRING
    END-IF
    WRITE register-line
    .

write-decision-register-line.
    *> The transaction text stays last on the line, after the outcome
    *> marker, so MASTUTIL's audit still finds the serial of every APPLIED
    *> change the same way it always has.
    MOVE SPACES TO register-line
    EVALUATE TRUE
        WHEN pend-approved
            STRING "Change " FUNCTION TRIM(pending-id-display) " entered by " FUNCTION TRIM(pend-entered-by)
                ", approved by " FUNCTION TRIM(operator-id) ": APPLIED  " FUNCTION TRIM(pend-transaction)
                INTO register-line
            END-STRING
        WHEN pend-failed
            STRING "Change " FUNCTION TRIM(pending-id-display) " entered by " FUNCTION TRIM(pend-entered-by)
                ", approved by " FUNCTION TRIM(operator-id) ": REJECTED " FUNCTION TRIM(pend-transaction)
                " (" FUNCTION TRIM(pend-reason) ")"
                INTO register-line
            END-STRING
        WHEN OTHER
            STRING "Change " FUNCTION TRIM(pending-id-display) " entered by " FUNCTION TRIM(pend-entered-by)
                ", rejected by " FUNCTION TRIM(operator-id) ": DECLINED " FUNCTION TRIM(pend-transaction)
                " (" FUNCTION TRIM(pend-reason) ")"
                INTO register-line
            END-STRING
    END-EVALUATE
    WRITE register-line
    .

write-entry-audit-entry.
    *> One audit-log entry per correction, entered or rejected, so the
    *> daytime trail carries the same per-change detail the nightly
    *> maintain run's does: the operator in the command column, the change
    *> number in the result.
    MOVE SPACES TO audit-log-command
    STRING "enter " FUNCTION TRIM(operator-id) INTO audit-log-command END-STRING
    MOVE master-path TO audit-log-input-path
    MOVE SPACES TO audit-log-result
    IF tran-is-valid
        STRING "#" FUNCTION TRIM(pending-id-display) " " FUNCTION TRIM(tran-action) " " FUNCTION TRIM(tran-serial) INTO audit-log-result END-STRING
    ELSE
        STRING "rejected " FUNCTION TRIM(tran-action) " " FUNCTION TRIM(tran-serial) INTO audit-log-result END-STRING
    END-IF
    MOVE 0 TO audit-log-return-code
    PERFORM write-audit-log-entry
    MOVE command-name TO audit-log-command
    .

write-decision-audit-entry.
    *> The deciding operator goes in the command column and the entering
    *> operator in the result, so every approval or rejection names both.
    MOVE SPACES TO audit-log-command
    IF pend-declined
        STRING "reject " FUNCTION TRIM(operator-id) INTO audit-log-command END-STRING
    ELSE
        STRING "approve " FUNCTION TRIM(operator-id) INTO audit-log-command END-STRING
    END-IF
    MOVE master-path TO audit-log-input-path
    MOVE SPACES TO audit-log-result
    EVALUATE TRUE
        WHEN pend-approved
            STRING "#" FUNCTION TRIM(pending-id-display) " applied maker=" FUNCTION TRIM(pend-entered-by) INTO audit-log-result END-STRING
        WHEN pend-failed
            STRING "#" FUNCTION TRIM(pending-id-display) " failed maker=" FUNCTION TRIM(pend-entered-by) INTO audit-log-result END-STRING
        WHEN OTHER
            STRING "#" FUNCTION TRIM(pending-id-display) " declined maker=" FUNCTION TRIM(pend-entered-by) INTO audit-log-result END-STRING
    END-EVALUATE
    MOVE 0 TO audit-log-return-code
    PERFORM write-audit-log-entry
    MOVE command-name TO audit-log-command
    .

write-own-change-audit-entry.
    *> A refused attempt to decide one's own change is logged as well:
    *> exactly the single-person change this control exists to stop.
    MOVE SPACES TO audit-log-command
    IF FUNCTION TRIM(operator-action) IS EQUAL TO "X"
        STRING "reject " FUNCTION TRIM(operator-id) INTO audit-log-command END-STRING
    ELSE
        STRING "approve " FUNCTION TRIM(operator-id) INTO audit-log-command END-STRING
    END-IF
    MOVE master-path TO audit-log-input-path
    MOVE SPACES TO audit-log-result
    STRING "#" FUNCTION TRIM(pending-id-display) " refused own change" INTO audit-log-result END-STRING
    MOVE 0 TO audit-log-return-code
    PERFORM write-audit-log-entry
    MOVE command-name TO audit-log-command
    .

print-usage.
    DISPLAY "Invalid arguments." END-DISPLAY
    DISPLAY "Usage:" END-DISPLAY
    DISPLAY TAB-CHAR "./mastinq screen [operator_id]" END-DISPLAY
    MOVE SPACES TO audit-log-input-path
    MOVE "ERROR" TO audit-log-result
    MOVE 12 TO audit-log-return-code
    COPY "site-params-proc.cpy".

    COPY "audit-log-proc.cpy".

    COPY "operator-auth-proc.cpy".

    COPY "site-list-proc.cpy".
