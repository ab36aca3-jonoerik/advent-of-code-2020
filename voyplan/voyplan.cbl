IDENTIFICATION DIVISION.
    PROGRAM-ID. VOYPLAN.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
    FILE-CONTROL.
        SELECT voyage-file
            ASSIGN TO DISK voyage-path
            ORGANIZATION IS LINE SEQUENTIAL
            ACCESS MODE IS SEQUENTIAL
            FILE STATUS IS voyage-file-status.
        SELECT zone-file
            ASSIGN TO DISK zone-path
            ORGANIZATION IS LINE SEQUENTIAL
            ACCESS MODE IS SEQUENTIAL
            FILE STATUS IS zone-file-status.
        COPY "audit-log-sel.cpy".
        COPY "operator-auth-sel.cpy".

DATA DIVISION.
FILE SECTION.
    *> Same line width DAY12 reads a voyage file with.
    FD voyage-file.
        01 voyage-line PIC X(32).
    FD zone-file.
        01 zone-file-line PIC X(96).
    COPY "audit-log-fd.cpy".
    COPY "operator-auth-fd.cpy".

WORKING-STORAGE SECTION.
    01 TAB-CHAR PIC X VALUE X'09'.
    01 args.
        02 args-len USAGE BINARY-C-LONG UNSIGNED VALUE 0.
        02 command-name PIC X(32).

    01 voyage-path PIC X(128).
    01 voyage-file-status PIC XX.
    01 voyage-exists-flag PIC X VALUE "N".
        88 voyage-exists VALUE "Y".
        88 voyage-new VALUE "N".

    *> The same restricted zones DAY12 checks the night run against, from
    *> the same AOC2020_DAY12_ZONE_PATH file of "name|min-n|max-n|min-e|max-e"
    *> lines. With the variable unset there are no zones to warn about.
    78 zone-table-max-length VALUE 100.
    01 zone-path PIC X(128).
    01 zone-file-status PIC XX.
    01 zones-active-flag PIC X VALUE "N".
        88 zones-active VALUE "Y".
        88 zones-inactive VALUE "N".
    01 zone-line-number USAGE BINARY-C-LONG UNSIGNED VALUE 0.
    01 zone-line-number-display PIC Z(8)9.
    01 zone-parse-fields.
        02 zone-name-text PIC X(16).
        02 zone-min-n-text PIC X(16).
        02 zone-max-n-text PIC X(16).
        02 zone-min-e-text PIC X(16).
        02 zone-max-e-text PIC X(16).
    01 zone-table-length USAGE BINARY-C-LONG VALUE 0.
    01 zone-table.
        02 zone-entry
            OCCURS 0 TO zone-table-max-length TIMES DEPENDING ON zone-table-length
            INDEXED BY zone-i.
            03 zone-name PIC X(16).
            03 zone-min-n USAGE BINARY-C-LONG SIGNED.
            03 zone-max-n USAGE BINARY-C-LONG SIGNED.
            03 zone-min-e USAGE BINARY-C-LONG SIGNED.
            03 zone-max-e USAGE BINARY-C-LONG SIGNED.
    01 zone-count-display PIC Z(8)9.

    *> The plan as keyed so far, one entry per voyage-file line: an
    *> instruction, or the "===" separator that ends a leg. Each
    *> instruction remembers whether it ended inside a zone, so taking
    *> it back takes its warning back too.
    78 plan-max-length VALUE 5000.
    01 plan-length USAGE BINARY-C-LONG VALUE 0.
    01 plan-table.
        02 plan-entry
            OCCURS 0 TO plan-max-length TIMES DEPENDING ON plan-length
            INDEXED BY plan-i.
            03 plan-text PIC X(32).
            03 plan-zone-flag PIC X.
                88 plan-in-zone VALUE "Y".
                88 plan-clear VALUE "N".
    01 leg-separator-marker PIC X(3) VALUE "===".

    *> Running position and heading, the way DAY12's part1 sails a leg:
    *> each leg starts at the origin facing east, heading 0 is east and
    *> a left turn adds degrees.
    01 ship-data.
        02 ship-n USAGE BINARY-C-LONG SIGNED VALUE 0.
        02 ship-e USAGE BINARY-C-LONG SIGNED VALUE 0.
        02 ship-direction USAGE BINARY-C-LONG UNSIGNED VALUE 0.
        02 ship-n-display PIC -(9)9.
        02 ship-e-display PIC -(9)9.
        02 ship-heading-text PIC X(5).
        02 ship-in-zone-flag PIC X VALUE "N".
            88 ship-in-zone VALUE "Y".
            88 ship-clear VALUE "N".

    01 operator-line PIC X(128).
    01 session-data.
        02 session-open-flag PIC X VALUE "Y".
            88 session-open VALUE "Y".
            88 session-closed VALUE "N".
        02 quit-confirm-flag PIC X VALUE "N".
            88 quit-confirm-pending VALUE "Y".
            88 quit-confirm-clear VALUE "N".
        02 saved-flag PIC X VALUE "N".
            88 plan-saved VALUE "Y".
            88 plan-unsaved VALUE "N".
        02 step-text PIC X(32).
        02 step-action PIC X.
        02 step-amount-text PIC X(31).
        02 step-amount-length USAGE BINARY-C-LONG VALUE 0.
        02 step-amount PIC 9(9).
        02 step-reject-reason PIC X(64).
        02 step-valid-flag PIC X VALUE "Y".
            88 step-is-valid VALUE "Y".
            88 step-is-invalid VALUE "N".
        02 leg-number USAGE BINARY-C-LONG UNSIGNED VALUE 1.
        02 leg-number-display PIC Z(8)9.
        02 leg-step-count USAGE BINARY-C-LONG UNSIGNED VALUE 0.
        02 leg-step-display PIC Z(8)9.
        02 leg-start-index USAGE BINARY-C-LONG VALUE 1.
        02 replay-index USAGE BINARY-C-LONG VALUE 0.
        02 step-count USAGE BINARY-C-LONG UNSIGNED VALUE 0.
        02 step-count-display PIC Z(8)9.
        02 rejected-count USAGE BINARY-C-LONG UNSIGNED VALUE 0.
        02 rejected-count-display PIC Z(8)9.
        02 warning-count USAGE BINARY-C-LONG UNSIGNED VALUE 0.
        02 warning-count-display PIC Z(8)9.
        02 saved-leg-count USAGE BINARY-C-LONG UNSIGNED VALUE 0.
        02 saved-leg-display PIC Z(8)9.
        02 saved-text PIC X(3).

    *> Whole-invocation totals for the end-of-session summary and the
    *> graduated condition code: 0 clean, 4 when the saved voyage file
    *> has steps the operator kept despite a zone warning, 12 for fatal
    *> aborts. A mis-keyed instruction refused at the prompt never
    *> reaches the file, so it leaves the code at 0.
    01 eoj-data.
        02 final-return-code USAGE BINARY-C-LONG UNSIGNED VALUE 0.
        02 final-return-code-display PIC Z(8)9.

    COPY "audit-log-wrk.cpy".
    COPY "operator-auth-wrk.cpy".

PROCEDURE DIVISION.
    MOVE "VOYPLAN" TO audit-log-program
    PERFORM init-audit-log-path
    ACCEPT args-len FROM ARGUMENT-NUMBER END-ACCEPT
    IF args-len IS EQUAL TO 2 OR args-len IS EQUAL TO 3
        DISPLAY 1 UPON ARGUMENT-NUMBER END-DISPLAY
        ACCEPT command-name FROM ARGUMENT-VALUE END-ACCEPT
        MOVE command-name TO audit-log-command
        DISPLAY 2 UPON ARGUMENT-NUMBER END-DISPLAY
        ACCEPT voyage-path FROM ARGUMENT-VALUE END-ACCEPT
        MOVE SPACES TO operator-id-text
        IF args-len IS EQUAL TO 3
            DISPLAY 3 UPON ARGUMENT-NUMBER END-DISPLAY
            ACCEPT operator-id-text FROM ARGUMENT-VALUE END-ACCEPT
        END-IF
        IF command-name IS EQUAL TO "screen"
            MOVE voyage-path TO audit-log-input-path
            MOVE "START" TO audit-log-result
            MOVE 0 TO audit-log-return-code
            PERFORM write-audit-log-entry
            PERFORM operator-session
        ELSE
            PERFORM print-usage
        END-IF
    ELSE
        PERFORM print-usage
    END-IF
    PERFORM end-of-job
    STOP RUN RETURNING final-return-code
    .

end-of-job.
    MOVE 0 TO final-return-code
    IF plan-saved AND warning-count IS GREATER THAN 0
        MOVE 4 TO final-return-code
    END-IF
    MOVE step-count TO step-count-display
    MOVE rejected-count TO rejected-count-display
    MOVE warning-count TO warning-count-display
    MOVE final-return-code TO final-return-code-display
    MOVE "no" TO saved-text
    IF plan-saved
        MOVE "yes" TO saved-text
    END-IF
    DISPLAY "End of session: steps=" FUNCTION TRIM(step-count-display)
        ", refused=" FUNCTION TRIM(rejected-count-display)
        ", zone warnings=" FUNCTION TRIM(warning-count-display)
        ", saved=" FUNCTION TRIM(saved-text)
        "; return code " FUNCTION TRIM(final-return-code-display) "."
    END-DISPLAY

    MOVE command-name TO audit-log-command
    MOVE voyage-path TO audit-log-input-path
    MOVE SPACES TO audit-log-result
    STRING "EOJ s=" FUNCTION TRIM(step-count-display)
        " r=" FUNCTION TRIM(rejected-count-display)
        " w=" FUNCTION TRIM(warning-count-display)
        " saved=" FUNCTION TRIM(saved-text)
        INTO audit-log-result
    END-STRING
    MOVE final-return-code TO audit-log-return-code
    PERFORM write-audit-log-entry
    .

load-restricted-zones.
    SET zones-inactive TO TRUE
    MOVE SPACES TO zone-path
    ACCEPT zone-path FROM ENVIRONMENT "AOC2020_DAY12_ZONE_PATH"
        ON EXCEPTION
            MOVE SPACES TO zone-path
    END-ACCEPT
    IF FUNCTION TRIM(zone-path) IS NOT EQUAL TO SPACES
        OPEN INPUT zone-file
        IF zone-file-status IS NOT EQUAL TO "00"
            DISPLAY "Restricted-zone file " FUNCTION TRIM(zone-path) " could not be opened (status " zone-file-status "); aborting." END-DISPLAY
            MOVE zone-path TO audit-log-input-path
            MOVE "ERROR" TO audit-log-result
            MOVE 12 TO audit-log-return-code
            PERFORM write-audit-log-entry
            STOP RUN RETURNING 12
        END-IF
        MOVE 0 TO zone-table-length zone-line-number
        PERFORM UNTIL EXIT
            READ zone-file
                AT END EXIT PERFORM
            END-READ
            SET zone-line-number UP BY 1
            IF FUNCTION TRIM(zone-file-line) IS NOT EQUAL TO SPACES
                PERFORM load-one-zone
            END-IF
        END-PERFORM
        CLOSE zone-file
        SET zones-active TO TRUE
    END-IF
    .

load-one-zone.
    *> A zone that fails to parse refuses the session, the same as it
    *> refuses DAY12's run: a plan checked against half the zones would
    *> pass here and fail tonight.
    IF zone-table-length IS EQUAL TO zone-table-max-length
        DISPLAY "Restricted-zone file " FUNCTION TRIM(zone-path) " has more than " zone-table-max-length " zones; aborting." END-DISPLAY
        PERFORM abort-bad-zone-file
    END-IF
    INITIALIZE zone-parse-fields
    UNSTRING zone-file-line DELIMITED BY "|"
        INTO zone-name-text zone-min-n-text zone-max-n-text zone-min-e-text zone-max-e-text
    END-UNSTRING
    IF FUNCTION TRIM(zone-name-text) IS EQUAL TO SPACES
            OR FUNCTION TEST-NUMVAL(zone-min-n-text) IS NOT EQUAL TO 0
            OR FUNCTION TEST-NUMVAL(zone-max-n-text) IS NOT EQUAL TO 0
            OR FUNCTION TEST-NUMVAL(zone-min-e-text) IS NOT EQUAL TO 0
            OR FUNCTION TEST-NUMVAL(zone-max-e-text) IS NOT EQUAL TO 0
        MOVE zone-line-number TO zone-line-number-display
        DISPLAY "Restricted-zone file " FUNCTION TRIM(zone-path) " line " FUNCTION TRIM(zone-line-number-display) " is malformed: '" FUNCTION TRIM(zone-file-line) "'; aborting." END-DISPLAY
        PERFORM abort-bad-zone-file
    END-IF
    SET zone-table-length UP BY 1
    MOVE zone-name-text TO zone-name(zone-table-length)
    COMPUTE zone-min-n(zone-table-length) = FUNCTION NUMVAL(zone-min-n-text) END-COMPUTE
    COMPUTE zone-max-n(zone-table-length) = FUNCTION NUMVAL(zone-max-n-text) END-COMPUTE
    COMPUTE zone-min-e(zone-table-length) = FUNCTION NUMVAL(zone-min-e-text) END-COMPUTE
    COMPUTE zone-max-e(zone-table-length) = FUNCTION NUMVAL(zone-max-e-text) END-COMPUTE
    IF zone-min-n(zone-table-length) > zone-max-n(zone-table-length)
            OR zone-min-e(zone-table-length) > zone-max-e(zone-table-length)
        MOVE zone-line-number TO zone-line-number-display
        DISPLAY "Restricted-zone file " FUNCTION TRIM(zone-path) " line " FUNCTION TRIM(zone-line-number-display) " has inverted bounds; aborting." END-DISPLAY
        PERFORM abort-bad-zone-file
    END-IF
    .

abort-bad-zone-file.
    MOVE zone-path TO audit-log-input-path
    MOVE "ERROR" TO audit-log-result
    MOVE 12 TO audit-log-return-code
    PERFORM write-audit-log-entry
    CLOSE zone-file
    STOP RUN RETURNING 12
    .

operator-session.
    *> One prompt loop building a voyage leg by leg. Every instruction is
    *> checked as it is keyed against the same rules DAY12 applies to a
    *> voyage file line - a known action letter, a whole-number amount,
    *> turns in multiples of 90 - so a bad punch is refused at the prompt
    *> instead of turning up on tonight's exception report. The running
    *> position and heading follow each step, with a warning the moment
    *> a step ends inside a restricted zone. Nothing is written until the
    *> operator saves; the save goes in the audit log under their ID.
    PERFORM init-operator-id
    PERFORM load-restricted-zones
    SET voyage-new TO TRUE
    OPEN INPUT voyage-file
    IF voyage-file-status IS EQUAL TO "00"
        SET voyage-exists TO TRUE
        CLOSE voyage-file
    END-IF
    DISPLAY "Voyage plan entry - " FUNCTION TRIM(voyage-path) " (operator " FUNCTION TRIM(operator-id) ")" END-DISPLAY
    IF voyage-exists
        DISPLAY "The voyage file already exists; saving will replace it." END-DISPLAY
    END-IF
    IF zones-active
        MOVE zone-table-length TO zone-count-display
        DISPLAY FUNCTION TRIM(zone-count-display) " restricted zone(s) loaded from " FUNCTION TRIM(zone-path) "." END-DISPLAY
    ELSE
        DISPLAY "No restricted-zone file (AOC2020_DAY12_ZONE_PATH); zone warnings are off." END-DISPLAY
    END-IF
    PERFORM display-session-help
    MOVE 0 TO plan-length
    MOVE 1 TO leg-number leg-start-index
    MOVE 0 TO leg-step-count
    INITIALIZE ship-data ALL TO VALUE
    PERFORM display-position
    SET session-open TO TRUE
    PERFORM UNTIL session-closed
        DISPLAY "Leg " FUNCTION TRIM(leg-number-display) " step: " END-DISPLAY
        MOVE SPACES TO operator-line
        ACCEPT operator-line
            ON EXCEPTION
                SET session-closed TO TRUE
        END-ACCEPT
        IF session-open AND FUNCTION TRIM(operator-line) IS NOT EQUAL TO SPACES
            PERFORM handle-operator-command
        END-IF
    END-PERFORM
    .

display-session-help.
    DISPLAY "  N|S|E|W<distance>        move north, south, east or west (e.g. N10)" END-DISPLAY
    DISPLAY "  L|R<degrees>             turn left or right, a multiple of 90 (e.g. R90)" END-DISPLAY
    DISPLAY "  F<distance>              move forward on the current heading" END-DISPLAY
    DISPLAY "  ===                      end this leg and start the next" END-DISPLAY
    DISPLAY "  UNDO                     take back the last line" END-DISPLAY
    DISPLAY "  LIST                     show the plan so far" END-DISPLAY
    DISPLAY "  SAVE                     write the voyage file and end the session" END-DISPLAY
    DISPLAY "  HELP                     show this help" END-DISPLAY
    DISPLAY "  QUIT                     end the session without saving" END-DISPLAY
    .

handle-operator-command.
    MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(operator-line)) TO operator-line
    IF FUNCTION TRIM(operator-line) IS NOT EQUAL TO "QUIT"
        SET quit-confirm-clear TO TRUE
    END-IF
    EVALUATE FUNCTION TRIM(operator-line)
        WHEN "==="
            PERFORM end-plan-leg
        WHEN "UNDO"
            PERFORM undo-plan-line
        WHEN "LIST"
            PERFORM list-plan
        WHEN "SAVE"
            PERFORM save-voyage-file
        WHEN "HELP"
            PERFORM display-session-help
        WHEN "QUIT"
            PERFORM quit-session
        WHEN OTHER
            PERFORM enter-plan-step
    END-EVALUATE
    .

enter-plan-step.
    PERFORM validate-plan-step
    IF step-is-valid AND plan-length IS EQUAL TO plan-max-length
        MOVE "the plan is full" TO step-reject-reason
        SET step-is-invalid TO TRUE
    END-IF
    IF step-is-invalid
        SET rejected-count UP BY 1
        DISPLAY "Refused '" FUNCTION TRIM(operator-line) "': " FUNCTION TRIM(step-reject-reason) "." END-DISPLAY
    ELSE
        PERFORM sail-plan-step
        PERFORM check-step-zones
        SET plan-length UP BY 1
        MOVE step-text TO plan-text(plan-length)
        MOVE ship-in-zone-flag TO plan-zone-flag(plan-length)
        SET step-count UP BY 1
        SET leg-step-count UP BY 1
        IF ship-in-zone
            SET warning-count UP BY 1
        END-IF
        PERFORM display-position
    END-IF
    .

validate-plan-step.
    *> The instruction is the action letter straight followed by its
    *> amount in digits, as DAY12 reads a voyage file line.
    SET step-is-valid TO TRUE
    MOVE SPACES TO step-reject-reason
    MOVE SPACES TO step-text
    MOVE 0 TO step-amount
    IF operator-line(33:) IS NOT EQUAL TO SPACES
        MOVE "the line is longer than a voyage file line" TO step-reject-reason
        SET step-is-invalid TO TRUE
    ELSE
        MOVE operator-line TO step-text
        MOVE step-text(1:1) TO step-action
        MOVE step-text(2:) TO step-amount-text
    END-IF
    IF step-is-valid
        IF step-action IS NOT EQUAL TO "N" AND step-action IS NOT EQUAL TO "S"
                AND step-action IS NOT EQUAL TO "E" AND step-action IS NOT EQUAL TO "W"
                AND step-action IS NOT EQUAL TO "L" AND step-action IS NOT EQUAL TO "R"
                AND step-action IS NOT EQUAL TO "F"
            MOVE "unknown action letter; use N, S, E, W, L, R or F" TO step-reject-reason
            SET step-is-invalid TO TRUE
        END-IF
    END-IF
    IF step-is-valid
        IF step-amount-text IS EQUAL TO SPACES
            MOVE "the amount is missing" TO step-reject-reason
            SET step-is-invalid TO TRUE
        ELSE
            MOVE FUNCTION LENGTH(FUNCTION TRIM(step-amount-text TRAILING)) TO step-amount-length
            IF step-amount-length IS GREATER THAN 9
                    OR step-amount-text(1:step-amount-length) IS NOT NUMERIC
                MOVE "the amount is not a whole number of up to 9 digits" TO step-reject-reason
                SET step-is-invalid TO TRUE
            ELSE
                MOVE step-amount-text(1:step-amount-length) TO step-amount
            END-IF
        END-IF
    END-IF
    IF step-is-valid AND (step-action IS EQUAL TO "L" OR step-action IS EQUAL TO "R")
        IF FUNCTION MOD(step-amount, 90) IS NOT EQUAL TO 0
            MOVE "a turn has to be a multiple of 90 degrees" TO step-reject-reason
            SET step-is-invalid TO TRUE
        END-IF
    END-IF
    .

sail-plan-step.
    *> step-action and step-amount hold a validated instruction.
    EVALUATE step-action
        WHEN "N"
            SET ship-n UP BY step-amount
        WHEN "S"
            SET ship-n DOWN BY step-amount
        WHEN "E"
            SET ship-e UP BY step-amount
        WHEN "W"
            SET ship-e DOWN BY step-amount
        WHEN "L"
            SET ship-direction UP BY step-amount
            PERFORM WITH TEST BEFORE UNTIL ship-direction < 360
                SET ship-direction DOWN BY 360
            END-PERFORM
        WHEN "R"
            SET ship-direction UP BY 360
            PERFORM WITH TEST BEFORE UNTIL ship-direction >= step-amount
                SET ship-direction UP BY 360
            END-PERFORM
            SET ship-direction DOWN BY step-amount
            PERFORM WITH TEST BEFORE UNTIL ship-direction < 360
                SET ship-direction DOWN BY 360
            END-PERFORM
        WHEN "F"
            EVALUATE ship-direction
                WHEN 0
                    SET ship-e UP BY step-amount
                WHEN 90
                    SET ship-n UP BY step-amount
                WHEN 180
                    SET ship-e DOWN BY step-amount
                WHEN 270
                    SET ship-n DOWN BY step-amount
            END-EVALUATE
    END-EVALUATE
    .

check-step-zones.
    *> Same endpoint rule as DAY12's check-zone-violations: a step ends
    *> inside a zone when its position falls within the zone's bounds.
    SET ship-clear TO TRUE
    IF zones-active
        PERFORM WITH TEST BEFORE VARYING zone-i FROM 1 UNTIL zone-i > zone-table-length
            IF ship-n >= zone-min-n(zone-i) AND ship-n <= zone-max-n(zone-i)
                    AND ship-e >= zone-min-e(zone-i) AND ship-e <= zone-max-e(zone-i)
                SET ship-in-zone TO TRUE
                MOVE ship-n TO ship-n-display
                MOVE ship-e TO ship-e-display
                DISPLAY "WARNING: this step ends at N=" FUNCTION TRIM(ship-n-display)
                    " E=" FUNCTION TRIM(ship-e-display)
                    " inside restricted zone " FUNCTION TRIM(zone-name(zone-i))
                    "; UNDO takes it back."
                END-DISPLAY
            END-IF
        END-PERFORM
    END-IF
    .

display-position.
    MOVE ship-n TO ship-n-display
    MOVE ship-e TO ship-e-display
    EVALUATE ship-direction
        WHEN 0
            MOVE "east" TO ship-heading-text
        WHEN 90
            MOVE "north" TO ship-heading-text
        WHEN 180
            MOVE "west" TO ship-heading-text
        WHEN 270
            MOVE "south" TO ship-heading-text
    END-EVALUATE
    MOVE leg-number TO leg-number-display
    MOVE leg-step-count TO leg-step-display
    DISPLAY "  Leg " FUNCTION TRIM(leg-number-display)
        ", " FUNCTION TRIM(leg-step-display) " step(s): position N=" FUNCTION TRIM(ship-n-display)
        " E=" FUNCTION TRIM(ship-e-display)
        ", heading " FUNCTION TRIM(ship-heading-text)
    END-DISPLAY
    .

end-plan-leg.
    *> DAY12 skips an empty leg, so the screen won't key one.
    IF leg-step-count IS EQUAL TO 0
        DISPLAY "Leg " FUNCTION TRIM(leg-number-display) " has no steps yet; nothing to end." END-DISPLAY
    ELSE
        IF plan-length IS EQUAL TO plan-max-length
            DISPLAY "The plan is full; SAVE or UNDO." END-DISPLAY
        ELSE
            SET plan-length UP BY 1
            MOVE leg-separator-marker TO plan-text(plan-length)
            SET plan-clear(plan-length) TO TRUE
            SET leg-number UP BY 1
            COMPUTE leg-start-index = plan-length + 1 END-COMPUTE
            MOVE 0 TO leg-step-count
            INITIALIZE ship-data ALL TO VALUE
            PERFORM display-position
        END-IF
    END-IF
    .

undo-plan-line.
    *> Drop the last line, then sail the leg it leaves current again
    *> from the origin to put the position and heading back.
    IF plan-length IS EQUAL TO 0
        DISPLAY "Nothing to take back." END-DISPLAY
    ELSE
        IF plan-text(plan-length) IS EQUAL TO leg-separator-marker
            SET leg-number DOWN BY 1
            MOVE leg-number TO leg-number-display
            DISPLAY "Took back the end of leg " FUNCTION TRIM(leg-number-display) "." END-DISPLAY
        ELSE
            SET step-count DOWN BY 1
            IF plan-in-zone(plan-length)
                SET warning-count DOWN BY 1
            END-IF
            DISPLAY "Took back " FUNCTION TRIM(plan-text(plan-length)) "." END-DISPLAY
        END-IF
        SET plan-length DOWN BY 1
        PERFORM replay-current-leg
        PERFORM display-position
    END-IF
    .

replay-current-leg.
    INITIALIZE ship-data ALL TO VALUE
    MOVE 0 TO leg-step-count
    MOVE 1 TO leg-start-index
    PERFORM WITH TEST BEFORE VARYING replay-index FROM plan-length BY -1 UNTIL replay-index < 1
        IF plan-text(replay-index) IS EQUAL TO leg-separator-marker
            COMPUTE leg-start-index = replay-index + 1 END-COMPUTE
            EXIT PERFORM
        END-IF
    END-PERFORM
    PERFORM WITH TEST BEFORE VARYING replay-index FROM leg-start-index UNTIL replay-index > plan-length
        MOVE plan-text(replay-index)(1:1) TO step-action
        MOVE plan-text(replay-index)(2:) TO step-amount-text
        MOVE FUNCTION LENGTH(FUNCTION TRIM(step-amount-text TRAILING)) TO step-amount-length
        MOVE step-amount-text(1:step-amount-length) TO step-amount
        PERFORM sail-plan-step
        SET leg-step-count UP BY 1
    END-PERFORM
    .

list-plan.
    IF plan-length IS EQUAL TO 0
        DISPLAY "The plan is empty." END-DISPLAY
    ELSE
        MOVE 1 TO saved-leg-count
        MOVE saved-leg-count TO saved-leg-display
        DISPLAY "  Leg " FUNCTION TRIM(saved-leg-display) ":" END-DISPLAY
        PERFORM WITH TEST BEFORE VARYING plan-i FROM 1 UNTIL plan-i > plan-length
            IF plan-text(plan-i) IS EQUAL TO leg-separator-marker
                SET saved-leg-count UP BY 1
                MOVE saved-leg-count TO saved-leg-display
                DISPLAY "  " leg-separator-marker END-DISPLAY
                DISPLAY "  Leg " FUNCTION TRIM(saved-leg-display) ":" END-DISPLAY
            ELSE
                IF plan-in-zone(plan-i)
                    DISPLAY "    " FUNCTION TRIM(plan-text(plan-i)) "   (ends in a restricted zone)" END-DISPLAY
                ELSE
                    DISPLAY "    " FUNCTION TRIM(plan-text(plan-i)) END-DISPLAY
                END-IF
            END-IF
        END-PERFORM
    END-IF
    .

save-voyage-file.
    *> Write the plan as a voyage file DAY12 reads cleanly: one
    *> instruction per line and "===" between legs, with no separator
    *> left dangling after the last leg.
    IF step-count IS EQUAL TO 0
        DISPLAY "The plan has no steps; nothing to save." END-DISPLAY
    ELSE
        IF plan-text(plan-length) IS EQUAL TO leg-separator-marker
            SET plan-length DOWN BY 1
            SET leg-number DOWN BY 1
        END-IF
        OPEN OUTPUT voyage-file
        IF voyage-file-status IS NOT EQUAL TO "00"
            DISPLAY "Voyage file " FUNCTION TRIM(voyage-path) " could not be written (status " voyage-file-status "); aborting." END-DISPLAY
            MOVE voyage-path TO audit-log-input-path
            MOVE "ERROR" TO audit-log-result
            MOVE 12 TO audit-log-return-code
            PERFORM write-audit-log-entry
            STOP RUN RETURNING 12
        END-IF
        PERFORM WITH TEST BEFORE VARYING plan-i FROM 1 UNTIL plan-i > plan-length
            MOVE plan-text(plan-i) TO voyage-line
            WRITE voyage-line
        END-PERFORM
        CLOSE voyage-file
        SET plan-saved TO TRUE
        SET session-closed TO TRUE
        MOVE leg-number TO saved-leg-count
        MOVE saved-leg-count TO saved-leg-display
        MOVE step-count TO step-count-display
        MOVE warning-count TO warning-count-display
        DISPLAY "Voyage file " FUNCTION TRIM(voyage-path) " written: "
            FUNCTION TRIM(saved-leg-display) " leg(s), "
            FUNCTION TRIM(step-count-display) " step(s)."
        END-DISPLAY
        IF warning-count IS GREATER THAN 0
            DISPLAY FUNCTION TRIM(warning-count-display) " step(s) end inside a restricted zone and will be reported by tonight's run." END-DISPLAY
        END-IF
        PERFORM write-save-audit-entry
    END-IF
    .

write-save-audit-entry.
    *> The operator goes in the command column, as MASTINQ logs an
    *> entered change, and the plan's size in the result.
    MOVE SPACES TO audit-log-command
    STRING "save " FUNCTION TRIM(operator-id) INTO audit-log-command END-STRING
    MOVE voyage-path TO audit-log-input-path
    MOVE SPACES TO audit-log-result
    STRING "legs=" FUNCTION TRIM(saved-leg-display)
        " steps=" FUNCTION TRIM(step-count-display)
        " w=" FUNCTION TRIM(warning-count-display)
        INTO audit-log-result
    END-STRING
    MOVE 0 TO audit-log-return-code
    PERFORM write-audit-log-entry
    MOVE command-name TO audit-log-command
    .

quit-session.
    IF step-count IS GREATER THAN 0 AND quit-confirm-clear
        SET quit-confirm-pending TO TRUE
        DISPLAY "The plan has unsaved steps; QUIT again to discard them, or SAVE." END-DISPLAY
    ELSE
        SET session-closed TO TRUE
        DISPLAY "Session ended; nothing saved." END-DISPLAY
    END-IF
    .

print-usage.
    DISPLAY "Invalid arguments." END-DISPLAY
    DISPLAY "Usage:" END-DISPLAY
    DISPLAY TAB-CHAR "./voyplan screen [voyage_file] [operator_id]" END-DISPLAY
    MOVE SPACES TO audit-log-input-path
    MOVE "ERROR" TO audit-log-result
    MOVE 12 TO audit-log-return-code
    PERFORM write-audit-log-entry
    STOP RUN RETURNING 12
    .

    COPY "audit-log-proc.cpy".

    COPY "operator-auth-proc.cpy".
