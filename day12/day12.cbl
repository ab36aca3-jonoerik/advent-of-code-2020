            ORGANIZATION IS LINE SEQUENTIAL
            ACCESS MODE IS SEQUENTIAL
            FILE STATUS IS voyage-summary-file-status.
        SELECT port-file
            ASSIGN TO DISK port-path
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            RECORD KEY IS port-code
            FILE STATUS IS port-file-status.
        SELECT port-tran-file
            ASSIGN TO DISK port-tran-path
            ORGANIZATION IS LINE SEQUENTIAL
            ACCESS MODE IS SEQUENTIAL
            FILE STATUS IS port-tran-file-status.
        SELECT port-register-file
            ASSIGN TO DISK port-register-path
            ORGANIZATION IS LINE SEQUENTIAL
            ACCESS MODE IS SEQUENTIAL.
        SELECT port-call-file
            ASSIGN TO DISK port-call-path
            ORGANIZATION IS LINE SEQUENTIAL
            ACCESS MODE IS SEQUENTIAL
            FILE STATUS IS port-call-file-status.
        SELECT port-call-log-file
            ASSIGN TO DISK port-call-log-path
            ORGANIZATION IS LINE SEQUENTIAL
            ACCESS MODE IS SEQUENTIAL.
        SELECT open-water-file
            ASSIGN TO DISK open-water-path
            ORGANIZATION IS LINE SEQUENTIAL
            ACCESS MODE IS SEQUENTIAL.
        SELECT fuel-report-file
            ASSIGN TO DISK fuel-report-path
            ORGANIZATION IS LINE SEQUENTIAL
            ACCESS MODE IS SEQUENTIAL.
        SELECT bunkering-file
            ASSIGN TO DISK bunkering-path
            ORGANIZATION IS LINE SEQUENTIAL
            ACCESS MODE IS SEQUENTIAL.
        COPY "site-params-sel.cpy".
        COPY "audit-log-sel.cpy".
        COPY "results-history-sel.cpy".

DATA DIVISION.
FILE SECTION.
    FD fleet-control-file.
        01 fleet-control-line PIC X(160).
    FD rollup-file.
        01 rollup-line PIC X(256).
    FD test-answer-file.
        01 test-answer-file-line PIC X(32).
    FD trace-file.
        01 proximity-record PIC X(160).
    FD voyage-summary-file.
    COPY "voyage-summary-rec.cpy".
    FD port-file.
        COPY "port-rec.cpy".
    FD port-tran-file.
        01 port-tran-line PIC X(128).
    FD port-register-file.
        01 port-register-line PIC X(256).
    FD port-call-file.
        COPY "port-call-rec.cpy".
    FD port-call-log-file.
        01 port-call-log-line PIC X(256).
    FD open-water-file.
        01 open-water-line PIC X(256).
    FD fuel-report-file.
        01 fuel-report-line PIC X(256).
    FD bunkering-file.
        01 bunkering-line PIC X(256).
    COPY "site-params-fd.cpy".
    COPY "audit-log-fd.cpy".
    COPY "results-history-fd.cpy".

WORKING-STORAGE SECTION.
    01 TAB-CHAR PIC X VALUE X'09'.
        02 fleet-total-legs-display PIC Z(8)9.
        02 fleet-total-bad USAGE BINARY-C-LONG UNSIGNED.
        02 fleet-total-bad-display PIC Z(8)9.
        02 fleet-part1-hours PIC 9(11)V99.
        02 fleet-part1-fuel PIC 9(13)V99.
        02 fleet-part2-hours PIC 9(11)V99.
        02 fleet-part2-fuel PIC 9(13)V99.
        02 fleet-total-part1-fuel PIC 9(13)V99.
        02 fleet-total-part2-fuel PIC 9(13)V99.
        02 fleet-vessel-zone USAGE BINARY-C-LONG UNSIGNED.

    *> Each vessel's rollup figures, kept until the proximity pass has
    *> charged its violations to both vessels involved, then appended to
    *> the results history for the monthly trend.
    78 fleet-history-max-length VALUE 1000.
    01 fleet-history-length USAGE BINARY-C-LONG VALUE 0.
    01 fleet-history-table.
        02 fleet-history-entry
            OCCURS 0 TO fleet-history-max-length TIMES DEPENDING ON fleet-history-length
            INDEXED BY fleet-history-i.
            03 fleet-hist-vessel PIC X(16).
            03 fleet-hist-part1-distance USAGE BINARY-C-LONG UNSIGNED.
            03 fleet-hist-part2-distance USAGE BINARY-C-LONG UNSIGNED.
            03 fleet-hist-bad USAGE BINARY-C-LONG UNSIGNED.
            03 fleet-hist-zone USAGE BINARY-C-LONG UNSIGNED.
            03 fleet-hist-proximity USAGE BINARY-C-LONG UNSIGNED.
    01 fleet-history-warned-flag PIC X VALUE "N".
        88 fleet-history-warned VALUE "Y".
        88 fleet-history-unwarned VALUE "N".
    01 fleet-history-vessel PIC X(16).

    01 exception-path PIC X(128).
    01 bad-line-count USAGE BINARY-C-LONG UNSIGNED VALUE 0.
    *> the per-run total the console message and rollup report use.
    01 leg-bad-count USAGE BINARY-C-LONG UNSIGNED VALUE 0.

    *> Port registry, indexed on port code; ops can point it elsewhere via
    *> AOC2020_DAY12_PORT_PATH. The open ports are loaded once per run and
    *> every traced position is resolved against them: coming inside a
    *> port's radius is an arrival, leaving it a departure, and the port a
    *> leg ends in is that leg's call. A leg that ends outside every port
    *> goes on the open-water exception list for the harbormaster, since
    *> that usually means a mis-punched voyage file. With no registry on
    *> file, no port calls are resolved.
    01 port-default-path PIC X(128) VALUE "day12-port-registry.dat".
    01 port-path PIC X(128).
    01 port-file-status PIC XX.
    01 ports-active-flag PIC X VALUE "N".
        88 ports-active VALUE "Y".
        88 ports-inactive VALUE "N".
    78 port-table-max-length VALUE 1000.
    01 port-table-length USAGE BINARY-C-LONG VALUE 0.
    01 port-table.
        02 port-entry
            OCCURS 0 TO port-table-max-length TIMES DEPENDING ON port-table-length
            INDEXED BY port-i.
            03 pt-code PIC X(8).
            03 pt-name PIC X(32).
            03 pt-north USAGE BINARY-C-LONG SIGNED.
            03 pt-east USAGE BINARY-C-LONG SIGNED.
            03 pt-radius USAGE BINARY-C-LONG UNSIGNED.
    *> Port calls go on the fixed-layout file (AOC2020_DAY12_PORT_CALL_PATH)
    *> for whatever loads them, and on the readable log the harbormaster
    *> works from.
    01 port-call-default-path PIC X(128) VALUE "day12-port-calls.dat".
    01 port-call-path PIC X(128).
    01 port-call-file-status PIC XX.
    01 port-call-log-path PIC X(128) VALUE "day12-port-calls.rpt".
    01 open-water-path PIC X(128) VALUE "day12-open-water.rpt".
    01 port-logs-open-flag PIC X VALUE "N".
        88 port-logs-open VALUE "Y".
        88 port-logs-closed VALUE "N".
    01 port-watch-data.
        02 port-watch-part PIC X(5).
        02 port-current-index USAGE BINARY-C-LONG VALUE 0.
        02 port-event-index USAGE BINARY-C-LONG VALUE 0.
        02 port-check-n USAGE BINARY-C-LONG SIGNED VALUE 0.
        02 port-check-e USAGE BINARY-C-LONG SIGNED VALUE 0.
        02 port-hit-index USAGE BINARY-C-LONG VALUE 0.
        02 port-hit-distance USAGE BINARY-C-LONG UNSIGNED VALUE 0.
        02 port-nearest-index USAGE BINARY-C-LONG VALUE 0.
        02 port-nearest-distance USAGE BINARY-C-LONG UNSIGNED VALUE 0.
        02 port-distance USAGE BINARY-C-LONG UNSIGNED VALUE 0.
        02 port-last-line USAGE BINARY-C-LONG UNSIGNED VALUE 0.
        02 port-event-code PIC X.
        02 port-event-text PIC X(9).
        02 port-call-count USAGE BINARY-C-LONG UNSIGNED VALUE 0.
        02 port-call-count-display PIC Z(8)9.
        02 port-open-water-count USAGE BINARY-C-LONG UNSIGNED VALUE 0.
        02 port-open-water-display PIC Z(8)9.
        02 port-n-display PIC -(9)9.
        02 port-e-display PIC -(9)9.
        02 port-step-display PIC Z(8)9.
        02 port-line-display PIC Z(8)9.
        02 port-leg-display PIC Z(8)9.
        02 port-distance-display PIC Z(9)9.
        02 port-radius-display PIC Z(8)9.
        02 port-vessel-text PIC X(32).
    *> Port maintenance: ACTION|CODE|NAME|NORTH|EAST|RADIUS lines applied
    *> to the registry with an applied/rejected register, the same way
    *> DAY10 maintains its adapter master.
    01 port-tran-path PIC X(128).
    01 port-tran-file-status PIC XX.
    01 port-register-path PIC X(128) VALUE "day12-port-register.rpt".
    01 port-maintain-data.
        02 port-tran-line-number USAGE BINARY-C-LONG UNSIGNED VALUE 0.
        02 port-tran-line-number-display PIC Z(8)9.
        02 port-tran-action PIC X(8).
        02 port-tran-code PIC X(16).
        02 port-tran-name PIC X(40).
        02 port-tran-north-text PIC X(16).
        02 port-tran-east-text PIC X(16).
        02 port-tran-radius-text PIC X(16).
        02 port-tran-valid-flag PIC X VALUE "Y".
            88 port-tran-is-valid VALUE "Y".
            88 port-tran-is-invalid VALUE "N".
        02 port-tran-reject-reason PIC X(64).
        02 port-tran-today PIC 9(8).
        02 port-applied-count USAGE BINARY-C-LONG UNSIGNED VALUE 0.
        02 port-applied-display PIC Z(8)9.
        02 port-rejected-count USAGE BINARY-C-LONG UNSIGNED VALUE 0.
        02 port-rejected-display PIC Z(8)9.

    *> Steaming estimate, from each leg's voyage statistics and four site
    *> parameters. The parameter file carries whole numbers only, so the
    *> burn rates are in hundredths of a fuel unit, the same way VSUMBILL
    *> keeps its rates in hundredths of a currency unit: DAY12-FUEL-PER-
    *> DISTANCE per unit of odometer, DAY12-FUEL-PER-TURN per 90 degrees
    *> turned. DAY12-CRUISING-SPEED is distance units per hour and
    *> DAY12-TANK-CAPACITY whole fuel units. Hours and fuel are carried to
    *> two decimals. A leg whose burn exceeds the tank can't be sailed
    *> without a refuelling stop and goes on the bunkering report; that's
    *> a planning finding for ops, not a defect in the voyage file, so it
    *> doesn't move the condition code.
    01 cruising-speed USAGE BINARY-C-LONG UNSIGNED VALUE 12.
    01 fuel-per-distance USAGE BINARY-C-LONG UNSIGNED VALUE 100.
    01 fuel-per-turn USAGE BINARY-C-LONG UNSIGNED VALUE 50.
    01 tank-capacity USAGE BINARY-C-LONG UNSIGNED VALUE 5000.
    01 fuel-report-path PIC X(128) VALUE "day12-fuel-estimate.rpt".
    01 bunkering-path PIC X(128) VALUE "day12-bunkering.rpt".
    01 fuel-reports-open-flag PIC X VALUE "N".
        88 fuel-reports-open VALUE "Y".
        88 fuel-reports-closed VALUE "N".
    01 fuel-data.
        02 fuel-part PIC X(5).
        02 fuel-leg-turns USAGE BINARY-C-LONG UNSIGNED VALUE 0.
        02 fuel-leg-hours PIC 9(9)V99 VALUE 0.
        02 fuel-leg-burn PIC 9(11)V99 VALUE 0.
        02 fuel-leg-refuel-flag PIC X VALUE "N".
            88 fuel-leg-refuel VALUE "Y".
            88 fuel-leg-within-tank VALUE "N".
        02 fuel-run-legs USAGE BINARY-C-LONG UNSIGNED VALUE 0.
        02 fuel-run-refuel-legs USAGE BINARY-C-LONG UNSIGNED VALUE 0.
        02 fuel-run-hours PIC 9(11)V99 VALUE 0.
        02 fuel-run-burn PIC 9(13)V99 VALUE 0.
        02 fuel-leg-count USAGE BINARY-C-LONG UNSIGNED VALUE 0.
        02 fuel-refuel-count USAGE BINARY-C-LONG UNSIGNED VALUE 0.
        02 fuel-total-hours PIC 9(11)V99 VALUE 0.
        02 fuel-total-burn PIC 9(13)V99 VALUE 0.
        02 fuel-rate-decimal PIC 9(13)V99.
        02 fuel-rate-edited PIC Z(12)9.99.
        02 fuel-hours-edited PIC Z(10)9.99.
        02 fuel-burn-edited PIC Z(12)9.99.
        02 fuel-odometer-display PIC Z(17)9.
        02 fuel-turns-display PIC Z(8)9.
        02 fuel-speed-display PIC Z(8)9.
        02 fuel-capacity-display PIC Z(17)9.
        02 fuel-legs-display PIC Z(8)9.
        02 fuel-refuel-display PIC Z(8)9.
        02 fuel-leg-display PIC Z(8)9.
        02 fuel-hours-text PIC X(16).
        02 fuel-burn-text PIC X(18).
        02 fuel-burn-text-2 PIC X(18).

    COPY "site-params-wrk.cpy".
    COPY "audit-log-wrk.cpy".
    COPY "results-history-wrk.cpy".

PROCEDURE DIVISION.
    MOVE "DAY12" TO audit-log-program
    PERFORM init-audit-log-path
    MOVE "DAY12" TO results-history-program
    PERFORM init-results-history-path
    PERFORM init-voyage-summary-path
    PERFORM init-site-params-path
    PERFORM load-site-params
    PERFORM write-site-param-report
    PERFORM load-restricted-zones
    PERFORM load-drift-corrections
    PERFORM load-port-registry
    ACCEPT args-len FROM ARGUMENT-NUMBER END-ACCEPT
    EVALUATE args-len
        WHEN 1
                    *> voyage completes, mirroring DAY10's per-manifest batch
                    *> entries, plus a closing entry for the whole fleet run.
                    PERFORM fleet
                WHEN "ports"
                    DISPLAY 2 UPON ARGUMENT-NUMBER END-DISPLAY
                    ACCEPT port-tran-path FROM ARGUMENT-VALUE END-ACCEPT
                    MOVE port-tran-path TO audit-log-input-path
                    MOVE "START" TO audit-log-result
                    MOVE 0 TO audit-log-return-code
                    PERFORM write-audit-log-entry
                    PERFORM maintain-ports
                WHEN OTHER
                    PERFORM print-usage
            END-EVALUATE
    *> the scheduler a nonzero condition code, so the batch can be held for
    *> review instead of sailing on a flagged route; skipped voyages rank
    *> above that, and plain bad instruction lines below it.
    PERFORM close-port-call-logs
    PERFORM close-fuel-reports
    MOVE 0 TO final-return-code
    IF eoj-bad-total IS GREATER THAN 0
        MOVE 4 TO final-return-code
    END-IF
    *> A leg ending in open water is a suspect voyage file, ranked with a
    *> bad instruction line.
    IF port-open-water-count IS GREATER THAN 0
        MOVE 4 TO final-return-code
    END-IF
    IF zone-violation-count IS GREATER THAN 0
        MOVE 6 TO final-return-code
    END-IF
    MOVE eoj-bad-total TO eoj-bad-display
    MOVE zone-violation-count TO eoj-violation-display
    MOVE proximity-count TO eoj-proximity-display
    MOVE port-open-water-count TO port-open-water-display
    MOVE fuel-refuel-count TO fuel-refuel-display
    MOVE final-return-code TO final-return-code-display
    DISPLAY "End of job: voyages processed=" FUNCTION TRIM(eoj-processed-display)
        ", skipped=" FUNCTION TRIM(eoj-skipped-display)
        ", bad lines=" FUNCTION TRIM(eoj-bad-display)
        ", zone violations=" FUNCTION TRIM(eoj-violation-display)
        ", proximity violations=" FUNCTION TRIM(eoj-proximity-display)
        ", open-water legs=" FUNCTION TRIM(port-open-water-display)
        ", refuel legs=" FUNCTION TRIM(fuel-refuel-display)
        "; return code " FUNCTION TRIM(final-return-code-display) "."
    END-DISPLAY

    EVALUATE command-name
        WHEN "fleet"
            MOVE fleet-control-path TO audit-log-input-path
        WHEN "ports"
            MOVE port-tran-path TO audit-log-input-path
        WHEN "test"
            MOVE SPACES TO audit-log-input-path
        WHEN OTHER
        STRING FUNCTION TRIM(report-basename) "-part1-divergence.rpt" INTO divergence-path END-STRING
        OPEN OUTPUT divergence-file
    END-IF
    IF ports-active
        MOVE "part1" TO port-watch-part
        PERFORM open-port-call-logs
        PERFORM start-leg-port-watch
    END-IF
    PERFORM open-fuel-reports
    MOVE "part1" TO fuel-part
    MOVE 0 TO fuel-run-legs fuel-run-refuel-legs fuel-run-hours fuel-run-burn

    PERFORM UNTIL EXIT
        READ input-file
                MOVE 0 TO leg-bad-count
                SET leg-number UP BY 1
                MOVE "N" TO leg-has-instruction-flag
                IF ports-active
                    PERFORM start-leg-port-watch
                END-IF
            END-IF
        ELSE
            SET leg-has-instruction TO TRUE
    END-IF
    *> Closed after the final leg's emit, which writes that leg's stats line.
    CLOSE stats-file
    PERFORM write-fuel-run-totals
    PERFORM close-violation-file
    IF drift-active
        CLOSE divergence-file
        MOVE part1-ship-e TO track-e-current
        PERFORM record-track-position
    END-IF
    IF ports-active
        MOVE part1-ship-n TO port-check-n
        MOVE part1-ship-e TO port-check-e
        PERFORM watch-port-position
    END-IF
    .

record-track-position.
        + stat-count-f
    END-COMPUTE
    MOVE leg-bad-count TO vsum-bad-count
    MOVE stat-odometer TO vsum-odometer
    MOVE fuel-leg-hours TO vsum-steaming-hours
    MOVE fuel-leg-burn TO vsum-fuel-estimate
    MOVE fuel-leg-refuel-flag TO vsum-refuel-flag
    MOVE fleet-vessel-id TO vsum-vessel-id
    OPEN EXTEND voyage-summary-file
    IF voyage-summary-file-status IS EQUAL TO "35"
        CLOSE voyage-summary-file
                PERFORM reject-site-param-line
            END-IF
            MOVE site-param-value TO drift-threshold
        WHEN "DAY12-CRUISING-SPEED"
            *> Hours are odometer over speed, so a zero speed is refused
            *> along with a negative one.
            IF site-param-value <= 0
                PERFORM reject-site-param-line
            END-IF
            MOVE site-param-value TO cruising-speed
        WHEN "DAY12-FUEL-PER-DISTANCE"
            IF site-param-value < 0
                PERFORM reject-site-param-line
            END-IF
            MOVE site-param-value TO fuel-per-distance
        WHEN "DAY12-FUEL-PER-TURN"
            IF site-param-value < 0
                PERFORM reject-site-param-line
            END-IF
            MOVE site-param-value TO fuel-per-turn
        WHEN "DAY12-TANK-CAPACITY"
            IF site-param-value < 0
                PERFORM reject-site-param-line
            END-IF
            MOVE site-param-value TO tank-capacity
        WHEN OTHER
            *> A name this program doesn't recognize belongs to one of the
            *> other programs sharing the site parameter file.
    MOVE SPACES TO param-report-line
    STRING "DAY12-DRIFT-THRESHOLD=" FUNCTION TRIM(site-param-value-display) INTO param-report-line END-STRING
    WRITE param-report-line
    MOVE cruising-speed TO site-param-value-display
    MOVE SPACES TO param-report-line
    STRING "DAY12-CRUISING-SPEED=" FUNCTION TRIM(site-param-value-display) INTO param-report-line END-STRING
    WRITE param-report-line
    MOVE fuel-per-distance TO site-param-value-display
    MOVE SPACES TO param-report-line
    STRING "DAY12-FUEL-PER-DISTANCE=" FUNCTION TRIM(site-param-value-display) INTO param-report-line END-STRING
    WRITE param-report-line
    MOVE fuel-per-turn TO site-param-value-display
    MOVE SPACES TO param-report-line
    STRING "DAY12-FUEL-PER-TURN=" FUNCTION TRIM(site-param-value-display) INTO param-report-line END-STRING
    WRITE param-report-line
    MOVE tank-capacity TO site-param-value-display
    MOVE SPACES TO param-report-line
    STRING "DAY12-TANK-CAPACITY=" FUNCTION TRIM(site-param-value-display) INTO param-report-line END-STRING
    WRITE param-report-line
    CLOSE param-report-file
    .

    MOVE "part1" TO vsum-part
    MOVE part1-ship-direction TO vsum-final-heading
    MOVE 0 TO vsum-waypoint-n vsum-waypoint-e
    PERFORM estimate-leg-fuel
    PERFORM write-voyage-summary-record
    PERFORM write-fuel-estimate-line
    IF ports-active
        MOVE part1-ship-n TO port-check-n
        MOVE part1-ship-e TO port-check-e
        PERFORM resolve-leg-end-port
    END-IF

    *> One audit-log entry per leg, so a multi-leg voyage's compliance trail
    *> records every leg's result, not just whichever leg finished last.
        STRING FUNCTION TRIM(report-basename) "-part2-divergence.rpt" INTO divergence-path END-STRING
        OPEN OUTPUT divergence-file
    END-IF
    IF ports-active
        MOVE "part2" TO port-watch-part
        PERFORM open-port-call-logs
        PERFORM start-leg-port-watch
    END-IF
    PERFORM open-fuel-reports
    MOVE "part2" TO fuel-part
    MOVE 0 TO fuel-run-legs fuel-run-refuel-legs fuel-run-hours fuel-run-burn

    PERFORM UNTIL EXIT
        READ input-file
                MOVE 0 TO leg-bad-count
                SET leg-number UP BY 1
                MOVE "N" TO leg-has-instruction-flag
                IF ports-active
                    PERFORM start-leg-port-watch
                END-IF
            END-IF
        ELSE
            SET leg-has-instruction TO TRUE
        PERFORM part2-emit-leg-result
    END-IF
    CLOSE stats-file
    PERFORM write-fuel-run-totals
    PERFORM close-violation-file
    IF drift-active
        CLOSE divergence-file
        MOVE part2-ship-e TO track-e-current
        PERFORM record-track-position
    END-IF
    IF ports-active
        MOVE part2-ship-n TO port-check-n
        MOVE part2-ship-e TO port-check-e
        PERFORM watch-port-position
    END-IF
    .

part2-emit-leg-result.
    MOVE 0 TO vsum-final-heading
    MOVE part2-waypoint-n TO vsum-waypoint-n
    MOVE part2-waypoint-e TO vsum-waypoint-e
    PERFORM estimate-leg-fuel
    PERFORM write-voyage-summary-record
    PERFORM write-fuel-estimate-line
    IF ports-active
        MOVE part2-ship-n TO port-check-n
        MOVE part2-ship-e TO port-check-e
        PERFORM resolve-leg-end-port
    END-IF

    *> One audit-log entry per leg, so a multi-leg voyage's compliance trail
    *> records every leg's result, not just whichever leg finished last.
    INITIALIZE fleet-data ALL TO VALUE
    MOVE 0 TO track-table-length
    SET track-table-unwarned TO TRUE
    MOVE 0 TO fleet-history-length
    SET fleet-history-unwarned TO TRUE
    OPEN INPUT fleet-control-file
    IF fleet-control-file-status IS NOT EQUAL TO "00"
        DISPLAY "Fleet control file " FUNCTION TRIM(fleet-control-path) " could not be opened (status " fleet-control-file-status "); aborting." END-DISPLAY
    CLOSE rollup-file
    DISPLAY "Fleet rollup written to " FUNCTION TRIM(rollup-path) "." END-DISPLAY
    PERFORM check-fleet-proximity
    PERFORM record-fleet-history

    MOVE fleet-vessel-count TO fleet-vessel-count-display
    MOVE fleet-skipped-count TO fleet-skipped-count-display
            *> same lines, so the vessel's bad-instruction count is part1's
            *> count alone - the same way legs= is taken from part1 only.
            MOVE bad-line-count TO fleet-vessel-bad
            MOVE fuel-run-hours TO fleet-part1-hours
            MOVE fuel-run-burn TO fleet-part1-fuel
            MOVE zone-run-violations TO fleet-vessel-zone
            PERFORM part2
            IF input-open-failed
                PERFORM write-fleet-skipped-line
            ELSE
                MOVE output-result TO fleet-part2-result
                MOVE fuel-run-hours TO fleet-part2-hours
                MOVE fuel-run-burn TO fleet-part2-fuel
                SET fleet-vessel-zone UP BY zone-run-violations
                PERFORM write-fleet-vessel-line
                PERFORM keep-fleet-history
            END-IF
        END-IF
        SET input-open-ok TO TRUE
    SET eoj-bad-total UP BY fleet-vessel-bad
    SET fleet-total-legs UP BY fleet-vessel-legs
    SET fleet-total-bad UP BY fleet-vessel-bad
    ADD fleet-part1-fuel TO fleet-total-part1-fuel END-ADD
    ADD fleet-part2-fuel TO fleet-total-part2-fuel END-ADD
    MOVE fleet-part1-result TO fleet-part1-result-display
    MOVE fleet-part2-result TO fleet-part2-result-display
    MOVE fleet-vessel-legs TO fleet-vessel-legs-display
        "  " "bad=" FUNCTION TRIM(fleet-vessel-bad-display)
        INTO rollup-line
    END-STRING
    *> The steaming estimate per part: the same voyage file plots a
    *> different track under each part's rules, so each gets its own.
    MOVE fleet-part1-hours TO fuel-hours-edited
    MOVE fleet-part1-fuel TO fuel-burn-edited
    MOVE FUNCTION TRIM(fuel-hours-edited) TO fuel-hours-text
    MOVE FUNCTION TRIM(fuel-burn-edited) TO fuel-burn-text
    COMPUTE stats-pointer = FUNCTION LENGTH(FUNCTION TRIM(rollup-line, TRAILING)) + 1 END-COMPUTE
    STRING "  " "hours1=" FUNCTION TRIM(fuel-hours-text)
        "  " "fuel1=" FUNCTION TRIM(fuel-burn-text)
        INTO rollup-line WITH POINTER stats-pointer
    END-STRING
    MOVE fleet-part2-hours TO fuel-hours-edited
    MOVE fleet-part2-fuel TO fuel-burn-edited
    MOVE FUNCTION TRIM(fuel-hours-edited) TO fuel-hours-text
    MOVE FUNCTION TRIM(fuel-burn-edited) TO fuel-burn-text
    STRING "  " "hours2=" FUNCTION TRIM(fuel-hours-text)
        "  " "fuel2=" FUNCTION TRIM(fuel-burn-text)
        INTO rollup-line WITH POINTER stats-pointer
    END-STRING
    WRITE rollup-line

    MOVE input-path TO audit-log-input-path

write-proximity-violation.
    SET proximity-count UP BY 1
    MOVE track-vessel(track-i) TO fleet-history-vessel
    PERFORM charge-fleet-proximity
    MOVE track-vessel(track-j) TO fleet-history-vessel
    PERFORM charge-fleet-proximity
    MOVE track-step(track-i) TO prox-step-display
    MOVE prox-distance TO prox-distance-display
    MOVE track-n(track-i) TO prox-n-display
    WRITE proximity-record
    .

keep-fleet-history.
    *> Vessels past the table cap still run and still appear on the
    *> rollup; only their history records are dropped, with one warning.
    IF fleet-history-length IS EQUAL TO fleet-history-max-length
        IF fleet-history-unwarned
            DISPLAY "Fleet has more than " fleet-history-max-length " vessels; results history covers the first " fleet-history-max-length " only." END-DISPLAY
            SET fleet-history-warned TO TRUE
        END-IF
    ELSE
        SET fleet-history-length UP BY 1
        MOVE fleet-vessel-id TO fleet-hist-vessel(fleet-history-length)
        MOVE fleet-part1-result TO fleet-hist-part1-distance(fleet-history-length)
        MOVE fleet-part2-result TO fleet-hist-part2-distance(fleet-history-length)
        MOVE fleet-vessel-bad TO fleet-hist-bad(fleet-history-length)
        MOVE fleet-vessel-zone TO fleet-hist-zone(fleet-history-length)
        MOVE 0 TO fleet-hist-proximity(fleet-history-length)
    END-IF
    .

charge-fleet-proximity.
    PERFORM WITH TEST BEFORE VARYING fleet-history-i FROM 1 UNTIL fleet-history-i > fleet-history-length
        IF fleet-hist-vessel(fleet-history-i) IS EQUAL TO fleet-history-vessel
            SET fleet-hist-proximity(fleet-history-i) UP BY 1
            EXIT PERFORM
        END-IF
    END-PERFORM
    .

record-fleet-history.
    *> One history record per figure per vessel: the two distances, the
    *> rejected instruction lines, and the zone and proximity violations
    *> across both parts' tracks.
    MOVE "fleet" TO results-history-command
    SET results-history-vessel TO TRUE
    PERFORM WITH TEST BEFORE VARYING fleet-history-i FROM 1 UNTIL fleet-history-i > fleet-history-length
        MOVE fleet-hist-vessel(fleet-history-i) TO results-history-subject
        MOVE "part1-distance" TO results-history-figure
        MOVE fleet-hist-part1-distance(fleet-history-i) TO results-history-count
        PERFORM write-results-history-count
        MOVE "part2-distance" TO results-history-figure
        MOVE fleet-hist-part2-distance(fleet-history-i) TO results-history-count
        PERFORM write-results-history-count
        MOVE "bad-lines" TO results-history-figure
        MOVE fleet-hist-bad(fleet-history-i) TO results-history-count
        PERFORM write-results-history-count
        MOVE "zone-violations" TO results-history-figure
        MOVE fleet-hist-zone(fleet-history-i) TO results-history-count
        PERFORM write-results-history-count
        MOVE "prox-violations" TO results-history-figure
        MOVE fleet-hist-proximity(fleet-history-i) TO results-history-count
        PERFORM write-results-history-count
    END-PERFORM
    .

write-fleet-totals.
    MOVE fleet-vessel-count TO fleet-vessel-count-display
    MOVE fleet-skipped-count TO fleet-skipped-count-display
    MOVE fleet-total-legs TO fleet-total-legs-display
    MOVE fleet-total-bad TO fleet-total-bad-display
    MOVE fleet-total-part1-fuel TO fuel-burn-edited
    MOVE FUNCTION TRIM(fuel-burn-edited) TO fuel-burn-text
    MOVE fleet-total-part2-fuel TO fuel-burn-edited
    MOVE FUNCTION TRIM(fuel-burn-edited) TO fuel-burn-text-2
    MOVE SPACES TO rollup-line
    STRING "TOTALS"
        "  " "vessels=" FUNCTION TRIM(fleet-vessel-count-display)
        "  " "skipped=" FUNCTION TRIM(fleet-skipped-count-display)
        "  " "legs=" FUNCTION TRIM(fleet-total-legs-display)
        "  " "bad=" FUNCTION TRIM(fleet-total-bad-display)
        "  " "fuel1=" FUNCTION TRIM(fuel-burn-text)
        "  " "fuel2=" FUNCTION TRIM(fuel-burn-text-2)
        INTO rollup-line
    END-STRING
    WRITE rollup-line
    .

load-port-registry.
    *> Only a registry that genuinely isn't there (status 35) leaves port
    *> resolution off; one that is present but unreadable refuses the run,
    *> the same as the site parameter file.
    SET ports-inactive TO TRUE
    MOVE 0 TO port-table-length
    ACCEPT port-path FROM ENVIRONMENT "AOC2020_DAY12_PORT_PATH"
        ON EXCEPTION
            MOVE port-default-path TO port-path
    END-ACCEPT
    ACCEPT port-call-path FROM ENVIRONMENT "AOC2020_DAY12_PORT_CALL_PATH"
        ON EXCEPTION
            MOVE port-call-default-path TO port-call-path
    END-ACCEPT
    OPEN INPUT port-file
    IF port-file-status IS EQUAL TO "00"
        PERFORM UNTIL EXIT
            READ port-file NEXT
                AT END EXIT PERFORM
            END-READ
            IF port-open
                IF port-table-length IS EQUAL TO port-table-max-length
                    DISPLAY "Port registry " FUNCTION TRIM(port-path) " has more than " port-table-max-length " open ports; aborting." END-DISPLAY
                    MOVE port-path TO audit-log-input-path
                    MOVE "ERROR" TO audit-log-result
                    MOVE 12 TO audit-log-return-code
                    PERFORM write-audit-log-entry
                    CLOSE port-file
                    STOP RUN RETURNING 12
                END-IF
                SET port-table-length UP BY 1
                MOVE port-code TO pt-code(port-table-length)
                MOVE port-name TO pt-name(port-table-length)
                MOVE port-north TO pt-north(port-table-length)
                MOVE port-east TO pt-east(port-table-length)
                MOVE port-radius TO pt-radius(port-table-length)
            END-IF
        END-PERFORM
        CLOSE port-file
        SET ports-active TO TRUE
    ELSE
        IF port-file-status IS NOT EQUAL TO "35"
            DISPLAY "Port registry " FUNCTION TRIM(port-path) " could not be opened (status " port-file-status "); aborting." END-DISPLAY
            MOVE port-path TO audit-log-input-path
            MOVE "ERROR" TO audit-log-result
            MOVE 12 TO audit-log-return-code
            PERFORM write-audit-log-entry
            STOP RUN RETURNING 12
        END-IF
    END-IF
    .

open-port-call-logs.
    *> Opened by the first voyage run that resolves ports and closed at end
    *> of job, so a fleet run's log and exception list cover every vessel
    *> and both parts.
    IF port-logs-closed
        MOVE 0 TO port-call-count port-open-water-count
        OPEN EXTEND port-call-file
        IF port-call-file-status IS EQUAL TO "35"
            CLOSE port-call-file
            OPEN OUTPUT port-call-file
        END-IF
        OPEN OUTPUT port-call-log-file
        MOVE SPACES TO port-call-log-line
        STRING "Port-call log (registry " FUNCTION TRIM(port-path) ")" INTO port-call-log-line END-STRING
        WRITE port-call-log-line
        OPEN OUTPUT open-water-file
        MOVE "Legs ending in open water, away from every open port:" TO open-water-line
        WRITE open-water-line
        SET port-logs-open TO TRUE
    END-IF
    .

close-port-call-logs.
    IF port-logs-open
        MOVE port-call-count TO port-call-count-display
        MOVE port-open-water-count TO port-open-water-display
        MOVE SPACES TO port-call-log-line
        STRING "Totals: port calls=" FUNCTION TRIM(port-call-count-display) INTO port-call-log-line END-STRING
        WRITE port-call-log-line
        MOVE SPACES TO open-water-line
        STRING "Totals: open-water legs=" FUNCTION TRIM(port-open-water-display) INTO open-water-line END-STRING
        WRITE open-water-line
        CLOSE port-call-file
        CLOSE port-call-log-file
        CLOSE open-water-file
        SET port-logs-closed TO TRUE
        DISPLAY FUNCTION TRIM(port-call-count-display) " port call(s) logged to " FUNCTION TRIM(port-call-log-path) "." END-DISPLAY
        IF port-open-water-count IS GREATER THAN 0
            DISPLAY FUNCTION TRIM(port-open-water-display) " leg(s) ended in open water; see " FUNCTION TRIM(open-water-path) "." END-DISPLAY
        END-IF
    END-IF
    .

start-leg-port-watch.
    *> Every leg sails from the origin; a ship that starts inside a port's
    *> radius is alongside there already, so it logs a departure when it
    *> leaves but no arrival.
    MOVE 0 TO port-check-n port-check-e port-last-line
    PERFORM find-port-at-position
    MOVE port-hit-index TO port-current-index
    .

find-port-at-position.
    *> The open port whose radius holds port-check-n/e, the nearest one
    *> where radii overlap; port-nearest-* keep the nearest port overall
    *> for the open-water list.
    MOVE 0 TO port-hit-index port-nearest-index
    PERFORM WITH TEST BEFORE VARYING port-i FROM 1 UNTIL port-i > port-table-length
        COMPUTE port-distance = FUNCTION ABS(port-check-n - pt-north(port-i))
            + FUNCTION ABS(port-check-e - pt-east(port-i))
        END-COMPUTE
        IF port-nearest-index IS EQUAL TO 0
                OR port-distance < port-nearest-distance
            SET port-nearest-index TO port-i
            MOVE port-distance TO port-nearest-distance
        END-IF
        IF port-distance <= pt-radius(port-i)
            IF port-hit-index IS EQUAL TO 0
                    OR port-distance < port-hit-distance
                SET port-hit-index TO port-i
                MOVE port-distance TO port-hit-distance
            END-IF
        END-IF
    END-PERFORM
    .

watch-port-position.
    MOVE input-line-number TO port-last-line
    PERFORM find-port-at-position
    IF port-hit-index IS NOT EQUAL TO port-current-index
        IF port-current-index IS NOT EQUAL TO 0
            MOVE port-current-index TO port-event-index
            MOVE "D" TO port-event-code
            PERFORM write-port-call
        END-IF
        IF port-hit-index IS NOT EQUAL TO 0
            MOVE port-hit-index TO port-event-index
            MOVE "A" TO port-event-code
            PERFORM write-port-call
        END-IF
        MOVE port-hit-index TO port-current-index
    END-IF
    .

resolve-leg-end-port.
    PERFORM find-port-at-position
    IF port-hit-index IS NOT EQUAL TO 0
        MOVE port-hit-index TO port-event-index
        MOVE "E" TO port-event-code
        PERFORM write-port-call
    ELSE
        PERFORM write-open-water-exception
    END-IF
    .

set-port-vessel-text.
    MOVE SPACES TO port-vessel-text
    IF fleet-vessel-id IS NOT EQUAL TO SPACES
        STRING "vessel " FUNCTION TRIM(fleet-vessel-id) INTO port-vessel-text END-STRING
    ELSE
        MOVE "single voyage" TO port-vessel-text
    END-IF
    .

write-port-call.
    SET port-call-count UP BY 1
    INITIALIZE port-call-record
    ACCEPT pcall-run-date FROM DATE YYYYMMDD END-ACCEPT
    MOVE fleet-vessel-id TO pcall-vessel
    MOVE FUNCTION TRIM(input-path) TO pcall-voyage-path
    MOVE port-watch-part TO pcall-part
    MOVE leg-number TO pcall-leg-number
    MOVE pt-code(port-event-index) TO pcall-port-code
    MOVE track-step-number TO pcall-step
    MOVE port-last-line TO pcall-line
    MOVE port-event-code TO pcall-event
    MOVE port-check-n TO pcall-north
    MOVE port-check-e TO pcall-east
    WRITE port-call-record

    EVALUATE TRUE
        WHEN pcall-arrival
            MOVE "ARRIVED" TO port-event-text
        WHEN pcall-departure
            MOVE "DEPARTED" TO port-event-text
        WHEN OTHER
            MOVE "LEG ENDS" TO port-event-text
    END-EVALUATE
    PERFORM set-port-vessel-text
    MOVE leg-number TO port-leg-display
    MOVE track-step-number TO port-step-display
    MOVE port-last-line TO port-line-display
    MOVE port-check-n TO port-n-display
    MOVE port-check-e TO port-e-display
    MOVE SPACES TO port-call-log-line
    STRING port-event-text " " pt-code(port-event-index)
        " " FUNCTION TRIM(pt-name(port-event-index))
        " - " FUNCTION TRIM(port-vessel-text)
        " " FUNCTION TRIM(input-path)
        " " port-watch-part
        " leg " FUNCTION TRIM(port-leg-display)
        " step " FUNCTION TRIM(port-step-display)
        " (line " FUNCTION TRIM(port-line-display) ")"
        " at N=" FUNCTION TRIM(port-n-display)
        " E=" FUNCTION TRIM(port-e-display)
        INTO port-call-log-line
    END-STRING
    WRITE port-call-log-line
    .

write-open-water-exception.
    SET port-open-water-count UP BY 1
    PERFORM set-port-vessel-text
    MOVE leg-number TO port-leg-display
    MOVE port-last-line TO port-line-display
    MOVE port-check-n TO port-n-display
    MOVE port-check-e TO port-e-display
    MOVE SPACES TO open-water-line
    IF port-nearest-index IS EQUAL TO 0
        STRING FUNCTION TRIM(port-vessel-text)
            " " FUNCTION TRIM(input-path)
            " " port-watch-part
            " leg " FUNCTION TRIM(port-leg-display)
            " (last line " FUNCTION TRIM(port-line-display) ")"
            " ends at N=" FUNCTION TRIM(port-n-display)
            " E=" FUNCTION TRIM(port-e-display)
            "; no open ports on the registry"
            INTO open-water-line
        END-STRING
    ELSE
        MOVE port-nearest-distance TO port-distance-display
        MOVE pt-radius(port-nearest-index) TO port-radius-display
        STRING FUNCTION TRIM(port-vessel-text)
            " " FUNCTION TRIM(input-path)
            " " port-watch-part
            " leg " FUNCTION TRIM(port-leg-display)
            " (last line " FUNCTION TRIM(port-line-display) ")"
            " ends at N=" FUNCTION TRIM(port-n-display)
            " E=" FUNCTION TRIM(port-e-display)
            "; nearest port " FUNCTION TRIM(pt-code(port-nearest-index))
            " is " FUNCTION TRIM(port-distance-display)
            " away (radius " FUNCTION TRIM(port-radius-display) ")"
            INTO open-water-line
        END-STRING
    END-IF
    WRITE open-water-line
    .

maintain-ports.
    *> Apply add/change/close transactions to the port registry, one per
    *> line, and print an applied/rejected register. The registry is
    *> created empty on first use so a new harbor doesn't need a seed file.
    INITIALIZE port-maintain-data ALL TO VALUE
    ACCEPT port-tran-today FROM DATE YYYYMMDD END-ACCEPT
    OPEN I-O port-file
    IF port-file-status IS EQUAL TO "35"
        OPEN OUTPUT port-file
        CLOSE port-file
        OPEN I-O port-file
    END-IF
    IF port-file-status IS NOT EQUAL TO "00"
        DISPLAY "Port registry " FUNCTION TRIM(port-path) " could not be opened (status " port-file-status "); aborting." END-DISPLAY
        MOVE port-path TO audit-log-input-path
        MOVE "ERROR" TO audit-log-result
        MOVE 12 TO audit-log-return-code
        PERFORM write-audit-log-entry
        STOP RUN RETURNING 12
    END-IF
    OPEN INPUT port-tran-file
    IF port-tran-file-status IS NOT EQUAL TO "00"
        DISPLAY "Transaction file " FUNCTION TRIM(port-tran-path) " could not be opened (status " port-tran-file-status "); aborting." END-DISPLAY
        MOVE port-tran-path TO audit-log-input-path
        MOVE "ERROR" TO audit-log-result
        MOVE 12 TO audit-log-return-code
        PERFORM write-audit-log-entry
        CLOSE port-file
        STOP RUN RETURNING 12
    END-IF
    OPEN OUTPUT port-register-file
    PERFORM UNTIL EXIT
        READ port-tran-file
            AT END EXIT PERFORM
        END-READ
        SET port-tran-line-number UP BY 1
        IF FUNCTION TRIM(port-tran-line) IS NOT EQUAL TO SPACES
            PERFORM apply-port-transaction
        END-IF
    END-PERFORM
    CLOSE port-tran-file
    MOVE port-applied-count TO port-applied-display
    MOVE port-rejected-count TO port-rejected-display
    MOVE SPACES TO port-register-line
    STRING "Applied: " FUNCTION TRIM(port-applied-display) "  Rejected: " FUNCTION TRIM(port-rejected-display) INTO port-register-line END-STRING
    WRITE port-register-line
    CLOSE port-register-file
    CLOSE port-file
    DISPLAY FUNCTION TRIM(port-applied-display) " port transaction(s) applied, " FUNCTION TRIM(port-rejected-display) " rejected; see " FUNCTION TRIM(port-register-path) "." END-DISPLAY

    *> Rejected transactions count toward the condition code the same way
    *> bad instruction lines do.
    SET eoj-processed-count UP BY 1
    SET eoj-bad-total UP BY port-rejected-count

    MOVE port-tran-path TO audit-log-input-path
    MOVE SPACES TO audit-log-result
    STRING "applied=" FUNCTION TRIM(port-applied-display) " rejected=" FUNCTION TRIM(port-rejected-display) INTO audit-log-result END-STRING
    MOVE 0 TO audit-log-return-code
    PERFORM write-audit-log-entry
    .

apply-port-transaction.
    *> A transaction line is ACTION|CODE|NAME|NORTH|EAST|RADIUS, pipe-delimited:
    *>   A  add a new port (name, position and radius all required)
    *>   C  change an open port's name, position and/or radius (blank keeps)
    *>   X  close an open port
    *> Positions are signed whole offsets north/east of the voyage origin;
    *> the radius is a whole, non-negative distance.
    SET port-tran-is-valid TO TRUE
    MOVE SPACES TO port-tran-reject-reason
    MOVE SPACES TO port-tran-action port-tran-code port-tran-name
        port-tran-north-text port-tran-east-text port-tran-radius-text
    UNSTRING port-tran-line DELIMITED BY "|"
        INTO port-tran-action port-tran-code port-tran-name
            port-tran-north-text port-tran-east-text port-tran-radius-text
    END-UNSTRING
    MOVE FUNCTION TRIM(port-tran-code) TO port-tran-code
    MOVE FUNCTION TRIM(port-tran-name) TO port-tran-name
    IF port-tran-code IS EQUAL TO SPACES
        MOVE "port code is required" TO port-tran-reject-reason
        SET port-tran-is-invalid TO TRUE
    ELSE
        IF port-tran-code(9:) IS NOT EQUAL TO SPACES
            MOVE "port code is longer than 8 characters" TO port-tran-reject-reason
            SET port-tran-is-invalid TO TRUE
        END-IF
    END-IF
    IF port-tran-is-valid AND port-tran-name(33:) IS NOT EQUAL TO SPACES
        MOVE "port name is longer than 32 characters" TO port-tran-reject-reason
        SET port-tran-is-invalid TO TRUE
    END-IF
    IF port-tran-is-valid
        EVALUATE FUNCTION TRIM(port-tran-action)
            WHEN "A"
                PERFORM apply-port-add
            WHEN "C"
                PERFORM apply-port-change
            WHEN "X"
                PERFORM apply-port-close
            WHEN OTHER
                MOVE "unknown action" TO port-tran-reject-reason
                SET port-tran-is-invalid TO TRUE
        END-EVALUATE
    END-IF
    IF port-tran-is-valid
        SET port-applied-count UP BY 1
    ELSE
        SET port-rejected-count UP BY 1
    END-IF
    PERFORM write-port-register-line
    .

validate-port-position.
    IF FUNCTION TRIM(port-tran-north-text) IS NOT EQUAL TO SPACES
        IF FUNCTION TEST-NUMVAL(port-tran-north-text) IS NOT EQUAL TO 0
            MOVE "north is not a whole number in range" TO port-tran-reject-reason
            SET port-tran-is-invalid TO TRUE
        ELSE
            IF FUNCTION ABS(FUNCTION NUMVAL(port-tran-north-text)) > 999999999
                    OR FUNCTION NUMVAL(port-tran-north-text) IS NOT EQUAL TO FUNCTION INTEGER(FUNCTION NUMVAL(port-tran-north-text))
                MOVE "north is not a whole number in range" TO port-tran-reject-reason
                SET port-tran-is-invalid TO TRUE
            END-IF
        END-IF
    END-IF
    IF port-tran-is-valid AND FUNCTION TRIM(port-tran-east-text) IS NOT EQUAL TO SPACES
        IF FUNCTION TEST-NUMVAL(port-tran-east-text) IS NOT EQUAL TO 0
            MOVE "east is not a whole number in range" TO port-tran-reject-reason
            SET port-tran-is-invalid TO TRUE
        ELSE
            IF FUNCTION ABS(FUNCTION NUMVAL(port-tran-east-text)) > 999999999
                    OR FUNCTION NUMVAL(port-tran-east-text) IS NOT EQUAL TO FUNCTION INTEGER(FUNCTION NUMVAL(port-tran-east-text))
                MOVE "east is not a whole number in range" TO port-tran-reject-reason
                SET port-tran-is-invalid TO TRUE
            END-IF
        END-IF
    END-IF
    IF port-tran-is-valid AND FUNCTION TRIM(port-tran-radius-text) IS NOT EQUAL TO SPACES
        IF FUNCTION TEST-NUMVAL(port-tran-radius-text) IS NOT EQUAL TO 0
            MOVE "radius is not a whole non-negative number" TO port-tran-reject-reason
            SET port-tran-is-invalid TO TRUE
        ELSE
            IF FUNCTION NUMVAL(port-tran-radius-text) < 0
                    OR FUNCTION NUMVAL(port-tran-radius-text) > 999999999
                    OR FUNCTION NUMVAL(port-tran-radius-text) IS NOT EQUAL TO FUNCTION INTEGER(FUNCTION NUMVAL(port-tran-radius-text))
                MOVE "radius is not a whole non-negative number" TO port-tran-reject-reason
                SET port-tran-is-invalid TO TRUE
            END-IF
        END-IF
    END-IF
    .

apply-port-add.
    IF port-tran-name IS EQUAL TO SPACES
            OR FUNCTION TRIM(port-tran-north-text) IS EQUAL TO SPACES
            OR FUNCTION TRIM(port-tran-east-text) IS EQUAL TO SPACES
            OR FUNCTION TRIM(port-tran-radius-text) IS EQUAL TO SPACES
        MOVE "name, north, east and radius are required on add" TO port-tran-reject-reason
        SET port-tran-is-invalid TO TRUE
    ELSE
        PERFORM validate-port-position
    END-IF
    IF port-tran-is-valid
        MOVE port-tran-code TO port-code
        READ port-file
            INVALID KEY
                INITIALIZE port-record
                MOVE port-tran-code TO port-code
                MOVE port-tran-name TO port-name
                COMPUTE port-north = FUNCTION NUMVAL(port-tran-north-text) END-COMPUTE
                COMPUTE port-east = FUNCTION NUMVAL(port-tran-east-text) END-COMPUTE
                COMPUTE port-radius = FUNCTION NUMVAL(port-tran-radius-text) END-COMPUTE
                SET port-open TO TRUE
                MOVE port-tran-today TO port-opened-date
                WRITE port-record END-WRITE
            NOT INVALID KEY
                MOVE "port already on file" TO port-tran-reject-reason
                SET port-tran-is-invalid TO TRUE
        END-READ
    END-IF
    .

apply-port-change.
    IF port-tran-name IS EQUAL TO SPACES
            AND FUNCTION TRIM(port-tran-north-text) IS EQUAL TO SPACES
            AND FUNCTION TRIM(port-tran-east-text) IS EQUAL TO SPACES
            AND FUNCTION TRIM(port-tran-radius-text) IS EQUAL TO SPACES
        MOVE "nothing to change" TO port-tran-reject-reason
        SET port-tran-is-invalid TO TRUE
    ELSE
        PERFORM validate-port-position
    END-IF
    IF port-tran-is-valid
        MOVE port-tran-code TO port-code
        READ port-file
            INVALID KEY
                MOVE "port not on file" TO port-tran-reject-reason
                SET port-tran-is-invalid TO TRUE
            NOT INVALID KEY
                IF port-closed
                    MOVE "port is closed" TO port-tran-reject-reason
                    SET port-tran-is-invalid TO TRUE
                ELSE
                    IF port-tran-name IS NOT EQUAL TO SPACES
                        MOVE port-tran-name TO port-name
                    END-IF
                    IF FUNCTION TRIM(port-tran-north-text) IS NOT EQUAL TO SPACES
                        COMPUTE port-north = FUNCTION NUMVAL(port-tran-north-text) END-COMPUTE
                    END-IF
                    IF FUNCTION TRIM(port-tran-east-text) IS NOT EQUAL TO SPACES
                        COMPUTE port-east = FUNCTION NUMVAL(port-tran-east-text) END-COMPUTE
                    END-IF
                    IF FUNCTION TRIM(port-tran-radius-text) IS NOT EQUAL TO SPACES
                        COMPUTE port-radius = FUNCTION NUMVAL(port-tran-radius-text) END-COMPUTE
                    END-IF
                    REWRITE port-record END-REWRITE
                END-IF
        END-READ
    END-IF
    .

apply-port-close.
    MOVE port-tran-code TO port-code
    READ port-file
        INVALID KEY
            MOVE "port not on file" TO port-tran-reject-reason
            SET port-tran-is-invalid TO TRUE
        NOT INVALID KEY
            IF port-closed
                MOVE "port already closed" TO port-tran-reject-reason
                SET port-tran-is-invalid TO TRUE
            ELSE
                SET port-closed TO TRUE
                MOVE port-tran-today TO port-closed-date
                REWRITE port-record END-REWRITE
            END-IF
    END-READ
    .

write-port-register-line.
    MOVE port-tran-line-number TO port-tran-line-number-display
    MOVE SPACES TO port-register-line
    IF port-tran-is-valid
        STRING "Line " FUNCTION TRIM(port-tran-line-number-display) ": APPLIED  " FUNCTION TRIM(port-tran-line) INTO port-register-line END-STRING
    ELSE
        STRING "Line " FUNCTION TRIM(port-tran-line-number-display) ": REJECTED " FUNCTION TRIM(port-tran-line) " (" FUNCTION TRIM(port-tran-reject-reason) ")" INTO port-register-line END-STRING
    END-IF
    WRITE port-register-line
    .

open-fuel-reports.
    *> Opened by the first voyage run and closed at end of job, like the
    *> port-call log, so a fleet run's estimate covers every vessel and
    *> both parts in one report.
    IF fuel-reports-closed
        MOVE 0 TO fuel-leg-count fuel-refuel-count fuel-total-hours fuel-total-burn
        MOVE cruising-speed TO fuel-speed-display
        MOVE tank-capacity TO fuel-capacity-display
        OPEN OUTPUT fuel-report-file
        MOVE SPACES TO fuel-report-line
        STRING "Steaming and fuel estimate (cruising speed " FUNCTION TRIM(fuel-speed-display)
            "/hour, tank capacity " FUNCTION TRIM(fuel-capacity-display) ")"
            INTO fuel-report-line
        END-STRING
        WRITE fuel-report-line
        COMPUTE fuel-rate-decimal = fuel-per-distance / 100 END-COMPUTE
        MOVE fuel-rate-decimal TO fuel-rate-edited
        MOVE FUNCTION TRIM(fuel-rate-edited) TO fuel-burn-text
        COMPUTE fuel-rate-decimal = fuel-per-turn / 100 END-COMPUTE
        MOVE fuel-rate-decimal TO fuel-rate-edited
        MOVE FUNCTION TRIM(fuel-rate-edited) TO fuel-burn-text-2
        MOVE SPACES TO fuel-report-line
        STRING "Burn " FUNCTION TRIM(fuel-burn-text) " per unit of distance, "
            FUNCTION TRIM(fuel-burn-text-2) " per 90 degrees turned"
            INTO fuel-report-line
        END-STRING
        WRITE fuel-report-line
        OPEN OUTPUT bunkering-file
        MOVE SPACES TO bunkering-line
        STRING "Legs whose estimated burn exceeds tank capacity ("
            FUNCTION TRIM(fuel-capacity-display) "); each needs a refuelling stop:"
            INTO bunkering-line
        END-STRING
        WRITE bunkering-line
        SET fuel-reports-open TO TRUE
    END-IF
    .

close-fuel-reports.
    IF fuel-reports-open
        MOVE fuel-leg-count TO fuel-legs-display
        MOVE fuel-refuel-count TO fuel-refuel-display
        MOVE fuel-total-hours TO fuel-hours-edited
        MOVE fuel-total-burn TO fuel-burn-edited
        MOVE SPACES TO fuel-report-line
        WRITE fuel-report-line
        MOVE SPACES TO fuel-report-line
        STRING "Totals: legs=" FUNCTION TRIM(fuel-legs-display)
            " hours=" FUNCTION TRIM(fuel-hours-edited)
            " fuel=" FUNCTION TRIM(fuel-burn-edited)
            " refuel legs=" FUNCTION TRIM(fuel-refuel-display)
            INTO fuel-report-line
        END-STRING
        WRITE fuel-report-line
        MOVE SPACES TO bunkering-line
        STRING "Totals: refuel legs=" FUNCTION TRIM(fuel-refuel-display) INTO bunkering-line END-STRING
        WRITE bunkering-line
        CLOSE fuel-report-file
        CLOSE bunkering-file
        SET fuel-reports-closed TO TRUE
        DISPLAY "Steaming estimate written to " FUNCTION TRIM(fuel-report-path) "." END-DISPLAY
        IF fuel-refuel-count IS GREATER THAN 0
            DISPLAY FUNCTION TRIM(fuel-refuel-display) " leg(s) exceed tank capacity; see " FUNCTION TRIM(bunkering-path) "." END-DISPLAY
        END-IF
    END-IF
    .

estimate-leg-fuel.
    *> Turns are costed per 90 degrees, so a 180 burns twice what a 90
    *> does; only good instruction lines reach the statistics, so the
    *> degrees turned are always whole quarter turns.
    COMPUTE fuel-leg-turns = stat-degrees-turned / 90 END-COMPUTE
    COMPUTE fuel-leg-hours ROUNDED = stat-odometer / cruising-speed END-COMPUTE
    COMPUTE fuel-leg-burn ROUNDED = (stat-odometer * fuel-per-distance
        + fuel-leg-turns * fuel-per-turn) / 100
    END-COMPUTE
    IF fuel-leg-burn > tank-capacity
        SET fuel-leg-refuel TO TRUE
    ELSE
        SET fuel-leg-within-tank TO TRUE
    END-IF
    .

write-fuel-estimate-line.
    SET fuel-leg-count UP BY 1
    SET fuel-run-legs UP BY 1
    ADD fuel-leg-hours TO fuel-run-hours fuel-total-hours END-ADD
    ADD fuel-leg-burn TO fuel-run-burn fuel-total-burn END-ADD
    PERFORM set-port-vessel-text
    MOVE leg-number TO fuel-leg-display
    MOVE stat-odometer TO fuel-odometer-display
    MOVE fuel-leg-turns TO fuel-turns-display
    MOVE fuel-leg-hours TO fuel-hours-edited
    MOVE fuel-leg-burn TO fuel-burn-edited
    MOVE SPACES TO fuel-report-line
    STRING FUNCTION TRIM(port-vessel-text)
        " " FUNCTION TRIM(input-path)
        " " fuel-part
        " leg " FUNCTION TRIM(fuel-leg-display)
        ": odometer=" FUNCTION TRIM(fuel-odometer-display)
        " turns=" FUNCTION TRIM(fuel-turns-display)
        " hours=" FUNCTION TRIM(fuel-hours-edited)
        " fuel=" FUNCTION TRIM(fuel-burn-edited)
        INTO fuel-report-line
    END-STRING
    IF fuel-leg-refuel
        SET fuel-run-refuel-legs UP BY 1
        SET fuel-refuel-count UP BY 1
        COMPUTE stats-pointer = FUNCTION LENGTH(FUNCTION TRIM(fuel-report-line, TRAILING)) + 1 END-COMPUTE
        STRING "  REFUEL" INTO fuel-report-line WITH POINTER stats-pointer END-STRING
        MOVE SPACES TO bunkering-line
        STRING FUNCTION TRIM(port-vessel-text)
            " " FUNCTION TRIM(input-path)
            " " fuel-part
            " leg " FUNCTION TRIM(fuel-leg-display)
            ": estimated burn " FUNCTION TRIM(fuel-burn-edited)
            " over " FUNCTION TRIM(fuel-hours-edited) " hours"
            " exceeds tank capacity " FUNCTION TRIM(fuel-capacity-display)
            INTO bunkering-line
        END-STRING
        WRITE bunkering-line
    END-IF
    WRITE fuel-report-line
    .

write-fuel-run-totals.
    *> One subtotal per voyage run, so under fleet each vessel's part1 and
    *> part2 estimates stand on their own line of the report.
    IF fuel-run-legs IS GREATER THAN 0
        PERFORM set-port-vessel-text
        MOVE fuel-run-legs TO fuel-legs-display
        MOVE fuel-run-refuel-legs TO fuel-refuel-display
        MOVE fuel-run-hours TO fuel-hours-edited
        MOVE fuel-run-burn TO fuel-burn-edited
        MOVE SPACES TO fuel-report-line
        STRING "  " FUNCTION TRIM(port-vessel-text)
            " " FUNCTION TRIM(input-path)
            " " fuel-part
            " totals: legs=" FUNCTION TRIM(fuel-legs-display)
            " hours=" FUNCTION TRIM(fuel-hours-edited)
            " fuel=" FUNCTION TRIM(fuel-burn-edited)
            " refuel legs=" FUNCTION TRIM(fuel-refuel-display)
            INTO fuel-report-line
        END-STRING
        WRITE fuel-report-line
    END-IF
    .

tests.
    MOVE "1" TO test-current-sample
    MOVE "1" TO test-current-part
    DISPLAY TAB-CHAR "./day12 <part1|part2> [input_file]" END-DISPLAY
    DISPLAY TAB-CHAR "./day12 fleet [control_file]" END-DISPLAY
    DISPLAY TAB-CHAR "./day12 return <part1|part2> [input_file]" END-DISPLAY
    DISPLAY TAB-CHAR "./day12 ports [transaction_file]" END-DISPLAY
    DISPLAY TAB-CHAR "./day12 test" END-DISPLAY
    MOVE input-path TO audit-log-input-path
    MOVE "ERROR" TO audit-log-result
    COPY "site-params-proc.cpy".

    COPY "audit-log-proc.cpy".

    COPY "results-history-proc.cpy".
