            ACCESS MODE IS DYNAMIC
            RECORD KEY IS master-serial
            FILE STATUS IS master-file-status.
        SELECT legacy-master-file
            ASSIGN TO DISK legacy-master-path
            ORGANIZATION IS INDEXED
            ACCESS MODE IS SEQUENTIAL
            RECORD KEY IS legacy-master-serial
            FILE STATUS IS legacy-master-file-status.
        SELECT consol-master-file
            ASSIGN TO DISK consol-master-path
            ORGANIZATION IS INDEXED
            ACCESS MODE IS SEQUENTIAL
            RECORD KEY IS consol-master-serial
            FILE STATUS IS consol-master-file-status.
        SELECT transfer-file
            ASSIGN TO DISK transfer-path
            ORGANIZATION IS LINE SEQUENTIAL
            ACCESS MODE IS SEQUENTIAL
            FILE STATUS IS transfer-file-status.
        SELECT consol-report-file
            ASSIGN TO DISK consol-report-path
            ORGANIZATION IS LINE SEQUENTIAL
            ACCESS MODE IS SEQUENTIAL.
        SELECT backup-file
            ASSIGN TO DISK backup-path
            ORGANIZATION IS LINE SEQUENTIAL
            ACCESS MODE IS SEQUENTIAL.
        COPY "site-params-sel.cpy".
        COPY "audit-log-sel.cpy".
        COPY "site-list-sel.cpy".

DATA DIVISION.
FILE SECTION.
    FD master-file.
        COPY "adapter-master-rec.cpy".
    *> The master as it was before the lifecycle fields were added, read
    *> only by convert to carry a site's existing master across.
    FD legacy-master-file.
        01 legacy-master-record.
            02 legacy-master-serial PIC X(12).
            02 legacy-master-joltage PIC 9(9).
            02 legacy-master-status PIC X.
    *> Each site's master in turn, read by consolidate.
    FD consol-master-file.
        COPY "adapter-master-rec.cpy" REPLACING LEADING ==master== BY ==consol-master==.
    FD transfer-file.
        COPY "transfer-rec.cpy".
    FD consol-report-file.
        01 consol-report-line PIC X(256).
    FD backup-file.
        01 backup-line PIC X(128).
    FD register-file.
        01 register-line PIC X(256).
    FD audit-report-file.
        01 audit-report-line PIC X(256).
    FD param-report-file.
        01 param-report-line PIC X(96).
    COPY "site-params-fd.cpy".
    COPY "audit-log-fd.cpy".
    COPY "site-list-fd.cpy".

WORKING-STORAGE SECTION.
    01 TAB-CHAR PIC X VALUE X'09'.
    01 master-path PIC X(128).
    01 master-file-status PIC XX.

    01 legacy-master-path PIC X(128).
    01 legacy-master-file-status PIC XX.
    01 backup-path PIC X(128).
    01 backup-file-status PIC XX.
    01 register-path PIC X(128).
    01 audit-report-path PIC X(128) VALUE "day10-master-audit.rpt".
    01 param-report-path PIC X(128) VALUE "mastutil-parameters.rpt".

    *> Company-wide consolidation: every unit on every site master named
    *> by the site list, reported by joltage and status, with any serial
    *> held by more than one site flagged as a conflict.
    01 consol-master-path PIC X(128).
    01 consol-master-file-status PIC XX.
    01 consol-report-path PIC X(128) VALUE "mastutil-consolidation.rpt".
    78 consol-table-max-length VALUE 500000.
    01 consol-table-length USAGE BINARY-C-LONG VALUE 0.
    01 consol-table.
        02 consol-entry
            OCCURS 0 TO consol-table-max-length TIMES DEPENDING ON consol-table-length
            INDEXED BY consol-i.
            03 consol-serial PIC X(12).
            03 consol-site PIC X(8).
            03 consol-joltage USAGE BINARY-C-LONG UNSIGNED.
            03 consol-status PIC X.
    *> One slot per site-list entry (site-list-max-length).
    01 consol-site-table.
        02 consol-site-entry OCCURS 100 TIMES.
            03 consol-site-units USAGE BINARY-C-LONG UNSIGNED.
            03 consol-site-in-service USAGE BINARY-C-LONG UNSIGNED.
            03 consol-site-spare USAGE BINARY-C-LONG UNSIGNED.
            03 consol-site-retired USAGE BINARY-C-LONG UNSIGNED.
    01 consol-data.
        02 consol-group-start USAGE BINARY-C-LONG VALUE 0.
        02 consol-group-end USAGE BINARY-C-LONG VALUE 0.
        02 consol-group-joltage USAGE BINARY-C-LONG UNSIGNED VALUE 0.
        02 consol-in-service-count USAGE BINARY-C-LONG UNSIGNED VALUE 0.
        02 consol-spare-count USAGE BINARY-C-LONG UNSIGNED VALUE 0.
        02 consol-retired-count USAGE BINARY-C-LONG UNSIGNED VALUE 0.
        02 consol-total-in-service USAGE BINARY-C-LONG UNSIGNED VALUE 0.
        02 consol-total-spare USAGE BINARY-C-LONG UNSIGNED VALUE 0.
        02 consol-total-retired USAGE BINARY-C-LONG UNSIGNED VALUE 0.
        02 consol-sites-read USAGE BINARY-C-LONG UNSIGNED VALUE 0.
        02 consol-sites-skipped USAGE BINARY-C-LONG UNSIGNED VALUE 0.
        02 consol-joltage-count USAGE BINARY-C-LONG UNSIGNED VALUE 0.
        02 consol-conflict-count USAGE BINARY-C-LONG UNSIGNED VALUE 0.
        02 consol-joltage-display PIC Z(8)9.
        02 consol-in-service-display PIC Z(8)9.
        02 consol-spare-display PIC Z(8)9.
        02 consol-retired-display PIC Z(8)9.
        02 consol-units-display PIC Z(8)9.
        02 consol-sites-display PIC Z(8)9.
        02 consol-skipped-display PIC Z(8)9.
        02 consol-joltages-display PIC Z(8)9.
        02 consol-conflicts-display PIC Z(8)9.
        02 consol-line-pointer USAGE BINARY-C-LONG UNSIGNED VALUE 1.

    *> Transfers between sites, appended by MASTINQ as each approved
    *> transfer posts (AOC2020_TRANSFER_REGISTER_PATH). Audit counts a
    *> serial that left or joined this site's master by transfer as
    *> accounted for, the same as one on the maintain register.
    01 transfer-default-path PIC X(128) VALUE "aoc2020-transfer-register.dat".
    01 transfer-path PIC X(128).
    01 transfer-file-status PIC XX.
    01 own-site-code PIC X(8).

    *> Site-configurable via DAY10-MAX-JOLTAGE, the same ceiling DAY10's
    *> maintain mode enforces; a backup or master record above it is a
    *> finding, not a valid unit.
            03 bkp-serial PIC X(12).
            03 bkp-joltage USAGE BINARY-C-LONG UNSIGNED.
            03 bkp-status PIC X.
            03 bkp-bin-location PIC X(8).
            03 bkp-vendor-code PIC X(8).
            03 bkp-in-service-date PIC 9(8).
            03 bkp-last-test-date PIC 9(8).

    *> Serials the day's maintain register shows as applied, used by audit
    *> to tell an expected master/backup difference from a silent one.
        02 bkp-serial-text PIC X(16).
        02 bkp-joltage-text PIC X(16).
        02 bkp-status-text PIC X(4).
        02 bkp-bin-text PIC X(16).
        02 bkp-vendor-text PIC X(16).
        02 bkp-in-service-text PIC X(16).
        02 bkp-last-test-text PIC X(16).
        02 bkp-in-service-value PIC 9(8).
        02 bkp-last-test-value PIC 9(8).
    01 date-check-fields.
        02 date-check-text PIC X(16).
        02 date-check-value PIC 9(8).
        02 date-check-valid-flag PIC X VALUE "Y".
            88 date-check-is-valid VALUE "Y".
            88 date-check-is-invalid VALUE "N".
    01 register-parse-fields.
        02 reg-marker-text PIC X(160).
        02 reg-tran-text PIC X(160).
    01 rejected-count-display PIC Z(8)9.
    01 joltage-display PIC Z(8)9.
    01 joltage-display-2 PIC Z(8)9.
    01 date-display PIC X(8).
    01 date-display-2 PIC X(8).
    01 lifecycle-change-text PIC X(128).
    01 lifecycle-change-pointer USAGE BINARY-C-LONG UNSIGNED VALUE 1.

    01 audit-data.
        02 audit-finding-count USAGE BINARY-C-LONG UNSIGNED VALUE 0.
        02 audit-in-register-flag PIC X VALUE "N".
            88 audit-in-register VALUE "Y".
            88 audit-not-in-register VALUE "N".
        02 register-lookup-serial PIC X(12).

    *> Whole-invocation totals for the end-of-job summary and the
    *> graduated condition code: 0 fully clean, 4 when any backup lines
    *> were rejected or any audit or consolidation findings were reported,
    *> 8 when a site master couldn't be read for consolidation, 12 for
    *> fatal aborts (which stop the run where they happen). The scheduler
    *> branches on these, same as DAY10.
    01 eoj-data.
        02 eoj-processed-count USAGE BINARY-C-LONG UNSIGNED VALUE 0.
        02 eoj-skipped-count USAGE BINARY-C-LONG UNSIGNED VALUE 0.
        02 eoj-reject-total USAGE BINARY-C-LONG UNSIGNED VALUE 0.
        02 eoj-processed-display PIC Z(8)9.
        02 eoj-skipped-display PIC Z(8)9.
        02 eoj-reject-display PIC Z(8)9.
        02 final-return-code USAGE BINARY-C-LONG UNSIGNED VALUE 0.
        02 final-return-code-display PIC Z(8)9.

    COPY "site-params-wrk.cpy".
    COPY "audit-log-wrk.cpy".
    COPY "site-list-wrk.cpy".

PROCEDURE DIVISION.
    MOVE "MASTUTIL" TO audit-log-program
    PERFORM init-audit-log-path
    PERFORM init-master-path
    PERFORM init-site-list-path
    PERFORM init-site-params-path
    PERFORM load-site-params
    PERFORM write-site-param-report
                    MOVE 0 TO audit-log-return-code
                    PERFORM write-audit-log-entry
                    PERFORM reload-master
                WHEN "convert"
                    DISPLAY 2 UPON ARGUMENT-NUMBER END-DISPLAY
                    ACCEPT legacy-master-path FROM ARGUMENT-VALUE END-ACCEPT
                    MOVE legacy-master-path TO audit-log-input-path
                    MOVE "START" TO audit-log-result
                    MOVE 0 TO audit-log-return-code
                    PERFORM write-audit-log-entry
                    PERFORM convert-master
                WHEN "consolidate"
                    DISPLAY 2 UPON ARGUMENT-NUMBER END-DISPLAY
                    ACCEPT site-list-path FROM ARGUMENT-VALUE END-ACCEPT
                    MOVE site-list-path TO audit-log-input-path
                    MOVE "START" TO audit-log-result
                    MOVE 0 TO audit-log-return-code
                    PERFORM write-audit-log-entry
                    PERFORM consolidate-masters
                WHEN OTHER
                    PERFORM print-usage
            END-EVALUATE
    IF eoj-reject-total IS GREATER THAN 0
        MOVE 4 TO final-return-code
    END-IF
    IF eoj-skipped-count IS GREATER THAN 0
        MOVE 8 TO final-return-code
    END-IF
    MOVE eoj-processed-count TO eoj-processed-display
    MOVE eoj-skipped-count TO eoj-skipped-display
    MOVE eoj-reject-total TO eoj-reject-display
    MOVE final-return-code TO final-return-code-display
    DISPLAY "End of job: files processed=" FUNCTION TRIM(eoj-processed-display)
        ", skipped=" FUNCTION TRIM(eoj-skipped-display)
        ", rejects/findings=" FUNCTION TRIM(eoj-reject-display)
        "; return code " FUNCTION TRIM(final-return-code-display) "."
    END-DISPLAY
    EVALUATE command-name
        WHEN "reload"
            MOVE backup-path TO audit-log-input-path
        WHEN "convert"
            MOVE legacy-master-path TO audit-log-input-path
        WHEN "consolidate"
            MOVE site-list-path TO audit-log-input-path
        WHEN OTHER
            MOVE master-path TO audit-log-input-path
    END-EVALUATE
    MOVE SPACES TO audit-log-result
    STRING "EOJ p=" FUNCTION TRIM(eoj-processed-display)
        " s=" FUNCTION TRIM(eoj-skipped-display)
        " r=" FUNCTION TRIM(eoj-reject-display)
        INTO audit-log-result
    END-STRING
        ON EXCEPTION
            MOVE master-default-path TO master-path
    END-ACCEPT
    ACCEPT transfer-path FROM ENVIRONMENT "AOC2020_TRANSFER_REGISTER_PATH"
        ON EXCEPTION
            MOVE transfer-default-path TO transfer-path
    END-ACCEPT
    .

apply-site-parameter.

unload-master.
    *> Copy every record of the indexed master, retired units included, to
    *> a flat sequential backup of
    *> "serial|joltage|status|bin|vendor|in-service|last-test" lines in key
    *> order, with a date that isn't on file left blank. The backup carries
    *> the whole file, so a reload reproduces the master exactly rather
    *> than a cleaned-up version of it.
    OPEN INPUT master-file
    IF master-file-status IS NOT EQUAL TO "00"
        PERFORM abort-master-open
        END-READ
        SET record-count UP BY 1
        MOVE master-joltage TO joltage-display
        MOVE SPACES TO date-display date-display-2
        IF master-in-service-date IS NOT EQUAL TO 0
            MOVE master-in-service-date TO date-display
        END-IF
        IF master-last-test-date IS NOT EQUAL TO 0
            MOVE master-last-test-date TO date-display-2
        END-IF
        MOVE SPACES TO backup-line
        STRING FUNCTION TRIM(master-serial) "|" FUNCTION TRIM(joltage-display) "|" master-status
            "|" FUNCTION TRIM(master-bin-location) "|" FUNCTION TRIM(master-vendor-code)
            "|" FUNCTION TRIM(date-display) "|" FUNCTION TRIM(date-display-2)
            INTO backup-line
        END-STRING
        WRITE backup-line
    END-PERFORM
    CLOSE backup-file
        MOVE FUNCTION TRIM(bkp-serial-text) TO master-serial
        COMPUTE master-joltage = FUNCTION NUMVAL(bkp-joltage-text) END-COMPUTE
        MOVE FUNCTION TRIM(bkp-status-text) TO master-status
        MOVE FUNCTION TRIM(bkp-bin-text) TO master-bin-location
        MOVE FUNCTION TRIM(bkp-vendor-text) TO master-vendor-code
        MOVE bkp-in-service-value TO master-in-service-date
        MOVE bkp-last-test-value TO master-last-test-date
        WRITE master-record
            INVALID KEY
                MOVE "duplicate serial" TO line-reject-reason
    .

validate-backup-line.
    *> A backup line is SERIAL|JOLTAGE|STATUS|BIN|VENDOR|IN-SERVICE|LAST-TEST,
    *> the same bounds DAY10's maintain mode enforces on a transaction: a
    *> whole-number joltage within the site ceiling, a status of I, S or R,
    *> bin and vendor codes of up to 8 characters, and dates that are blank
    *> or YYYYMMDD calendar dates. A backup taken before the lifecycle
    *> fields existed has only the first three, and reloads with them blank.
    SET line-is-valid TO TRUE
    MOVE SPACES TO line-reject-reason
    INITIALIZE backup-parse-fields
    UNSTRING backup-line DELIMITED BY "|"
        INTO bkp-serial-text bkp-joltage-text bkp-status-text
            bkp-bin-text bkp-vendor-text bkp-in-service-text bkp-last-test-text
    END-UNSTRING
    IF FUNCTION TRIM(bkp-serial-text) IS EQUAL TO SPACES
        MOVE "serial is blank" TO line-reject-reason
            END-IF
        END-IF
    END-IF
    IF line-is-valid
        PERFORM validate-backup-lifecycle
    END-IF
    .

validate-backup-lifecycle.
    IF FUNCTION LENGTH(FUNCTION TRIM(bkp-bin-text)) > 8
        MOVE "bin location is longer than 8 characters" TO line-reject-reason
        SET line-is-invalid TO TRUE
    END-IF
    IF line-is-valid AND FUNCTION LENGTH(FUNCTION TRIM(bkp-vendor-text)) > 8
        MOVE "vendor code is longer than 8 characters" TO line-reject-reason
        SET line-is-invalid TO TRUE
    END-IF
    IF line-is-valid
        MOVE bkp-in-service-text TO date-check-text
        PERFORM validate-date-text
        IF date-check-is-valid
            MOVE date-check-value TO bkp-in-service-value
        ELSE
            MOVE "in-service date is not a YYYYMMDD date" TO line-reject-reason
            SET line-is-invalid TO TRUE
        END-IF
    END-IF
    IF line-is-valid
        MOVE bkp-last-test-text TO date-check-text
        PERFORM validate-date-text
        IF date-check-is-valid
            MOVE date-check-value TO bkp-last-test-value
        ELSE
            MOVE "last-test date is not a YYYYMMDD date" TO line-reject-reason
            SET line-is-invalid TO TRUE
        END-IF
    END-IF
    .

validate-date-text.
    *> Blank is a date not on file (zero); anything else must be a real
    *> YYYYMMDD calendar date.
    SET date-check-is-valid TO TRUE
    MOVE 0 TO date-check-value
    MOVE FUNCTION TRIM(date-check-text) TO date-check-text
    IF date-check-text IS NOT EQUAL TO SPACES
        IF date-check-text(1:8) IS NOT NUMERIC
                OR date-check-text(9:8) IS NOT EQUAL TO SPACES
            SET date-check-is-invalid TO TRUE
        ELSE
            MOVE date-check-text(1:8) TO date-check-value
            IF FUNCTION TEST-DATE-YYYYMMDD(date-check-value) IS NOT EQUAL TO 0
                SET date-check-is-invalid TO TRUE
            END-IF
        END-IF
    END-IF
    .

convert-master.
    *> One-off carry-over of a site's master from the original
    *> serial/joltage/status layout: every record, retired units included,
    *> is copied to a master in the current layout with its lifecycle
    *> fields blank, ready for the stockroom to key bins, vendors and dates
    *> through maintain. The old file is renamed aside first and named
    *> here; converting onto itself would truncate the only copy.
    IF FUNCTION TRIM(legacy-master-path) IS EQUAL TO FUNCTION TRIM(master-path)
        DISPLAY "Old master " FUNCTION TRIM(legacy-master-path) " is the live master path; rename it aside before converting. Aborting." END-DISPLAY
        MOVE legacy-master-path TO audit-log-input-path
        MOVE "ERROR" TO audit-log-result
        MOVE 12 TO audit-log-return-code
        PERFORM write-audit-log-entry
        STOP RUN RETURNING 12
    END-IF
    OPEN INPUT legacy-master-file
    IF legacy-master-file-status IS NOT EQUAL TO "00"
        DISPLAY "Old master " FUNCTION TRIM(legacy-master-path) " could not be opened (status " legacy-master-file-status "); aborting." END-DISPLAY
        MOVE legacy-master-path TO audit-log-input-path
        MOVE "ERROR" TO audit-log-result
        MOVE 12 TO audit-log-return-code
        PERFORM write-audit-log-entry
        STOP RUN RETURNING 12
    END-IF
    OPEN OUTPUT master-file
    IF master-file-status IS NOT EQUAL TO "00"
        CLOSE legacy-master-file
        PERFORM abort-master-open
    END-IF
    INITIALIZE applied-count rejected-count ALL TO VALUE
    PERFORM UNTIL EXIT
        READ legacy-master-file NEXT
            AT END EXIT PERFORM
        END-READ
        INITIALIZE master-record
        MOVE legacy-master-serial TO master-serial
        MOVE legacy-master-joltage TO master-joltage
        MOVE legacy-master-status TO master-status
        WRITE master-record
            INVALID KEY
                SET rejected-count UP BY 1
                DISPLAY "Old master serial " FUNCTION TRIM(legacy-master-serial) " rejected (duplicate serial)" END-DISPLAY
            NOT INVALID KEY
                SET applied-count UP BY 1
        END-WRITE
    END-PERFORM
    CLOSE master-file
    CLOSE legacy-master-file
    MOVE applied-count TO applied-count-display
    MOVE rejected-count TO rejected-count-display
    DISPLAY FUNCTION TRIM(applied-count-display) " record(s) converted, " FUNCTION TRIM(rejected-count-display) " rejected, from " FUNCTION TRIM(legacy-master-path) " to " FUNCTION TRIM(master-path) "." END-DISPLAY
    SET eoj-processed-count UP BY 1
    SET eoj-reject-total UP BY rejected-count

    MOVE legacy-master-path TO audit-log-input-path
    MOVE SPACES TO audit-log-result
    STRING "converted=" FUNCTION TRIM(applied-count-display) " rejected=" FUNCTION TRIM(rejected-count-display) INTO audit-log-result END-STRING
    MOVE 0 TO audit-log-return-code
    PERFORM write-audit-log-entry
    .

audit-master.
    *> Verify the live master against its last backup and the day's
    *> maintain register, plus the transfer register for units that moved
    *> between sites. Three kinds of findings: records that fail the
    *> integrity rules (blank or out-of-sequence serials, joltages above
    *> the site ceiling, status codes outside I/S/R) in either file, lines
    *> of the backup that fail to parse, and master/backup differences
    INITIALIZE audit-data ALL TO VALUE
    PERFORM load-backup-table
    PERFORM load-register-serials
    PERFORM load-transfer-serials
    OPEN INPUT master-file
    IF master-file-status IS NOT EQUAL TO "00"
        PERFORM abort-master-open
            WHEN OTHER
                IF master-joltage IS NOT EQUAL TO bkp-joltage(backup-i)
                        OR master-status IS NOT EQUAL TO bkp-status(backup-i)
                        OR master-bin-location IS NOT EQUAL TO bkp-bin-location(backup-i)
                        OR master-vendor-code IS NOT EQUAL TO bkp-vendor-code(backup-i)
                        OR master-in-service-date IS NOT EQUAL TO bkp-in-service-date(backup-i)
                        OR master-last-test-date IS NOT EQUAL TO bkp-last-test-date(backup-i)
                    PERFORM report-changed-record
                END-IF
                SET backup-i UP BY 1

check-master-record.
    *> Integrity rules for the live file: serials present, unique and
    *> in key sequence, joltages within the site ceiling, status one of
    *> I/S/R, dates zero or real YYYYMMDD dates. An indexed read should
    *> never break the sequence rules on its own; when it does, the file
    *> itself is damaged, which is exactly what this audit is for.
    IF master-serial IS EQUAL TO SPACES
        MOVE "blank serial" TO line-reject-reason
        PERFORM write-master-finding
        MOVE "status is not I, S or R" TO line-reject-reason
        PERFORM write-master-finding
    END-IF
    IF master-in-service-date IS NOT NUMERIC
        MOVE "in-service date is not a valid date" TO line-reject-reason
        PERFORM write-master-finding
    ELSE
        IF master-in-service-date IS NOT EQUAL TO 0
                AND FUNCTION TEST-DATE-YYYYMMDD(master-in-service-date) IS NOT EQUAL TO 0
            MOVE "in-service date is not a valid date" TO line-reject-reason
            PERFORM write-master-finding
        END-IF
    END-IF
    IF master-last-test-date IS NOT NUMERIC
        MOVE "last-test date is not a valid date" TO line-reject-reason
        PERFORM write-master-finding
    ELSE
        IF master-last-test-date IS NOT EQUAL TO 0
                AND FUNCTION TEST-DATE-YYYYMMDD(master-last-test-date) IS NOT EQUAL TO 0
            MOVE "last-test date is not a valid date" TO line-reject-reason
            PERFORM write-master-finding
        END-IF
    END-IF
    .

write-master-finding.
        MOVE FUNCTION TRIM(bkp-serial-text) TO bkp-serial(backup-table-length)
        COMPUTE bkp-joltage(backup-table-length) = FUNCTION NUMVAL(bkp-joltage-text) END-COMPUTE
        MOVE FUNCTION TRIM(bkp-status-text) TO bkp-status(backup-table-length)
        MOVE FUNCTION TRIM(bkp-bin-text) TO bkp-bin-location(backup-table-length)
        MOVE FUNCTION TRIM(bkp-vendor-text) TO bkp-vendor-code(backup-table-length)
        MOVE bkp-in-service-value TO bkp-in-service-date(backup-table-length)
        MOVE bkp-last-test-value TO bkp-last-test-date(backup-table-length)
        MOVE bkp-serial(backup-table-length) TO previous-serial
    ELSE
        SET audit-finding-count UP BY 1

load-register-serials.
    *> Pull the serial off every APPLIED line of the day's maintain
    *> register ("Change n entered by X, approved by Y: APPLIED  ACTION|
    *> SERIAL|..."), so the merge pass can tell a difference the register
    *> accounts for from one it doesn't. Entered, rejected and declined
    *> register lines never touched the master, so only APPLIED lines
    *> count.
    MOVE 0 TO register-table-length
    OPEN INPUT register-file
    IF register-file-status IS NOT EQUAL TO "00"
    CLOSE register-file
    .

load-transfer-serials.
    *> Every transfer into or out of this site's master, found through
    *> the site list entry that names it. A site not on the list has no
    *> transfers, and a missing transfer register means none were made.
    PERFORM load-site-list
    MOVE master-path TO site-lookup-path
    PERFORM find-site-by-path
    IF site-lookup-hit
        MOVE site-code(site-list-i) TO own-site-code
        OPEN INPUT transfer-file
        IF transfer-file-status IS EQUAL TO "00"
            PERFORM UNTIL EXIT
                READ transfer-file
                    AT END EXIT PERFORM
                END-READ
                IF (xfer-from-site IS EQUAL TO own-site-code
                        OR xfer-to-site IS EQUAL TO own-site-code)
                        AND register-table-length < register-table-max-length
                    SET register-table-length UP BY 1
                    MOVE xfer-serial TO reg-serial(register-table-length)
                END-IF
            END-PERFORM
            CLOSE transfer-file
        END-IF
    END-IF
    .

check-serial-in-register.
    *> Looks up register-lookup-serial among the serials the register and
    *> the transfer register account for.
    SET audit-not-in-register TO TRUE
    PERFORM WITH TEST BEFORE VARYING register-i FROM 1 UNTIL register-i > register-table-length
        IF reg-serial(register-i) IS EQUAL TO register-lookup-serial
            SET audit-in-register TO TRUE
            EXIT PERFORM
        END-IF

report-added-record.
    SET audit-added-count UP BY 1
    MOVE master-serial TO register-lookup-serial
    PERFORM check-serial-in-register
    MOVE master-joltage TO joltage-display
    MOVE SPACES TO audit-report-line
    .

report-missing-record.
    *> Retirement rewrites a record in place; the only thing that removes
    *> one is a transfer out to another site, which MASTINQ deletes from
    *> this master. A serial on the backup but gone from the master is
    *> therefore unexplained unless the registers account for it.
    SET audit-missing-count UP BY 1
    MOVE bkp-serial(backup-i) TO register-lookup-serial
    PERFORM check-serial-in-register
    MOVE bkp-joltage(backup-i) TO joltage-display
    MOVE SPACES TO audit-report-line
    IF audit-in-register
        STRING "Missing from master:  " FUNCTION TRIM(bkp-serial(backup-i))
            "  joltage=" FUNCTION TRIM(joltage-display)
            "  status=" bkp-status(backup-i)
            "  (per register)"
            INTO audit-report-line
        END-STRING
    ELSE
        SET audit-unexplained-count UP BY 1
        STRING "Missing from master:  " FUNCTION TRIM(bkp-serial(backup-i))
            "  joltage=" FUNCTION TRIM(joltage-display)
            "  status=" bkp-status(backup-i)
            "  (NOT in register)"
            INTO audit-report-line
        END-STRING
    END-IF
    WRITE audit-report-line
    .

report-changed-record.
    SET audit-changed-count UP BY 1
    MOVE master-serial TO register-lookup-serial
    PERFORM check-serial-in-register
    PERFORM build-lifecycle-change-text
    MOVE bkp-joltage(backup-i) TO joltage-display
    MOVE master-joltage TO joltage-display-2
    MOVE SPACES TO audit-report-line
        STRING "Changed since backup: " FUNCTION TRIM(master-serial)
            "  joltage " FUNCTION TRIM(joltage-display) "->" FUNCTION TRIM(joltage-display-2)
            "  status " bkp-status(backup-i) "->" master-status
            lifecycle-change-text(1:lifecycle-change-pointer)
            " (per register)"
            INTO audit-report-line
        END-STRING
    ELSE
        STRING "Changed since backup: " FUNCTION TRIM(master-serial)
            "  joltage " FUNCTION TRIM(joltage-display) "->" FUNCTION TRIM(joltage-display-2)
            "  status " bkp-status(backup-i) "->" master-status
            lifecycle-change-text(1:lifecycle-change-pointer)
            " (NOT in register)"
            INTO audit-report-line
        END-STRING
    END-IF
    WRITE audit-report-line
    .

build-lifecycle-change-text.
    *> Only the lifecycle fields that actually differ are named, so the
    *> common joltage/status change reads the same as it always has.
    MOVE SPACES TO lifecycle-change-text
    MOVE 1 TO lifecycle-change-pointer
    IF master-bin-location IS NOT EQUAL TO bkp-bin-location(backup-i)
        STRING "  bin " FUNCTION TRIM(bkp-bin-location(backup-i)) "->" FUNCTION TRIM(master-bin-location)
            INTO lifecycle-change-text WITH POINTER lifecycle-change-pointer
        END-STRING
    END-IF
    IF master-vendor-code IS NOT EQUAL TO bkp-vendor-code(backup-i)
        STRING "  vendor " FUNCTION TRIM(bkp-vendor-code(backup-i)) "->" FUNCTION TRIM(master-vendor-code)
            INTO lifecycle-change-text WITH POINTER lifecycle-change-pointer
        END-STRING
    END-IF
    IF master-in-service-date IS NOT EQUAL TO bkp-in-service-date(backup-i)
        MOVE bkp-in-service-date(backup-i) TO date-display
        MOVE master-in-service-date TO date-display-2
        STRING "  in-service " date-display "->" date-display-2
            INTO lifecycle-change-text WITH POINTER lifecycle-change-pointer
        END-STRING
    END-IF
    IF master-last-test-date IS NOT EQUAL TO bkp-last-test-date(backup-i)
        MOVE bkp-last-test-date(backup-i) TO date-display
        MOVE master-last-test-date TO date-display-2
        STRING "  last-test " date-display "->" date-display-2
            INTO lifecycle-change-text WITH POINTER lifecycle-change-pointer
        END-STRING
    END-IF
    .

consolidate-masters.
    *> Read every site master on the list into one table, then report it
    *> twice over: by joltage for the company-wide stock position, and by
    *> serial for units more than one site claims. A conflicting serial is
    *> counted at every site holding it, since nothing says which of them
    *> is right. A site whose master can't be read is skipped and named on
    *> the report, and the run ends on 8 so head office knows the picture
    *> is incomplete.
    INITIALIZE consol-data consol-site-table ALL TO VALUE
    MOVE 0 TO consol-table-length
    PERFORM load-site-list
    IF site-list-absent OR site-list-length IS EQUAL TO 0
        DISPLAY "Site list " FUNCTION TRIM(site-list-path) " is missing or names no sites; aborting." END-DISPLAY
        MOVE site-list-path TO audit-log-input-path
        MOVE "ERROR" TO audit-log-result
        MOVE 12 TO audit-log-return-code
        PERFORM write-audit-log-entry
        STOP RUN RETURNING 12
    END-IF
    OPEN OUTPUT consol-report-file
    MOVE SPACES TO consol-report-line
    STRING "Company-wide adapter stock from the site masters on " FUNCTION TRIM(site-list-path)
        INTO consol-report-line
    END-STRING
    WRITE consol-report-line
    MOVE SPACES TO consol-report-line
    WRITE consol-report-line
    MOVE "Site     In-service      Spare    Retired      Units  Master" TO consol-report-line
    WRITE consol-report-line
    PERFORM WITH TEST BEFORE VARYING site-list-j FROM 1 UNTIL site-list-j > site-list-length
        PERFORM load-site-master
    END-PERFORM

    SORT consol-entry ON ASCENDING KEY consol-joltage
    MOVE SPACES TO consol-report-line
    WRITE consol-report-line
    MOVE "  Joltage In-service      Spare    Retired      Units" TO consol-report-line
    WRITE consol-report-line
    MOVE 1 TO consol-group-start
    PERFORM UNTIL consol-group-start > consol-table-length
        MOVE consol-joltage(consol-group-start) TO consol-group-joltage
        MOVE 0 TO consol-in-service-count consol-spare-count consol-retired-count
        PERFORM WITH TEST BEFORE VARYING consol-group-end FROM consol-group-start BY 1
                UNTIL consol-group-end > consol-table-length
                OR consol-joltage(consol-group-end) IS NOT EQUAL TO consol-group-joltage
            EVALUATE consol-status(consol-group-end)
                WHEN "I"
                    SET consol-in-service-count UP BY 1
                WHEN "S"
                    SET consol-spare-count UP BY 1
                WHEN OTHER
                    SET consol-retired-count UP BY 1
            END-EVALUATE
        END-PERFORM
        SET consol-joltage-count UP BY 1
        ADD consol-in-service-count TO consol-total-in-service
        ADD consol-spare-count TO consol-total-spare
        ADD consol-retired-count TO consol-total-retired
        PERFORM write-consol-joltage-line
        MOVE consol-group-end TO consol-group-start
    END-PERFORM
    MOVE consol-total-in-service TO consol-in-service-display
    MOVE consol-total-spare TO consol-spare-display
    MOVE consol-total-retired TO consol-retired-display
    MOVE consol-table-length TO consol-units-display
    MOVE SPACES TO consol-report-line
    STRING "    Total" consol-in-service-display "  " consol-spare-display "  " consol-retired-display "  " consol-units-display
        INTO consol-report-line
    END-STRING
    WRITE consol-report-line

    SORT consol-entry ON ASCENDING KEY consol-serial consol-site
    MOVE SPACES TO consol-report-line
    WRITE consol-report-line
    MOVE "Conflicts (serial on more than one site master):" TO consol-report-line
    WRITE consol-report-line
    MOVE 1 TO consol-group-start
    PERFORM UNTIL consol-group-start > consol-table-length
        PERFORM WITH TEST BEFORE VARYING consol-group-end FROM consol-group-start BY 1
                UNTIL consol-group-end > consol-table-length
                OR consol-serial(consol-group-end) IS NOT EQUAL TO consol-serial(consol-group-start)
            CONTINUE
        END-PERFORM
        IF consol-group-end - consol-group-start > 1
            PERFORM write-consol-conflict-line
        END-IF
        MOVE consol-group-end TO consol-group-start
    END-PERFORM
    IF consol-conflict-count IS EQUAL TO 0
        MOVE "  none" TO consol-report-line
        WRITE consol-report-line
    END-IF

    MOVE consol-sites-read TO consol-sites-display
    MOVE consol-sites-skipped TO consol-skipped-display
    MOVE consol-joltage-count TO consol-joltages-display
    MOVE consol-conflict-count TO consol-conflicts-display
    MOVE SPACES TO consol-report-line
    WRITE consol-report-line
    MOVE SPACES TO consol-report-line
    STRING "Totals: sites=" FUNCTION TRIM(consol-sites-display)
        " skipped=" FUNCTION TRIM(consol-skipped-display)
        " units=" FUNCTION TRIM(consol-units-display)
        " joltages=" FUNCTION TRIM(consol-joltages-display)
        " conflicts=" FUNCTION TRIM(consol-conflicts-display)
        INTO consol-report-line
    END-STRING
    WRITE consol-report-line
    CLOSE consol-report-file
    DISPLAY FUNCTION TRIM(consol-units-display) " unit(s) across " FUNCTION TRIM(consol-sites-display) " site(s), "
        FUNCTION TRIM(consol-conflicts-display) " conflict(s), " FUNCTION TRIM(consol-skipped-display)
        " site(s) skipped; see " FUNCTION TRIM(consol-report-path) "."
    END-DISPLAY

    *> Conflicts are findings, same as audit's, so they raise the code.
    SET eoj-reject-total UP BY consol-conflict-count
    MOVE site-list-path TO audit-log-input-path
    MOVE SPACES TO audit-log-result
    STRING "sites=" FUNCTION TRIM(consol-sites-display)
        " units=" FUNCTION TRIM(consol-units-display)
        " conflicts=" FUNCTION TRIM(consol-conflicts-display)
        INTO audit-log-result
    END-STRING
    MOVE 0 TO audit-log-return-code
    PERFORM write-audit-log-entry
    .

load-site-master.
    MOVE site-master-path(site-list-j) TO consol-master-path
    OPEN INPUT consol-master-file
    IF consol-master-file-status IS NOT EQUAL TO "00"
        SET consol-sites-skipped UP BY 1
        SET eoj-skipped-count UP BY 1
        DISPLAY "Site " FUNCTION TRIM(site-code(site-list-j)) " master " FUNCTION TRIM(consol-master-path) " could not be opened (status " consol-master-file-status "); skipped." END-DISPLAY
        MOVE SPACES TO consol-report-line
        STRING site-code(site-list-j) "  SKIPPED - master could not be opened (status " consol-master-file-status ")  " FUNCTION TRIM(consol-master-path)
            INTO consol-report-line
        END-STRING
        WRITE consol-report-line
    ELSE
        PERFORM UNTIL EXIT
            READ consol-master-file
                AT END EXIT PERFORM
            END-READ
            IF consol-table-length IS EQUAL TO consol-table-max-length
                DISPLAY "Site masters on " FUNCTION TRIM(site-list-path) " hold more than " consol-table-max-length " units; aborting." END-DISPLAY
                MOVE site-list-path TO audit-log-input-path
                MOVE "ERROR" TO audit-log-result
                MOVE 12 TO audit-log-return-code
                PERFORM write-audit-log-entry
                CLOSE consol-master-file
                CLOSE consol-report-file
                STOP RUN RETURNING 12
            END-IF
            SET consol-table-length UP BY 1
            MOVE consol-master-serial TO consol-serial(consol-table-length)
            MOVE site-code(site-list-j) TO consol-site(consol-table-length)
            MOVE consol-master-joltage TO consol-joltage(consol-table-length)
            MOVE consol-master-status TO consol-status(consol-table-length)
            SET consol-site-units(site-list-j) UP BY 1
            EVALUATE TRUE
                WHEN consol-master-in-service
                    SET consol-site-in-service(site-list-j) UP BY 1
                WHEN consol-master-spare
                    SET consol-site-spare(site-list-j) UP BY 1
                WHEN OTHER
                    SET consol-site-retired(site-list-j) UP BY 1
            END-EVALUATE
        END-PERFORM
        CLOSE consol-master-file
        SET consol-sites-read UP BY 1
        SET eoj-processed-count UP BY 1
        MOVE consol-site-in-service(site-list-j) TO consol-in-service-display
        MOVE consol-site-spare(site-list-j) TO consol-spare-display
        MOVE consol-site-retired(site-list-j) TO consol-retired-display
        MOVE consol-site-units(site-list-j) TO consol-units-display
        MOVE SPACES TO consol-report-line
        STRING site-code(site-list-j) "  " consol-in-service-display "  " consol-spare-display "  " consol-retired-display "  " consol-units-display
            "  " FUNCTION TRIM(consol-master-path)
            INTO consol-report-line
        END-STRING
        WRITE consol-report-line
    END-IF
    .

write-consol-joltage-line.
    MOVE consol-group-joltage TO consol-joltage-display
    MOVE consol-in-service-count TO consol-in-service-display
    MOVE consol-spare-count TO consol-spare-display
    MOVE consol-retired-count TO consol-retired-display
    COMPUTE consol-units-display = consol-in-service-count + consol-spare-count + consol-retired-count END-COMPUTE
    MOVE SPACES TO consol-report-line
    STRING consol-joltage-display "  " consol-in-service-display "  " consol-spare-display "  " consol-retired-display "  " consol-units-display
        INTO consol-report-line
    END-STRING
    WRITE consol-report-line
    .

write-consol-conflict-line.
    *> One line per conflicting serial, naming every site that holds it
    *> and the status each one has it under.
    SET consol-conflict-count UP BY 1
    MOVE SPACES TO consol-report-line
    MOVE 1 TO consol-line-pointer
    STRING "  " consol-serial(consol-group-start) "  held by"
        INTO consol-report-line WITH POINTER consol-line-pointer
    END-STRING
    PERFORM WITH TEST BEFORE VARYING consol-i FROM consol-group-start BY 1 UNTIL consol-i IS EQUAL TO consol-group-end
        STRING " " FUNCTION TRIM(consol-site(consol-i)) "(" consol-status(consol-i) ")"
            INTO consol-report-line WITH POINTER consol-line-pointer
        END-STRING
    END-PERFORM
    WRITE consol-report-line
    .

print-usage.
    DISPLAY "Invalid arguments." END-DISPLAY
    DISPLAY "Usage:" END-DISPLAY
    DISPLAY TAB-CHAR "./mastutil unload [backup_file]" END-DISPLAY
    DISPLAY TAB-CHAR "./mastutil reload [backup_file]" END-DISPLAY
    DISPLAY TAB-CHAR "./mastutil convert [old_master_file]" END-DISPLAY
    DISPLAY TAB-CHAR "./mastutil consolidate [site_list_file]" END-DISPLAY
    DISPLAY TAB-CHAR "./mastutil audit [backup_file] [register_file]" END-DISPLAY
    MOVE SPACES TO audit-log-input-path
    MOVE "ERROR" TO audit-log-result
    COPY "site-params-proc.cpy".

    COPY "audit-log-proc.cpy".

    COPY "site-list-proc.cpy".
