        SELECT control-file
            ASSIGN TO DISK control-path
            ORGANIZATION IS LINE SEQUENTIAL
            ACCESS MODE IS SEQUENTIAL
            FILE STATUS IS control-file-status.
        SELECT checkpoint-file
            ASSIGN TO DISK checkpoint-path
            ORGANIZATION IS LINE SEQUENTIAL
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
        SELECT transaction-file
            ASSIGN TO DISK transaction-path
            ORGANIZATION IS LINE SEQUENTIAL
            ASSIGN TO DISK coverage-report-path
            ORGANIZATION IS LINE SEQUENTIAL
            ACCESS MODE IS SEQUENTIAL.
        SELECT inspection-report-file
            ASSIGN TO DISK inspection-report-path
            ORGANIZATION IS LINE SEQUENTIAL
            ACCESS MODE IS SEQUENTIAL.
        SELECT catalog-file
            ASSIGN TO DISK catalog-path
            ORGANIZATION IS LINE SEQUENTIAL
            ACCESS MODE IS SEQUENTIAL
            FILE STATUS IS catalog-file-status.
        SELECT open-req-file
            ASSIGN TO DISK open-req-path
            ORGANIZATION IS LINE SEQUENTIAL
            ACCESS MODE IS SEQUENTIAL
            FILE STATUS IS open-req-file-status.
        SELECT requisition-file
            ASSIGN TO DISK requisition-path
            ORGANIZATION IS LINE SEQUENTIAL
            ACCESS MODE IS SEQUENTIAL.
        SELECT req-summary-file
            ASSIGN TO DISK req-summary-path
            ORGANIZATION IS LINE SEQUENTIAL
            ACCESS MODE IS SEQUENTIAL.
        COPY "site-params-sel.cpy".
        COPY "audit-log-sel.cpy".
        COPY "operator-auth-sel.cpy".
        COPY "site-list-sel.cpy".
        COPY "results-history-sel.cpy".

DATA DIVISION.
FILE SECTION.
    FD checkpoint-file.
        01 checkpoint-line PIC X(128).
    FD master-file.
        COPY "adapter-master-rec.cpy".
    FD pending-file.
        COPY "pending-change-rec.cpy".
    *> Another site's master, the destination of a transfer.
    FD dest-master-file.
        COPY "adapter-master-rec.cpy" REPLACING LEADING ==master== BY ==dest-master==.
    FD transaction-file.
        01 transaction-line PIC X(128).
    FD register-file.
        01 register-line PIC X(256).
    FD snapshot-file.
        01 snapshot-line PIC X(64).
    FD recon-report-file.
        01 pull-report-line PIC X(96).
    FD coverage-report-file.
        01 coverage-report-line PIC X(96).
    FD inspection-report-file.
        01 inspection-report-line PIC X(160).
    FD catalog-file.
        01 catalog-line PIC X(128).
    FD open-req-file.
        COPY "requisition-rec.cpy" REPLACING LEADING ==req== BY ==open-req==.
    FD requisition-file.
        COPY "requisition-rec.cpy".
    FD req-summary-file.
        01 req-summary-line PIC X(256).
    COPY "site-params-fd.cpy".
    COPY "audit-log-fd.cpy".
    COPY "operator-auth-fd.cpy".
    COPY "site-list-fd.cpy".
    COPY "results-history-fd.cpy".

WORKING-STORAGE SECTION.
    01 TAB-CHAR PIC X VALUE X'09'.
            VALUE 0.
        02 part1-current-difference USAGE BINARY-C-LONG UNSIGNED.

    *> Arrangement counts grow roughly geometrically with manifest size and
    *> pass 64 bits within a few dozen adapters, so part2 keeps every count
    *> as a multi-limb number: limb 1 holds the lowest 18 decimal digits,
    *> limb 2 the next 18, and so on. A manifest of n adapters can have at
    *> most 2**n arrangements, so part2-max-limbs covers the largest
    *> manifest load-input accepts (2**100000 is 30103 digits).
    *> Adapters sharing a joltage are processed as one group, so only the
    *> group totals for the three joltages just above the current one are
    *> ever needed: slots 1-3 are that window (slot 1 the lowest joltage),
    *> slot 4 the paths leaving the current group, slot 5 the running
    *> total from the outlet.
    78 part2-max-limbs VALUE 1700.
    78 part2-max-digits VALUE 30600.
    78 part2-limb-base VALUE 1000000000000000000.
    78 part2-window-slots VALUE 3.
    78 part2-slot-leaving VALUE 4.
    78 part2-slot-result VALUE 5.
    01 part2-data.
        02 part2-number OCCURS 5 TIMES.
            03 part2-number-joltage USAGE BINARY-C-LONG UNSIGNED.
            03 part2-number-limb-count USAGE BINARY-C-LONG UNSIGNED.
            03 part2-number-limb
                USAGE BINARY-C-LONG UNSIGNED
                OCCURS part2-max-limbs TIMES.
        02 part2-window-count USAGE BINARY-C-LONG UNSIGNED VALUE 0.
        02 part2-index USAGE BINARY-C-LONG VALUE 0.
        02 part2-group-size USAGE BINARY-C-LONG UNSIGNED VALUE 0.
        02 part2-group-joltage USAGE BINARY-C-LONG UNSIGNED VALUE 0.
        02 part2-slot USAGE BINARY-C-LONG UNSIGNED VALUE 0.
        02 part2-add-source USAGE BINARY-C-LONG UNSIGNED VALUE 0.
        02 part2-add-target USAGE BINARY-C-LONG UNSIGNED VALUE 0.
        02 part2-add-length USAGE BINARY-C-LONG UNSIGNED VALUE 0.
        02 part2-limb-i USAGE BINARY-C-LONG UNSIGNED VALUE 0.
        02 part2-limb-sum USAGE BINARY-C-LONG UNSIGNED VALUE 0.
        02 part2-carry USAGE BINARY-C-LONG UNSIGNED VALUE 0.
        02 part2-repeat USAGE BINARY-C-LONG UNSIGNED VALUE 0.
        02 part2-since-checkpoint USAGE BINARY-C-LONG UNSIGNED VALUE 0.
        02 part2-limb-display PIC 9(18).
        02 part2-top-limb-display PIC Z(17)9.
        02 part2-overflow-flag PIC X VALUE "N".
            88 part2-overflowed VALUE "Y".
            88 part2-in-range VALUE "N".

    *> output-result-text/-length carry the result exactly as printed, for
    *> results too long for the binary field; output-result itself is only
    *> meaningful while output-result-fits is set.
    01 output-data.
        02 output-result USAGE BINARY-C-LONG UNSIGNED.
        02 output-result-display PIC Z(31)9.
        02 output-result-length USAGE BINARY-C-LONG UNSIGNED VALUE 0.
        02 output-result-text PIC X(30600).
        02 output-result-fits-flag PIC X VALUE "Y".
            88 output-result-fits VALUE "Y".
            88 output-result-too-long VALUE "N".
        02 output-result-length-display PIC Z(8)9.

    *> Site-configurable via DAY10-CHECKPOINT-INTERVAL in the site
    *> parameter file.
    01 checkpoint-saved-length USAGE BINARY-C-LONG VALUE 0.
    01 checkpoint-saved-input-path PIC X(128).
    01 checkpoint-number-display PIC Z(31)9.
    01 checkpoint-field-1 PIC X(32).
    01 checkpoint-field-2 PIC X(32).
    01 checkpoint-field-3 PIC X(32).
    01 checkpoint-slot-display PIC Z(8)9.
    01 checkpoint-joltage-display PIC Z(8)9.
    01 checkpoint-limb-count-display PIC Z(8)9.
    01 checkpoint-valid-flag PIC X VALUE "Y".
        88 checkpoint-is-valid VALUE "Y".
        88 checkpoint-is-invalid VALUE "N".

    01 control-path PIC X(128).
    01 control-file-status PIC XX.
    01 batch-data.
        02 batch-part1-result USAGE BINARY-C-LONG UNSIGNED.
        02 batch-part1-result-display PIC Z(8)9.
        *> Wide enough for the manifest path, part1 and the longest exact
        *> part2 count.
        02 batch-result-line PIC X(30800).

    *> Anchored to a cwd-relative default so each stockroom site keeps its own
    *> master; ops can point every run at the shared copy via the
    01 transaction-path PIC X(128).
    01 transaction-file-status PIC XX.
    01 register-path PIC X(128) VALUE "day10-master-register.rpt".
    *> Maintain no longer posts to the master: each valid transaction is
    *> entered here as a pending change for a second operator to approve
    *> in MASTINQ. Kept beside the master, and redirected with it, via
    *> AOC2020_DAY10_PENDING_PATH.
    01 pending-default-path PIC X(128) VALUE "day10-pending-changes.dat".
    01 pending-path PIC X(128).
    01 pending-file-status PIC XX.
    01 pending-next-id PIC 9(9) VALUE 0.
    01 pending-id-display PIC Z(8)9.
    01 dest-master-path PIC X(128).
    01 dest-master-file-status PIC XX.
    01 maintain-data.
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
        02 entered-count USAGE BINARY-C-LONG UNSIGNED VALUE 0.
        02 entered-count-display PIC Z(8)9.
        02 rejected-count USAGE BINARY-C-LONG UNSIGNED VALUE 0.
        02 rejected-count-display PIC Z(8)9.
        02 master-joltage-display PIC Z(8)9.
            03 mast-status PIC X.
                88 mast-in-service VALUE "I".
                88 mast-spare VALUE "S".
            03 mast-bin-location PIC X(8).
            03 mast-vendor-code PIC X(8).
            03 mast-in-service-date PIC 9(8).
            03 mast-last-test-date PIC 9(8).

    01 pull-report-path PIC X(128) VALUE "day10-pull-list.rpt".
    01 pull-target-text PIC X(16).
        02 cov-range-min-display PIC Z(8)9.
        02 cov-range-max-display PIC Z(8)9.

    *> Requisition run: the bridging ranges diagnose finds in each manifest
    *> on a control file and the uncovered positions coverage finds on the
    *> master, matched to the vendor catalog (PART|JOLTAGE|UNIT-COST|
    *> LEAD-DAYS lines, AOC2020_DAY10_CATALOG_PATH) after netting off what
    *> is already on order (AOC2020_DAY10_OPEN_REQ_PATH). Purchasing loads
    *> the requisition file; the stockroom manager signs the summary.
    01 catalog-default-path PIC X(128) VALUE "day10-vendor-catalog.dat".
    01 catalog-path PIC X(128).
    01 catalog-file-status PIC XX.
    01 open-req-default-path PIC X(128) VALUE "day10-open-requisitions.dat".
    01 open-req-path PIC X(128).
    01 open-req-file-status PIC XX.
    01 requisition-path PIC X(128) VALUE "day10-requisitions.dat".
    01 req-summary-path PIC X(128) VALUE "day10-requisitions.rpt".
    78 catalog-max-length VALUE 5000.
    01 catalog-length USAGE BINARY-C-LONG VALUE 0.
    01 catalog-table.
        02 catalog-entry
            OCCURS 0 TO catalog-max-length TIMES DEPENDING ON catalog-length
            INDEXED BY catalog-i.
            03 cat-part-number PIC X(16).
            03 cat-joltage USAGE BINARY-C-LONG UNSIGNED.
            03 cat-unit-cost PIC 9(7)V99.
            03 cat-lead-days PIC 9(4).
    78 open-req-max-length VALUE 10000.
    01 open-req-length USAGE BINARY-C-LONG VALUE 0.
    01 open-req-table.
        02 open-req-entry
            OCCURS 0 TO open-req-max-length TIMES DEPENDING ON open-req-length
            INDEXED BY open-req-i.
            03 oreq-number PIC X(18).
            03 oreq-part-number PIC X(16).
            03 oreq-joltage USAGE BINARY-C-LONG UNSIGNED.
            03 oreq-remaining USAGE BINARY-C-LONG UNSIGNED.
    78 need-max-length VALUE 9999.
    01 need-length USAGE BINARY-C-LONG VALUE 0.
    01 need-table.
        02 need-entry
            OCCURS 0 TO need-max-length TIMES DEPENDING ON need-length
            INDEXED BY need-i.
            03 need-source-type PIC X(8).
            03 need-source-key PIC X(12).
            03 need-source-path PIC X(128).
            03 need-lower-joltage USAGE BINARY-C-LONG UNSIGNED.
            03 need-upper-joltage USAGE BINARY-C-LONG UNSIGNED.
            03 need-range-min USAGE BINARY-C-LONG UNSIGNED.
            03 need-range-max USAGE BINARY-C-LONG UNSIGNED.
            03 need-state PIC X.
                88 need-open VALUE "O".
                88 need-requisitioned VALUE "R".
                88 need-netted VALUE "N".
                88 need-unmatched VALUE "U".
                88 need-multi-adapter VALUE "W".
            03 need-match-index USAGE BINARY-C-LONG.
    01 requisition-data.
        02 req-work-type PIC X(8).
        02 req-work-key PIC X(12).
        02 req-work-path PIC X(128).
        02 req-work-lower USAGE BINARY-C-LONG UNSIGNED VALUE 0.
        02 req-work-upper USAGE BINARY-C-LONG UNSIGNED VALUE 0.
        02 req-run-date-value PIC 9(8).
        02 req-run-time-value PIC 9(8).
        02 req-line-count USAGE BINARY-C-LONG UNSIGNED VALUE 0.
        02 req-line-display PIC Z(8)9.
        02 req-line-count-text PIC 9(4).
        02 req-netted-count USAGE BINARY-C-LONG UNSIGNED VALUE 0.
        02 req-netted-display PIC Z(8)9.
        02 req-unmatched-count USAGE BINARY-C-LONG UNSIGNED VALUE 0.
        02 req-unmatched-display PIC Z(8)9.
        02 req-multi-count USAGE BINARY-C-LONG UNSIGNED VALUE 0.
        02 req-multi-display PIC Z(8)9.
        02 req-catalog-reject-count USAGE BINARY-C-LONG UNSIGNED VALUE 0.
        02 req-catalog-reject-display PIC Z(8)9.
        02 req-open-reject-count USAGE BINARY-C-LONG UNSIGNED VALUE 0.
        02 req-open-reject-display PIC Z(8)9.
        02 req-total-cost PIC 9(11)V99 VALUE 0.
        02 req-total-cost-display PIC Z(10)9.99.
        02 req-unit-cost-display PIC Z(6)9.99.
        02 req-extended-display PIC Z(8)9.99.
        02 req-joltage-display PIC Z(8)9.
        02 req-lead-display PIC Z(3)9.
        02 req-min-display PIC Z(8)9.
        02 req-max-display PIC Z(8)9.
        02 req-lower-display PIC Z(8)9.
        02 req-upper-display PIC Z(8)9.
        02 req-trace-text PIC X(200).
        02 req-best-index USAGE BINARY-C-LONG VALUE 0.
        02 req-catalog-line-number USAGE BINARY-C-LONG UNSIGNED VALUE 0.
        02 req-catalog-line-display PIC Z(8)9.
        02 req-open-line-number USAGE BINARY-C-LONG UNSIGNED VALUE 0.
        02 req-range-text PIC X(48).
        02 cat-part-text PIC X(32).
        02 cat-joltage-text PIC X(16).
        02 cat-cost-text PIC X(16).
        02 cat-lead-text PIC X(16).
        02 cat-line-valid-flag PIC X VALUE "Y".
            88 cat-line-is-valid VALUE "Y".
            88 cat-line-is-invalid VALUE "N".

    *> Site-configurable via DAY10-TEST-INTERVAL-DAYS and
    *> DAY10-SERVICE-AGE-DAYS in the site parameter file: how long an
    *> adapter may go between bench tests, and how long it may stay in
    *> service, before the inspection report lists it.
    01 inspection-test-interval-days USAGE BINARY-C-LONG UNSIGNED VALUE 365.
    01 inspection-service-age-days USAGE BINARY-C-LONG UNSIGNED VALUE 1825.
    78 inspection-days-limit VALUE 36500.
    01 inspection-report-path PIC X(128) VALUE "day10-inspection.rpt".
    01 inspection-data.
        02 insp-today PIC 9(8).
        02 insp-today-day USAGE BINARY-C-LONG SIGNED VALUE 0.
        02 insp-days-since-test USAGE BINARY-C-LONG SIGNED VALUE 0.
        02 insp-days-in-service USAGE BINARY-C-LONG SIGNED VALUE 0.
        02 insp-days-display PIC Z(8)9.
        02 insp-current-bin PIC X(8).
        02 insp-bin-text PIC X(8).
        02 insp-in-service-text PIC X(8).
        02 insp-last-test-text PIC X(8).
        02 insp-test-reason PIC X(32).
        02 insp-age-reason PIC X(32).
        02 insp-test-due-flag PIC X VALUE "N".
            88 insp-test-due VALUE "Y".
            88 insp-test-current VALUE "N".
        02 insp-age-due-flag PIC X VALUE "N".
            88 insp-age-due VALUE "Y".
            88 insp-age-current VALUE "N".
        02 insp-active-count USAGE BINARY-C-LONG UNSIGNED VALUE 0.
        02 insp-active-display PIC Z(8)9.
        02 insp-listed-count USAGE BINARY-C-LONG UNSIGNED VALUE 0.
        02 insp-listed-display PIC Z(8)9.
        02 insp-test-due-count USAGE BINARY-C-LONG UNSIGNED VALUE 0.
        02 insp-test-due-display PIC Z(8)9.
        02 insp-never-tested-count USAGE BINARY-C-LONG UNSIGNED VALUE 0.
        02 insp-never-tested-display PIC Z(8)9.
        02 insp-age-due-count USAGE BINARY-C-LONG UNSIGNED VALUE 0.
        02 insp-age-due-display PIC Z(8)9.
        02 insp-bin-count USAGE BINARY-C-LONG UNSIGNED VALUE 0.
        02 insp-bin-display PIC Z(8)9.
        02 insp-bin-listed-count USAGE BINARY-C-LONG UNSIGNED VALUE 0.
        02 insp-bin-listed-display PIC Z(8)9.
        02 insp-joltage-display PIC Z(8)9.
        02 insp-interval-display PIC Z(8)9.
        02 insp-age-limit-display PIC Z(8)9.

    01 test-data.
        02 test-all-passed PIC 9 VALUE 1.
        02 test-current-sample PIC X(32).
        02 test-current-part PIC X(32).
        02 test-answer-path PIC X(128).
        02 test-expected-result-text PIC X(32).

    01 param-report-path PIC X(128) VALUE "day10-parameters.rpt".

    *> Whole-invocation totals for the end-of-job summary and the graduated
    *> condition code: 0 fully clean, 4 when any input lines were rejected,
    *> 8 when any manifest was skipped or a result couldn't be reported
    *> exactly everywhere it goes, 12 for fatal aborts (which stop the run
    *> where they happen). The scheduler branches on these.
    01 eoj-data.
        02 eoj-processed-count USAGE BINARY-C-LONG UNSIGNED VALUE 0.
        02 eoj-skipped-count USAGE BINARY-C-LONG UNSIGNED VALUE 0.
        02 eoj-reject-total USAGE BINARY-C-LONG UNSIGNED VALUE 0.
        02 eoj-exception-count USAGE BINARY-C-LONG UNSIGNED VALUE 0.
        02 eoj-processed-display PIC Z(8)9.
        02 eoj-skipped-display PIC Z(8)9.
        02 eoj-reject-display PIC Z(8)9.
        02 eoj-exception-display PIC Z(8)9.
        02 final-return-code USAGE BINARY-C-LONG UNSIGNED VALUE 0.
        02 final-return-code-display PIC Z(8)9.

    COPY "site-params-wrk.cpy".
    COPY "audit-log-wrk.cpy".
    COPY "operator-auth-wrk.cpy".
    COPY "site-list-wrk.cpy".
    COPY "results-history-wrk.cpy".

PROCEDURE DIVISION.
    MOVE "DAY10" TO audit-log-program
    PERFORM init-audit-log-path
    MOVE "DAY10" TO results-history-program
    PERFORM init-results-history-path
    PERFORM init-site-params-path
    PERFORM load-site-params
    PERFORM write-site-param-report
                    PERFORM write-audit-log-entry
                    PERFORM load-master
                    PERFORM part1
                    MOVE master-path TO results-history-subject
                    PERFORM record-part1-history
                    PERFORM display-result
                    MOVE master-path TO audit-log-input-path
                    MOVE FUNCTION TRIM(output-result-display) TO audit-log-result
                    PERFORM write-audit-log-entry
                    PERFORM load-master
                    PERFORM part2
                    MOVE master-path TO results-history-subject
                    PERFORM record-part2-history
                    PERFORM display-result
                    MOVE master-path TO audit-log-input-path
                    PERFORM set-part2-audit-result
                    PERFORM write-audit-log-entry
                WHEN "coverage"
                    PERFORM init-master-path
                    MOVE 0 TO audit-log-return-code
                    PERFORM write-audit-log-entry
                    PERFORM coverage
                WHEN "inspection"
                    PERFORM init-master-path
                    MOVE master-path TO audit-log-input-path
                    MOVE "START" TO audit-log-result
                    MOVE 0 TO audit-log-return-code
                    PERFORM write-audit-log-entry
                    PERFORM inspection
                WHEN OTHER
                    PERFORM print-usage
            END-EVALUATE
                    PERFORM write-audit-log-entry
                    PERFORM load-input
                    PERFORM part1
                    MOVE input-path TO results-history-subject
                    PERFORM record-part1-history
                    PERFORM display-result
                    MOVE input-path TO audit-log-input-path
                    MOVE FUNCTION TRIM(output-result-display) TO audit-log-result
                    PERFORM write-audit-log-entry
                    PERFORM load-input
                    PERFORM part2
                    MOVE input-path TO results-history-subject
                    PERFORM record-part2-history
                    PERFORM display-result
                    MOVE input-path TO audit-log-input-path
                    PERFORM set-part2-audit-result
                    PERFORM write-audit-log-entry
                WHEN "batch"
                    DISPLAY 2 UPON ARGUMENT-NUMBER END-DISPLAY
                    PERFORM write-audit-log-entry
                    PERFORM load-input
                    PERFORM diagnose
                WHEN "requisition"
                    DISPLAY 2 UPON ARGUMENT-NUMBER END-DISPLAY
                    ACCEPT control-path FROM ARGUMENT-VALUE END-ACCEPT
                    PERFORM init-master-path
                    MOVE control-path TO audit-log-input-path
                    MOVE "START" TO audit-log-result
                    MOVE 0 TO audit-log-return-code
                    PERFORM write-audit-log-entry
                    PERFORM requisition
                WHEN "pull-list"
                    DISPLAY 2 UPON ARGUMENT-NUMBER END-DISPLAY
                    ACCEPT pull-target-text FROM ARGUMENT-VALUE END-ACCEPT
                WHEN OTHER
                    PERFORM print-usage
            END-EVALUATE
        WHEN 3
            DISPLAY 1 UPON ARGUMENT-NUMBER END-DISPLAY
            ACCEPT command-name FROM ARGUMENT-VALUE END-ACCEPT
            MOVE command-name TO audit-log-command
            IF command-name IS EQUAL TO "maintain"
                DISPLAY 2 UPON ARGUMENT-NUMBER END-DISPLAY
                ACCEPT transaction-path FROM ARGUMENT-VALUE END-ACCEPT
                DISPLAY 3 UPON ARGUMENT-NUMBER END-DISPLAY
                ACCEPT operator-id-text FROM ARGUMENT-VALUE END-ACCEPT
                PERFORM init-master-path
                MOVE transaction-path TO audit-log-input-path
                MOVE "START" TO audit-log-result
                MOVE 0 TO audit-log-return-code
                PERFORM write-audit-log-entry
                PERFORM maintain-master
            ELSE
                PERFORM print-usage
            END-IF
        WHEN OTHER
            PERFORM print-usage
    END-EVALUATE
        MOVE 4 TO final-return-code
    END-IF
    IF eoj-skipped-count IS GREATER THAN 0
            OR eoj-exception-count IS GREATER THAN 0
        MOVE 8 TO final-return-code
    END-IF
    MOVE eoj-processed-count TO eoj-processed-display
    MOVE eoj-skipped-count TO eoj-skipped-display
    MOVE eoj-reject-total TO eoj-reject-display
    MOVE eoj-exception-count TO eoj-exception-display
    MOVE final-return-code TO final-return-code-display
    DISPLAY "End of job: manifests processed=" FUNCTION TRIM(eoj-processed-display)
        ", skipped=" FUNCTION TRIM(eoj-skipped-display)
        ", rejects=" FUNCTION TRIM(eoj-reject-display)
        ", exceptions=" FUNCTION TRIM(eoj-exception-display)
        "; return code " FUNCTION TRIM(final-return-code-display) "."
    END-DISPLAY

    EVALUATE command-name
        WHEN "batch"
            MOVE control-path TO audit-log-input-path
        WHEN "requisition"
            MOVE control-path TO audit-log-input-path
        WHEN "maintain"
            MOVE transaction-path TO audit-log-input-path
        WHEN "part1-master"
            MOVE master-path TO audit-log-input-path
        WHEN "coverage"
            MOVE master-path TO audit-log-input-path
        WHEN "inspection"
            MOVE master-path TO audit-log-input-path
        WHEN "test"
            MOVE SPACES TO audit-log-input-path
        WHEN OTHER
    STRING "EOJ p=" FUNCTION TRIM(eoj-processed-display)
        " s=" FUNCTION TRIM(eoj-skipped-display)
        " r=" FUNCTION TRIM(eoj-reject-display)
        " x=" FUNCTION TRIM(eoj-exception-display)
        INTO audit-log-result
    END-STRING
    MOVE final-return-code TO audit-log-return-code

display-result.
    *> Display result left-justified, with no leading spaces.
    DISPLAY output-result-text(1:output-result-length) END-DISPLAY
    .

set-result-text.
    *> Results that fit the binary field (every part1 result) are printed
    *> from output-result-display like always.
    MOVE output-result TO output-result-display
    MOVE SPACES TO output-result-text
    MOVE FUNCTION TRIM(output-result-display) TO output-result-text
    COMPUTE output-result-length = FUNCTION LENGTH(FUNCTION TRIM(output-result-display)) END-COMPUTE
    SET output-result-fits TO TRUE
    .

set-part2-audit-result.
    *> The audit log's result column is narrower than the longest exact
    *> count; a count that won't fit is logged as an exception and fails
    *> the run with a nonzero condition code, rather than going into the
    *> compliance trail with its digits cut off.
    MOVE SPACES TO audit-log-result
    MOVE 0 TO audit-log-return-code
    IF part2-overflowed
        MOVE "OVERFLOW" TO audit-log-result
        MOVE 8 TO audit-log-return-code
    ELSE
        STRING output-result-text(1:output-result-length) INTO audit-log-result
            ON OVERFLOW
                PERFORM flag-part2-audit-overflow
        END-STRING
    END-IF
    .

flag-part2-audit-overflow.
    MOVE output-result-length TO output-result-length-display
    DISPLAY "Part2 result for " FUNCTION TRIM(input-path) " is " FUNCTION TRIM(output-result-length-display) " digits, too long for the audit log; flagged as an exception." END-DISPLAY
    MOVE SPACES TO audit-log-result
    STRING "EXCEPTION p2 " FUNCTION TRIM(output-result-length-display) " digits" INTO audit-log-result END-STRING
    MOVE 8 TO audit-log-return-code
    SET eoj-exception-count UP BY 1
    .

batch.
            *> move on to the next manifest in the control file rather than
            *> running part1/part2 against a truncated table.
            IF input-load-ok
                MOVE input-path TO results-history-subject
                PERFORM part1
                MOVE output-result TO batch-part1-result
                PERFORM record-part1-history
                PERFORM part2
                PERFORM record-part2-history
                PERFORM display-batch-result
            END-IF
        END-IF
    .

display-batch-result.
    *> part2's exact count is still in output-result-text, part2 being the
    *> last pass batch runs over the manifest.
    MOVE batch-part1-result TO batch-part1-result-display
    MOVE SPACES TO batch-result-line
    STRING FUNCTION TRIM(input-path) TAB-CHAR "part1=" FUNCTION TRIM(batch-part1-result-display) TAB-CHAR "part2=" output-result-text(1:output-result-length) INTO batch-result-line END-STRING
    DISPLAY FUNCTION TRIM(batch-result-line) END-DISPLAY

    *> One audit-log entry per manifest processed by this batch, so the
    MOVE input-path TO audit-log-input-path
    MOVE "batch" TO audit-log-command
    MOVE SPACES TO audit-log-result
    MOVE 0 TO audit-log-return-code
    IF part2-overflowed
        STRING "p1=" FUNCTION TRIM(batch-part1-result-display) " p2=OVERFLOW" INTO audit-log-result END-STRING
        MOVE 8 TO audit-log-return-code
    ELSE
        STRING "p1=" FUNCTION TRIM(batch-part1-result-display) " p2=" output-result-text(1:output-result-length) INTO audit-log-result
            ON OVERFLOW
                PERFORM flag-part2-audit-overflow
                MOVE SPACES TO audit-log-result
                STRING "p1=" FUNCTION TRIM(batch-part1-result-display) " p2=EXCEPTION" INTO audit-log-result END-STRING
        END-STRING
    END-IF
    PERFORM write-audit-log-entry
    .

record-part1-history.
    *> The night's difference distribution and part1 result for the
    *> manifest or master in results-history-subject; test runs over the
    *> sample data don't come through here and so stay out of the history.
    MOVE command-name TO results-history-command
    SET results-history-manifest TO TRUE
    MOVE "jolt-diff-1" TO results-history-figure
    MOVE part1-difference-counts(1) TO results-history-count
    PERFORM write-results-history-count
    MOVE "jolt-diff-2" TO results-history-figure
    MOVE part1-difference-counts(2) TO results-history-count
    PERFORM write-results-history-count
    MOVE "jolt-diff-3" TO results-history-figure
    MOVE part1-difference-counts(3) TO results-history-count
    PERFORM write-results-history-count
    MOVE "part1-result" TO results-history-figure
    MOVE output-result TO results-history-count
    PERFORM write-results-history-count
    .

record-part2-history.
    *> The exact count goes in as printed; one past the binary range has no
    *> count to record and goes in as an overflow.
    MOVE command-name TO results-history-command
    SET results-history-manifest TO TRUE
    MOVE "part2-count" TO results-history-figure
    IF part2-overflowed
        PERFORM write-results-history-overflow
    ELSE
        MOVE SPACES TO results-history-leading
        MOVE output-result-length TO results-history-digit-count
        IF output-result-length > 18
            MOVE output-result-text(1:18) TO results-history-leading
        ELSE
            MOVE output-result-text(1:output-result-length) TO results-history-leading
        END-IF
        PERFORM write-results-history-digits
    END-IF
    .

apply-site-parameter.
    EVALUATE FUNCTION TRIM(site-param-name)
        WHEN "DAY10-MAX-JOLTAGE"
                PERFORM reject-site-param-line
            END-IF
            MOVE site-param-value TO checkpoint-interval
        WHEN "DAY10-TEST-INTERVAL-DAYS"
            IF site-param-value < 1 OR site-param-value > inspection-days-limit
                PERFORM reject-site-param-line
            END-IF
            MOVE site-param-value TO inspection-test-interval-days
        WHEN "DAY10-SERVICE-AGE-DAYS"
            IF site-param-value < 1 OR site-param-value > inspection-days-limit
                PERFORM reject-site-param-line
            END-IF
            MOVE site-param-value TO inspection-service-age-days
        WHEN OTHER
            *> A name this program doesn't recognize belongs to one of the
            *> other programs sharing the site parameter file.
    MOVE SPACES TO param-report-line
    STRING "DAY10-CHECKPOINT-INTERVAL=" FUNCTION TRIM(site-param-value-display) INTO param-report-line END-STRING
    WRITE param-report-line
    MOVE inspection-test-interval-days TO site-param-value-display
    MOVE SPACES TO param-report-line
    STRING "DAY10-TEST-INTERVAL-DAYS=" FUNCTION TRIM(site-param-value-display) INTO param-report-line END-STRING
    WRITE param-report-line
    MOVE inspection-service-age-days TO site-param-value-display
    MOVE SPACES TO param-report-line
    STRING "DAY10-SERVICE-AGE-DAYS=" FUNCTION TRIM(site-param-value-display) INTO param-report-line END-STRING
    WRITE param-report-line
    CLOSE param-report-file
    .

        ON EXCEPTION
            MOVE master-default-path TO master-path
    END-ACCEPT
    ACCEPT pending-path FROM ENVIRONMENT "AOC2020_DAY10_PENDING_PATH"
        ON EXCEPTION
            MOVE pending-default-path TO pending-path
    END-ACCEPT
    .

load-master.
    .

maintain-master.
    *> Check add/update/retire transactions against the adapter master, one
    *> per line, and enter each valid one as a pending change under the
    *> operator running the job; nothing touches the master until a second
    *> authorized operator approves the change in MASTINQ. The register
    *> lists every line as entered or rejected. The master is created empty
    *> on first use so a new site doesn't need a seed file, and so is the
    *> pending-change file.
    INITIALIZE maintain-data ALL TO VALUE
    PERFORM init-operator-auth-path
    PERFORM init-operator-id
    PERFORM load-operator-authority
    PERFORM set-operator-authority
    PERFORM init-site-list-path
    PERFORM load-site-list
    IF operator-cannot-enter
        DISPLAY "Operator " FUNCTION TRIM(operator-id) " is not authorized to enter master changes in " FUNCTION TRIM(operator-auth-path) "; aborting." END-DISPLAY
        MOVE transaction-path TO audit-log-input-path
        MOVE "ERROR" TO audit-log-result
        MOVE 12 TO audit-log-return-code
        PERFORM write-audit-log-entry
        STOP RUN RETURNING 12
    END-IF
    OPEN INPUT master-file
    IF master-file-status IS EQUAL TO "35"
        OPEN OUTPUT master-file
        CLOSE master-file
        OPEN INPUT master-file
    END-IF
    IF master-file-status IS NOT EQUAL TO "00"
        DISPLAY "Adapter master " FUNCTION TRIM(master-path) " could not be opened (status " master-file-status "); aborting." END-DISPLAY
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
    PERFORM find-next-change-id
    PERFORM find-own-site
    OPEN INPUT transaction-file
    IF transaction-file-status IS NOT EQUAL TO "00"
        DISPLAY "Transaction file " FUNCTION TRIM(transaction-path) " could not be opened (status " transaction-file-status "); aborting." END-DISPLAY
        MOVE "ERROR" TO audit-log-result
        MOVE 12 TO audit-log-return-code
        PERFORM write-audit-log-entry
        CLOSE pending-file
        CLOSE master-file
        STOP RUN RETURNING 12
    END-IF
        END-IF
    END-PERFORM
    CLOSE transaction-file
    MOVE entered-count TO entered-count-display
    MOVE rejected-count TO rejected-count-display
    MOVE SPACES TO register-line
    STRING "Entered: " FUNCTION TRIM(entered-count-display) "  Rejected: " FUNCTION TRIM(rejected-count-display)
        "  Operator: " FUNCTION TRIM(operator-id) INTO register-line
    END-STRING
    WRITE register-line
    CLOSE register-file
    CLOSE pending-file
    CLOSE master-file
    DISPLAY FUNCTION TRIM(entered-count-display) " transaction(s) entered for approval, " FUNCTION TRIM(rejected-count-display) " rejected; see " FUNCTION TRIM(register-path) "." END-DISPLAY

    *> Rejected maintenance transactions count toward the graduated
    *> condition code the same way rejected manifest lines do, so a register
    SET eoj-processed-count UP BY 1
    SET eoj-reject-total UP BY rejected-count

    MOVE command-name TO audit-log-command
    MOVE transaction-path TO audit-log-input-path
    MOVE SPACES TO audit-log-result
    STRING "entered=" FUNCTION TRIM(entered-count-display) " rejected=" FUNCTION TRIM(rejected-count-display) INTO audit-log-result END-STRING
    MOVE 0 TO audit-log-return-code
    PERFORM write-audit-log-entry
    .

find-next-change-id.
    *> Change numbers run on from the highest already on file, so a number
    *> in the register always names exactly one pending change.
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

apply-transaction.
    *> A transaction line is
    *> ACTION|SERIAL|JOLTAGE|STATUS|BIN|VENDOR|IN-SERVICE-DATE|LAST-TEST-DATE,
    *> pipe-delimited, with the lifecycle fields after STATUS optional (so a
    *> line in the original four-field layout is still a valid transaction):
    *>   A  add a new adapter (joltage required; status I or S, default I;
    *>      an in-service adapter with no in-service date went in today)
    *>   U  update an existing adapter's joltage, status and/or lifecycle
    *>      fields; a blank field is left as it is on file
    *>   R  retire an existing adapter
    *>   T  transfer an adapter to another site: T|SERIAL|SITE, where SITE
    *>      is the destination's code on the site list
    *> Bin and vendor are codes of up to 8 characters; dates are YYYYMMDD.
    SET tran-is-valid TO TRUE
    MOVE SPACES TO tran-reject-reason
    INITIALIZE tran-action tran-serial tran-joltage-text tran-status-text
        tran-bin-text tran-vendor-text tran-in-service-text tran-last-test-text
        tran-in-service-date tran-last-test-date
    ACCEPT tran-today FROM DATE YYYYMMDD END-ACCEPT
    UNSTRING transaction-line DELIMITED BY "|"
        INTO tran-action tran-serial tran-joltage-text tran-status-text
            tran-bin-text tran-vendor-text tran-in-service-text tran-last-test-text
    END-UNSTRING
    *> Normalize the serial before it ever reaches the record key, so a
    *> stray space in the punched transaction can't mint a second key for
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
    IF tran-is-valid
        PERFORM enter-pending-change
    END-IF
    IF tran-is-valid
        SET entered-count UP BY 1
    ELSE
        SET rejected-count UP BY 1
    END-IF
    PERFORM write-register-line
    PERFORM write-entry-audit-entry
    .

enter-pending-change.
    INITIALIZE pending-change-record
    MOVE pending-next-id TO pend-change-id
    SET pend-awaiting TO TRUE
    MOVE FUNCTION TRIM(transaction-line) TO pend-transaction
    MOVE operator-id TO pend-entered-by
    ACCEPT pend-entered-date FROM DATE YYYYMMDD END-ACCEPT
    ACCEPT pend-entered-time FROM TIME END-ACCEPT
    WRITE pending-change-record
        INVALID KEY
            MOVE "pending-change file rejected the entry" TO tran-reject-reason
            SET tran-is-invalid TO TRUE
        NOT INVALID KEY
            ADD 1 TO pending-next-id
    END-WRITE
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
            INVALID KEY
                CONTINUE
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
            INVALID KEY
                MOVE "serial not on file" TO tran-reject-reason
                SET tran-is-invalid TO TRUE
        END-READ
    END-IF
    .
            IF master-retired
                MOVE "serial already retired" TO tran-reject-reason
                SET tran-is-invalid TO TRUE
            END-IF
    END-READ
    .

apply-transfer-transaction.
    *> Maintain only enters a transfer, so this checks both ends of it
    *> without writing either: the unit is live at this site, the
    *> destination is another site on the list, and the destination's
    *> master doesn't already hold the serial. MASTINQ moves the unit when
    *> the transfer is approved, and checks all of this again then.
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
        *> A destination with no master yet gets one when the transfer is
        *> posted, same as any new site's first maintain run.
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
    .

find-own-site.
    *> This run's site is the site-list entry naming this master.
    MOVE SPACES TO tran-from-site
    MOVE master-path TO site-lookup-path
    PERFORM find-site-by-path
    IF site-lookup-hit
        MOVE site-code(site-list-i) TO tran-from-site
    END-IF
    .

write-register-line.
    MOVE tran-line-number TO tran-line-number-display
    MOVE SPACES TO register-line
    IF tran-is-valid
        MOVE pend-change-id TO pending-id-display
        STRING "Line " FUNCTION TRIM(tran-line-number-display) ": ENTERED  " FUNCTION TRIM(transaction-line)
            " (change " FUNCTION TRIM(pending-id-display) ", entered by " FUNCTION TRIM(operator-id) ")"
            INTO register-line
        END-STRING
    ELSE
        STRING "Line " FUNCTION TRIM(tran-line-number-display) ": REJECTED " FUNCTION TRIM(transaction-line)
            " (" FUNCTION TRIM(tran-reject-reason) "; entered by " FUNCTION TRIM(operator-id) ")"
            INTO register-line
        END-STRING
    END-IF
    WRITE register-line
    .

write-entry-audit-entry.
    *> One audit-log entry per transaction, entered or rejected, with the
    *> entering operator in the command column and the change number in
    *> the result, so the trail ties each master change to both of the
    *> people behind it once MASTINQ logs the decision.
    MOVE SPACES TO audit-log-command
    STRING "enter " FUNCTION TRIM(operator-id) INTO audit-log-command END-STRING
    MOVE transaction-path TO audit-log-input-path
    MOVE SPACES TO audit-log-result
    IF tran-is-valid
        MOVE pend-change-id TO pending-id-display
        STRING "#" FUNCTION TRIM(pending-id-display) " " FUNCTION TRIM(tran-action) " " FUNCTION TRIM(tran-serial) INTO audit-log-result END-STRING
    ELSE
        STRING "rejected " FUNCTION TRIM(tran-action) " " FUNCTION TRIM(tran-serial) INTO audit-log-result END-STRING
    END-IF
    MOVE 0 TO audit-log-return-code
    PERFORM write-audit-log-entry
    .

reconcile.
    *> Compare tonight's manifest against the prior night's saved copy of the
    *> same manifest and write a delta report next to the other per-manifest
    STRING "add=" FUNCTION TRIM(recon-count-display) " rem=" FUNCTION TRIM(recon-count-display-2) " chg=" FUNCTION TRIM(recon-total-display) INTO audit-log-result END-STRING
    MOVE 0 TO audit-log-return-code
    PERFORM write-audit-log-entry

    MOVE command-name TO results-history-command
    SET results-history-manifest TO TRUE
    MOVE input-path TO results-history-subject
    MOVE "recon-added" TO results-history-figure
    MOVE recon-added-count TO results-history-count
    PERFORM write-results-history-count
    MOVE "recon-removed" TO results-history-figure
    MOVE recon-removed-count TO results-history-count
    PERFORM write-results-history-count
    MOVE "recon-changed" TO results-history-figure
    MOVE recon-changed-count TO results-history-count
    PERFORM write-results-history-count
    .

build-current-counts.
    .

load-master-records.
    *> Fill the master table from every active record in the
    *> adapter master - in-service and spare alike. load-master keeps only
    *> the in-service joltages part1/part2 analyze; the modes that name
    *> physical adapters need the serial and status too, so the stockroom
            MOVE master-serial TO mast-serial(master-table-length)
            MOVE master-joltage TO mast-joltage(master-table-length)
            MOVE master-status TO mast-status(master-table-length)
            MOVE master-bin-location TO mast-bin-location(master-table-length)
            MOVE master-vendor-code TO mast-vendor-code(master-table-length)
            MOVE master-in-service-date TO mast-in-service-date(master-table-length)
            MOVE master-last-test-date TO mast-last-test-date(master-table-length)
        END-IF
    END-PERFORM
    CLOSE master-file
    END-STRING
    MOVE 0 TO audit-log-return-code
    PERFORM write-audit-log-entry

    MOVE command-name TO results-history-command
    SET results-history-manifest TO TRUE
    MOVE master-path TO results-history-subject
    MOVE "uncovered" TO results-history-figure
    MOVE cov-uncovered-count TO results-history-count
    PERFORM write-results-history-count
    .

classify-one-adapter.
    WRITE coverage-report-line
    .

requisition.
    *> Turn the night's shortage findings into a purchase requisition. Every
    *> bridgeable gap diagnose would report in the manifests listed on the
    *> control file, and every uncovered in-service unit coverage would
    *> report on the master, becomes one need for a single adapter rated in
    *> the range that finding calls for. A need already met by an open
    *> requisition is netted off; the rest are priced from the vendor
    *> catalog (cheapest part in range, then shortest lead time) and
    *> written to the requisition file, with the finding each line traces
    *> back to. Gaps too wide for one adapter, and ranges the catalog can't
    *> supply, are listed for the manager instead and count as findings.
    INITIALIZE requisition-data ALL TO VALUE
    MOVE 0 TO need-length
    PERFORM init-requisition-paths
    PERFORM load-vendor-catalog
    PERFORM load-open-requisitions

    OPEN INPUT control-file
    IF control-file-status IS NOT EQUAL TO "00"
        DISPLAY "Control file " FUNCTION TRIM(control-path) " could not be opened (status " control-file-status "); aborting." END-DISPLAY
        MOVE control-path TO audit-log-input-path
        MOVE "ERROR" TO audit-log-result
        MOVE 12 TO audit-log-return-code
        PERFORM write-audit-log-entry
        STOP RUN RETURNING 12
    END-IF
    SET batch-mode-active TO TRUE
    PERFORM UNTIL EXIT
        READ control-file
            AT END EXIT PERFORM
        END-READ
        IF FUNCTION TRIM(control-file-line) IS NOT EQUAL TO SPACES
            MOVE control-file-line TO input-path
            PERFORM load-input
            IF input-load-ok
                PERFORM collect-manifest-gaps
            END-IF
        END-IF
    END-PERFORM
    CLOSE control-file
    SET batch-mode-inactive TO TRUE
    PERFORM collect-coverage-needs

    PERFORM WITH TEST BEFORE VARYING need-i FROM 1 UNTIL need-i > need-length
        PERFORM match-one-need
    END-PERFORM

    ACCEPT req-run-date-value FROM DATE YYYYMMDD END-ACCEPT
    ACCEPT req-run-time-value FROM TIME END-ACCEPT
    OPEN OUTPUT requisition-file
    OPEN EXTEND open-req-file
    IF open-req-file-status IS EQUAL TO "35"
        OPEN OUTPUT open-req-file
    END-IF
    PERFORM WITH TEST BEFORE VARYING need-i FROM 1 UNTIL need-i > need-length
        IF need-requisitioned(need-i)
            PERFORM write-requisition-line
        END-IF
    END-PERFORM
    CLOSE open-req-file
    CLOSE requisition-file
    PERFORM write-requisition-summary

    SET eoj-reject-total UP BY req-unmatched-count
    SET eoj-reject-total UP BY req-multi-count
    SET eoj-reject-total UP BY req-catalog-reject-count
    SET eoj-reject-total UP BY req-open-reject-count
    MOVE req-line-count TO req-line-display
    MOVE req-netted-count TO req-netted-display
    MOVE req-unmatched-count TO req-unmatched-display
    MOVE req-multi-count TO req-multi-display
    DISPLAY FUNCTION TRIM(req-line-display) " requisition line(s) written to " FUNCTION TRIM(requisition-path) "; see " FUNCTION TRIM(req-summary-path) "." END-DISPLAY

    MOVE control-path TO audit-log-input-path
    MOVE SPACES TO audit-log-result
    STRING "lines=" FUNCTION TRIM(req-line-display)
        " netted=" FUNCTION TRIM(req-netted-display)
        " unmatched=" FUNCTION TRIM(req-unmatched-display)
        INTO audit-log-result
    END-STRING
    MOVE 0 TO audit-log-return-code
    PERFORM write-audit-log-entry
    .

init-requisition-paths.
    ACCEPT catalog-path FROM ENVIRONMENT "AOC2020_DAY10_CATALOG_PATH"
        ON EXCEPTION
            MOVE catalog-default-path TO catalog-path
    END-ACCEPT
    ACCEPT open-req-path FROM ENVIRONMENT "AOC2020_DAY10_OPEN_REQ_PATH"
        ON EXCEPTION
            MOVE open-req-default-path TO open-req-path
    END-ACCEPT
    .

load-vendor-catalog.
    *> Nothing can be priced without the catalog, so a missing one refuses
    *> the run. A malformed line is reported and left out; the rest of the
    *> catalog still prices the requisition.
    MOVE 0 TO catalog-length
    OPEN INPUT catalog-file
    IF catalog-file-status IS NOT EQUAL TO "00"
        DISPLAY "Vendor catalog " FUNCTION TRIM(catalog-path) " could not be opened (status " catalog-file-status "); aborting." END-DISPLAY
        MOVE catalog-path TO audit-log-input-path
        MOVE "ERROR" TO audit-log-result
        MOVE 12 TO audit-log-return-code
        PERFORM write-audit-log-entry
        STOP RUN RETURNING 12
    END-IF
    PERFORM UNTIL EXIT
        READ catalog-file
            AT END EXIT PERFORM
        END-READ
        SET req-catalog-line-number UP BY 1
        IF FUNCTION TRIM(catalog-line) IS NOT EQUAL TO SPACES
                AND catalog-line(1:1) IS NOT EQUAL TO "*"
            PERFORM parse-catalog-line
        END-IF
    END-PERFORM
    CLOSE catalog-file
    .

parse-catalog-line.
    MOVE SPACES TO cat-part-text cat-joltage-text cat-cost-text cat-lead-text
    UNSTRING catalog-line DELIMITED BY "|"
        INTO cat-part-text cat-joltage-text cat-cost-text cat-lead-text
    END-UNSTRING
    MOVE FUNCTION TRIM(cat-part-text) TO cat-part-text
    SET cat-line-is-valid TO TRUE
    IF cat-part-text IS EQUAL TO SPACES
            OR cat-part-text(17:) IS NOT EQUAL TO SPACES
            OR FUNCTION TEST-NUMVAL(cat-joltage-text) IS NOT EQUAL TO 0
            OR FUNCTION TEST-NUMVAL(cat-cost-text) IS NOT EQUAL TO 0
            OR FUNCTION TEST-NUMVAL(cat-lead-text) IS NOT EQUAL TO 0
        SET cat-line-is-invalid TO TRUE
    ELSE
        *> Whole jolts and days, and a cost in cents that fits the
        *> requisition layout's unit-cost field.
        IF FUNCTION NUMVAL(cat-joltage-text) < 1
                OR FUNCTION NUMVAL(cat-joltage-text) > input-data-max-joltage
                OR FUNCTION NUMVAL(cat-joltage-text) IS NOT EQUAL TO FUNCTION INTEGER(FUNCTION NUMVAL(cat-joltage-text))
                OR FUNCTION NUMVAL(cat-cost-text) < 0
                OR FUNCTION NUMVAL(cat-cost-text) > 9999999.99
                OR FUNCTION NUMVAL(cat-cost-text) * 100 IS NOT EQUAL TO FUNCTION INTEGER(FUNCTION NUMVAL(cat-cost-text) * 100)
                OR FUNCTION NUMVAL(cat-lead-text) < 0
                OR FUNCTION NUMVAL(cat-lead-text) > 9999
                OR FUNCTION NUMVAL(cat-lead-text) IS NOT EQUAL TO FUNCTION INTEGER(FUNCTION NUMVAL(cat-lead-text))
            SET cat-line-is-invalid TO TRUE
        END-IF
    END-IF
    IF cat-line-is-valid
            AND catalog-length IS EQUAL TO catalog-max-length
        DISPLAY "Vendor catalog " FUNCTION TRIM(catalog-path) " has more than " catalog-max-length " parts; aborting." END-DISPLAY
        MOVE catalog-path TO audit-log-input-path
        MOVE "ERROR" TO audit-log-result
        MOVE 12 TO audit-log-return-code
        PERFORM write-audit-log-entry
        CLOSE catalog-file
        STOP RUN RETURNING 12
    END-IF
    IF cat-line-is-invalid
        SET req-catalog-reject-count UP BY 1
        MOVE req-catalog-line-number TO req-catalog-line-display
        DISPLAY "Vendor catalog " FUNCTION TRIM(catalog-path) " line " FUNCTION TRIM(req-catalog-line-display) " is malformed: '" FUNCTION TRIM(catalog-line) "'; part left out." END-DISPLAY
    ELSE
        SET catalog-length UP BY 1
        MOVE cat-part-text TO cat-part-number(catalog-length)
        COMPUTE cat-joltage(catalog-length) = FUNCTION NUMVAL(cat-joltage-text) END-COMPUTE
        COMPUTE cat-unit-cost(catalog-length) = FUNCTION NUMVAL(cat-cost-text) END-COMPUTE
        COMPUTE cat-lead-days(catalog-length) = FUNCTION NUMVAL(cat-lead-text) END-COMPUTE
    END-IF
    .

load-open-requisitions.
    *> What is already on order, in the layout this run writes. No file yet
    *> just means nothing is on order. A line that doesn't hold a rated
    *> joltage and quantity can't be netted against and is reported.
    MOVE 0 TO open-req-length
    MOVE 0 TO req-open-line-number
    OPEN INPUT open-req-file
    IF open-req-file-status IS EQUAL TO "00"
        PERFORM UNTIL EXIT
            READ open-req-file
                AT END EXIT PERFORM
            END-READ
            SET req-open-line-number UP BY 1
            IF open-req-rated-joltage IS NOT NUMERIC
                    OR open-req-quantity IS NOT NUMERIC
                    OR open-req-part-number IS EQUAL TO SPACES
                SET req-open-reject-count UP BY 1
                MOVE req-open-line-number TO req-catalog-line-display
                DISPLAY "Open requisitions " FUNCTION TRIM(open-req-path) " line " FUNCTION TRIM(req-catalog-line-display) " is malformed; not netted." END-DISPLAY
            ELSE
                IF open-req-quantity IS GREATER THAN 0
                    IF open-req-length IS EQUAL TO open-req-max-length
                        DISPLAY "Open requisitions " FUNCTION TRIM(open-req-path) " has more than " open-req-max-length " lines; aborting." END-DISPLAY
                        MOVE open-req-path TO audit-log-input-path
                        MOVE "ERROR" TO audit-log-result
                        MOVE 12 TO audit-log-return-code
                        PERFORM write-audit-log-entry
                        CLOSE open-req-file
                        STOP RUN RETURNING 12
                    END-IF
                    SET open-req-length UP BY 1
                    MOVE open-req-number TO oreq-number(open-req-length)
                    MOVE open-req-part-number TO oreq-part-number(open-req-length)
                    MOVE open-req-rated-joltage TO oreq-joltage(open-req-length)
                    MOVE open-req-quantity TO oreq-remaining(open-req-length)
                END-IF
            END-IF
        END-PERFORM
        CLOSE open-req-file
    ELSE
        IF open-req-file-status IS NOT EQUAL TO "35"
            DISPLAY "Open requisitions " FUNCTION TRIM(open-req-path) " could not be opened (status " open-req-file-status "); aborting." END-DISPLAY
            MOVE open-req-path TO audit-log-input-path
            MOVE "ERROR" TO audit-log-result
            MOVE 12 TO audit-log-return-code
            PERFORM write-audit-log-entry
            STOP RUN RETURNING 12
        END-IF
    END-IF
    .

collect-manifest-gaps.
    *> The same walk diagnose makes over the sorted manifest, outlet gap
    *> included, keyed on the sorted position of the adapter below the gap.
    SORT input-entry ON ASCENDING KEY input-entry
    MOVE "MANIFEST" TO req-work-type
    MOVE input-path TO req-work-path
    IF input-data-length > 0
        IF input-entry(1) > 3
            MOVE 0 TO req-work-lower gap-lower-position
            MOVE input-entry(1) TO req-work-upper
            PERFORM record-manifest-need
        END-IF
        PERFORM WITH TEST BEFORE VARYING input-i FROM 2 UNTIL input-i > input-data-length
            IF input-entry(input-i) - input-entry(input-i - 1) > 3
                MOVE input-entry(input-i - 1) TO req-work-lower
                MOVE input-entry(input-i) TO req-work-upper
                COMPUTE gap-lower-position = input-i - 1 END-COMPUTE
                PERFORM record-manifest-need
            END-IF
        END-PERFORM
    END-IF
    .

record-manifest-need.
    MOVE gap-lower-position TO gap-lower-position-display
    MOVE FUNCTION TRIM(gap-lower-position-display) TO req-work-key
    PERFORM record-need
    .

collect-coverage-needs.
    *> The same per-unit analysis coverage makes over the master: an
    *> in-service unit whose loss opens a break that neither re-chaining
    *> nor a spare on file closes, keyed on its serial.
    INITIALIZE coverage-data ALL TO VALUE
    PERFORM load-master-records
    SORT master-entry ON ASCENDING KEY mast-joltage
    PERFORM WITH TEST BEFORE VARYING master-i FROM 1 UNTIL master-i > master-table-length
        IF mast-in-service(master-i)
            COMPUTE cov-device-joltage = mast-joltage(master-i) + 3 END-COMPUTE
        END-IF
    END-PERFORM
    MOVE "MASTER" TO req-work-type
    MOVE master-path TO req-work-path
    PERFORM WITH TEST BEFORE VARYING master-i FROM 1 UNTIL master-i > master-table-length
        IF mast-in-service(master-i)
            PERFORM find-coverage-neighbors
            PERFORM find-covering-spare
            IF cov-spare-index IS EQUAL TO 0
                    AND cov-next-joltage - cov-prev-joltage > 3
                MOVE mast-serial(master-i) TO req-work-key
                MOVE cov-prev-joltage TO req-work-lower
                MOVE cov-next-joltage TO req-work-upper
                PERFORM record-need
            END-IF
        END-IF
    END-PERFORM
    SET eoj-processed-count UP BY 1
    .

record-need.
    *> One adapter bridges lower and upper when rated within 3 jolts of
    *> both: [upper - 3, lower + 3]. Anything wider than 6 jolts needs at
    *> least two, which is a design question for the manager, not a line
    *> for purchasing.
    IF need-length IS EQUAL TO need-max-length
        DISPLAY "More than " need-max-length " shortages found; aborting." END-DISPLAY
        MOVE control-path TO audit-log-input-path
        MOVE "ERROR" TO audit-log-result
        MOVE 12 TO audit-log-return-code
        PERFORM write-audit-log-entry
        STOP RUN RETURNING 12
    END-IF
    SET need-length UP BY 1
    MOVE req-work-type TO need-source-type(need-length)
    MOVE req-work-key TO need-source-key(need-length)
    MOVE req-work-path TO need-source-path(need-length)
    MOVE req-work-lower TO need-lower-joltage(need-length)
    MOVE req-work-upper TO need-upper-joltage(need-length)
    MOVE 0 TO need-match-index(need-length)
    IF req-work-upper - req-work-lower > 6
        MOVE 0 TO need-range-min(need-length) need-range-max(need-length)
        SET need-multi-adapter(need-length) TO TRUE
    ELSE
        COMPUTE need-range-min(need-length) = req-work-upper - 3 END-COMPUTE
        COMPUTE need-range-max(need-length) = req-work-lower + 3 END-COMPUTE
        SET need-open(need-length) TO TRUE
    END-IF
    .

match-one-need.
    *> An open requisition line for a rating in range covers the need, one
    *> unit per need, before anything new is ordered.
    IF need-multi-adapter(need-i)
        SET req-multi-count UP BY 1
    ELSE
        PERFORM WITH TEST BEFORE VARYING open-req-i FROM 1 UNTIL open-req-i > open-req-length
            IF oreq-remaining(open-req-i) > 0
                    AND oreq-joltage(open-req-i) >= need-range-min(need-i)
                    AND oreq-joltage(open-req-i) <= need-range-max(need-i)
                SET oreq-remaining(open-req-i) DOWN BY 1
                SET need-match-index(need-i) TO open-req-i
                SET need-netted(need-i) TO TRUE
                SET req-netted-count UP BY 1
                EXIT PERFORM
            END-IF
        END-PERFORM
    END-IF
    IF need-open(need-i)
        MOVE 0 TO req-best-index
        PERFORM WITH TEST BEFORE VARYING catalog-i FROM 1 UNTIL catalog-i > catalog-length
            IF cat-joltage(catalog-i) >= need-range-min(need-i)
                    AND cat-joltage(catalog-i) <= need-range-max(need-i)
                IF req-best-index IS EQUAL TO 0
                    SET req-best-index TO catalog-i
                ELSE
                    IF cat-unit-cost(catalog-i) < cat-unit-cost(req-best-index)
                            OR (cat-unit-cost(catalog-i) = cat-unit-cost(req-best-index)
                                AND cat-lead-days(catalog-i) < cat-lead-days(req-best-index))
                        SET req-best-index TO catalog-i
                    END-IF
                END-IF
            END-IF
        END-PERFORM
        IF req-best-index IS EQUAL TO 0
            SET need-unmatched(need-i) TO TRUE
            SET req-unmatched-count UP BY 1
        ELSE
            MOVE req-best-index TO need-match-index(need-i)
            SET need-requisitioned(need-i) TO TRUE
        END-IF
    END-IF
    .

write-requisition-line.
    SET req-line-count UP BY 1
    SET catalog-i TO need-match-index(need-i)
    INITIALIZE req-record
    MOVE req-run-date-value TO req-run-date
    MOVE req-run-time-value(1:6) TO req-run-time
    MOVE req-line-count TO req-line-number
    MOVE cat-part-number(catalog-i) TO req-part-number
    MOVE cat-joltage(catalog-i) TO req-rated-joltage
    MOVE 1 TO req-quantity
    MOVE cat-unit-cost(catalog-i) TO req-unit-cost
    COMPUTE req-extended-cost = req-unit-cost * req-quantity END-COMPUTE
    MOVE cat-lead-days(catalog-i) TO req-lead-days
    MOVE need-source-type(need-i) TO req-source-type
    MOVE need-source-key(need-i) TO req-source-key
    MOVE need-range-min(need-i) TO req-range-min
    MOVE need-range-max(need-i) TO req-range-max
    MOVE need-source-path(need-i) TO req-source-path
    ADD req-extended-cost TO req-total-cost
    WRITE req-record
    MOVE req-record TO open-req-record
    WRITE open-req-record
    .

build-need-trace-text.
    MOVE need-lower-joltage(need-i) TO req-lower-display
    MOVE need-upper-joltage(need-i) TO req-upper-display
    MOVE need-range-min(need-i) TO req-min-display
    MOVE need-range-max(need-i) TO req-max-display
    MOVE SPACES TO req-range-text
    IF need-multi-adapter(need-i)
        CONTINUE
    ELSE
        STRING ", rating " FUNCTION TRIM(req-min-display)
            " to " FUNCTION TRIM(req-max-display)
            INTO req-range-text
        END-STRING
    END-IF
    MOVE SPACES TO req-trace-text
    IF need-source-type(need-i) IS EQUAL TO "MANIFEST"
        STRING "MANIFEST " FUNCTION TRIM(need-source-path(need-i))
            " position " FUNCTION TRIM(need-source-key(need-i))
            ", gap " FUNCTION TRIM(req-lower-display)
            " to " FUNCTION TRIM(req-upper-display) " jolts"
            req-range-text DELIMITED BY "  "
            INTO req-trace-text
        END-STRING
    ELSE
        STRING "MASTER " FUNCTION TRIM(need-source-path(need-i))
            " serial " FUNCTION TRIM(need-source-key(need-i))
            ", uncovered between " FUNCTION TRIM(req-lower-display)
            " and " FUNCTION TRIM(req-upper-display) " jolts"
            req-range-text DELIMITED BY "  "
            INTO req-trace-text
        END-STRING
    END-IF
    .

write-requisition-summary.
    *> The priced summary the stockroom manager signs: what is being
    *> ordered and why, what is already on order, and what purchasing
    *> can't be asked for.
    OPEN OUTPUT req-summary-file
    MOVE SPACES TO req-summary-line
    STRING "Purchase requisition " req-run-date-value " " req-run-time-value(1:6)
        INTO req-summary-line
    END-STRING
    WRITE req-summary-line
    MOVE SPACES TO req-summary-line
    STRING "  Manifests:         " FUNCTION TRIM(control-path) INTO req-summary-line END-STRING
    WRITE req-summary-line
    MOVE SPACES TO req-summary-line
    STRING "  Adapter master:    " FUNCTION TRIM(master-path) INTO req-summary-line END-STRING
    WRITE req-summary-line
    MOVE SPACES TO req-summary-line
    STRING "  Vendor catalog:    " FUNCTION TRIM(catalog-path) INTO req-summary-line END-STRING
    WRITE req-summary-line
    MOVE SPACES TO req-summary-line
    STRING "  Open requisitions: " FUNCTION TRIM(open-req-path) INTO req-summary-line END-STRING
    WRITE req-summary-line

    MOVE SPACES TO req-summary-line
    WRITE req-summary-line
    MOVE "Requisitioned:" TO req-summary-line
    WRITE req-summary-line
    MOVE "  Req number         Part               Joltage  Qty  Unit cost     Extended Lead" TO req-summary-line
    WRITE req-summary-line
    MOVE 0 TO req-line-count
    PERFORM WITH TEST BEFORE VARYING need-i FROM 1 UNTIL need-i > need-length
        IF need-requisitioned(need-i)
            PERFORM write-requisitioned-summary-line
        END-IF
    END-PERFORM
    IF req-line-count IS EQUAL TO 0
        MOVE "  Nothing to order." TO req-summary-line
        WRITE req-summary-line
    END-IF

    MOVE SPACES TO req-summary-line
    WRITE req-summary-line
    MOVE "Already on order:" TO req-summary-line
    WRITE req-summary-line
    IF req-netted-count IS EQUAL TO 0
        MOVE "  None." TO req-summary-line
        WRITE req-summary-line
    END-IF
    PERFORM WITH TEST BEFORE VARYING need-i FROM 1 UNTIL need-i > need-length
        IF need-netted(need-i)
            PERFORM build-need-trace-text
            SET open-req-i TO need-match-index(need-i)
            MOVE oreq-joltage(open-req-i) TO req-joltage-display
            MOVE SPACES TO req-summary-line
            STRING "  " oreq-number(open-req-i) " " oreq-part-number(open-req-i)
                " rated " FUNCTION TRIM(req-joltage-display)
                " for " FUNCTION TRIM(req-trace-text)
                INTO req-summary-line
            END-STRING
            WRITE req-summary-line
        END-IF
    END-PERFORM

    MOVE SPACES TO req-summary-line
    WRITE req-summary-line
    MOVE "Not requisitioned:" TO req-summary-line
    WRITE req-summary-line
    IF req-unmatched-count + req-multi-count IS EQUAL TO 0
        MOVE "  None." TO req-summary-line
        WRITE req-summary-line
    END-IF
    PERFORM WITH TEST BEFORE VARYING need-i FROM 1 UNTIL need-i > need-length
        IF need-unmatched(need-i) OR need-multi-adapter(need-i)
            PERFORM build-need-trace-text
            MOVE SPACES TO req-summary-line
            IF need-unmatched(need-i)
                STRING "  NO CATALOG PART IN RANGE: " FUNCTION TRIM(req-trace-text)
                    INTO req-summary-line
                END-STRING
            ELSE
                STRING "  NEEDS TWO OR MORE:        " FUNCTION TRIM(req-trace-text)
                    INTO req-summary-line
                END-STRING
            END-IF
            WRITE req-summary-line
        END-IF
    END-PERFORM

    MOVE SPACES TO req-summary-line
    WRITE req-summary-line
    MOVE req-line-count TO req-line-display
    MOVE req-netted-count TO req-netted-display
    MOVE req-unmatched-count TO req-unmatched-display
    MOVE req-multi-count TO req-multi-display
    MOVE req-total-cost TO req-total-cost-display
    MOVE SPACES TO req-summary-line
    STRING "Totals: lines=" FUNCTION TRIM(req-line-display)
        " cost=" FUNCTION TRIM(req-total-cost-display)
        " netted=" FUNCTION TRIM(req-netted-display)
        " unmatched=" FUNCTION TRIM(req-unmatched-display)
        " multi-adapter=" FUNCTION TRIM(req-multi-display)
        INTO req-summary-line
    END-STRING
    WRITE req-summary-line
    IF req-catalog-reject-count + req-open-reject-count > 0
        MOVE req-catalog-reject-count TO req-catalog-reject-display
        MOVE req-open-reject-count TO req-open-reject-display
        MOVE SPACES TO req-summary-line
        STRING "Malformed lines left out: catalog=" FUNCTION TRIM(req-catalog-reject-display)
            " open-requisitions=" FUNCTION TRIM(req-open-reject-display)
            INTO req-summary-line
        END-STRING
        WRITE req-summary-line
    END-IF
    MOVE SPACES TO req-summary-line
    WRITE req-summary-line
    MOVE "Approved for purchase: ______________________________   Date: ____________" TO req-summary-line
    WRITE req-summary-line
    CLOSE req-summary-file
    .

write-requisitioned-summary-line.
    SET req-line-count UP BY 1
    SET catalog-i TO need-match-index(need-i)
    MOVE cat-joltage(catalog-i) TO req-joltage-display
    MOVE cat-unit-cost(catalog-i) TO req-unit-cost-display
    MOVE cat-unit-cost(catalog-i) TO req-extended-display
    MOVE cat-lead-days(catalog-i) TO req-lead-display
    MOVE req-line-count TO req-line-count-text
    MOVE SPACES TO req-summary-line
    STRING "  " req-run-date-value req-run-time-value(1:6)
        req-line-count-text
        " " cat-part-number(catalog-i)
        " " req-joltage-display "    1 " req-unit-cost-display
        " " req-extended-display " " req-lead-display
        INTO req-summary-line
    END-STRING
    WRITE req-summary-line
    PERFORM build-need-trace-text
    MOVE SPACES TO req-summary-line
    STRING "      for " FUNCTION TRIM(req-trace-text) INTO req-summary-line END-STRING
    WRITE req-summary-line
    .

inspection.
    *> Pull sheet for the weekly inspection crew: every in-service and spare
    *> adapter that is overdue for its bench test (never tested, or last
    *> tested more than DAY10-TEST-INTERVAL-DAYS ago) or has been in service
    *> longer than DAY10-SERVICE-AGE-DAYS, grouped by bin so the crew works
    *> the stockroom one shelf at a time. An in-service date that isn't on
    *> file can't age a unit; a unit with no test on file is always due.
    INITIALIZE inspection-data ALL TO VALUE
    ACCEPT insp-today FROM DATE YYYYMMDD END-ACCEPT
    COMPUTE insp-today-day = FUNCTION INTEGER-OF-DATE(insp-today) END-COMPUTE
    PERFORM load-master-records
    SORT master-entry ON ASCENDING KEY mast-bin-location mast-serial

    OPEN OUTPUT inspection-report-file
    MOVE inspection-test-interval-days TO insp-interval-display
    MOVE inspection-service-age-days TO insp-age-limit-display
    MOVE SPACES TO inspection-report-line
    STRING "Inspection due / service age report for " FUNCTION TRIM(master-path)
        " as of " insp-today
        INTO inspection-report-line
    END-STRING
    WRITE inspection-report-line
    MOVE SPACES TO inspection-report-line
    STRING "Test interval " FUNCTION TRIM(insp-interval-display)
        " days, service age limit " FUNCTION TRIM(insp-age-limit-display) " days"
        INTO inspection-report-line
    END-STRING
    WRITE inspection-report-line

    MOVE HIGH-VALUES TO insp-current-bin
    PERFORM WITH TEST BEFORE VARYING master-i FROM 1 UNTIL master-i > master-table-length
        SET insp-active-count UP BY 1
        PERFORM classify-inspection-adapter
        IF insp-test-due OR insp-age-due
            IF mast-bin-location(master-i) IS NOT EQUAL TO insp-current-bin
                PERFORM write-inspection-bin-total
                PERFORM write-inspection-bin-header
            END-IF
            PERFORM write-inspection-line
        END-IF
    END-PERFORM
    PERFORM write-inspection-bin-total

    MOVE insp-active-count TO insp-active-display
    MOVE insp-listed-count TO insp-listed-display
    MOVE insp-test-due-count TO insp-test-due-display
    MOVE insp-never-tested-count TO insp-never-tested-display
    MOVE insp-age-due-count TO insp-age-due-display
    MOVE insp-bin-count TO insp-bin-display
    MOVE SPACES TO inspection-report-line
    STRING "Totals: active=" FUNCTION TRIM(insp-active-display)
        " listed=" FUNCTION TRIM(insp-listed-display)
        " test-due=" FUNCTION TRIM(insp-test-due-display)
        " never-tested=" FUNCTION TRIM(insp-never-tested-display)
        " past-service-age=" FUNCTION TRIM(insp-age-due-display)
        " bins=" FUNCTION TRIM(insp-bin-display)
        INTO inspection-report-line
    END-STRING
    WRITE inspection-report-line
    CLOSE inspection-report-file
    DISPLAY FUNCTION TRIM(insp-listed-display) " adapter(s) due for inspection in " FUNCTION TRIM(insp-bin-display) " bin(s); see " FUNCTION TRIM(inspection-report-path) "." END-DISPLAY
    SET eoj-processed-count UP BY 1

    MOVE master-path TO audit-log-input-path
    MOVE SPACES TO audit-log-result
    STRING "due=" FUNCTION TRIM(insp-listed-display)
        " test=" FUNCTION TRIM(insp-test-due-display)
        " age=" FUNCTION TRIM(insp-age-due-display)
        INTO audit-log-result
    END-STRING
    MOVE 0 TO audit-log-return-code
    PERFORM write-audit-log-entry
    .

classify-inspection-adapter.
    SET insp-test-current TO TRUE
    SET insp-age-current TO TRUE
    MOVE SPACES TO insp-test-reason insp-age-reason
    IF mast-last-test-date(master-i) IS EQUAL TO 0
            OR FUNCTION TEST-DATE-YYYYMMDD(mast-last-test-date(master-i)) IS NOT EQUAL TO 0
        SET insp-test-due TO TRUE
        SET insp-never-tested-count UP BY 1
        MOVE "NEVER TESTED" TO insp-test-reason
    ELSE
        COMPUTE insp-days-since-test = insp-today-day - FUNCTION INTEGER-OF-DATE(mast-last-test-date(master-i)) END-COMPUTE
        IF insp-days-since-test > inspection-test-interval-days
            SET insp-test-due TO TRUE
            MOVE insp-days-since-test TO insp-days-display
            STRING "TEST DUE " FUNCTION TRIM(insp-days-display) " days since test" INTO insp-test-reason END-STRING
        END-IF
    END-IF
    IF insp-test-due
        SET insp-test-due-count UP BY 1
    END-IF
    IF mast-in-service-date(master-i) IS NOT EQUAL TO 0
            AND FUNCTION TEST-DATE-YYYYMMDD(mast-in-service-date(master-i)) IS EQUAL TO 0
        COMPUTE insp-days-in-service = insp-today-day - FUNCTION INTEGER-OF-DATE(mast-in-service-date(master-i)) END-COMPUTE
        IF insp-days-in-service > inspection-service-age-days
            SET insp-age-due TO TRUE
            SET insp-age-due-count UP BY 1
            MOVE insp-days-in-service TO insp-days-display
            STRING "PAST SERVICE AGE " FUNCTION TRIM(insp-days-display) " days" INTO insp-age-reason END-STRING
        END-IF
    END-IF
    .

write-inspection-bin-header.
    MOVE mast-bin-location(master-i) TO insp-current-bin
    MOVE 0 TO insp-bin-listed-count
    SET insp-bin-count UP BY 1
    IF insp-current-bin IS EQUAL TO SPACES
        MOVE "(none)" TO insp-bin-text
    ELSE
        MOVE insp-current-bin TO insp-bin-text
    END-IF
    MOVE SPACES TO inspection-report-line
    WRITE inspection-report-line
    MOVE SPACES TO inspection-report-line
    STRING "Bin " FUNCTION TRIM(insp-bin-text) ":" INTO inspection-report-line END-STRING
    WRITE inspection-report-line
    .

write-inspection-bin-total.
    IF insp-bin-listed-count > 0
        MOVE insp-bin-listed-count TO insp-bin-listed-display
        MOVE SPACES TO inspection-report-line
        STRING "  Bin " FUNCTION TRIM(insp-bin-text) ": " FUNCTION TRIM(insp-bin-listed-display) " adapter(s) due"
            INTO inspection-report-line
        END-STRING
        WRITE inspection-report-line
    END-IF
    .

write-inspection-line.
    SET insp-listed-count UP BY 1
    SET insp-bin-listed-count UP BY 1
    MOVE mast-joltage(master-i) TO insp-joltage-display
    IF mast-in-service-date(master-i) IS EQUAL TO 0
        MOVE "none" TO insp-in-service-text
    ELSE
        MOVE mast-in-service-date(master-i) TO insp-in-service-text
    END-IF
    IF mast-last-test-date(master-i) IS EQUAL TO 0
        MOVE "none" TO insp-last-test-text
    ELSE
        MOVE mast-last-test-date(master-i) TO insp-last-test-text
    END-IF
    MOVE SPACES TO inspection-report-line
    STRING "  " mast-serial(master-i)
        "  joltage=" FUNCTION TRIM(insp-joltage-display)
        "  status=" mast-status(master-i)
        "  vendor=" FUNCTION TRIM(mast-vendor-code(master-i))
        "  in-service=" FUNCTION TRIM(insp-in-service-text)
        "  last-test=" FUNCTION TRIM(insp-last-test-text)
        "  " FUNCTION TRIM(insp-test-reason)
        "  " FUNCTION TRIM(insp-age-reason)
        INTO inspection-report-line
    END-STRING
    WRITE inspection-report-line
    .

part1.
    INITIALIZE part1-data ALL TO VALUE
    SORT input-entry ON ASCENDING KEY input-entry
    PERFORM write-difference-report

    COMPUTE output-result = part1-difference-counts(1) * part1-difference-counts(3) END-COMPUTE
    PERFORM set-result-text
    .

write-difference-report.
    .

part2.
    PERFORM part2-reset
    SORT input-entry ON ASCENDING KEY input-entry

    *> Name the checkpoint after this manifest, same as the reject/difference reports,
    *> Resume an earlier interrupted run from its last saved checkpoint, if one is on disk
    *> for an input of the same size.
    PERFORM load-checkpoint
    MOVE checkpoint-start-index TO part2-index

    *> Treat the set of adapters as a DAG.
    *> One node for each adapter, one for the starting outlet voltage, and one for the device's
    *> the outlet node to the device node.
    *> As voltages are all directly comparable, our sorted input constitutes a lexicographic
    *> ordering of the nodes.
    *> The number of paths from a node to the device node is the sum of the path counts of every
    *> node it has an edge to. Working down from the highest joltage one group of equal-joltage
    *> adapters at a time, only the groups within 3V above the current one are ever summed.
    PERFORM WITH TEST BEFORE UNTIL part2-index < 1 OR part2-overflowed
        MOVE input-entry(part2-index) TO part2-group-joltage
        MOVE 0 TO part2-group-size
        PERFORM WITH TEST BEFORE UNTIL part2-index < 1
            IF input-entry(part2-index) IS NOT EQUAL TO part2-group-joltage
                EXIT PERFORM
            END-IF
            SET part2-group-size UP BY 1
            SET part2-index DOWN BY 1
        END-PERFORM
        PERFORM part2-count-group
        *> Every adapter within 3V of the outlet can be plugged straight into it.
        IF part2-group-joltage <= 3
            MOVE 1 TO part2-add-source
            MOVE part2-slot-result TO part2-add-target
            PERFORM part2-add-number
        END-IF
        *> Save our progress periodically, so a killed or restarted run doesn't have to
        *> recompute groups already accounted for.
        SET part2-since-checkpoint UP BY part2-group-size
        IF part2-since-checkpoint >= checkpoint-interval AND part2-index >= 1
            MOVE part2-index TO checkpoint-saved-index
            PERFORM save-checkpoint
            MOVE 0 TO part2-since-checkpoint
        END-IF
    END-PERFORM

    PERFORM delete-checkpoint

    IF part2-overflowed
        *> Can't happen for any manifest load-input accepts; if it ever does,
        *> no count is printed at all rather than a truncated one.
        DISPLAY "Part2 arrangement count for " FUNCTION TRIM(input-path) " exceeds " part2-max-digits " digits; flagged as an exception." END-DISPLAY
        MOVE 0 TO output-result
        MOVE SPACES TO output-result-text
        MOVE "OVERFLOW" TO output-result-text
        MOVE 8 TO output-result-length
        SET output-result-too-long TO TRUE
        SET eoj-exception-count UP BY 1
    ELSE
        PERFORM part2-set-result-text
    END-IF
    .

part2-reset.
    INITIALIZE part2-data
    SET part2-in-range TO TRUE
    .

part2-count-group.
    *> Paths leaving the group: one straight to the device's built-in adapter (3V above
    *> the highest adapter) from the highest-joltage group, plus every path from each
    *> window group within 3V above this one.
    MOVE part2-slot-leaving TO part2-slot
    PERFORM part2-clear-number
    IF part2-group-joltage >= input-entry(input-data-length)
        MOVE 1 TO part2-number-limb(part2-slot-leaving, 1)
        MOVE 1 TO part2-number-limb-count(part2-slot-leaving)
    END-IF
    MOVE part2-slot-leaving TO part2-add-target
    PERFORM WITH TEST BEFORE VARYING part2-add-source FROM 1 UNTIL part2-add-source > part2-window-count
        IF part2-number-joltage(part2-add-source) <= part2-group-joltage + 3
            PERFORM part2-add-number
        END-IF
    END-PERFORM

    *> This group becomes window slot 1. The window's highest group drops off: every
    *> group still to come is lower than this one, so more than 3V below it.
    MOVE part2-number(2) TO part2-number(3)
    MOVE part2-number(1) TO part2-number(2)
    MOVE 1 TO part2-slot
    PERFORM part2-clear-number
    MOVE part2-group-joltage TO part2-number-joltage(1)
    IF part2-window-count < part2-window-slots
        SET part2-window-count UP BY 1
    END-IF

    *> Each adapter in the group has an edge to every adapter after it in the group as
    *> well as to everything the group leads to. With T the total over the adapters
    *> already counted, the next one adds T + leaving, so T becomes 2T + leaving once
    *> per adapter.
    MOVE 1 TO part2-add-target
    PERFORM WITH TEST BEFORE VARYING part2-repeat FROM 1 UNTIL part2-repeat > part2-group-size OR part2-overflowed
        MOVE 1 TO part2-add-source
        PERFORM part2-add-number
        MOVE part2-slot-leaving TO part2-add-source
        PERFORM part2-add-number
    END-PERFORM
    .

part2-clear-number.
    PERFORM WITH TEST BEFORE VARYING part2-limb-i FROM 1 UNTIL part2-limb-i > part2-number-limb-count(part2-slot)
        MOVE 0 TO part2-number-limb(part2-slot, part2-limb-i)
    END-PERFORM
    MOVE 0 TO part2-number-limb-count(part2-slot)
    MOVE 0 TO part2-number-joltage(part2-slot)
    .

part2-add-number.
    *> Adds slot part2-add-source into slot part2-add-target, limb by limb with carry.
    *> Source and target may be the same slot. Limbs above a number's limb count are
    *> always zero, so the shorter number needs no special handling.
    MOVE part2-number-limb-count(part2-add-target) TO part2-add-length
    IF part2-number-limb-count(part2-add-source) > part2-add-length
        MOVE part2-number-limb-count(part2-add-source) TO part2-add-length
    END-IF
    MOVE 0 TO part2-carry
    PERFORM WITH TEST BEFORE VARYING part2-limb-i FROM 1 UNTIL part2-limb-i > part2-add-length
        COMPUTE part2-limb-sum = part2-number-limb(part2-add-target, part2-limb-i)
            + part2-number-limb(part2-add-source, part2-limb-i) + part2-carry
        END-COMPUTE
        IF part2-limb-sum >= part2-limb-base
            COMPUTE part2-number-limb(part2-add-target, part2-limb-i) = part2-limb-sum - part2-limb-base END-COMPUTE
            MOVE 1 TO part2-carry
        ELSE
            MOVE part2-limb-sum TO part2-number-limb(part2-add-target, part2-limb-i)
            MOVE 0 TO part2-carry
        END-IF
    END-PERFORM
    IF part2-carry > 0
        IF part2-add-length >= part2-max-limbs
            SET part2-overflowed TO TRUE
        ELSE
            SET part2-add-length UP BY 1
            MOVE part2-carry TO part2-number-limb(part2-add-target, part2-add-length)
        END-IF
    END-IF
    MOVE part2-add-length TO part2-number-limb-count(part2-add-target)
    .

part2-set-result-text.
    *> Highest limb without leading zeros, then every lower limb as a full 18 digits.
    MOVE SPACES TO output-result-text
    MOVE 1 TO output-result-length
    IF part2-number-limb-count(part2-slot-result) IS EQUAL TO 0
        MOVE 0 TO part2-top-limb-display
    ELSE
        MOVE part2-number-limb(part2-slot-result, part2-number-limb-count(part2-slot-result)) TO part2-top-limb-display
    END-IF
    STRING FUNCTION TRIM(part2-top-limb-display) INTO output-result-text WITH POINTER output-result-length END-STRING
    IF part2-number-limb-count(part2-slot-result) > 1
        COMPUTE part2-limb-i = part2-number-limb-count(part2-slot-result) - 1 END-COMPUTE
        PERFORM WITH TEST BEFORE VARYING part2-limb-i FROM part2-limb-i BY -1 UNTIL part2-limb-i < 1
            MOVE part2-number-limb(part2-slot-result, part2-limb-i) TO part2-limb-display
            STRING part2-limb-display INTO output-result-text WITH POINTER output-result-length END-STRING
        END-PERFORM
    END-IF
    SET output-result-length DOWN BY 1

    *> Keep the binary result too while it fits a single limb.
    IF part2-number-limb-count(part2-slot-result) > 1
        MOVE 0 TO output-result
        SET output-result-too-long TO TRUE
    ELSE
        MOVE part2-number-limb(part2-slot-result, 1) TO output-result
        SET output-result-fits TO TRUE
    END-IF
    MOVE output-result TO output-result-display
    .

        *> so the saved input path has to match too, not just the saved length.
        IF checkpoint-saved-length IS EQUAL TO input-data-length
                AND FUNCTION TRIM(checkpoint-saved-input-path) IS EQUAL TO FUNCTION TRIM(input-path)
            *> The window of group counts follows the header; a checkpoint written in
            *> the older one-count-per-adapter layout, or cut short by the run being
            *> killed mid-save, is not resumed from.
            SET checkpoint-is-valid TO TRUE
            INITIALIZE checkpoint-field-1 checkpoint-field-2
            READ checkpoint-file
                AT END SET checkpoint-is-invalid TO TRUE
            END-READ
            UNSTRING checkpoint-line DELIMITED BY "|"
                INTO checkpoint-field-1 checkpoint-field-2
            END-UNSTRING
            IF FUNCTION TRIM(checkpoint-field-1) IS NOT EQUAL TO "WINDOW"
                    OR FUNCTION TEST-NUMVAL(checkpoint-field-2) IS NOT EQUAL TO 0
                SET checkpoint-is-invalid TO TRUE
            ELSE
                COMPUTE part2-window-count = FUNCTION NUMVAL(checkpoint-field-2) END-COMPUTE
                IF part2-window-count > part2-window-slots
                    SET checkpoint-is-invalid TO TRUE
                END-IF
            END-IF
            IF checkpoint-is-valid
                PERFORM WITH TEST BEFORE VARYING part2-slot FROM 1 UNTIL part2-slot > part2-window-count OR checkpoint-is-invalid
                    PERFORM load-checkpoint-number
                END-PERFORM
                MOVE part2-slot-result TO part2-slot
                PERFORM load-checkpoint-number
            END-IF
            IF checkpoint-is-valid
                MOVE checkpoint-saved-index TO checkpoint-start-index
                MOVE checkpoint-saved-index TO checkpoint-number-display
                DISPLAY "Resuming part2 path-count pass from checkpoint at index " FUNCTION TRIM(checkpoint-number-display) "." END-DISPLAY
            ELSE
                DISPLAY "Checkpoint " FUNCTION TRIM(checkpoint-path) " is incomplete or in an older layout; part2 starts from the top." END-DISPLAY
                PERFORM part2-reset
            END-IF
        END-IF
        CLOSE checkpoint-file
    END-IF
    .

load-checkpoint-number.
    *> "slot|joltage|limb count", then one limb per line, lowest limb first.
    INITIALIZE checkpoint-field-1 checkpoint-field-2 checkpoint-field-3
    READ checkpoint-file
        AT END SET checkpoint-is-invalid TO TRUE
    END-READ
    IF checkpoint-is-valid
        UNSTRING checkpoint-line DELIMITED BY "|"
            INTO checkpoint-field-1 checkpoint-field-2 checkpoint-field-3
        END-UNSTRING
        IF FUNCTION TEST-NUMVAL(checkpoint-field-2) IS NOT EQUAL TO 0
                OR FUNCTION TEST-NUMVAL(checkpoint-field-3) IS NOT EQUAL TO 0
            SET checkpoint-is-invalid TO TRUE
        ELSE
            IF FUNCTION NUMVAL(checkpoint-field-3) > part2-max-limbs
                SET checkpoint-is-invalid TO TRUE
            END-IF
        END-IF
    END-IF
    IF checkpoint-is-valid
        COMPUTE part2-number-joltage(part2-slot) = FUNCTION NUMVAL(checkpoint-field-2) END-COMPUTE
        COMPUTE part2-number-limb-count(part2-slot) = FUNCTION NUMVAL(checkpoint-field-3) END-COMPUTE
        PERFORM WITH TEST BEFORE VARYING part2-limb-i FROM 1 UNTIL part2-limb-i > part2-number-limb-count(part2-slot) OR checkpoint-is-invalid
            READ checkpoint-file
                AT END SET checkpoint-is-invalid TO TRUE
            END-READ
            IF checkpoint-is-valid
                COMPUTE part2-number-limb(part2-slot, part2-limb-i) = FUNCTION NUMVAL(checkpoint-line) END-COMPUTE
            END-IF
        END-PERFORM
    END-IF
    .

save-checkpoint.
    OPEN OUTPUT checkpoint-file
    MOVE input-data-length TO checkpoint-number-display
    MOVE SPACES TO checkpoint-line
    STRING FUNCTION TRIM(checkpoint-number-display) INTO checkpoint-line END-STRING
    WRITE checkpoint-line
    MOVE part2-window-count TO checkpoint-number-display
    MOVE SPACES TO checkpoint-line
    STRING "WINDOW|" FUNCTION TRIM(checkpoint-number-display) INTO checkpoint-line END-STRING
    WRITE checkpoint-line
    PERFORM WITH TEST BEFORE VARYING part2-slot FROM 1 UNTIL part2-slot > part2-window-count
        PERFORM save-checkpoint-number
    END-PERFORM
    MOVE part2-slot-result TO part2-slot
    PERFORM save-checkpoint-number
    CLOSE checkpoint-file
    .

save-checkpoint-number.
    MOVE part2-slot TO checkpoint-slot-display
    MOVE part2-number-joltage(part2-slot) TO checkpoint-joltage-display
    MOVE part2-number-limb-count(part2-slot) TO checkpoint-limb-count-display
    MOVE SPACES TO checkpoint-line
    STRING FUNCTION TRIM(checkpoint-slot-display) "|" FUNCTION TRIM(checkpoint-joltage-display)
        "|" FUNCTION TRIM(checkpoint-limb-count-display) INTO checkpoint-line
    END-STRING
    WRITE checkpoint-line
    PERFORM WITH TEST BEFORE VARYING part2-limb-i FROM 1 UNTIL part2-limb-i > part2-number-limb-count(part2-slot)
        MOVE part2-number-limb(part2-slot, part2-limb-i) TO checkpoint-number-display
        MOVE SPACES TO checkpoint-line
        STRING FUNCTION TRIM(checkpoint-number-display) INTO checkpoint-line END-STRING
        WRITE checkpoint-line
    END-PERFORM
    .

delete-checkpoint.
    STRING "data/sample" FUNCTION TRIM(test-current-sample) ".answer" FUNCTION TRIM(test-current-part) INTO test-answer-path END-STRING
    OPEN INPUT test-answer-file
    READ test-answer-file END-READ
    MOVE FUNCTION TRIM(test-answer-file-line) TO test-expected-result-text
    CLOSE test-answer-file

    STRING "data/sample" FUNCTION TRIM(test-current-sample) INTO input-path END-STRING
    PERFORM load-input
            PERFORM part2
    END-EVALUATE

    *> Compared as printed, so answers past the binary field's range test too.
    IF output-result-text(1:output-result-length) IS EQUAL TO test-expected-result-text
        DISPLAY "Test sample" FUNCTION TRIM(test-current-sample) " part " FUNCTION TRIM(test-current-part) ": PASSED" END-DISPLAY
    ELSE
        DISPLAY "Test sample" FUNCTION TRIM(test-current-sample) " part " FUNCTION TRIM(test-current-part) ": FAILED" END-DISPLAY
        DISPLAY TAB-CHAR "Returned " output-result-text(1:output-result-length) ", expected " FUNCTION TRIM(test-expected-result-text) "." END-DISPLAY
        SET test-all-passed TO 0
    END-IF
    .
    DISPLAY TAB-CHAR "./day10 <part1|part2> [input_file]" END-DISPLAY
    DISPLAY TAB-CHAR "./day10 batch [control_file]" END-DISPLAY
    DISPLAY TAB-CHAR "./day10 <part1-master|part2-master>" END-DISPLAY
    DISPLAY TAB-CHAR "./day10 maintain [transaction_file] [operator_id]" END-DISPLAY
    DISPLAY TAB-CHAR "./day10 reconcile [input_file]" END-DISPLAY
    DISPLAY TAB-CHAR "./day10 diagnose [input_file]" END-DISPLAY
    DISPLAY TAB-CHAR "./day10 pull-list [device_joltage]" END-DISPLAY
    DISPLAY TAB-CHAR "./day10 coverage" END-DISPLAY
    DISPLAY TAB-CHAR "./day10 requisition [control_file]" END-DISPLAY
    DISPLAY TAB-CHAR "./day10 inspection" END-DISPLAY
    DISPLAY TAB-CHAR "./day10 test" END-DISPLAY
    MOVE input-path TO audit-log-input-path
    MOVE "ERROR" TO audit-log-result
    COPY "site-params-proc.cpy".

    COPY "audit-log-proc.cpy".

    COPY "operator-auth-proc.cpy".

    COPY "site-list-proc.cpy".

    COPY "results-history-proc.cpy".
