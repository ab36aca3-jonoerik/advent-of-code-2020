            ASSIGN TO DISK param-report-path
            ORGANIZATION IS LINE SEQUENTIAL
            ACCESS MODE IS SEQUENTIAL.
        SELECT held-summary-file
            ASSIGN TO DISK held-summary-path
            ORGANIZATION IS LINE SEQUENTIAL
            ACCESS MODE IS SEQUENTIAL.
        SELECT account-file
            ASSIGN TO DISK account-path
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            RECORD KEY IS acct-number
            FILE STATUS IS account-file-status.
        SELECT vessel-map-file
            ASSIGN TO DISK vessel-map-path
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            RECORD KEY IS vacct-vessel
            FILE STATUS IS vessel-map-file-status.
        SELECT ledger-file
            ASSIGN TO DISK ledger-path
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            RECORD KEY IS ar-key
            FILE STATUS IS ledger-file-status.
        SELECT invoice-report-file
            ASSIGN TO DISK invoice-report-path
            ORGANIZATION IS LINE SEQUENTIAL
            ACCESS MODE IS SEQUENTIAL.
        SELECT held-report-file
            ASSIGN TO DISK held-report-path
            ORGANIZATION IS LINE SEQUENTIAL
            ACCESS MODE IS SEQUENTIAL.
        SELECT over-limit-file
            ASSIGN TO DISK over-limit-path
            ORGANIZATION IS LINE SEQUENTIAL
            ACCESS MODE IS SEQUENTIAL.
        SELECT aging-report-file
            ASSIGN TO DISK aging-report-path
            ORGANIZATION IS LINE SEQUENTIAL
            ACCESS MODE IS SEQUENTIAL.
        SELECT account-tran-file
            ASSIGN TO DISK account-tran-path
            ORGANIZATION IS LINE SEQUENTIAL
            ACCESS MODE IS SEQUENTIAL
            FILE STATUS IS account-tran-file-status.
        SELECT account-register-file
            ASSIGN TO DISK account-register-path
            ORGANIZATION IS LINE SEQUENTIAL
            ACCESS MODE IS SEQUENTIAL.
        SELECT payment-tran-file
            ASSIGN TO DISK payment-tran-path
            ORGANIZATION IS LINE SEQUENTIAL
            ACCESS MODE IS SEQUENTIAL
            FILE STATUS IS payment-tran-file-status.
        SELECT payment-register-file
            ASSIGN TO DISK payment-register-path
            ORGANIZATION IS LINE SEQUENTIAL
            ACCESS MODE IS SEQUENTIAL.
        COPY "site-params-sel.cpy".
        COPY "audit-log-sel.cpy".

    FD statement-file.
        01 statement-line PIC X(192).
    FD archive-file.
        01 archive-record PIC X(260).
    FD recon-report-file.
        01 recon-report-line PIC X(256).
    FD param-report-file.
        01 param-report-line PIC X(96).
    FD held-summary-file.
        01 held-summary-record PIC X(260).
    FD account-file.
        COPY "customer-account-rec.cpy".
    FD vessel-map-file.
        COPY "vessel-account-rec.cpy".
    FD ledger-file.
        COPY "ar-ledger-rec.cpy".
    FD invoice-report-file.
        01 invoice-report-line PIC X(256).
    FD held-report-file.
        01 held-report-line PIC X(256).
    FD over-limit-file.
        01 over-limit-line PIC X(256).
    FD aging-report-file.
        01 aging-report-line PIC X(256).
    FD account-tran-file.
        01 account-tran-line PIC X(128).
    FD account-register-file.
        01 account-register-line PIC X(256).
    FD payment-tran-file.
        01 payment-tran-line PIC X(128).
    FD payment-register-file.
        01 payment-register-line PIC X(256).
    COPY "site-params-fd.cpy".
    COPY "audit-log-fd.cpy".

    01 rate-per-distance USAGE BINARY-C-LONG UNSIGNED VALUE 5.
    01 rate-per-instruction USAGE BINARY-C-LONG UNSIGNED VALUE 2.
    01 surcharge-bad-leg USAGE BINARY-C-LONG UNSIGNED VALUE 2500.
    *> The fuel surcharge, per unit of DAY12's estimated burn. Bunker
    *> prices differ from port to port, so there's no sensible built-in
    *> rate: until a site sets VSUMBILL-RATE-FUEL its legs carry no fuel
    *> surcharge. Legs summarized before DAY12 estimated fuel carry none
    *> either.
    01 rate-per-fuel-unit USAGE BINARY-C-LONG UNSIGNED VALUE 0.

    78 summary-table-max-length VALUE 10000.
    01 summary-table-length USAGE BINARY-C-LONG VALUE 0.
            03 sum-distance USAGE BINARY-C-LONG UNSIGNED.
            03 sum-instruction-count USAGE BINARY-C-LONG UNSIGNED.
            03 sum-bad-count USAGE BINARY-C-LONG UNSIGNED.
            03 sum-fuel-estimate PIC 9(11)V99.
            03 sum-vessel-id PIC X(16).
            *> Position of the record in the summary file, rejected
            *> records included, so the archive pass can tell which
            *> records to hold back on the live file.
            03 sum-record-seq USAGE BINARY-C-LONG UNSIGNED.
            03 sum-amount USAGE BINARY-C-LONG UNSIGNED.
            03 sum-account-index USAGE BINARY-C-LONG.
            03 sum-hold-flag PIC X.
                88 sum-held VALUE "Y".
                88 sum-not-held VALUE "N".
            03 sum-hold-reason PIC X(40).
            03 sum-billed-flag PIC X.
                88 sum-billed VALUE "Y".
                88 sum-unbilled VALUE "N".
        02 bill-voyage-distance USAGE BINARY-C-LONG UNSIGNED VALUE 0.
        02 bill-voyage-legs USAGE BINARY-C-LONG UNSIGNED VALUE 0.
        02 bill-total-amount USAGE BINARY-C-LONG UNSIGNED VALUE 0.
        02 bill-fuel-charge USAGE BINARY-C-LONG UNSIGNED VALUE 0.
        02 bill-total-fuel-charge USAGE BINARY-C-LONG UNSIGNED VALUE 0.
        02 bill-fuel-edited PIC Z(10)9.99.
        02 bill-fuel-charge-edited PIC Z(12)9.99.
        02 bill-leg-display PIC Z(8)9.
        02 bill-distance-display PIC Z(17)9.
        02 bill-instr-display PIC Z(8)9.
        02 final-return-code USAGE BINARY-C-LONG UNSIGNED VALUE 0.
        02 final-return-code-display PIC Z(8)9.

    *> Customer accounts and receivables. The account master maps to
    *> billing terms and a credit limit, the vessel map assigns each fleet
    *> vessel to an account, and the ledger holds every invoice with what
    *> has been received against it. All three are indexed and created on
    *> first use by the accounts and payments runs; ops can point them
    *> elsewhere via AOC2020_VSUMBILL_ACCOUNT_PATH, _VESSEL_PATH and
    *> _LEDGER_PATH. With no account master on file the bill run prices
    *> and archives exactly as it always has; with one, every priced leg
    *> has to land on an account's invoice, and a leg that can't (no
    *> vessel on the record, vessel not assigned, account closed) is held
    *> on the live summary file for the next bill run instead of being
    *> archived unbilled.
    01 account-default-path PIC X(128) VALUE "vsumbill-accounts.dat".
    01 account-path PIC X(128).
    01 account-file-status PIC XX.
    01 vessel-map-default-path PIC X(128) VALUE "vsumbill-vessel-accounts.dat".
    01 vessel-map-path PIC X(128).
    01 vessel-map-file-status PIC XX.
    01 ledger-default-path PIC X(128) VALUE "vsumbill-ar-ledger.dat".
    01 ledger-path PIC X(128).
    01 ledger-file-status PIC XX.
    01 held-summary-path PIC X(160).
    01 invoice-report-path PIC X(128) VALUE "vsumbill-invoices.rpt".
    01 held-report-path PIC X(128) VALUE "vsumbill-held-legs.rpt".
    01 over-limit-path PIC X(128) VALUE "vsumbill-over-limit.rpt".
    01 aging-report-path PIC X(128) VALUE "vsumbill-aged-debtors.rpt".
    01 account-tran-path PIC X(128).
    01 account-tran-file-status PIC XX.
    01 account-register-path PIC X(128) VALUE "vsumbill-account-register.rpt".
    01 payment-tran-path PIC X(128).
    01 payment-tran-file-status PIC XX.
    01 payment-register-path PIC X(128) VALUE "vsumbill-payment-register.rpt".
    01 accounts-active-flag PIC X VALUE "N".
        88 accounts-active VALUE "Y".
        88 accounts-inactive VALUE "N".

    78 account-table-max-length VALUE 1000.
    01 account-table-length USAGE BINARY-C-LONG VALUE 0.
    01 account-table.
        02 account-entry
            OCCURS 0 TO account-table-max-length TIMES DEPENDING ON account-table-length
            INDEXED BY account-i.
            03 at-number PIC X(8).
            03 at-name PIC X(32).
            03 at-terms-days PIC 9(3).
            03 at-credit-limit PIC 9(9)V99.
            03 at-status PIC X.
                88 at-active VALUE "A".
            03 at-open-balance PIC 9(11)V99.
            *> This bill run's legs for the account, in hundredths like
            *> the leg amounts price-one-leg works in.
            03 at-run-amount USAGE BINARY-C-LONG UNSIGNED.
            03 at-run-legs USAGE BINARY-C-LONG UNSIGNED.
    01 account-search-number PIC X(8).
    01 account-match-index USAGE BINARY-C-LONG VALUE 0.

    78 vessel-map-table-max-length VALUE 5000.
    01 vessel-map-table-length USAGE BINARY-C-LONG VALUE 0.
    01 vessel-map-table.
        02 vessel-map-entry
            OCCURS 0 TO vessel-map-table-max-length TIMES DEPENDING ON vessel-map-table-length
            INDEXED BY vessel-map-i.
            03 vm-vessel PIC X(16).
            03 vm-account PIC X(8).
    01 vessel-match-index USAGE BINARY-C-LONG VALUE 0.

    01 receivables-data.
        02 recv-abort-what PIC X(32).
        02 recv-abort-path PIC X(128).
        02 recv-abort-status PIC XX.
        02 recv-today PIC 9(8).
        02 summary-record-count USAGE BINARY-C-LONG UNSIGNED VALUE 0.
        02 archive-entry-index USAGE BINARY-C-LONG VALUE 0.
        02 archive-held-flag PIC X VALUE "N".
            88 archive-record-held VALUE "Y".
            88 archive-record-priced VALUE "N".
        02 held-count USAGE BINARY-C-LONG UNSIGNED VALUE 0.
        02 held-display PIC Z(8)9.
        02 invoice-count USAGE BINARY-C-LONG UNSIGNED VALUE 0.
        02 invoice-display PIC Z(8)9.
        02 invoice-total USAGE BINARY-C-LONG UNSIGNED VALUE 0.
        02 invoice-number-text PIC X(16).
        02 invoice-number-display PIC 9(6).
        02 over-limit-count USAGE BINARY-C-LONG UNSIGNED VALUE 0.
        02 over-limit-display PIC Z(8)9.
        02 over-limit-excess PIC 9(11)V99.
        02 recv-amount-edited PIC Z(10)9.99.
        02 recv-amount-edited-2 PIC Z(10)9.99.
        02 recv-amount-edited-3 PIC Z(10)9.99.
        02 recv-count-display PIC Z(8)9.
        02 recv-vessel-text PIC X(16).

    *> Account and payment transaction runs: pipe-delimited lines
    *> applied with an applied/rejected register, the same way DAY10
    *> maintains its adapter master.
    01 recv-tran-data.
        02 recv-tran-line-number USAGE BINARY-C-LONG UNSIGNED VALUE 0.
        02 recv-tran-line-number-display PIC Z(8)9.
        02 recv-tran-valid-flag PIC X VALUE "Y".
            88 recv-tran-is-valid VALUE "Y".
            88 recv-tran-is-invalid VALUE "N".
        02 recv-tran-reject-reason PIC X(64).
        02 recv-applied-count USAGE BINARY-C-LONG UNSIGNED VALUE 0.
        02 recv-applied-display PIC Z(8)9.
        02 recv-rejected-count USAGE BINARY-C-LONG UNSIGNED VALUE 0.
        02 recv-rejected-display PIC Z(8)9.
        02 acct-tran-action PIC X(8).
        02 acct-tran-key PIC X(24).
        02 acct-tran-name PIC X(40).
        02 acct-tran-terms-text PIC X(16).
        02 acct-tran-limit-text PIC X(24).
        02 pay-account PIC X(16).
        02 pay-invoice-text PIC X(16).
        02 pay-amount-text PIC X(24).
        02 pay-date-text PIC X(16).
        02 pay-invoice-number PIC 9(6).
        02 pay-amount PIC 9(11)V99.
        02 pay-remaining PIC 9(11)V99.
        02 pay-applied PIC 9(11)V99.
        02 pay-invoice-open PIC 9(11)V99.
        02 pay-receipt-date PIC 9(8).
        02 pay-received-total PIC 9(13)V99.
        02 pay-received-edited PIC Z(12)9.99.

    *> Month-end aging: each open invoice's balance falls in a bucket by
    *> days past its due date as of the report date - not yet due, 1-30,
    *> 31-60, 61-90, or over 90 - totalled per account and overall.
    01 aging-data.
        02 aging-as-of-text PIC X(16).
        02 aging-as-of-date PIC 9(8).
        02 aging-as-of-day USAGE BINARY-C-LONG SIGNED VALUE 0.
        02 aging-days-overdue USAGE BINARY-C-LONG SIGNED VALUE 0.
        02 aging-days-display PIC -(8)9.
        02 aging-current-account PIC X(8).
        02 aging-account-count USAGE BINARY-C-LONG UNSIGNED VALUE 0.
        02 aging-invoice-open PIC 9(11)V99.
        02 aging-account-buckets.
            03 aging-account-bucket PIC 9(13)V99 OCCURS 5 TIMES.
        02 aging-total-buckets.
            03 aging-total-bucket PIC 9(13)V99 OCCURS 5 TIMES.
        02 aging-bucket-index USAGE BINARY-C-LONG VALUE 0.
        02 aging-line-total PIC 9(13)V99.
        02 aging-bucket-edited PIC Z(12)9.99 OCCURS 5 TIMES.
        02 aging-line-total-edited PIC Z(12)9.99.


    COPY "site-params-wrk.cpy".
    COPY "audit-log-wrk.cpy".

    MOVE "VSUMBILL" TO audit-log-program
    PERFORM init-audit-log-path
    PERFORM init-voyage-summary-path
    PERFORM init-receivables-paths
    PERFORM init-site-params-path
    PERFORM load-site-params
    PERFORM write-site-param-report
    ACCEPT args-len FROM ARGUMENT-NUMBER END-ACCEPT
    EVALUATE args-len
        WHEN 1
            DISPLAY 1 UPON ARGUMENT-NUMBER END-DISPLAY
            ACCEPT command-name FROM ARGUMENT-VALUE END-ACCEPT
            MOVE command-name TO audit-log-command
            EVALUATE command-name
                WHEN "bill"
                    MOVE voyage-summary-path TO audit-log-input-path
                    MOVE "START" TO audit-log-result
                    MOVE 0 TO audit-log-return-code
                    PERFORM write-audit-log-entry
                    PERFORM bill-voyages
                WHEN "reconcile"
                    MOVE voyage-summary-path TO audit-log-input-path
                    MOVE "START" TO audit-log-result
                    MOVE 0 TO audit-log-return-code
                    PERFORM write-audit-log-entry
                    PERFORM reconcile-legs
                WHEN "aging"
                    ACCEPT aging-as-of-date FROM DATE YYYYMMDD END-ACCEPT
                    MOVE ledger-path TO audit-log-input-path
                    MOVE "START" TO audit-log-result
                    MOVE 0 TO audit-log-return-code
                    PERFORM write-audit-log-entry
                    PERFORM aged-debtors
                WHEN OTHER
                    PERFORM print-usage
            END-EVALUATE
        WHEN 2
            DISPLAY 1 UPON ARGUMENT-NUMBER END-DISPLAY
            ACCEPT command-name FROM ARGUMENT-VALUE END-ACCEPT
            MOVE command-name TO audit-log-command
            EVALUATE command-name
                WHEN "accounts"
                    DISPLAY 2 UPON ARGUMENT-NUMBER END-DISPLAY
                    ACCEPT account-tran-path FROM ARGUMENT-VALUE END-ACCEPT
                    MOVE account-tran-path TO audit-log-input-path
                    MOVE "START" TO audit-log-result
                    MOVE 0 TO audit-log-return-code
                    PERFORM write-audit-log-entry
                    PERFORM maintain-accounts
                WHEN "payments"
                    DISPLAY 2 UPON ARGUMENT-NUMBER END-DISPLAY
                    ACCEPT payment-tran-path FROM ARGUMENT-VALUE END-ACCEPT
                    MOVE payment-tran-path TO audit-log-input-path
                    MOVE "START" TO audit-log-result
                    MOVE 0 TO audit-log-return-code
                    PERFORM write-audit-log-entry
                    PERFORM apply-payments
                WHEN "aging"
                    DISPLAY 2 UPON ARGUMENT-NUMBER END-DISPLAY
                    ACCEPT aging-as-of-text FROM ARGUMENT-VALUE END-ACCEPT
                    IF aging-as-of-text(1:8) IS NOT NUMERIC
                            OR aging-as-of-text(9:) IS NOT EQUAL TO SPACES
                        PERFORM print-usage
                    END-IF
                    MOVE aging-as-of-text(1:8) TO aging-as-of-date
                    IF FUNCTION TEST-DATE-YYYYMMDD(aging-as-of-date) IS NOT EQUAL TO 0
                        PERFORM print-usage
                    END-IF
                    MOVE ledger-path TO audit-log-input-path
                    MOVE "START" TO audit-log-result
                    MOVE 0 TO audit-log-return-code
                    PERFORM write-audit-log-entry
                    PERFORM aged-debtors
                WHEN OTHER
                    PERFORM print-usage
            END-EVALUATE
        WHEN OTHER
            PERFORM print-usage
    END-EVALUATE
    PERFORM end-of-job
    STOP RUN RETURNING final-return-code
    .
    MOVE 0 TO final-return-code
    IF bill-reject-count IS GREATER THAN 0
            OR recon-finding-count IS GREATER THAN 0
            OR held-count IS GREATER THAN 0
            OR over-limit-count IS GREATER THAN 0
            OR recv-rejected-count IS GREATER THAN 0
        MOVE 4 TO final-return-code
    END-IF
    MOVE final-return-code TO final-return-code-display
    MOVE command-name TO audit-log-command
    MOVE SPACES TO audit-log-result
    MOVE over-limit-count TO over-limit-display
    EVALUATE command-name
        WHEN "reconcile"
            MOVE recon-matched-count TO recon-matched-display
            MOVE recon-finding-count TO recon-finding-display
            DISPLAY "End of job: legs matched=" FUNCTION TRIM(recon-matched-display)
                ", findings=" FUNCTION TRIM(recon-finding-display)
                "; return code " FUNCTION TRIM(final-return-code-display) "."
            END-DISPLAY
            MOVE voyage-summary-path TO audit-log-input-path
            STRING "EOJ m=" FUNCTION TRIM(recon-matched-display)
                " f=" FUNCTION TRIM(recon-finding-display)
                INTO audit-log-result
            END-STRING
        WHEN "accounts"
        WHEN "payments"
            MOVE recv-applied-count TO recv-applied-display
            MOVE recv-rejected-count TO recv-rejected-display
            DISPLAY "End of job: transactions applied=" FUNCTION TRIM(recv-applied-display)
                ", rejected=" FUNCTION TRIM(recv-rejected-display)
                ", accounts over limit=" FUNCTION TRIM(over-limit-display)
                "; return code " FUNCTION TRIM(final-return-code-display) "."
            END-DISPLAY
            IF command-name IS EQUAL TO "accounts"
                MOVE account-tran-path TO audit-log-input-path
            ELSE
                MOVE payment-tran-path TO audit-log-input-path
            END-IF
            STRING "EOJ a=" FUNCTION TRIM(recv-applied-display)
                " r=" FUNCTION TRIM(recv-rejected-display)
                INTO audit-log-result
            END-STRING
        WHEN "aging"
            MOVE aging-account-count TO recv-count-display
            DISPLAY "End of job: accounts aged=" FUNCTION TRIM(recv-count-display)
                ", accounts over limit=" FUNCTION TRIM(over-limit-display)
                "; return code " FUNCTION TRIM(final-return-code-display) "."
            END-DISPLAY
            MOVE ledger-path TO audit-log-input-path
            STRING "EOJ a=" FUNCTION TRIM(recv-count-display)
                " o=" FUNCTION TRIM(over-limit-display)
                INTO audit-log-result
            END-STRING
        WHEN OTHER
            MOVE bill-record-count TO bill-record-display
            MOVE bill-reject-count TO bill-reject-display
            MOVE held-count TO held-display
            MOVE invoice-count TO invoice-display
            DISPLAY "End of job: summary records billed=" FUNCTION TRIM(bill-record-display)
                ", rejected=" FUNCTION TRIM(bill-reject-display)
                ", held=" FUNCTION TRIM(held-display)
                ", invoices=" FUNCTION TRIM(invoice-display)
                "; return code " FUNCTION TRIM(final-return-code-display) "."
            END-DISPLAY
            MOVE voyage-summary-path TO audit-log-input-path
            STRING "EOJ b=" FUNCTION TRIM(bill-record-display)
                " r=" FUNCTION TRIM(bill-reject-display)
                " h=" FUNCTION TRIM(held-display)
                INTO audit-log-result
            END-STRING
    END-EVALUATE
    MOVE final-return-code TO audit-log-return-code
    PERFORM write-audit-log-entry
    .
    END-ACCEPT
    .

init-receivables-paths.
    ACCEPT account-path FROM ENVIRONMENT "AOC2020_VSUMBILL_ACCOUNT_PATH"
        ON EXCEPTION
            MOVE account-default-path TO account-path
    END-ACCEPT
    ACCEPT vessel-map-path FROM ENVIRONMENT "AOC2020_VSUMBILL_VESSEL_PATH"
        ON EXCEPTION
            MOVE vessel-map-default-path TO vessel-map-path
    END-ACCEPT
    ACCEPT ledger-path FROM ENVIRONMENT "AOC2020_VSUMBILL_LEDGER_PATH"
        ON EXCEPTION
            MOVE ledger-default-path TO ledger-path
    END-ACCEPT
    .

apply-site-parameter.
    EVALUATE FUNCTION TRIM(site-param-name)
        WHEN "VSUMBILL-RATE-DISTANCE"
                PERFORM reject-site-param-line
            END-IF
            MOVE site-param-value TO surcharge-bad-leg
        WHEN "VSUMBILL-RATE-FUEL"
            IF site-param-value < 0
                PERFORM reject-site-param-line
            END-IF
            MOVE site-param-value TO rate-per-fuel-unit
        WHEN OTHER
            *> A name this program doesn't recognize belongs to one of the
            *> other programs sharing the site parameter file.
    MOVE SPACES TO param-report-line
    STRING "VSUMBILL-SURCHARGE-BAD=" FUNCTION TRIM(site-param-value-display) INTO param-report-line END-STRING
    WRITE param-report-line
    MOVE rate-per-fuel-unit TO site-param-value-display
    MOVE SPACES TO param-report-line
    STRING "VSUMBILL-RATE-FUEL=" FUNCTION TRIM(site-param-value-display) INTO param-report-line END-STRING
    WRITE param-report-line
    CLOSE param-report-file
    .

    *> total amount. Once the statement is written, the records are
    *> archived to a stamped copy and the live file is removed so the
    *> next fleet run accumulates from empty instead of double-billing
    *> these legs on the next close. With an account master on file the
    *> priced legs are also invoiced per account and posted to the
    *> receivables ledger, and legs that can't be put on an account are
    *> held back on the live file.
    PERFORM load-summary-records
    PERFORM load-customer-accounts
    IF accounts-active
        PERFORM assign-leg-accounts
    END-IF
    PERFORM set-archive-path
    PERFORM write-statement
    IF accounts-active
        PERFORM issue-invoices
        PERFORM write-held-legs-report
        PERFORM write-over-limit-report
    END-IF
    IF bill-record-count IS GREATER THAN 0
        PERFORM archive-summary-file
    END-IF
    *> back as numbers is rejected and counted - the file is billing's
    *> system of record, so a damaged record must surface, not price as
    *> zero.
    MOVE 0 TO summary-table-length summary-record-count
    INITIALIZE billing-data ALL TO VALUE
    OPEN INPUT voyage-summary-file
    IF voyage-summary-file-status IS EQUAL TO "35"
        CLOSE voyage-summary-file
        STOP RUN RETURNING 12
    END-IF
    SET summary-record-count UP BY 1
    IF vsum-leg-number IS NOT NUMERIC
            OR vsum-distance IS NOT NUMERIC
            OR vsum-instruction-count IS NOT NUMERIC
            OR vsum-bad-count IS NOT NUMERIC
            OR (vsum-fuel-estimate IS NOT NUMERIC
                AND vsum-fuel-estimate IS NOT EQUAL TO SPACES)
            OR FUNCTION TRIM(vsum-input-path) IS EQUAL TO SPACES
        SET bill-reject-count UP BY 1
    ELSE
        MOVE vsum-distance TO sum-distance(summary-table-length)
        MOVE vsum-instruction-count TO sum-instruction-count(summary-table-length)
        MOVE vsum-bad-count TO sum-bad-count(summary-table-length)
        *> A record from before DAY12 estimated fuel ends short, so its
        *> estimate reads back blank: no burn, no fuel surcharge.
        IF vsum-fuel-estimate IS EQUAL TO SPACES
            MOVE 0 TO sum-fuel-estimate(summary-table-length)
        ELSE
            MOVE vsum-fuel-estimate TO sum-fuel-estimate(summary-table-length)
        END-IF
        MOVE vsum-vessel-id TO sum-vessel-id(summary-table-length)
        MOVE summary-record-count TO sum-record-seq(summary-table-length)
        MOVE 0 TO sum-amount(summary-table-length)
        MOVE 0 TO sum-account-index(summary-table-length)
        SET sum-not-held(summary-table-length) TO TRUE
        MOVE SPACES TO sum-hold-reason(summary-table-length)
        SET sum-unbilled(summary-table-length) TO TRUE
        SET sum-unmatched(summary-table-length) TO TRUE
        SET sum-first-of-leg(summary-table-length) TO TRUE
    *> appears in the summary; each pass prices and marks that voyage's
    *> legs so interleaved fleet output still groups per vessel/voyage.
    PERFORM WITH TEST BEFORE VARYING summary-i FROM 1 UNTIL summary-i > summary-table-length
        IF sum-unbilled(summary-i) AND sum-not-held(summary-i)
            MOVE sum-input-path(summary-i) TO bill-current-path
            PERFORM write-voyage-section
        END-IF
    WRITE statement-line
    MOVE bill-record-count TO bill-record-display
    MOVE bill-total-distance TO bill-total-distance-display
    COMPUTE bill-amount-decimal = bill-total-fuel-charge / 100 END-COMPUTE
    MOVE bill-amount-decimal TO bill-fuel-charge-edited
    COMPUTE bill-amount-decimal = bill-total-amount / 100 END-COMPUTE
    MOVE bill-amount-decimal TO bill-amount-edited
    MOVE SPACES TO statement-line
    STRING "Control totals: records=" FUNCTION TRIM(bill-record-display)
        " distance=" FUNCTION TRIM(bill-total-distance-display)
        " fuel-charge=" FUNCTION TRIM(bill-fuel-charge-edited)
        " amount=" FUNCTION TRIM(bill-amount-edited)
        INTO statement-line
    END-STRING
    STRING "Voyage: " FUNCTION TRIM(bill-current-path) INTO statement-line END-STRING
    WRITE statement-line
    PERFORM WITH TEST BEFORE VARYING summary-j FROM 1 UNTIL summary-j > summary-table-length
        IF sum-unbilled(summary-j) AND sum-not-held(summary-j)
                AND sum-input-path(summary-j) IS EQUAL TO bill-current-path
            PERFORM price-one-leg
        END-IF
    IF sum-bad-count(summary-j) IS GREATER THAN 0
        SET bill-leg-amount UP BY surcharge-bad-leg
    END-IF
    COMPUTE bill-fuel-charge ROUNDED = sum-fuel-estimate(summary-j) * rate-per-fuel-unit END-COMPUTE
    SET bill-leg-amount UP BY bill-fuel-charge
    SET bill-total-fuel-charge UP BY bill-fuel-charge
    SET bill-voyage-amount UP BY bill-leg-amount
    SET bill-total-amount UP BY bill-leg-amount
    SET bill-voyage-distance UP BY sum-distance(summary-j)
    SET bill-total-distance UP BY sum-distance(summary-j)
    MOVE bill-leg-amount TO sum-amount(summary-j)
    IF sum-account-index(summary-j) IS GREATER THAN 0
        SET at-run-amount(sum-account-index(summary-j)) UP BY bill-leg-amount
        SET at-run-legs(sum-account-index(summary-j)) UP BY 1
    END-IF

    MOVE sum-leg-number(summary-j) TO bill-leg-display
    MOVE sum-distance(summary-j) TO bill-distance-display
    MOVE sum-instruction-count(summary-j) TO bill-instr-display
    MOVE sum-bad-count(summary-j) TO bill-bad-display
    MOVE sum-fuel-estimate(summary-j) TO bill-fuel-edited
    COMPUTE bill-amount-decimal = bill-fuel-charge / 100 END-COMPUTE
    MOVE bill-amount-decimal TO bill-fuel-charge-edited
    COMPUTE bill-amount-decimal = bill-leg-amount / 100 END-COMPUTE
    MOVE bill-amount-decimal TO bill-amount-edited
    MOVE SPACES TO statement-line
        ": distance=" FUNCTION TRIM(bill-distance-display)
        " instructions=" FUNCTION TRIM(bill-instr-display)
        " bad=" FUNCTION TRIM(bill-bad-display)
        " fuel=" FUNCTION TRIM(bill-fuel-edited)
        " fuel-charge=" FUNCTION TRIM(bill-fuel-charge-edited)
        " amount=" FUNCTION TRIM(bill-amount-edited)
        INTO statement-line
    END-STRING
    .

archive-summary-file.
    *> Move the priced records to the stamped archive and clear the live
    *> file, so the next fleet run starts a clean accumulation and a
    *> rerun of billing can't invoice the same legs twice. Held legs are
    *> copied to a side file instead and put back as the live file, so
    *> they come up again on the next bill run once their vessel has an
    *> account.
    MOVE SPACES TO held-summary-path
    STRING FUNCTION TRIM(voyage-summary-path) ".held" INTO held-summary-path END-STRING
    MOVE 0 TO summary-record-count
    MOVE 1 TO archive-entry-index
    OPEN INPUT voyage-summary-file
    OPEN OUTPUT archive-file
    IF held-count IS GREATER THAN 0
        OPEN OUTPUT held-summary-file
    END-IF
    PERFORM UNTIL EXIT
        READ voyage-summary-file
            AT END EXIT PERFORM
        END-READ
        SET summary-record-count UP BY 1
        SET archive-record-priced TO TRUE
        IF archive-entry-index IS LESS THAN OR EQUAL TO summary-table-length
            IF sum-record-seq(archive-entry-index) IS EQUAL TO summary-record-count
                IF sum-held(archive-entry-index)
                    SET archive-record-held TO TRUE
                END-IF
                SET archive-entry-index UP BY 1
            END-IF
        END-IF
        IF archive-record-held
            MOVE voyage-summary-record TO held-summary-record
            WRITE held-summary-record
        ELSE
            MOVE voyage-summary-record TO archive-record
            WRITE archive-record
        END-IF
    END-PERFORM
    CLOSE archive-file
    CLOSE voyage-summary-file
    CALL "CBL_DELETE_FILE" USING voyage-summary-path
    DISPLAY "Summary records archived to " FUNCTION TRIM(archive-path) "." END-DISPLAY
    IF held-count IS GREATER THAN 0
        CLOSE held-summary-file
        CALL "CBL_RENAME_FILE" USING held-summary-path voyage-summary-path
        DISPLAY "Held legs left on " FUNCTION TRIM(voyage-summary-path) " for the next bill run." END-DISPLAY
    END-IF
    .

abort-receivables-file.
    *> A receivables file that is present but can't be opened or
    *> updated refuses the run outright: carrying on would post invoices
    *> or receipts against a ledger the next run can't see.
    DISPLAY FUNCTION TRIM(recv-abort-what) " " FUNCTION TRIM(recv-abort-path) " could not be opened or updated (status " recv-abort-status "); aborting." END-DISPLAY
    MOVE recv-abort-path TO audit-log-input-path
    MOVE "ERROR" TO audit-log-result
    MOVE 12 TO audit-log-return-code
    PERFORM write-audit-log-entry
    STOP RUN RETURNING 12
    .

load-customer-accounts.
    *> Accounts, vessel assignments and each account's open balance off
    *> the ledger, into working storage for the run. Only an account
    *> master that genuinely isn't there (status 35) leaves receivables
    *> off; a missing vessel map or ledger just means nothing assigned or
    *> nothing owing yet.
    SET accounts-inactive TO TRUE
    MOVE 0 TO account-table-length vessel-map-table-length
    OPEN INPUT account-file
    IF account-file-status IS NOT EQUAL TO "35"
        IF account-file-status IS NOT EQUAL TO "00"
            MOVE "Account master" TO recv-abort-what
            MOVE account-path TO recv-abort-path
            MOVE account-file-status TO recv-abort-status
            PERFORM abort-receivables-file
        END-IF
        PERFORM UNTIL EXIT
            READ account-file NEXT
                AT END EXIT PERFORM
            END-READ
            PERFORM load-one-account
        END-PERFORM
        CLOSE account-file
        SET accounts-active TO TRUE
        PERFORM load-vessel-map
        PERFORM load-ledger-balances
    END-IF
    .

load-one-account.
    IF account-table-length IS EQUAL TO account-table-max-length
        DISPLAY "Account master " FUNCTION TRIM(account-path) " has more than " account-table-max-length " accounts; aborting." END-DISPLAY
        MOVE account-path TO audit-log-input-path
        MOVE "ERROR" TO audit-log-result
        MOVE 12 TO audit-log-return-code
        PERFORM write-audit-log-entry
        CLOSE account-file
        STOP RUN RETURNING 12
    END-IF
    SET account-table-length UP BY 1
    MOVE acct-number TO at-number(account-table-length)
    MOVE acct-name TO at-name(account-table-length)
    MOVE acct-terms-days TO at-terms-days(account-table-length)
    MOVE acct-credit-limit TO at-credit-limit(account-table-length)
    MOVE acct-status TO at-status(account-table-length)
    MOVE 0 TO at-open-balance(account-table-length)
    MOVE 0 TO at-run-amount(account-table-length)
    MOVE 0 TO at-run-legs(account-table-length)
    .

load-vessel-map.
    OPEN INPUT vessel-map-file
    IF vessel-map-file-status IS NOT EQUAL TO "35"
        IF vessel-map-file-status IS NOT EQUAL TO "00"
            MOVE "Vessel map" TO recv-abort-what
            MOVE vessel-map-path TO recv-abort-path
            MOVE vessel-map-file-status TO recv-abort-status
            PERFORM abort-receivables-file
        END-IF
        PERFORM UNTIL EXIT
            READ vessel-map-file NEXT
                AT END EXIT PERFORM
            END-READ
            IF vessel-map-table-length IS EQUAL TO vessel-map-table-max-length
                DISPLAY "Vessel map " FUNCTION TRIM(vessel-map-path) " has more than " vessel-map-table-max-length " vessels; aborting." END-DISPLAY
                MOVE vessel-map-path TO audit-log-input-path
                MOVE "ERROR" TO audit-log-result
                MOVE 12 TO audit-log-return-code
                PERFORM write-audit-log-entry
                CLOSE vessel-map-file
                STOP RUN RETURNING 12
            END-IF
            SET vessel-map-table-length UP BY 1
            MOVE vacct-vessel TO vm-vessel(vessel-map-table-length)
            MOVE vacct-account TO vm-account(vessel-map-table-length)
        END-PERFORM
        CLOSE vessel-map-file
    END-IF
    .

load-ledger-balances.
    OPEN INPUT ledger-file
    IF ledger-file-status IS NOT EQUAL TO "35"
        IF ledger-file-status IS NOT EQUAL TO "00"
            MOVE "Receivables ledger" TO recv-abort-what
            MOVE ledger-path TO recv-abort-path
            MOVE ledger-file-status TO recv-abort-status
            PERFORM abort-receivables-file
        END-IF
        PERFORM UNTIL EXIT
            READ ledger-file NEXT
                AT END EXIT PERFORM
            END-READ
            IF ar-open
                MOVE ar-account TO account-search-number
                PERFORM find-account-entry
                IF account-match-index IS NOT EQUAL TO 0
                    COMPUTE at-open-balance(account-match-index) =
                        at-open-balance(account-match-index) + ar-amount - ar-paid
                    END-COMPUTE
                END-IF
            END-IF
        END-PERFORM
        CLOSE ledger-file
    END-IF
    .

find-account-entry.
    MOVE 0 TO account-match-index
    PERFORM WITH TEST BEFORE VARYING account-i FROM 1 UNTIL account-i > account-table-length
        IF at-number(account-i) IS EQUAL TO account-search-number
            SET account-match-index TO account-i
            EXIT PERFORM
        END-IF
    END-PERFORM
    .

assign-leg-accounts.
    PERFORM WITH TEST BEFORE VARYING summary-i FROM 1 UNTIL summary-i > summary-table-length
        PERFORM assign-one-leg-account
    END-PERFORM
    .

assign-one-leg-account.
    MOVE 0 TO sum-account-index(summary-i)
    MOVE SPACES TO sum-hold-reason(summary-i)
    IF sum-vessel-id(summary-i) IS EQUAL TO SPACES
        MOVE "no vessel ID on the summary record" TO sum-hold-reason(summary-i)
    ELSE
        MOVE 0 TO vessel-match-index
        PERFORM WITH TEST BEFORE VARYING vessel-map-i FROM 1 UNTIL vessel-map-i > vessel-map-table-length
            IF vm-vessel(vessel-map-i) IS EQUAL TO sum-vessel-id(summary-i)
                SET vessel-match-index TO vessel-map-i
                EXIT PERFORM
            END-IF
        END-PERFORM
        IF vessel-match-index IS EQUAL TO 0
            MOVE "vessel not assigned to an account" TO sum-hold-reason(summary-i)
        ELSE
            MOVE vm-account(vessel-match-index) TO account-search-number
            PERFORM find-account-entry
            EVALUATE TRUE
                WHEN account-match-index IS EQUAL TO 0
                    MOVE "assigned account not on the master" TO sum-hold-reason(summary-i)
                WHEN NOT at-active(account-match-index)
                    MOVE "assigned account is closed" TO sum-hold-reason(summary-i)
                WHEN OTHER
                    MOVE account-match-index TO sum-account-index(summary-i)
            END-EVALUATE
        END-IF
    END-IF
    IF sum-hold-reason(summary-i) IS NOT EQUAL TO SPACES
        SET sum-held(summary-i) TO TRUE
        SET held-count UP BY 1
    END-IF
    .

set-archive-path.
    *> The archive name carries the statement's own stamp, so month-end
    *> can always find the records behind a given statement - and the
    *> invoices raised from it carry the same name.
    ACCEPT bill-stamp-date FROM DATE YYYYMMDD END-ACCEPT
    ACCEPT bill-stamp-time FROM TIME END-ACCEPT
    MOVE SPACES TO archive-path
    STRING FUNCTION TRIM(voyage-summary-path) "." bill-stamp-date "-" bill-stamp-time ".arc"
        INTO archive-path
    END-STRING
    .

issue-invoices.
    *> One invoice per account with legs on this run, numbered on from
    *> the account's last invoice, written to the ledger as an open item
    *> due on the account's terms and listed leg by leg on the invoice
    *> report. The control total ties back to the statement's.
    MOVE 0 TO invoice-count invoice-total
    OPEN OUTPUT invoice-report-file
    MOVE SPACES TO invoice-report-line
    STRING "Invoices issued " bill-stamp-date " from " FUNCTION TRIM(voyage-summary-path) INTO invoice-report-line END-STRING
    WRITE invoice-report-line
    OPEN I-O ledger-file
    IF ledger-file-status IS EQUAL TO "35"
        OPEN OUTPUT ledger-file
        CLOSE ledger-file
        OPEN I-O ledger-file
    END-IF
    IF ledger-file-status IS NOT EQUAL TO "00"
        MOVE "Receivables ledger" TO recv-abort-what
        MOVE ledger-path TO recv-abort-path
        MOVE ledger-file-status TO recv-abort-status
        PERFORM abort-receivables-file
    END-IF
    OPEN I-O account-file
    IF account-file-status IS NOT EQUAL TO "00"
        MOVE "Account master" TO recv-abort-what
        MOVE account-path TO recv-abort-path
        MOVE account-file-status TO recv-abort-status
        PERFORM abort-receivables-file
    END-IF
    PERFORM WITH TEST BEFORE VARYING account-i FROM 1 UNTIL account-i > account-table-length
        IF at-run-legs(account-i) IS GREATER THAN 0
            PERFORM issue-one-invoice
        END-IF
    END-PERFORM
    CLOSE account-file
    CLOSE ledger-file

    MOVE SPACES TO invoice-report-line
    WRITE invoice-report-line
    MOVE invoice-count TO invoice-display
    COMPUTE bill-amount-decimal = invoice-total / 100 END-COMPUTE
    MOVE bill-amount-decimal TO bill-amount-edited
    MOVE SPACES TO invoice-report-line
    STRING "Control totals: invoices=" FUNCTION TRIM(invoice-display)
        " amount=" FUNCTION TRIM(bill-amount-edited)
        INTO invoice-report-line
    END-STRING
    WRITE invoice-report-line
    CLOSE invoice-report-file
    DISPLAY FUNCTION TRIM(invoice-display) " invoice(s) issued; see " FUNCTION TRIM(invoice-report-path) "." END-DISPLAY
    .

issue-one-invoice.
    MOVE at-number(account-i) TO acct-number
    READ account-file
        INVALID KEY
            MOVE "Account master" TO recv-abort-what
            MOVE account-path TO recv-abort-path
            MOVE account-file-status TO recv-abort-status
            PERFORM abort-receivables-file
    END-READ
    ADD 1 TO acct-last-invoice END-ADD
    INITIALIZE ar-record
    MOVE acct-number TO ar-account
    MOVE acct-last-invoice TO ar-invoice-number
    MOVE bill-stamp-date TO ar-invoice-date
    COMPUTE ar-due-date = FUNCTION DATE-OF-INTEGER(FUNCTION INTEGER-OF-DATE(bill-stamp-date) + at-terms-days(account-i)) END-COMPUTE
    COMPUTE ar-amount = at-run-amount(account-i) / 100 END-COMPUTE
    MOVE 0 TO ar-paid ar-last-receipt-date
    MOVE at-run-legs(account-i) TO ar-leg-count
    SET ar-open TO TRUE
    MOVE archive-path TO ar-archive-path
    WRITE ar-record
        INVALID KEY
            MOVE "Receivables ledger" TO recv-abort-what
            MOVE ledger-path TO recv-abort-path
            MOVE ledger-file-status TO recv-abort-status
            PERFORM abort-receivables-file
    END-WRITE
    REWRITE account-record
        INVALID KEY
            MOVE "Account master" TO recv-abort-what
            MOVE account-path TO recv-abort-path
            MOVE account-file-status TO recv-abort-status
            PERFORM abort-receivables-file
    END-REWRITE
    ADD ar-amount TO at-open-balance(account-i) END-ADD
    SET invoice-count UP BY 1
    SET invoice-total UP BY at-run-amount(account-i)

    PERFORM set-invoice-number-text
    MOVE SPACES TO invoice-report-line
    WRITE invoice-report-line
    MOVE at-terms-days(account-i) TO recv-count-display
    MOVE SPACES TO invoice-report-line
    STRING "Invoice " FUNCTION TRIM(invoice-number-text)
        " to " FUNCTION TRIM(at-name(account-i))
        ": dated " ar-invoice-date
        ", due " ar-due-date
        " (net " FUNCTION TRIM(recv-count-display) " days)"
        INTO invoice-report-line
    END-STRING
    WRITE invoice-report-line
    PERFORM WITH TEST BEFORE VARYING summary-j FROM 1 UNTIL summary-j > summary-table-length
        IF sum-billed(summary-j)
                AND sum-account-index(summary-j) IS EQUAL TO account-i
            PERFORM write-invoice-leg-line
        END-IF
    END-PERFORM
    MOVE ar-amount TO recv-amount-edited
    MOVE at-open-balance(account-i) TO recv-amount-edited-2
    MOVE at-run-legs(account-i) TO recv-count-display
    MOVE SPACES TO invoice-report-line
    STRING "  Invoice total: legs=" FUNCTION TRIM(recv-count-display)
        " amount=" FUNCTION TRIM(recv-amount-edited)
        "  account balance now " FUNCTION TRIM(recv-amount-edited-2)
        INTO invoice-report-line
    END-STRING
    WRITE invoice-report-line
    .

set-invoice-number-text.
    *> Invoice numbers print as ACCOUNT-nnnnnn from the ledger key.
    MOVE ar-invoice-number TO invoice-number-display
    MOVE SPACES TO invoice-number-text
    STRING FUNCTION TRIM(ar-account) "-" invoice-number-display INTO invoice-number-text END-STRING
    .

write-invoice-leg-line.
    MOVE sum-leg-number(summary-j) TO bill-leg-display
    MOVE sum-distance(summary-j) TO bill-distance-display
    COMPUTE bill-amount-decimal = sum-amount(summary-j) / 100 END-COMPUTE
    MOVE bill-amount-decimal TO bill-amount-edited
    MOVE SPACES TO invoice-report-line
    STRING "  vessel " FUNCTION TRIM(sum-vessel-id(summary-j))
        " " FUNCTION TRIM(sum-input-path(summary-j))
        " " sum-part(summary-j)
        " leg " FUNCTION TRIM(bill-leg-display)
        ": distance=" FUNCTION TRIM(bill-distance-display)
        " amount=" FUNCTION TRIM(bill-amount-edited)
        INTO invoice-report-line
    END-STRING
    WRITE invoice-report-line
    .

write-held-legs-report.
    OPEN OUTPUT held-report-file
    MOVE SPACES TO held-report-line
    STRING "Legs held back from invoicing; they stay on " FUNCTION TRIM(voyage-summary-path) " for the next bill run:" INTO held-report-line END-STRING
    WRITE held-report-line
    PERFORM WITH TEST BEFORE VARYING summary-i FROM 1 UNTIL summary-i > summary-table-length
        IF sum-held(summary-i)
            IF sum-vessel-id(summary-i) IS EQUAL TO SPACES
                MOVE "(no vessel)" TO recv-vessel-text
            ELSE
                MOVE sum-vessel-id(summary-i) TO recv-vessel-text
            END-IF
            MOVE sum-leg-number(summary-i) TO bill-leg-display
            MOVE SPACES TO held-report-line
            STRING FUNCTION TRIM(recv-vessel-text)
                " " FUNCTION TRIM(sum-input-path(summary-i))
                " " sum-part(summary-i)
                " leg " FUNCTION TRIM(bill-leg-display)
                ": " FUNCTION TRIM(sum-hold-reason(summary-i))
                INTO held-report-line
            END-STRING
            WRITE held-report-line
        END-IF
    END-PERFORM
    MOVE held-count TO held-display
    MOVE SPACES TO held-report-line
    STRING "Totals: held legs=" FUNCTION TRIM(held-display) INTO held-report-line END-STRING
    WRITE held-report-line
    CLOSE held-report-file
    IF held-count IS GREATER THAN 0
        DISPLAY FUNCTION TRIM(held-display) " leg(s) held back from invoicing; see " FUNCTION TRIM(held-report-path) "." END-DISPLAY
    END-IF
    .

write-over-limit-report.
    *> Written after every run that moves a balance, so dispatch always
    *> works from the current list of accounts whose next voyages to hold.
    MOVE 0 TO over-limit-count
    OPEN OUTPUT over-limit-file
    MOVE "Accounts over their credit limit; hold their next voyages:" TO over-limit-line
    WRITE over-limit-line
    PERFORM WITH TEST BEFORE VARYING account-i FROM 1 UNTIL account-i > account-table-length
        IF at-open-balance(account-i) > at-credit-limit(account-i)
            SET over-limit-count UP BY 1
            COMPUTE over-limit-excess = at-open-balance(account-i) - at-credit-limit(account-i) END-COMPUTE
            MOVE at-open-balance(account-i) TO recv-amount-edited
            MOVE at-credit-limit(account-i) TO recv-amount-edited-2
            MOVE over-limit-excess TO recv-amount-edited-3
            MOVE SPACES TO over-limit-line
            STRING at-number(account-i)
                " " FUNCTION TRIM(at-name(account-i))
                ": open balance=" FUNCTION TRIM(recv-amount-edited)
                " limit=" FUNCTION TRIM(recv-amount-edited-2)
                " over by " FUNCTION TRIM(recv-amount-edited-3)
                INTO over-limit-line
            END-STRING
            WRITE over-limit-line
        END-IF
    END-PERFORM
    MOVE over-limit-count TO over-limit-display
    MOVE SPACES TO over-limit-line
    STRING "Totals: accounts over limit=" FUNCTION TRIM(over-limit-display) INTO over-limit-line END-STRING
    WRITE over-limit-line
    CLOSE over-limit-file
    IF over-limit-count IS GREATER THAN 0
        DISPLAY FUNCTION TRIM(over-limit-display) " account(s) over their credit limit; see " FUNCTION TRIM(over-limit-path) "." END-DISPLAY
    END-IF
    .

maintain-accounts.
    *> Apply account and vessel-assignment transactions, one per line,
    *> with an applied/rejected register. The account master and vessel
    *> map are created empty on first use.
    INITIALIZE recv-tran-data
    ACCEPT recv-today FROM DATE YYYYMMDD END-ACCEPT
    PERFORM load-customer-accounts
    OPEN I-O account-file
    IF account-file-status IS EQUAL TO "35"
        OPEN OUTPUT account-file
        CLOSE account-file
        OPEN I-O account-file
    END-IF
    IF account-file-status IS NOT EQUAL TO "00"
        MOVE "Account master" TO recv-abort-what
        MOVE account-path TO recv-abort-path
        MOVE account-file-status TO recv-abort-status
        PERFORM abort-receivables-file
    END-IF
    OPEN I-O vessel-map-file
    IF vessel-map-file-status IS EQUAL TO "35"
        OPEN OUTPUT vessel-map-file
        CLOSE vessel-map-file
        OPEN I-O vessel-map-file
    END-IF
    IF vessel-map-file-status IS NOT EQUAL TO "00"
        MOVE "Vessel map" TO recv-abort-what
        MOVE vessel-map-path TO recv-abort-path
        MOVE vessel-map-file-status TO recv-abort-status
        PERFORM abort-receivables-file
    END-IF
    OPEN INPUT account-tran-file
    IF account-tran-file-status IS NOT EQUAL TO "00"
        DISPLAY "Transaction file " FUNCTION TRIM(account-tran-path) " could not be opened (status " account-tran-file-status "); aborting." END-DISPLAY
        MOVE account-tran-path TO audit-log-input-path
        MOVE "ERROR" TO audit-log-result
        MOVE 12 TO audit-log-return-code
        PERFORM write-audit-log-entry
        CLOSE account-file
        CLOSE vessel-map-file
        STOP RUN RETURNING 12
    END-IF
    OPEN OUTPUT account-register-file
    PERFORM UNTIL EXIT
        READ account-tran-file
            AT END EXIT PERFORM
        END-READ
        SET recv-tran-line-number UP BY 1
        IF FUNCTION TRIM(account-tran-line) IS NOT EQUAL TO SPACES
            PERFORM apply-account-transaction
        END-IF
    END-PERFORM
    CLOSE account-tran-file
    MOVE recv-applied-count TO recv-applied-display
    MOVE recv-rejected-count TO recv-rejected-display
    MOVE SPACES TO account-register-line
    STRING "Applied: " FUNCTION TRIM(recv-applied-display) "  Rejected: " FUNCTION TRIM(recv-rejected-display) INTO account-register-line END-STRING
    WRITE account-register-line
    CLOSE account-register-file
    CLOSE account-file
    CLOSE vessel-map-file
    DISPLAY FUNCTION TRIM(recv-applied-display) " account transaction(s) applied, " FUNCTION TRIM(recv-rejected-display) " rejected; see " FUNCTION TRIM(account-register-path) "." END-DISPLAY

    MOVE account-tran-path TO audit-log-input-path
    MOVE SPACES TO audit-log-result
    STRING "applied=" FUNCTION TRIM(recv-applied-display) " rejected=" FUNCTION TRIM(recv-rejected-display) INTO audit-log-result END-STRING
    MOVE 0 TO audit-log-return-code
    PERFORM write-audit-log-entry
    .

apply-account-transaction.
    *> A transaction line is pipe-delimited:
    *>   A|ACCOUNT|NAME|TERMS-DAYS|CREDIT-LIMIT  add an account (all required)
    *>   C|ACCOUNT|NAME|TERMS-DAYS|CREDIT-LIMIT  change an active account (blank keeps)
    *>   X|ACCOUNT                               close an account with nothing owing
    *>   V|VESSEL|ACCOUNT                        assign a vessel to an active account
    *> Terms are whole days, 0 to 999; the credit limit is currency to at
    *> most two decimals.
    SET recv-tran-is-valid TO TRUE
    MOVE SPACES TO recv-tran-reject-reason
    MOVE SPACES TO acct-tran-action acct-tran-key acct-tran-name
        acct-tran-terms-text acct-tran-limit-text
    UNSTRING account-tran-line DELIMITED BY "|"
        INTO acct-tran-action acct-tran-key acct-tran-name
            acct-tran-terms-text acct-tran-limit-text
    END-UNSTRING
    MOVE FUNCTION TRIM(acct-tran-key) TO acct-tran-key
    MOVE FUNCTION TRIM(acct-tran-name) TO acct-tran-name
    IF acct-tran-key IS EQUAL TO SPACES
        MOVE "account or vessel is required" TO recv-tran-reject-reason
        SET recv-tran-is-invalid TO TRUE
    END-IF
    IF recv-tran-is-valid
        EVALUATE FUNCTION TRIM(acct-tran-action)
            WHEN "A"
                PERFORM apply-account-add
            WHEN "C"
                PERFORM apply-account-change
            WHEN "X"
                PERFORM apply-account-close
            WHEN "V"
                PERFORM apply-vessel-assignment
            WHEN OTHER
                MOVE "unknown action" TO recv-tran-reject-reason
                SET recv-tran-is-invalid TO TRUE
        END-EVALUATE
    END-IF
    IF recv-tran-is-valid
        SET recv-applied-count UP BY 1
    ELSE
        SET recv-rejected-count UP BY 1
    END-IF
    PERFORM write-account-register-line
    .

validate-account-fields.
    IF acct-tran-key(9:) IS NOT EQUAL TO SPACES
        MOVE "account is longer than 8 characters" TO recv-tran-reject-reason
        SET recv-tran-is-invalid TO TRUE
    END-IF
    IF recv-tran-is-valid AND acct-tran-name(33:) IS NOT EQUAL TO SPACES
        MOVE "name is longer than 32 characters" TO recv-tran-reject-reason
        SET recv-tran-is-invalid TO TRUE
    END-IF
    IF recv-tran-is-valid AND FUNCTION TRIM(acct-tran-terms-text) IS NOT EQUAL TO SPACES
        IF FUNCTION TEST-NUMVAL(acct-tran-terms-text) IS NOT EQUAL TO 0
            MOVE "terms are not whole days from 0 to 999" TO recv-tran-reject-reason
            SET recv-tran-is-invalid TO TRUE
        ELSE
            IF FUNCTION NUMVAL(acct-tran-terms-text) < 0
                    OR FUNCTION NUMVAL(acct-tran-terms-text) > 999
                    OR FUNCTION NUMVAL(acct-tran-terms-text) IS NOT EQUAL TO FUNCTION INTEGER(FUNCTION NUMVAL(acct-tran-terms-text))
                MOVE "terms are not whole days from 0 to 999" TO recv-tran-reject-reason
                SET recv-tran-is-invalid TO TRUE
            END-IF
        END-IF
    END-IF
    IF recv-tran-is-valid AND FUNCTION TRIM(acct-tran-limit-text) IS NOT EQUAL TO SPACES
        IF FUNCTION TEST-NUMVAL(acct-tran-limit-text) IS NOT EQUAL TO 0
            MOVE "credit limit is not an amount in range" TO recv-tran-reject-reason
            SET recv-tran-is-invalid TO TRUE
        ELSE
            IF FUNCTION NUMVAL(acct-tran-limit-text) < 0
                    OR FUNCTION NUMVAL(acct-tran-limit-text) > 999999999.99
                    OR FUNCTION NUMVAL(acct-tran-limit-text) * 100 IS NOT EQUAL TO FUNCTION INTEGER(FUNCTION NUMVAL(acct-tran-limit-text) * 100)
                MOVE "credit limit is not an amount in range" TO recv-tran-reject-reason
                SET recv-tran-is-invalid TO TRUE
            END-IF
        END-IF
    END-IF
    .

apply-account-add.
    IF acct-tran-name IS EQUAL TO SPACES
            OR FUNCTION TRIM(acct-tran-terms-text) IS EQUAL TO SPACES
            OR FUNCTION TRIM(acct-tran-limit-text) IS EQUAL TO SPACES
        MOVE "name, terms and credit limit are required on add" TO recv-tran-reject-reason
        SET recv-tran-is-invalid TO TRUE
    ELSE
        PERFORM validate-account-fields
    END-IF
    IF recv-tran-is-valid
        MOVE acct-tran-key TO acct-number
        READ account-file
            INVALID KEY
                INITIALIZE account-record
                MOVE acct-tran-key TO acct-number
                MOVE acct-tran-name TO acct-name
                COMPUTE acct-terms-days = FUNCTION NUMVAL(acct-tran-terms-text) END-COMPUTE
                COMPUTE acct-credit-limit = FUNCTION NUMVAL(acct-tran-limit-text) END-COMPUTE
                SET acct-active TO TRUE
                MOVE 0 TO acct-last-invoice
                MOVE recv-today TO acct-opened-date
                WRITE account-record END-WRITE
            NOT INVALID KEY
                MOVE "account already on the master" TO recv-tran-reject-reason
                SET recv-tran-is-invalid TO TRUE
        END-READ
    END-IF
    .

apply-account-change.
    IF acct-tran-name IS EQUAL TO SPACES
            AND FUNCTION TRIM(acct-tran-terms-text) IS EQUAL TO SPACES
            AND FUNCTION TRIM(acct-tran-limit-text) IS EQUAL TO SPACES
        MOVE "nothing to change" TO recv-tran-reject-reason
        SET recv-tran-is-invalid TO TRUE
    ELSE
        PERFORM validate-account-fields
    END-IF
    IF recv-tran-is-valid
        MOVE acct-tran-key TO acct-number
        READ account-file
            INVALID KEY
                MOVE "account not on the master" TO recv-tran-reject-reason
                SET recv-tran-is-invalid TO TRUE
            NOT INVALID KEY
                IF acct-closed
                    MOVE "account is closed" TO recv-tran-reject-reason
                    SET recv-tran-is-invalid TO TRUE
                ELSE
                    IF acct-tran-name IS NOT EQUAL TO SPACES
                        MOVE acct-tran-name TO acct-name
                    END-IF
                    IF FUNCTION TRIM(acct-tran-terms-text) IS NOT EQUAL TO SPACES
                        COMPUTE acct-terms-days = FUNCTION NUMVAL(acct-tran-terms-text) END-COMPUTE
                    END-IF
                    IF FUNCTION TRIM(acct-tran-limit-text) IS NOT EQUAL TO SPACES
                        COMPUTE acct-credit-limit = FUNCTION NUMVAL(acct-tran-limit-text) END-COMPUTE
                    END-IF
                    REWRITE account-record END-REWRITE
                END-IF
        END-READ
    END-IF
    .

apply-account-close.
    *> An account can't be closed while it still owes: the ledger would
    *> hold open items against an account billing no longer recognizes.
    IF acct-tran-key(9:) IS NOT EQUAL TO SPACES
        MOVE "account is longer than 8 characters" TO recv-tran-reject-reason
        SET recv-tran-is-invalid TO TRUE
    END-IF
    IF recv-tran-is-valid
        MOVE acct-tran-key TO acct-number
        READ account-file
            INVALID KEY
                MOVE "account not on the master" TO recv-tran-reject-reason
                SET recv-tran-is-invalid TO TRUE
            NOT INVALID KEY
                MOVE acct-tran-key TO account-search-number
                PERFORM find-account-entry
                EVALUATE TRUE
                    WHEN acct-closed
                        MOVE "account is already closed" TO recv-tran-reject-reason
                        SET recv-tran-is-invalid TO TRUE
                    WHEN account-match-index IS NOT EQUAL TO 0
                            AND at-open-balance(account-match-index) > 0
                        MOVE "account has open invoices" TO recv-tran-reject-reason
                        SET recv-tran-is-invalid TO TRUE
                    WHEN OTHER
                        SET acct-closed TO TRUE
                        REWRITE account-record END-REWRITE
                END-EVALUATE
        END-READ
    END-IF
    .

apply-vessel-assignment.
    *> The third field carries the account the vessel bills to.
    IF acct-tran-key(17:) IS NOT EQUAL TO SPACES
        MOVE "vessel is longer than 16 characters" TO recv-tran-reject-reason
        SET recv-tran-is-invalid TO TRUE
    END-IF
    IF recv-tran-is-valid
        IF acct-tran-name IS EQUAL TO SPACES
            MOVE "account is required on a vessel assignment" TO recv-tran-reject-reason
            SET recv-tran-is-invalid TO TRUE
        ELSE
            IF acct-tran-name(9:) IS NOT EQUAL TO SPACES
                MOVE "account is longer than 8 characters" TO recv-tran-reject-reason
                SET recv-tran-is-invalid TO TRUE
            END-IF
        END-IF
    END-IF
    IF recv-tran-is-valid
        MOVE acct-tran-name TO acct-number
        READ account-file
            INVALID KEY
                MOVE "account not on the master" TO recv-tran-reject-reason
                SET recv-tran-is-invalid TO TRUE
            NOT INVALID KEY
                IF acct-closed
                    MOVE "account is closed" TO recv-tran-reject-reason
                    SET recv-tran-is-invalid TO TRUE
                END-IF
        END-READ
    END-IF
    IF recv-tran-is-valid
        MOVE acct-tran-key TO vacct-vessel
        READ vessel-map-file
            INVALID KEY
                MOVE acct-tran-key TO vacct-vessel
                MOVE acct-tran-name TO vacct-account
                MOVE recv-today TO vacct-assigned-date
                WRITE vessel-account-record END-WRITE
            NOT INVALID KEY
                MOVE acct-tran-name TO vacct-account
                MOVE recv-today TO vacct-assigned-date
                REWRITE vessel-account-record END-REWRITE
        END-READ
    END-IF
    .

write-account-register-line.
    MOVE recv-tran-line-number TO recv-tran-line-number-display
    MOVE SPACES TO account-register-line
    IF recv-tran-is-valid
        STRING "Line " FUNCTION TRIM(recv-tran-line-number-display) ": APPLIED  " FUNCTION TRIM(account-tran-line) INTO account-register-line END-STRING
    ELSE
        STRING "Line " FUNCTION TRIM(recv-tran-line-number-display) ": REJECTED " FUNCTION TRIM(account-tran-line) " (" FUNCTION TRIM(recv-tran-reject-reason) ")" INTO account-register-line END-STRING
    END-IF
    WRITE account-register-line
    .

apply-payments.
    *> Apply customer receipts against open invoices, one per line, with
    *> an applied/rejected register showing which invoices each receipt
    *> settled. The over-limit list is rewritten afterwards so dispatch
    *> can release accounts a receipt brought back under their limit.
    INITIALIZE recv-tran-data
    ACCEPT recv-today FROM DATE YYYYMMDD END-ACCEPT
    PERFORM load-customer-accounts
    OPEN I-O ledger-file
    IF ledger-file-status IS EQUAL TO "35"
        OPEN OUTPUT ledger-file
        CLOSE ledger-file
        OPEN I-O ledger-file
    END-IF
    IF ledger-file-status IS NOT EQUAL TO "00"
        MOVE "Receivables ledger" TO recv-abort-what
        MOVE ledger-path TO recv-abort-path
        MOVE ledger-file-status TO recv-abort-status
        PERFORM abort-receivables-file
    END-IF
    OPEN INPUT payment-tran-file
    IF payment-tran-file-status IS NOT EQUAL TO "00"
        DISPLAY "Transaction file " FUNCTION TRIM(payment-tran-path) " could not be opened (status " payment-tran-file-status "); aborting." END-DISPLAY
        MOVE payment-tran-path TO audit-log-input-path
        MOVE "ERROR" TO audit-log-result
        MOVE 12 TO audit-log-return-code
        PERFORM write-audit-log-entry
        CLOSE ledger-file
        STOP RUN RETURNING 12
    END-IF
    OPEN OUTPUT payment-register-file
    PERFORM UNTIL EXIT
        READ payment-tran-file
            AT END EXIT PERFORM
        END-READ
        SET recv-tran-line-number UP BY 1
        IF FUNCTION TRIM(payment-tran-line) IS NOT EQUAL TO SPACES
            PERFORM apply-payment-transaction
        END-IF
    END-PERFORM
    CLOSE payment-tran-file
    CLOSE ledger-file
    MOVE recv-applied-count TO recv-applied-display
    MOVE recv-rejected-count TO recv-rejected-display
    MOVE pay-received-total TO pay-received-edited
    MOVE SPACES TO payment-register-line
    STRING "Applied: " FUNCTION TRIM(recv-applied-display)
        "  Rejected: " FUNCTION TRIM(recv-rejected-display)
        "  Received: " FUNCTION TRIM(pay-received-edited)
        INTO payment-register-line
    END-STRING
    WRITE payment-register-line
    CLOSE payment-register-file
    DISPLAY FUNCTION TRIM(recv-applied-display) " payment(s) applied, " FUNCTION TRIM(recv-rejected-display) " rejected; see " FUNCTION TRIM(payment-register-path) "." END-DISPLAY
    PERFORM write-over-limit-report

    MOVE payment-tran-path TO audit-log-input-path
    MOVE SPACES TO audit-log-result
    STRING "applied=" FUNCTION TRIM(recv-applied-display) " rejected=" FUNCTION TRIM(recv-rejected-display) INTO audit-log-result END-STRING
    MOVE 0 TO audit-log-return-code
    PERFORM write-audit-log-entry
    .

apply-payment-transaction.
    *> A receipt line is ACCOUNT|INVOICE|AMOUNT|RECEIPT-DATE, pipe-delimited.
    *> With an invoice number the receipt goes to that invoice and may not
    *> exceed what is still open on it; with the invoice left blank it
    *> settles the account's open invoices oldest first and may not exceed
    *> the account's open balance. The amount is currency to at most two
    *> decimals; a blank receipt date means today. The whole line is
    *> validated before anything posts, so a rejected receipt leaves the
    *> ledger untouched.
    SET recv-tran-is-valid TO TRUE
    MOVE SPACES TO recv-tran-reject-reason
    MOVE SPACES TO pay-account pay-invoice-text pay-amount-text pay-date-text
    MOVE 0 TO pay-invoice-number pay-amount
    UNSTRING payment-tran-line DELIMITED BY "|"
        INTO pay-account pay-invoice-text pay-amount-text pay-date-text
    END-UNSTRING
    MOVE FUNCTION TRIM(pay-account) TO pay-account
    EVALUATE TRUE
        WHEN pay-account IS EQUAL TO SPACES
            MOVE "account is required" TO recv-tran-reject-reason
            SET recv-tran-is-invalid TO TRUE
        WHEN pay-account(9:) IS NOT EQUAL TO SPACES
            MOVE "account is longer than 8 characters" TO recv-tran-reject-reason
            SET recv-tran-is-invalid TO TRUE
        WHEN OTHER
            MOVE pay-account TO account-search-number
            PERFORM find-account-entry
            IF account-match-index IS EQUAL TO 0
                MOVE "account not on the master" TO recv-tran-reject-reason
                SET recv-tran-is-invalid TO TRUE
            END-IF
    END-EVALUATE
    IF recv-tran-is-valid AND FUNCTION TRIM(pay-invoice-text) IS NOT EQUAL TO SPACES
        IF FUNCTION TEST-NUMVAL(pay-invoice-text) IS NOT EQUAL TO 0
            MOVE "invoice is not a whole number in range" TO recv-tran-reject-reason
            SET recv-tran-is-invalid TO TRUE
        ELSE
            IF FUNCTION NUMVAL(pay-invoice-text) < 1
                    OR FUNCTION NUMVAL(pay-invoice-text) > 999999
                    OR FUNCTION NUMVAL(pay-invoice-text) IS NOT EQUAL TO FUNCTION INTEGER(FUNCTION NUMVAL(pay-invoice-text))
                MOVE "invoice is not a whole number in range" TO recv-tran-reject-reason
                SET recv-tran-is-invalid TO TRUE
            ELSE
                COMPUTE pay-invoice-number = FUNCTION NUMVAL(pay-invoice-text) END-COMPUTE
            END-IF
        END-IF
    END-IF
    IF recv-tran-is-valid
        IF FUNCTION TRIM(pay-amount-text) IS EQUAL TO SPACES
                OR FUNCTION TEST-NUMVAL(pay-amount-text) IS NOT EQUAL TO 0
            MOVE "amount is not an amount in range" TO recv-tran-reject-reason
            SET recv-tran-is-invalid TO TRUE
        ELSE
            IF FUNCTION NUMVAL(pay-amount-text) <= 0
                    OR FUNCTION NUMVAL(pay-amount-text) > 99999999999.99
                    OR FUNCTION NUMVAL(pay-amount-text) * 100 IS NOT EQUAL TO FUNCTION INTEGER(FUNCTION NUMVAL(pay-amount-text) * 100)
                MOVE "amount is not an amount in range" TO recv-tran-reject-reason
                SET recv-tran-is-invalid TO TRUE
            ELSE
                COMPUTE pay-amount = FUNCTION NUMVAL(pay-amount-text) END-COMPUTE
            END-IF
        END-IF
    END-IF
    IF recv-tran-is-valid
        MOVE FUNCTION TRIM(pay-date-text) TO pay-date-text
        IF pay-date-text IS EQUAL TO SPACES
            MOVE recv-today TO pay-receipt-date
        ELSE
            IF pay-date-text(1:8) IS NOT NUMERIC
                    OR pay-date-text(9:) IS NOT EQUAL TO SPACES
                MOVE "receipt date is not a valid YYYYMMDD date" TO recv-tran-reject-reason
                SET recv-tran-is-invalid TO TRUE
            ELSE
                MOVE pay-date-text(1:8) TO pay-receipt-date
                IF FUNCTION TEST-DATE-YYYYMMDD(pay-receipt-date) IS NOT EQUAL TO 0
                    MOVE "receipt date is not a valid YYYYMMDD date" TO recv-tran-reject-reason
                    SET recv-tran-is-invalid TO TRUE
                END-IF
            END-IF
        END-IF
    END-IF
    IF recv-tran-is-valid
        IF pay-invoice-number IS NOT EQUAL TO 0
            MOVE pay-account TO ar-account
            MOVE pay-invoice-number TO ar-invoice-number
            READ ledger-file
                INVALID KEY
                    MOVE "invoice not on the ledger" TO recv-tran-reject-reason
                    SET recv-tran-is-invalid TO TRUE
                NOT INVALID KEY
                    IF ar-paid-in-full
                        MOVE "invoice is already paid" TO recv-tran-reject-reason
                        SET recv-tran-is-invalid TO TRUE
                    ELSE
                        IF pay-amount > ar-amount - ar-paid
                            MOVE "amount exceeds what is open on the invoice" TO recv-tran-reject-reason
                            SET recv-tran-is-invalid TO TRUE
                        END-IF
                    END-IF
            END-READ
        ELSE
            IF pay-amount > at-open-balance(account-match-index)
                MOVE "amount exceeds the account's open balance" TO recv-tran-reject-reason
                SET recv-tran-is-invalid TO TRUE
            END-IF
        END-IF
    END-IF

    MOVE recv-tran-line-number TO recv-tran-line-number-display
    MOVE SPACES TO payment-register-line
    IF recv-tran-is-valid
        SET recv-applied-count UP BY 1
        STRING "Line " FUNCTION TRIM(recv-tran-line-number-display) ": APPLIED  " FUNCTION TRIM(payment-tran-line) INTO payment-register-line END-STRING
        WRITE payment-register-line
        ADD pay-amount TO pay-received-total END-ADD
        MOVE pay-amount TO pay-remaining
        IF pay-invoice-number IS NOT EQUAL TO 0
            PERFORM post-receipt-to-invoice
        ELSE
            PERFORM post-receipt-oldest-first
        END-IF
    ELSE
        SET recv-rejected-count UP BY 1
        STRING "Line " FUNCTION TRIM(recv-tran-line-number-display) ": REJECTED " FUNCTION TRIM(payment-tran-line) " (" FUNCTION TRIM(recv-tran-reject-reason) ")" INTO payment-register-line END-STRING
        WRITE payment-register-line
    END-IF
    .

post-receipt-oldest-first.
    *> Walk the account's invoices from the lowest number up, settling
    *> each open one in turn until the receipt is used up; validation has
    *> already proved the account owes at least this much.
    MOVE pay-account TO ar-account
    MOVE 0 TO ar-invoice-number
    START ledger-file KEY IS GREATER THAN ar-key
        INVALID KEY
            CONTINUE
        NOT INVALID KEY
            PERFORM UNTIL EXIT
                READ ledger-file NEXT
                    AT END EXIT PERFORM
                END-READ
                IF ar-account IS NOT EQUAL TO pay-account
                    EXIT PERFORM
                END-IF
                IF ar-open
                    PERFORM post-receipt-to-invoice
                END-IF
                IF pay-remaining IS EQUAL TO 0
                    EXIT PERFORM
                END-IF
            END-PERFORM
    END-START
    .

post-receipt-to-invoice.
    *> The ledger record is current: read by key for a named invoice, or
    *> by the oldest-first walk.
    COMPUTE pay-invoice-open = ar-amount - ar-paid END-COMPUTE
    IF pay-remaining < pay-invoice-open
        MOVE pay-remaining TO pay-applied
    ELSE
        MOVE pay-invoice-open TO pay-applied
    END-IF
    ADD pay-applied TO ar-paid END-ADD
    MOVE pay-receipt-date TO ar-last-receipt-date
    IF ar-paid >= ar-amount
        SET ar-paid-in-full TO TRUE
    END-IF
    REWRITE ar-record
        INVALID KEY
            MOVE "Receivables ledger" TO recv-abort-what
            MOVE ledger-path TO recv-abort-path
            MOVE ledger-file-status TO recv-abort-status
            PERFORM abort-receivables-file
    END-REWRITE
    SUBTRACT pay-applied FROM pay-remaining END-SUBTRACT
    SUBTRACT pay-applied FROM at-open-balance(account-match-index) END-SUBTRACT
    PERFORM set-invoice-number-text
    COMPUTE pay-invoice-open = ar-amount - ar-paid END-COMPUTE
    MOVE pay-applied TO recv-amount-edited
    MOVE pay-invoice-open TO recv-amount-edited-2
    MOVE SPACES TO payment-register-line
    IF ar-paid-in-full
        STRING "    invoice " FUNCTION TRIM(invoice-number-text)
            ": applied " FUNCTION TRIM(recv-amount-edited)
            ", paid in full"
            INTO payment-register-line
        END-STRING
    ELSE
        STRING "    invoice " FUNCTION TRIM(invoice-number-text)
            ": applied " FUNCTION TRIM(recv-amount-edited)
            ", still open " FUNCTION TRIM(recv-amount-edited-2)
            INTO payment-register-line
        END-STRING
    END-IF
    WRITE payment-register-line
    .

aged-debtors.
    *> Month-end aged-debtors report straight off the ledger, which reads
    *> back in account order, so each account's open invoices come
    *> together: an account heading, one line per open invoice with its
    *> days past due, and the account's bucket totals. The over-limit list
    *> is refreshed from the same balances.
    MOVE 0 TO aging-account-count
    MOVE SPACES TO aging-current-account
    INITIALIZE aging-total-buckets
    PERFORM load-customer-accounts
    COMPUTE aging-as-of-day = FUNCTION INTEGER-OF-DATE(aging-as-of-date) END-COMPUTE
    OPEN OUTPUT aging-report-file
    MOVE SPACES TO aging-report-line
    STRING "Aged debtors as of " aging-as-of-date " (days past due date)" INTO aging-report-line END-STRING
    WRITE aging-report-line
    OPEN INPUT ledger-file
    IF ledger-file-status IS EQUAL TO "35"
        MOVE "No invoices on the ledger." TO aging-report-line
        WRITE aging-report-line
    ELSE
        IF ledger-file-status IS NOT EQUAL TO "00"
            MOVE "Receivables ledger" TO recv-abort-what
            MOVE ledger-path TO recv-abort-path
            MOVE ledger-file-status TO recv-abort-status
            PERFORM abort-receivables-file
        END-IF
        PERFORM UNTIL EXIT
            READ ledger-file NEXT
                AT END EXIT PERFORM
            END-READ
            IF ar-open
                IF ar-account IS NOT EQUAL TO aging-current-account
                    IF aging-current-account IS NOT EQUAL TO SPACES
                        PERFORM write-aging-account-totals
                    END-IF
                    PERFORM start-aging-account
                END-IF
                PERFORM age-one-invoice
            END-IF
        END-PERFORM
        CLOSE ledger-file
        IF aging-current-account IS NOT EQUAL TO SPACES
            PERFORM write-aging-account-totals
        END-IF
    END-IF

    MOVE SPACES TO aging-report-line
    WRITE aging-report-line
    MOVE aging-total-buckets TO aging-account-buckets
    PERFORM edit-aging-buckets
    MOVE aging-account-count TO recv-count-display
    MOVE SPACES TO aging-report-line
    STRING "Totals: accounts=" FUNCTION TRIM(recv-count-display)
        " current=" FUNCTION TRIM(aging-bucket-edited(1))
        " 1-30=" FUNCTION TRIM(aging-bucket-edited(2))
        " 31-60=" FUNCTION TRIM(aging-bucket-edited(3))
        " 61-90=" FUNCTION TRIM(aging-bucket-edited(4))
        " over-90=" FUNCTION TRIM(aging-bucket-edited(5))
        " total=" FUNCTION TRIM(aging-line-total-edited)
        INTO aging-report-line
    END-STRING
    WRITE aging-report-line
    CLOSE aging-report-file
    DISPLAY "Aged debtors report written to " FUNCTION TRIM(aging-report-path) "." END-DISPLAY
    PERFORM write-over-limit-report

    MOVE ledger-path TO audit-log-input-path
    MOVE over-limit-count TO over-limit-display
    MOVE SPACES TO audit-log-result
    STRING "accounts=" FUNCTION TRIM(recv-count-display) " over-limit=" FUNCTION TRIM(over-limit-display) INTO audit-log-result END-STRING
    MOVE 0 TO audit-log-return-code
    PERFORM write-audit-log-entry
    .

start-aging-account.
    MOVE ar-account TO aging-current-account
    SET aging-account-count UP BY 1
    INITIALIZE aging-account-buckets
    MOVE ar-account TO account-search-number
    PERFORM find-account-entry
    MOVE SPACES TO aging-report-line
    WRITE aging-report-line
    MOVE SPACES TO aging-report-line
    IF account-match-index IS EQUAL TO 0
        STRING ar-account " (not on the account master)" INTO aging-report-line END-STRING
    ELSE
        MOVE at-credit-limit(account-match-index) TO recv-amount-edited
        MOVE at-terms-days(account-match-index) TO recv-count-display
        STRING ar-account " " FUNCTION TRIM(at-name(account-match-index))
            " (net " FUNCTION TRIM(recv-count-display) " days, limit "
            FUNCTION TRIM(recv-amount-edited) ")"
            INTO aging-report-line
        END-STRING
    END-IF
    WRITE aging-report-line
    .

age-one-invoice.
    COMPUTE aging-invoice-open = ar-amount - ar-paid END-COMPUTE
    COMPUTE aging-days-overdue = aging-as-of-day - FUNCTION INTEGER-OF-DATE(ar-due-date) END-COMPUTE
    EVALUATE TRUE
        WHEN aging-days-overdue <= 0
            MOVE 1 TO aging-bucket-index
        WHEN aging-days-overdue <= 30
            MOVE 2 TO aging-bucket-index
        WHEN aging-days-overdue <= 60
            MOVE 3 TO aging-bucket-index
        WHEN aging-days-overdue <= 90
            MOVE 4 TO aging-bucket-index
        WHEN OTHER
            MOVE 5 TO aging-bucket-index
    END-EVALUATE
    ADD aging-invoice-open TO aging-account-bucket(aging-bucket-index) aging-total-bucket(aging-bucket-index) END-ADD
    PERFORM set-invoice-number-text
    MOVE aging-invoice-open TO recv-amount-edited
    MOVE ar-amount TO recv-amount-edited-2
    MOVE SPACES TO aging-report-line
    IF aging-days-overdue <= 0
        STRING "    invoice " FUNCTION TRIM(invoice-number-text)
            " dated " ar-invoice-date
            " due " ar-due-date
            ": amount " FUNCTION TRIM(recv-amount-edited-2)
            " open " FUNCTION TRIM(recv-amount-edited)
            ", not yet due"
            INTO aging-report-line
        END-STRING
    ELSE
        MOVE aging-days-overdue TO aging-days-display
        STRING "    invoice " FUNCTION TRIM(invoice-number-text)
            " dated " ar-invoice-date
            " due " ar-due-date
            ": amount " FUNCTION TRIM(recv-amount-edited-2)
            " open " FUNCTION TRIM(recv-amount-edited)
            ", " FUNCTION TRIM(aging-days-display) " days past due"
            INTO aging-report-line
        END-STRING
    END-IF
    WRITE aging-report-line
    .

write-aging-account-totals.
    PERFORM edit-aging-buckets
    MOVE SPACES TO aging-report-line
    STRING "  Account totals: current=" FUNCTION TRIM(aging-bucket-edited(1))
        " 1-30=" FUNCTION TRIM(aging-bucket-edited(2))
        " 31-60=" FUNCTION TRIM(aging-bucket-edited(3))
        " 61-90=" FUNCTION TRIM(aging-bucket-edited(4))
        " over-90=" FUNCTION TRIM(aging-bucket-edited(5))
        " total=" FUNCTION TRIM(aging-line-total-edited)
        INTO aging-report-line
    END-STRING
    WRITE aging-report-line
    .

edit-aging-buckets.
    MOVE 0 TO aging-line-total
    PERFORM WITH TEST BEFORE VARYING aging-bucket-index FROM 1 UNTIL aging-bucket-index > 5
        MOVE aging-account-bucket(aging-bucket-index) TO aging-bucket-edited(aging-bucket-index)
        ADD aging-account-bucket(aging-bucket-index) TO aging-line-total END-ADD
    END-PERFORM
    MOVE aging-line-total TO aging-line-total-edited
    .

reconcile-legs.
    DISPLAY "Usage:" END-DISPLAY
    DISPLAY TAB-CHAR "./vsumbill bill" END-DISPLAY
    DISPLAY TAB-CHAR "./vsumbill reconcile" END-DISPLAY
    DISPLAY TAB-CHAR "./vsumbill accounts [transaction_file]" END-DISPLAY
    DISPLAY TAB-CHAR "./vsumbill payments [transaction_file]" END-DISPLAY
    DISPLAY TAB-CHAR "./vsumbill aging [as_of_yyyymmdd]" END-DISPLAY
    MOVE SPACES TO audit-log-input-path
    MOVE "ERROR" TO audit-log-result
    MOVE 12 TO audit-log-return-code
