    *> Adapter master record, keyed on master-serial. DAY10, MASTINQ and
    *> MASTUTIL all read and write the same indexed file through this one
    *> layout. Dates are YYYYMMDD, zero when not recorded: a master
    *> converted from the original serial/joltage/status layout starts with
    *> blank lifecycle fields until the stockroom keys them.
    01 master-record.
        02 master-serial PIC X(12).
        02 master-joltage PIC 9(9).
        02 master-status PIC X.
            88 master-in-service VALUE "I".
            88 master-spare VALUE "S".
            88 master-retired VALUE "R".
        02 master-bin-location PIC X(8).
        02 master-vendor-code PIC X(8).
        02 master-in-service-date PIC 9(8).
        02 master-last-test-date PIC 9(8).
