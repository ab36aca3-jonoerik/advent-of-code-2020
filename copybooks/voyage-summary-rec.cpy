    *> For a part1 leg the final heading is meaningful and the waypoint
    *> fields are zero; for a part2 leg the waypoint fields are meaningful
    *> and the heading is zero.
    *> The steaming estimate follows: the leg's odometer, the hours at the
    *> site's cruising speed and the fuel burned, both to two decimals, and
    *> a refuel flag set when that burn exceeds the site's tank capacity.
    *> Records written before the estimate existed end at vsum-bad-count,
    *> so a reader sees these fields as spaces on them.
    *> Last, the vessel ID from the fleet control file, which billing uses
    *> to find the customer account; a single-voyage run has no vessel and
    *> leaves it blank.
    01 voyage-summary-record.
        02 vsum-input-path PIC X(128).
        02 vsum-part PIC X(5).
        02 vsum-waypoint-e PIC S9(9) SIGN IS LEADING SEPARATE.
        02 vsum-instruction-count PIC 9(9).
        02 vsum-bad-count PIC 9(9).
        02 vsum-odometer PIC 9(18).
        02 vsum-steaming-hours PIC 9(9)V99.
        02 vsum-fuel-estimate PIC 9(11)V99.
        02 vsum-refuel-flag PIC X.
            88 vsum-refuel-needed VALUE "Y".
            88 vsum-within-tank VALUE "N".
        02 vsum-vessel-id PIC X(16).
