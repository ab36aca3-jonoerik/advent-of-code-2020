    *> Port registry record, keyed on port-code. The charted position is
    *> north/east of the same voyage origin DAY12 plots every leg from, and
    *> a position is inside the port when its Manhattan distance from the
    *> charted position is within the arrival radius - the same distance
    *> the proximity check measures separation by. A closed port stays on
    *> file, so old port calls still name it, but no longer takes arrivals.
    01 port-record.
        02 port-code PIC X(8).
        02 port-name PIC X(32).
        02 port-north PIC S9(9) SIGN IS LEADING SEPARATE.
        02 port-east PIC S9(9) SIGN IS LEADING SEPARATE.
        02 port-radius PIC 9(9).
        02 port-status PIC X.
            88 port-open VALUE "O".
            88 port-closed VALUE "C".
        02 port-opened-date PIC 9(8).
        02 port-closed-date PIC 9(8).
