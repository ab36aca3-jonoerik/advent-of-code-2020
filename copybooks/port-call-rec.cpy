    *> Port-call record, one per event DAY12 resolves against the port
    *> registry, appended the same way the voyage summary is so a fleet
    *> run accumulates every vessel's calls. An A arrival is the step a
    *> track first comes inside a port's radius and a D departure the step
    *> it leaves; an E is the port a leg finished in. The step is the
    *> voyage's instruction step (as on the proximity report) and the
    *> line its line in the voyage file. pcall-vessel is blank for a
    *> single-voyage run.
    01 port-call-record.
        02 pcall-run-date PIC 9(8).
        02 pcall-vessel PIC X(16).
        02 pcall-voyage-path PIC X(128).
        02 pcall-part PIC X(5).
        02 pcall-leg-number PIC 9(9).
        02 pcall-port-code PIC X(8).
        02 pcall-step PIC 9(9).
        02 pcall-line PIC 9(9).
        02 pcall-event PIC X.
            88 pcall-arrival VALUE "A".
            88 pcall-departure VALUE "D".
            88 pcall-leg-end VALUE "E".
        02 pcall-north PIC S9(9) SIGN IS LEADING SEPARATE.
        02 pcall-east PIC S9(9) SIGN IS LEADING SEPARATE.
