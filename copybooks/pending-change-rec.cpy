    *> Pending adapter master change, keyed on pend-change-id. DAY10's
    *> maintain mode and MASTINQ enter A/U/R transactions here instead of
    *> applying them; a second, different operator with approve authority
    *> approves or rejects each one from MASTINQ, and only an approved
    *> change is applied to the master. Records are never deleted, so the
    *> file is also the history of who entered and who decided what.
    01 pending-change-record.
        02 pend-change-id PIC 9(9).
        02 pend-state PIC X.
            88 pend-awaiting VALUE "P".
            88 pend-approved VALUE "A".
            88 pend-declined VALUE "J".
            88 pend-failed VALUE "F".
        *> The transaction exactly as entered, in maintain's layout.
        02 pend-transaction PIC X(128).
        02 pend-entered-by PIC X(8).
        02 pend-entered-date PIC 9(8).
        02 pend-entered-time PIC 9(8).
        02 pend-decided-by PIC X(8).
        02 pend-decided-date PIC 9(8).
        02 pend-decided-time PIC 9(8).
        *> Why a change was declined by its checker, or why an approved
        *> change failed to apply against the master as it then stood.
        02 pend-reason PIC X(64).
