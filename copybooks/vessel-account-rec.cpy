    *> Vessel-to-account assignment, keyed on the vessel ID DAY12's fleet
    *> control file uses. A vessel bills to one account at a time;
    *> reassigning it changes where its next voyages are invoiced, not
    *> where earlier invoices sit.
    01 vessel-account-record.
        02 vacct-vessel PIC X(16).
        02 vacct-account PIC X(8).
        02 vacct-assigned-date PIC 9(8).
