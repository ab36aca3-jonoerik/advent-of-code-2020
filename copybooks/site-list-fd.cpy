    FD site-list-file.
        01 site-list-line PIC X(160).
