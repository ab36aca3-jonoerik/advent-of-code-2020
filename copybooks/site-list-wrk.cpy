    *> Site list: every stockroom site's code and the path of its adapter
    *> master, as SITE|MASTER-PATH lines; blank lines and lines starting
    *> with "*" are ignored, same as the site parameter file. Head office
    *> consolidates the masters it names, and a transfer can only move a
    *> unit between two sites on it. Each site's entry must name its master
    *> exactly as that site's AOC2020_DAY10_MASTER_PATH does, since that is
    *> how a run recognizes its own site. Ops can point at a different file
    *> via the AOC2020_SITE_LIST_PATH environment variable.
    01 site-list-default-path PIC X(128) VALUE "aoc2020-sites.dat".
    01 site-list-path PIC X(128).
    01 site-list-file-status PIC XX.
    01 site-list-found-flag PIC X VALUE "N".
        88 site-list-found VALUE "Y".
        88 site-list-absent VALUE "N".
    78 site-list-max-length VALUE 100.
    01 site-list-length USAGE BINARY-C-LONG VALUE 0.
    01 site-list-table.
        02 site-list-entry
            OCCURS 0 TO site-list-max-length TIMES DEPENDING ON site-list-length
            INDEXED BY site-list-i site-list-j.
            03 site-code PIC X(8).
            03 site-master-path PIC X(128).
    01 site-list-parse.
        02 site-code-text PIC X(32).
        02 site-path-text PIC X(160).
    01 site-list-line-number USAGE BINARY-C-LONG UNSIGNED VALUE 0.
    01 site-list-line-number-display PIC Z(8)9.
    01 site-lookup-code PIC X(8).
    01 site-lookup-path PIC X(128).
    01 site-lookup-flag PIC X VALUE "N".
        88 site-lookup-hit VALUE "Y".
        88 site-lookup-miss VALUE "N".
