    SELECT site-list-file
        ASSIGN TO DISK site-list-path
        ORGANIZATION IS LINE SEQUENTIAL
        ACCESS MODE IS SEQUENTIAL
        FILE STATUS IS site-list-file-status.
