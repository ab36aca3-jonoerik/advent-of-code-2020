    SELECT results-history-file
        ASSIGN TO DISK results-history-path
        ORGANIZATION IS LINE SEQUENTIAL
        ACCESS MODE IS SEQUENTIAL
        FILE STATUS IS results-history-file-status.
