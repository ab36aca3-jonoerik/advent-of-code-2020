    SELECT operator-auth-file
        ASSIGN TO DISK operator-auth-path
        ORGANIZATION IS LINE SEQUENTIAL
        ACCESS MODE IS SEQUENTIAL
        FILE STATUS IS operator-auth-file-status.
