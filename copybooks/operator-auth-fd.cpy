    FD operator-auth-file.
        01 operator-auth-line PIC X(64).
