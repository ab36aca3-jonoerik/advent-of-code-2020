    *> Operator authority file: who may enter adapter master changes and
    *> who may approve them. Lines are OPERATOR|ENTER|APPROVE with Y or N
    *> in each authority column; blank lines and lines starting with "*"
    *> are ignored, same as the site parameter file. Ops can point at a
    *> different file via the AOC2020_OPERATOR_AUTH_PATH environment
    *> variable. The operator running a program is named on its command
    *> line or, failing that, by the AOC2020_OPERATOR_ID environment
    *> variable.
    01 operator-auth-default-path PIC X(128) VALUE "aoc2020-operators.dat".
    01 operator-auth-path PIC X(128).
    01 operator-auth-file-status PIC XX.
    01 operator-id PIC X(8).
    01 operator-id-text PIC X(32).
    78 operator-auth-max-length VALUE 500.
    01 operator-auth-length USAGE BINARY-C-LONG VALUE 0.
    01 operator-auth-table.
        02 operator-auth-entry
            OCCURS 0 TO operator-auth-max-length TIMES DEPENDING ON operator-auth-length
            INDEXED BY operator-auth-i.
            03 auth-operator-id PIC X(8).
            03 auth-enter PIC X.
                88 auth-enter-granted VALUE "Y".
            03 auth-approve PIC X.
                88 auth-approve-granted VALUE "Y".
    01 operator-auth-parse.
        02 auth-id-text PIC X(32).
        02 auth-enter-text PIC X(4).
        02 auth-approve-text PIC X(4).
    01 operator-auth-line-number USAGE BINARY-C-LONG UNSIGNED VALUE 0.
    01 operator-auth-line-number-display PIC Z(8)9.
    01 operator-authority.
        02 operator-known-flag PIC X VALUE "N".
            88 operator-known VALUE "Y".
            88 operator-unknown VALUE "N".
        02 operator-enter-flag PIC X VALUE "N".
            88 operator-can-enter VALUE "Y".
            88 operator-cannot-enter VALUE "N".
        02 operator-approve-flag PIC X VALUE "N".
            88 operator-can-approve VALUE "Y".
            88 operator-cannot-approve VALUE "N".
