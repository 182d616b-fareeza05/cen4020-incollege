INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT CONN-FILE ASSIGN TO "data/InCollege-Connections.txt"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS SEQUENTIAL
        RECORD KEY IS CONN-KEY
        ALTERNATE RECORD KEY IS CONN-RECIPIENT WITH DUPLICATES
        FILE STATUS IS WS-CONN-STATUS.

    SELECT ACC-FILE ASSIGN TO "data/InCollege-Accounts.txt"

FD  CONN-FILE.
01  CONN-REC.
    05 CONN-KEY.
        10 CONN-SENDER      PIC X(20).
        10 FILLER           PIC X(01).
        10 CONN-RECIPIENT   PIC X(20).
    05 FILLER               PIC X(01).
    05 CONN-STATUS          PIC X(20).

RECONCILE-CONNECTIONS.
    MOVE "N" TO WS-CONN-EOF
    PERFORM UNTIL WS-CONN-EOF = "Y"
        READ CONN-FILE NEXT RECORD
            AT END
                MOVE "Y" TO WS-CONN-EOF
            NOT AT END
    END-PERFORM.

CHECK-CONNECTION-ROW.
    MOVE "Y" TO WS-SENDER-OK
    MOVE "Y" TO WS-RECIPIENT-OK

