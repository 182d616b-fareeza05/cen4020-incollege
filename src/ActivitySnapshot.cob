        FILE STATUS IS WS-APP-STATUS.

    SELECT CONN-FILE ASSIGN TO "data/InCollege-Connections.txt"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS SEQUENTIAL
        RECORD KEY IS CONN-KEY
        ALTERNATE RECORD KEY IS CONN-RECIPIENT WITH DUPLICATES
        FILE STATUS IS WS-CONN-STATUS.

    SELECT STATS-FILE ASSIGN TO "data/InCollege-Statistics.txt"
01  APPLICATION-REC          PIC X(4024).

FD  CONN-FILE.
01  CONN-REC.
    05 CONN-KEY.
        10 CONN-SENDER      PIC X(20).
        10 FILLER           PIC X(01).
        10 CONN-RECIPIENT   PIC X(20).
    05 FILLER               PIC X(01).
    05 CONN-STATUS          PIC X(20).

*> One row per day: the day's login successes/failures and new
*> accounts (from the audit log), plus the running totals of
    IF WS-CONN-STATUS NOT = "35"
        MOVE "N" TO WS-EOF
        PERFORM UNTIL WS-EOF = "Y"
            READ CONN-FILE NEXT RECORD
                AT END
                    MOVE "Y" TO WS-EOF
                NOT AT END
                    ADD 1 TO WS-TOTAL-CONNS
            END-READ
        END-PERFORM
    END-IF
