        FILE STATUS IS WS-PROF-STATUS.

    SELECT CONN-FILE ASSIGN TO "data/InCollege-Connections.txt"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS SEQUENTIAL
        RECORD KEY IS CONN-KEY
        ALTERNATE RECORD KEY IS CONN-RECIPIENT WITH DUPLICATES
        FILE STATUS IS WS-CONN-STATUS.

    SELECT MESSAGE-FILE ASSIGN TO "data/InCollege-Messages.txt"
        RECORD KEY IS SBX-PROF-USER
        FILE STATUS IS WS-SBX-STATUS.

*> Renamed pairs no longer sort the way the live keys do, so the
*> sandbox connections file is written by key.
    SELECT SBX-CONN-FILE ASSIGN TO "sandbox/data/InCollege-Connections.txt"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS SBX-CONN-KEY
        ALTERNATE RECORD KEY IS SBX-CONN-RECIPIENT WITH DUPLICATES
        FILE STATUS IS WS-SBX-STATUS.

    SELECT SBX-LINE-FILE ASSIGN TO WS-SBX-FILENAME
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-SBX-STATUS.

FD  CONN-FILE.
01  CONN-REC.
    05 CONN-KEY.
        10 CONN-SENDER      PIC X(20).
        10 FILLER           PIC X(01).
        10 CONN-RECIPIENT   PIC X(20).
    05 FILLER               PIC X(01).
    05 CONN-STATUS          PIC X(20).

    05 SBX-PROF-USER       PIC X(20).
    05 SBX-PROF-REST       PIC X(3799).

FD  SBX-CONN-FILE.
01  SBX-CONN-REC.
    05 SBX-CONN-KEY.
        10 SBX-CONN-SENDER    PIC X(20).
        10 FILLER             PIC X(01).
        10 SBX-CONN-RECIPIENT PIC X(20).
    05 SBX-CONN-REST       PIC X(21).

FD  SBX-LINE-FILE.
01  SBX-LINE-REC             PIC X(4024).

        CLOSE CONN-FILE
        EXIT PARAGRAPH
    END-IF
    OPEN OUTPUT SBX-CONN-FILE
    MOVE "N" TO WS-EOF
    PERFORM UNTIL WS-EOF = "Y"
        READ CONN-FILE NEXT RECORD
            AT END
                MOVE "Y" TO WS-EOF
            NOT AT END
                MOVE CONN-REC TO SBX-CONN-REC
                MOVE CONN-SENDER TO WS-MAP-IN
                PERFORM MAP-ONE-USERNAME
                MOVE WS-MAP-OUT TO SBX-CONN-SENDER
                MOVE CONN-RECIPIENT TO WS-MAP-IN
                PERFORM MAP-ONE-USERNAME
                MOVE WS-MAP-OUT TO SBX-CONN-RECIPIENT
                WRITE SBX-CONN-REC
                    INVALID KEY
                        CONTINUE
                END-WRITE
        END-READ
    END-PERFORM
    CLOSE SBX-CONN-FILE
    CLOSE CONN-FILE
    ADD 1 TO WS-COPIED-COUNT.

