        FILE STATUS IS WS-PROF-STATUS.

    SELECT CONN-FILE ASSIGN TO "data/InCollege-Connections.txt"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS SEQUENTIAL
        RECORD KEY IS CONN-KEY
        ALTERNATE RECORD KEY IS CONN-RECIPIENT WITH DUPLICATES
        FILE STATUS IS WS-CONN-STATUS.

    SELECT MESSAGE-FILE ASSIGN TO "data/InCollege-Messages.txt"
    05 PROF-VISIBILITY     PIC X(01).

FD  CONN-FILE.
01  CONN-REC.
    05 CONN-KEY.
        10 CONN-SENDER      PIC X(20).
        10 FILLER           PIC X(01).
        10 CONN-RECIPIENT   PIC X(20).
    05 FILLER               PIC X(01).
    05 CONN-STATUS          PIC X(20).

FD  MESSAGE-FILE.
01  MESSAGE-REC              PIC X(300).
*>   the data file is rewritten without it -- clean enough for the
*>   batch to proceed, so return code stays 0. QuarantineReview is
*>   the companion tool that restores or discards quarantined rows.
*>   The indexed account, profile and connection files are
*>   maintained through the online program and are never rewritten
*>   here; findings in them still hold the batch even in repair
*>   mode.
*> ---------------------------------------------------------------
MAIN-MAINLINE.
    PERFORM GET-RUN-MODE

CHECK-CONNECTIONS.
    MOVE "InCollege-Connections.txt" TO WS-CURR-FILE
    MOVE 0 TO WS-REC-NO

    OPEN INPUT CONN-FILE
        CLOSE CONN-FILE
        EXIT PARAGRAPH
    END-IF

    MOVE "N" TO WS-EOF
    PERFORM UNTIL WS-EOF = "Y"
        READ CONN-FILE NEXT RECORD
            AT END
                MOVE "Y" TO WS-EOF
            NOT AT END
                ADD 1 TO WS-REC-NO
                MOVE "N" TO WS-ROW-BAD
                PERFORM CHECK-ONE-CONNECTION
                IF WS-ROW-BAD = "Y" AND WS-REPAIR-MODE = "Y"
                    ADD 1 TO WS-UNREPAIRED-COUNT
                END-IF
        END-READ
    END-PERFORM
    CLOSE CONN-FILE.

CHECK-ONE-CONNECTION.
    IF CONN-REC(21:1) NOT = "|" OR CONN-REC(42:1) NOT = "|"
        MOVE "separator bytes 21/42 are not pipes" TO WS-WHAT
        PERFORM WRITE-FINDING
    IF FUNCTION TRIM(JOB-STATUS-FILE) NOT = "ACTIVE"
       AND FUNCTION TRIM(JOB-STATUS-FILE) NOT = "RETIRED"
       AND FUNCTION TRIM(JOB-STATUS-FILE) NOT = "CLOSED"
       AND FUNCTION TRIM(JOB-STATUS-FILE) NOT = "PENDING"
       AND FUNCTION TRIM(JOB-STATUS-FILE) NOT = "REJECTED"
       AND FUNCTION TRIM(JOB-STATUS-FILE) NOT = "FILLED"
        MOVE "status is not a known posting status" TO WS-WHAT
        PERFORM WRITE-FINDING
    END-IF

    MOVE 21 TO WS-PT-POS1(WS-PIPE-ENTRY-COUNT)
    MOVE 32 TO WS-PT-POS2(WS-PIPE-ENTRY-COUNT)

    ADD 1 TO WS-PIPE-ENTRY-COUNT
    MOVE "data/InCollege-ApplicationPostings.txt" TO WS-PT-FILENAME(WS-PIPE-ENTRY-COUNT)
    MOVE 21 TO WS-PT-POS1(WS-PIPE-ENTRY-COUNT)
    MOVE 32 TO WS-PT-POS2(WS-PIPE-ENTRY-COUNT)

    ADD 1 TO WS-PIPE-ENTRY-COUNT
    MOVE "data/InCollege-Notifications.txt" TO WS-PT-FILENAME(WS-PIPE-ENTRY-COUNT)
    MOVE 21 TO WS-PT-POS1(WS-PIPE-ENTRY-COUNT)
    MOVE 21 TO WS-PT-POS1(WS-PIPE-ENTRY-COUNT)
    MOVE 0 TO WS-PT-POS2(WS-PIPE-ENTRY-COUNT)

    ADD 1 TO WS-PIPE-ENTRY-COUNT
    MOVE "data/InCollege-DeliveryRuns.txt" TO WS-PT-FILENAME(WS-PIPE-ENTRY-COUNT)
    MOVE 31 TO WS-PT-POS1(WS-PIPE-ENTRY-COUNT)
    MOVE 52 TO WS-PT-POS2(WS-PIPE-ENTRY-COUNT)

    ADD 1 TO WS-PIPE-ENTRY-COUNT
    MOVE "data/InCollege-DeliveryLog.txt" TO WS-PT-FILENAME(WS-PIPE-ENTRY-COUNT)
    MOVE 21 TO WS-PT-POS1(WS-PIPE-ENTRY-COUNT)
    MOVE 52 TO WS-PT-POS2(WS-PIPE-ENTRY-COUNT)

    ADD 1 TO WS-PIPE-ENTRY-COUNT
    MOVE "data/InCollege-Statistics.txt" TO WS-PT-FILENAME(WS-PIPE-ENTRY-COUNT)
    MOVE 11 TO WS-PT-POS1(WS-PIPE-ENTRY-COUNT)
    MOVE 17 TO WS-PT-POS2(WS-PIPE-ENTRY-COUNT)

    ADD 1 TO WS-PIPE-ENTRY-COUNT
    MOVE "data/InCollege-ReferenceChecks.txt" TO WS-PT-FILENAME(WS-PIPE-ENTRY-COUNT)
    MOVE 21 TO WS-PT-POS1(WS-PIPE-ENTRY-COUNT)
    MOVE 62 TO WS-PT-POS2(WS-PIPE-ENTRY-COUNT).

CHECK-ONE-PIPE-FILE.
    MOVE WS-PT-FILENAME(WS-E) TO WS-DATA-FILENAME
