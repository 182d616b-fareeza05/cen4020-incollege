        RECORD KEY IS PROF-USER
        FILE STATUS IS WS-PROF-STATUS.

    SELECT CONN-FILE ASSIGN TO "data/InCollege-Connections.txt"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS SEQUENTIAL
        RECORD KEY IS CONN-KEY
        ALTERNATE RECORD KEY IS CONN-RECIPIENT WITH DUPLICATES
        FILE STATUS IS WS-CONN-STATUS.

    SELECT CONTROL-FILE ASSIGN TO "data/InCollege-BackupControl.txt"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-CTL-STATUS.
    05 PROF-USER             PIC X(20).
    05 PROF-REST             PIC X(3799).

FD  CONN-FILE.
01  CONN-REC.
    05 CONN-KEY.
        10 CONN-SENDER       PIC X(20).
        10 FILLER            PIC X(01).
        10 CONN-RECIPIENT    PIC X(20).
    05 CONN-REST             PIC X(21).

*> One row: the generation number the NEXT backup run will write
*> into, and how many generations are kept before the numbers wrap.
FD  CONTROL-FILE.
01  WS-BAK-STATUS              PIC XX VALUE "00".
01  WS-ACC-STATUS              PIC XX VALUE "00".
01  WS-PROF-STATUS             PIC XX VALUE "00".
01  WS-CONN-STATUS             PIC XX VALUE "00".
01  WS-CTL-STATUS              PIC XX VALUE "00".
01  WS-LOG-STATUS              PIC XX VALUE "00".
01  WS-EOF                     PIC X VALUE "N".
*> backup set covers. The two indexed files are handled separately.
01  WS-FILE-ENTRY-COUNT          PIC 9(2) VALUE 0.
01  WS-FILE-TABLE.
    05 WS-FT-NAME OCCURS 40 TIMES PIC X(40).

01  WS-E                        PIC 9(2) VALUE 0.
01  WS-SRC-COUNT                 PIC 9(7) VALUE 0.

    PERFORM BACKUP-ACCOUNTS
    PERFORM BACKUP-PROFILES
    PERFORM BACKUP-CONNECTIONS

    PERFORM ADVANCE-CONTROL
    PERFORM CLOSE-LOG
    ADD 1 TO WS-FILE-ENTRY-COUNT
    MOVE "InCollege-Applications.txt" TO WS-FT-NAME(WS-FILE-ENTRY-COUNT)
    ADD 1 TO WS-FILE-ENTRY-COUNT
    MOVE "InCollege-Messages.txt" TO WS-FT-NAME(WS-FILE-ENTRY-COUNT)
    ADD 1 TO WS-FILE-ENTRY-COUNT
    MOVE "InCollege-MessageSeq.txt" TO WS-FT-NAME(WS-FILE-ENTRY-COUNT)
    ADD 1 TO WS-FILE-ENTRY-COUNT
    MOVE "InCollege-SavedJobs.txt" TO WS-FT-NAME(WS-FILE-ENTRY-COUNT)
    ADD 1 TO WS-FILE-ENTRY-COUNT
    MOVE "InCollege-ApplicationPostings.txt" TO WS-FT-NAME(WS-FILE-ENTRY-COUNT)
    ADD 1 TO WS-FILE-ENTRY-COUNT
    MOVE "InCollege-Notifications.txt" TO WS-FT-NAME(WS-FILE-ENTRY-COUNT)
    ADD 1 TO WS-FILE-ENTRY-COUNT
    MOVE "InCollege-Employers.txt" TO WS-FT-NAME(WS-FILE-ENTRY-COUNT)
    ADD 1 TO WS-FILE-ENTRY-COUNT
    MOVE "InCollege-Statistics.txt" TO WS-FT-NAME(WS-FILE-ENTRY-COUNT)
    ADD 1 TO WS-FILE-ENTRY-COUNT
    MOVE "InCollege-MessageHistory.txt" TO WS-FT-NAME(WS-FILE-ENTRY-COUNT)
    ADD 1 TO WS-FILE-ENTRY-COUNT
    MOVE "InCollege-DeliveryRuns.txt" TO WS-FT-NAME(WS-FILE-ENTRY-COUNT)
    ADD 1 TO WS-FILE-ENTRY-COUNT
    MOVE "InCollege-DeliveryLog.txt" TO WS-FT-NAME(WS-FILE-ENTRY-COUNT)
    ADD 1 TO WS-FILE-ENTRY-COUNT
    MOVE "InCollege-ReferenceChecks.txt" TO WS-FT-NAME(WS-FILE-ENTRY-COUNT).

READ-CONTROL.
    MOVE 1 TO WS-GEN
    WRITE LOG-REC.

*> ---------------------------------------------------------------
*> BACKUP-ACCOUNTS / BACKUP-PROFILES / BACKUP-CONNECTIONS
*>   The three indexed files are read through their own FDs and written
*>   out as fixed-width sequential images; DataRestore rebuilds the
*>   indexed files from those images.
*> ---------------------------------------------------------------

    PERFORM VERIFY-BACKUP-COUNT.

BACKUP-CONNECTIONS.
    MOVE SPACES TO WS-BAK-FILENAME
    STRING "data/backup-G" WS-GEN "-InCollege-Connections.txt"
      INTO WS-BAK-FILENAME
    END-STRING

    OPEN INPUT CONN-FILE
    IF WS-CONN-STATUS = "35"
        CLOSE CONN-FILE
        ADD 1 TO WS-FILES-SKIPPED
        EXIT PARAGRAPH
    END-IF

    OPEN OUTPUT BAK-FILE
    MOVE 0 TO WS-SRC-COUNT
    MOVE "N" TO WS-EOF
    PERFORM UNTIL WS-EOF = "Y"
        READ CONN-FILE NEXT RECORD
            AT END
                MOVE "Y" TO WS-EOF
            NOT AT END
                ADD 1 TO WS-SRC-COUNT
                MOVE SPACES TO BAK-REC
                MOVE CONN-REC TO BAK-REC(1:62)
                WRITE BAK-REC
        END-READ
    END-PERFORM
    CLOSE BAK-FILE
    CLOSE CONN-FILE

    PERFORM VERIFY-BACKUP-COUNT.

ADVANCE-CONTROL.
    ADD 1 TO WS-GEN
    IF WS-GEN > WS-KEEP
