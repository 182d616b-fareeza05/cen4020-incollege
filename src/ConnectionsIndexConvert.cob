       >>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. ConnectionsIndexConvert.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.

*> Run lock shared by the online program and every batch tool that
*> writes the data files, so a load-all/rewrite-all in one program
*> cannot silently erase another's changes mid-run.
    SELECT RUN-LOCK-FILE ASSIGN TO "data/InCollege-RunLock.txt"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-RUNLOCK-STATUS.

*> The connections file as every program now declares it: keyed by
*> sender|recipient, with the recipient as a second key.
    SELECT CONN-FILE ASSIGN TO "data/InCollege-Connections.txt"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS CONN-KEY
        ALTERNATE RECORD KEY IS CONN-RECIPIENT WITH DUPLICATES
        FILE STATUS IS WS-CONN-STATUS.

*> The same file as it was before the conversion: one plain line per
*> pair, with the control trailer the online saves appended.
    SELECT OLD-CONN-FILE ASSIGN TO "data/InCollege-Connections.txt"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-OLD-STATUS.

*> The old rows are copied aside first and left there afterwards, so
*> the conversion can be checked (or undone) against the original.
    SELECT SEQ-COPY-FILE ASSIGN TO "data/InCollege-Connections.txt.seq"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-SEQ-STATUS.

DATA DIVISION.
FILE SECTION.

FD  RUN-LOCK-FILE.
01  RUN-LOCK-REC.
    05 RUNLOCK-HOLDER        PIC X(30).
    05 FILLER                PIC X(01).
    05 RUNLOCK-MODE          PIC X(10).
    05 FILLER                PIC X(01).
    05 RUNLOCK-READERS       PIC 9(03).

FD  CONN-FILE.
01  CONN-REC.
    05 CONN-KEY.
        10 CONN-SENDER       PIC X(20).
        10 FILLER            PIC X(01).
        10 CONN-RECIPIENT    PIC X(20).
    05 FILLER                PIC X(01).
    05 CONN-STATUS           PIC X(20).

FD  OLD-CONN-FILE.
01  OLD-CONN-REC             PIC X(80).

FD  SEQ-COPY-FILE.
01  SEQ-COPY-REC             PIC X(80).

WORKING-STORAGE SECTION.

01  WS-RUNLOCK-STATUS          PIC XX VALUE "00".
01  WS-RUNLOCK-MYNAME          PIC X(30) VALUE "ConnectionsIndexConvert".

01  WS-CONN-STATUS             PIC XX VALUE "00".
01  WS-OLD-STATUS              PIC XX VALUE "00".
01  WS-SEQ-STATUS              PIC XX VALUE "00".
01  WS-EOF                     PIC X VALUE "N".

01  WS-READ-COUNT               PIC 9(5) VALUE 0.
01  WS-CONVERTED-COUNT           PIC 9(5) VALUE 0.
01  WS-DUPLICATE-COUNT           PIC 9(5) VALUE 0.
01  WS-AFTER-COUNT               PIC 9(5) VALUE 0.

PROCEDURE DIVISION.

*> ---------------------------------------------------------------
*> MAIN-MAINLINE
*>   One-time conversion of the connections file from one plain line
*>   per pair to a keyed file, so a member's connections are read by
*>   key instead of by scanning every pair on the network. The old
*>   rows are copied to data/InCollege-Connections.txt.seq, the file
*>   is recreated keyed, and every data row is written back; the
*>   control trailer is dropped (the keyed file carries none). A pair
*>   that appears twice keeps one row, preferring ACCEPTED. Safe to
*>   rerun -- a file that already opens keyed is left alone.
*> ---------------------------------------------------------------
MAIN-MAINLINE.
    PERFORM ACQUIRE-RUN-LOCK

    OPEN INPUT CONN-FILE
    IF WS-CONN-STATUS = "35"
        DISPLAY "No connections file found; nothing to convert."
        CLOSE CONN-FILE
        PERFORM RELEASE-RUN-LOCK
        STOP RUN
    END-IF
    IF WS-CONN-STATUS = "00"
        DISPLAY "The connections file is already keyed; nothing to convert."
        CLOSE CONN-FILE
        PERFORM RELEASE-RUN-LOCK
        STOP RUN
    END-IF

    PERFORM COPY-OLD-ROWS
    PERFORM LOAD-KEYED-FILE
    PERFORM COUNT-KEYED-ROWS

    PERFORM RELEASE-RUN-LOCK

    DISPLAY "Connections conversion complete: " WS-READ-COUNT
        " row(s) before, " WS-AFTER-COUNT " row(s) after."
    IF WS-DUPLICATE-COUNT > 0
        DISPLAY "  " WS-DUPLICATE-COUNT
            " duplicate pair row(s) folded into one."
    END-IF
    DISPLAY "  The original rows are kept in"
        " data/InCollege-Connections.txt.seq."
    STOP RUN.

*> ---------------------------------------------------------------
*> COPY-OLD-ROWS
*>   The plain file is copied aside row for row; trailer and blank
*>   rows do not count as pairs.
*> ---------------------------------------------------------------
COPY-OLD-ROWS.
    OPEN INPUT OLD-CONN-FILE
    OPEN OUTPUT SEQ-COPY-FILE
    MOVE 0 TO WS-READ-COUNT
    MOVE "N" TO WS-EOF
    PERFORM UNTIL WS-EOF = "Y"
        READ OLD-CONN-FILE
            AT END
                MOVE "Y" TO WS-EOF
            NOT AT END
                MOVE OLD-CONN-REC TO SEQ-COPY-REC
                WRITE SEQ-COPY-REC
                IF OLD-CONN-REC(1:20) NOT = SPACES
                   AND OLD-CONN-REC(1:9) NOT = "*TRAILER*"
                    ADD 1 TO WS-READ-COUNT
                END-IF
        END-READ
    END-PERFORM
    CLOSE SEQ-COPY-FILE
    CLOSE OLD-CONN-FILE.

*> ---------------------------------------------------------------
*> LOAD-KEYED-FILE
*>   OPEN OUTPUT recreates the file keyed; the rows go back by key
*>   since the old file was never kept in pair order.
*> ---------------------------------------------------------------
LOAD-KEYED-FILE.
    OPEN OUTPUT CONN-FILE
    OPEN INPUT SEQ-COPY-FILE
    MOVE 0 TO WS-CONVERTED-COUNT
    MOVE 0 TO WS-DUPLICATE-COUNT
    MOVE "N" TO WS-EOF
    PERFORM UNTIL WS-EOF = "Y"
        READ SEQ-COPY-FILE
            AT END
                MOVE "Y" TO WS-EOF
            NOT AT END
                IF SEQ-COPY-REC(1:20) NOT = SPACES
                   AND SEQ-COPY-REC(1:9) NOT = "*TRAILER*"
                    PERFORM LOAD-ONE-ROW
                END-IF
        END-READ
    END-PERFORM
    CLOSE SEQ-COPY-FILE
    CLOSE CONN-FILE.

LOAD-ONE-ROW.
    MOVE SEQ-COPY-REC(1:62) TO CONN-REC
    MOVE "|" TO CONN-REC(21:1)
    MOVE "|" TO CONN-REC(42:1)
    WRITE CONN-REC
    IF WS-CONN-STATUS(1:1) = "0"
        ADD 1 TO WS-CONVERTED-COUNT
        EXIT PARAGRAPH
    END-IF
    ADD 1 TO WS-DUPLICATE-COUNT
    IF FUNCTION TRIM(CONN-STATUS) = "ACCEPTED"
        REWRITE CONN-REC
    END-IF.

COUNT-KEYED-ROWS.
    MOVE 0 TO WS-AFTER-COUNT
    OPEN INPUT CONN-FILE
    MOVE "N" TO WS-EOF
    PERFORM UNTIL WS-EOF = "Y"
        READ CONN-FILE NEXT RECORD
            AT END
                MOVE "Y" TO WS-EOF
            NOT AT END
                ADD 1 TO WS-AFTER-COUNT
        END-READ
    END-PERFORM
    CLOSE CONN-FILE.

*> ---------------------------------------------------------------
*> ACQUIRE-RUN-LOCK / RELEASE-RUN-LOCK
*>   The run-lock convention every program that writes the shared
*>   data files honors: take the named lock before touching them,
*>   exit cleanly with a message if another holder is active, and
*>   release it on the way out -- duplicated in each program rather
*>   than shared, since this codebase has no mechanism for one
*>   program to CALL into another.
*> ---------------------------------------------------------------
ACQUIRE-RUN-LOCK.
    OPEN INPUT RUN-LOCK-FILE
    IF WS-RUNLOCK-STATUS = "35"
        CLOSE RUN-LOCK-FILE
        PERFORM STAMP-RUN-LOCK
        EXIT PARAGRAPH
    END-IF

    MOVE "FREE" TO RUN-LOCK-REC
    READ RUN-LOCK-FILE
        AT END
            MOVE "FREE" TO RUN-LOCK-REC
    END-READ
    CLOSE RUN-LOCK-FILE

    IF FUNCTION TRIM(RUNLOCK-HOLDER) NOT = "FREE"
       AND FUNCTION TRIM(RUNLOCK-HOLDER) NOT = SPACES
        DISPLAY "The run lock is held by "
            FUNCTION TRIM(RUNLOCK-HOLDER)
            ". Try again once it finishes."
        STOP RUN
    END-IF

    *> A writer also waits for the shared readers to drain -- the
    *> read-only report tools hold a shared stamp instead of the
    *> whole lock.
    IF RUNLOCK-READERS IS NUMERIC
        IF RUNLOCK-READERS > 0
            DISPLAY "Shared readers are active on the data files. "
                "Try again once they finish."
            STOP RUN
        END-IF
    END-IF

    PERFORM STAMP-RUN-LOCK.

STAMP-RUN-LOCK.
    OPEN OUTPUT RUN-LOCK-FILE
    MOVE SPACES TO RUN-LOCK-REC
    MOVE WS-RUNLOCK-MYNAME TO RUNLOCK-HOLDER
    MOVE "EXCL" TO RUNLOCK-MODE
    MOVE 0 TO RUNLOCK-READERS
    MOVE "|" TO RUN-LOCK-REC(31:1)
    MOVE "|" TO RUN-LOCK-REC(42:1)
    WRITE RUN-LOCK-REC
    CLOSE RUN-LOCK-FILE.

RELEASE-RUN-LOCK.
    OPEN OUTPUT RUN-LOCK-FILE
    MOVE SPACES TO RUN-LOCK-REC
    MOVE "FREE" TO RUNLOCK-HOLDER
    MOVE 0 TO RUNLOCK-READERS
    MOVE "|" TO RUN-LOCK-REC(31:1)
    MOVE "|" TO RUN-LOCK-REC(42:1)
    WRITE RUN-LOCK-REC
    CLOSE RUN-LOCK-FILE.
