       >>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. RecordAccessReport.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.

*> Shared/exclusive run-lock protocol: this read-only report takes
*> a shared stamp (a bumped reader count) instead of the whole
*> lock, so it can overlap the online program and other readers;
*> only an exclusive batch writer turns it away.
    SELECT RUN-LOCK-FILE ASSIGN TO "data/InCollege-RunLock.txt"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-RUNLOCK-STATUS.
    SELECT RECORD-ACCESS-FILE ASSIGN TO "data/InCollege-RecordAccess.txt"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-RA-STATUS.

*> The same lines as the screen, kept so the registrar can attach
*> the answer to a records request.
    SELECT REPORT-FILE ASSIGN TO "data/InCollege-RecordAccessReport.txt"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-RPT-STATUS.

DATA DIVISION.
FILE SECTION.

FD  RUN-LOCK-FILE.
01  RUN-LOCK-REC.
    05 RUNLOCK-HOLDER        PIC X(30).
    05 FILLER                PIC X(01).
    05 RUNLOCK-MODE          PIC X(10).
    05 FILLER                PIC X(01).
    05 RUNLOCK-READERS       PIC 9(03).

*> Staff record-access log, as InCollege.cob and
*> ApplicantPacketExport append to it.
FD  RECORD-ACCESS-FILE.
01  RECORD-ACCESS-REC.
    05 RA-TIMESTAMP          PIC X(20).
    05 FILLER                PIC X(01).
    05 RA-STAFF              PIC X(20).
    05 FILLER                PIC X(01).
    05 RA-STUDENT            PIC X(20).
    05 FILLER                PIC X(01).
    05 RA-SCREEN             PIC X(20).
    05 FILLER                PIC X(01).
    05 RA-PURPOSE            PIC X(10).

FD  REPORT-FILE.
01  REPORT-REC               PIC X(200).

WORKING-STORAGE SECTION.

01  WS-RUNLOCK-STATUS         PIC XX VALUE "00".
01  WS-RUNLOCK-HOLDER-SAVE    PIC X(30) VALUE SPACES.
01  WS-RUNLOCK-MODE-SAVE      PIC X(10) VALUE SPACES.
01  WS-RUNLOCK-READERS-SAVE   PIC 9(3) VALUE 0.

01  WS-RA-STATUS              PIC XX VALUE "00".
01  WS-RA-EOF                 PIC X VALUE "N".
01  WS-RPT-STATUS             PIC XX VALUE "00".

01  WS-CHOICE                 PIC X(200) VALUE SPACES.
01  WS-OUT-LINE               PIC X(200) VALUE SPACES.
01  WS-PROMPT                 PIC X(200) VALUE SPACES.

*> S = one student's record (who looked at it), T = one staffer
*> (whose records they looked at). Blank dates are open-ended.
01  WS-Q-MODE                 PIC X VALUE SPACES.
01  WS-Q-USER                 PIC X(20) VALUE SPACES.
01  WS-Q-FROM                 PIC X(10) VALUE SPACES.
01  WS-Q-TO                   PIC X(10) VALUE SPACES.
01  WS-SHOW-FROM              PIC X(13) VALUE SPACES.
01  WS-SHOW-TO                PIC X(13) VALUE SPACES.

01  WS-MATCH-COUNT            PIC 9(5) VALUE 0.
01  WS-ROW-DATE               PIC X(10) VALUE SPACES.
01  WS-KEEP                   PIC X VALUE "N".
01  WS-OTHER-PARTY            PIC X(20) VALUE SPACES.

*> Tallies for the closing summary: by the other party (staffer or
*> student) and by purpose code.
01  WS-PARTY-COUNT            PIC 9(3) VALUE 0.
01  WS-PARTY-TABLE OCCURS 500 TIMES.
    05 WS-PT-NAME             PIC X(20).
    05 WS-PT-COUNT            PIC 9(5).
01  WS-PURPOSE-COUNT          PIC 9(2) VALUE 0.
01  WS-PURPOSE-TABLE OCCURS 20 TIMES.
    05 WS-PU-CODE             PIC X(10).
    05 WS-PU-COUNT            PIC 9(5).
01  WS-I                      PIC 9(3) VALUE 0.
01  WS-FOUND                  PIC X VALUE "N".

PROCEDURE DIVISION.

*> ---------------------------------------------------------------
*> MAIN-MAINLINE
*>   The registrar's answer to "who at the institution looked at my
*>   education records": lists the staff record-access log for one
*>   student, or for one staffer, over a from-to date range, then
*>   totals by staffer (or student) and by stated purpose.
*> ---------------------------------------------------------------
MAIN-MAINLINE.
    PERFORM ACQUIRE-SHARED-LOCK
    PERFORM OPEN-FILES
    PERFORM ASK-FILTERS
    PERFORM SCAN-LOG
    PERFORM PRINT-SUMMARY
    PERFORM CLOSE-FILES
    PERFORM RELEASE-SHARED-LOCK
    STOP RUN.

OPEN-FILES.
    OPEN INPUT RECORD-ACCESS-FILE
    IF WS-RA-STATUS = "35"
        DISPLAY "No record-access log found; nothing to report."
        CLOSE RECORD-ACCESS-FILE
        PERFORM RELEASE-SHARED-LOCK
        STOP RUN
    END-IF.

ASK-FILTERS.
    MOVE "Report by 1. Student or 2. Staff member:" TO WS-PROMPT
    PERFORM PRINT-PROMPT-AND-READ
    EVALUATE FUNCTION TRIM(WS-CHOICE)
        WHEN "1"
            MOVE "S" TO WS-Q-MODE
            MOVE "Student username:" TO WS-PROMPT
        WHEN "2"
            MOVE "T" TO WS-Q-MODE
            MOVE "Staff username:" TO WS-PROMPT
        WHEN OTHER
            DISPLAY "Choose 1 or 2."
            CLOSE RECORD-ACCESS-FILE
            PERFORM RELEASE-SHARED-LOCK
            STOP RUN
    END-EVALUATE
    PERFORM PRINT-PROMPT-AND-READ
    MOVE FUNCTION TRIM(WS-CHOICE) TO WS-Q-USER
    IF WS-Q-USER = SPACES
        DISPLAY "A username is required."
        CLOSE RECORD-ACCESS-FILE
        PERFORM RELEASE-SHARED-LOCK
        STOP RUN
    END-IF

    MOVE "From date YYYY-MM-DD (blank for the beginning):" TO WS-PROMPT
    PERFORM PRINT-PROMPT-AND-READ
    MOVE WS-CHOICE TO WS-Q-FROM

    MOVE "To date YYYY-MM-DD (blank for the end):" TO WS-PROMPT
    PERFORM PRINT-PROMPT-AND-READ
    MOVE WS-CHOICE TO WS-Q-TO

    OPEN OUTPUT REPORT-FILE
    MOVE SPACES TO WS-OUT-LINE
    IF WS-Q-MODE = "S"
        STRING "Staff access to the records of "
               FUNCTION TRIM(WS-Q-USER)
          INTO WS-OUT-LINE
        END-STRING
    ELSE
        STRING "Student records accessed by "
               FUNCTION TRIM(WS-Q-USER)
          INTO WS-OUT-LINE
        END-STRING
    END-IF
    PERFORM PRINT-LINE
    MOVE WS-Q-FROM TO WS-SHOW-FROM
    IF WS-SHOW-FROM = SPACES
        MOVE "the beginning" TO WS-SHOW-FROM
    END-IF
    MOVE WS-Q-TO TO WS-SHOW-TO
    IF WS-SHOW-TO = SPACES
        MOVE "the end" TO WS-SHOW-TO
    END-IF
    MOVE SPACES TO WS-OUT-LINE
    STRING "Period: "
           FUNCTION TRIM(WS-SHOW-FROM) " to " FUNCTION TRIM(WS-SHOW-TO)
      INTO WS-OUT-LINE
    END-STRING
    PERFORM PRINT-LINE
    MOVE " " TO WS-OUT-LINE
    PERFORM PRINT-LINE.

SCAN-LOG.
    MOVE "N" TO WS-RA-EOF
    PERFORM UNTIL WS-RA-EOF = "Y"
        READ RECORD-ACCESS-FILE
            AT END
                MOVE "Y" TO WS-RA-EOF
            NOT AT END
                PERFORM CHECK-ONE-ENTRY
        END-READ
    END-PERFORM

    IF WS-MATCH-COUNT = 0
        MOVE "  No access on file for that selection." TO WS-OUT-LINE
        PERFORM PRINT-LINE
    END-IF.

CHECK-ONE-ENTRY.
    MOVE "Y" TO WS-KEEP
    MOVE RA-TIMESTAMP(1:10) TO WS-ROW-DATE

    IF WS-Q-MODE = "S"
        IF RA-STUDENT NOT = WS-Q-USER
            MOVE "N" TO WS-KEEP
        END-IF
        MOVE RA-STAFF TO WS-OTHER-PARTY
    ELSE
        IF RA-STAFF NOT = WS-Q-USER
            MOVE "N" TO WS-KEEP
        END-IF
        MOVE RA-STUDENT TO WS-OTHER-PARTY
    END-IF

    *> ISO dates compare correctly as plain text, so the range check
    *> is two string compares.
    IF FUNCTION TRIM(WS-Q-FROM) NOT = SPACES
       AND WS-ROW-DATE < WS-Q-FROM
        MOVE "N" TO WS-KEEP
    END-IF
    IF FUNCTION TRIM(WS-Q-TO) NOT = SPACES
       AND WS-ROW-DATE > WS-Q-TO
        MOVE "N" TO WS-KEEP
    END-IF

    IF WS-KEEP = "N"
        EXIT PARAGRAPH
    END-IF

    ADD 1 TO WS-MATCH-COUNT
    PERFORM TALLY-PARTY
    PERFORM TALLY-PURPOSE

    MOVE SPACES TO WS-OUT-LINE
    STRING "  " RA-TIMESTAMP
           "  " WS-OTHER-PARTY
           "  " RA-SCREEN
           "  " FUNCTION TRIM(RA-PURPOSE)
      INTO WS-OUT-LINE
    END-STRING
    PERFORM PRINT-LINE.

TALLY-PARTY.
    MOVE "N" TO WS-FOUND
    PERFORM VARYING WS-I FROM 1 BY 1
        UNTIL WS-I > WS-PARTY-COUNT OR WS-FOUND = "Y"
        IF WS-PT-NAME(WS-I) = WS-OTHER-PARTY
            ADD 1 TO WS-PT-COUNT(WS-I)
            MOVE "Y" TO WS-FOUND
        END-IF
    END-PERFORM

    IF WS-FOUND = "N" AND WS-PARTY-COUNT < 500
        ADD 1 TO WS-PARTY-COUNT
        MOVE WS-OTHER-PARTY TO WS-PT-NAME(WS-PARTY-COUNT)
        MOVE 1              TO WS-PT-COUNT(WS-PARTY-COUNT)
    END-IF.

TALLY-PURPOSE.
    MOVE "N" TO WS-FOUND
    PERFORM VARYING WS-I FROM 1 BY 1
        UNTIL WS-I > WS-PURPOSE-COUNT OR WS-FOUND = "Y"
        IF WS-PU-CODE(WS-I) = RA-PURPOSE
            ADD 1 TO WS-PU-COUNT(WS-I)
            MOVE "Y" TO WS-FOUND
        END-IF
    END-PERFORM

    IF WS-FOUND = "N" AND WS-PURPOSE-COUNT < 20
        ADD 1 TO WS-PURPOSE-COUNT
        MOVE RA-PURPOSE TO WS-PU-CODE(WS-PURPOSE-COUNT)
        MOVE 1          TO WS-PU-COUNT(WS-PURPOSE-COUNT)
    END-IF.

PRINT-SUMMARY.
    MOVE " " TO WS-OUT-LINE
    PERFORM PRINT-LINE

    MOVE SPACES TO WS-OUT-LINE
    STRING "Accesses: " WS-MATCH-COUNT
      INTO WS-OUT-LINE
    END-STRING
    PERFORM PRINT-LINE

    IF WS-Q-MODE = "S"
        MOVE "By staff member:" TO WS-OUT-LINE
    ELSE
        MOVE "By student:" TO WS-OUT-LINE
    END-IF
    PERFORM PRINT-LINE
    PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > WS-PARTY-COUNT
        MOVE SPACES TO WS-OUT-LINE
        STRING "  " WS-PT-NAME(WS-I) ": " WS-PT-COUNT(WS-I)
          INTO WS-OUT-LINE
        END-STRING
        PERFORM PRINT-LINE
    END-PERFORM

    MOVE "By purpose:" TO WS-OUT-LINE
    PERFORM PRINT-LINE
    PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > WS-PURPOSE-COUNT
        MOVE SPACES TO WS-OUT-LINE
        STRING "  " WS-PU-CODE(WS-I) ": " WS-PU-COUNT(WS-I)
          INTO WS-OUT-LINE
        END-STRING
        PERFORM PRINT-LINE
    END-PERFORM.

PRINT-PROMPT-AND-READ.
    DISPLAY WS-PROMPT
    MOVE SPACES TO WS-CHOICE
    ACCEPT WS-CHOICE FROM CONSOLE.

*> Once the filters are in, every line goes to the screen and the
*> report file alike.
PRINT-LINE.
    DISPLAY WS-OUT-LINE
    MOVE WS-OUT-LINE TO REPORT-REC
    WRITE REPORT-REC.

CLOSE-FILES.
    CLOSE RECORD-ACCESS-FILE
    CLOSE REPORT-FILE
    DISPLAY "Report written to data/InCollege-RecordAccessReport.txt".

*> ---------------------------------------------------------------
*> ACQUIRE-SHARED-LOCK / RELEASE-SHARED-LOCK
*>   Reader side of the run-lock protocol: bump the shared reader
*>   count on the way in and drop it on the way out, preserving
*>   whatever holder is stamped. Only an exclusive holder (a batch
*>   tool rewriting the data files) turns a reader away; the online
*>   program's ONLINE stamp and other readers overlap freely --
*>   duplicated in each reader rather than shared, since this
*>   codebase has no mechanism for one program to CALL into another.
*> ---------------------------------------------------------------
ACQUIRE-SHARED-LOCK.
    PERFORM READ-RUN-LOCK-STATE

    IF FUNCTION TRIM(WS-RUNLOCK-HOLDER-SAVE) NOT = "FREE"
       AND FUNCTION TRIM(WS-RUNLOCK-HOLDER-SAVE) NOT = SPACES
       AND FUNCTION TRIM(WS-RUNLOCK-MODE-SAVE) NOT = "ONLINE"
        DISPLAY "The run lock is held exclusively by "
            FUNCTION TRIM(WS-RUNLOCK-HOLDER-SAVE)
            ". Try again once it finishes."
        STOP RUN
    END-IF

    ADD 1 TO WS-RUNLOCK-READERS-SAVE
    PERFORM WRITE-SHARED-STAMP.

RELEASE-SHARED-LOCK.
    PERFORM READ-RUN-LOCK-STATE
    IF WS-RUNLOCK-READERS-SAVE > 0
        SUBTRACT 1 FROM WS-RUNLOCK-READERS-SAVE
    END-IF
    PERFORM WRITE-SHARED-STAMP.

READ-RUN-LOCK-STATE.
    MOVE "FREE" TO WS-RUNLOCK-HOLDER-SAVE
    MOVE SPACES TO WS-RUNLOCK-MODE-SAVE
    MOVE 0 TO WS-RUNLOCK-READERS-SAVE

    OPEN INPUT RUN-LOCK-FILE
    IF WS-RUNLOCK-STATUS = "00"
        READ RUN-LOCK-FILE
            AT END
                CONTINUE
            NOT AT END
                MOVE RUNLOCK-HOLDER TO WS-RUNLOCK-HOLDER-SAVE
                MOVE RUNLOCK-MODE   TO WS-RUNLOCK-MODE-SAVE
                IF RUNLOCK-READERS IS NUMERIC
                    MOVE RUNLOCK-READERS TO WS-RUNLOCK-READERS-SAVE
                END-IF
        END-READ
    END-IF
    CLOSE RUN-LOCK-FILE.

WRITE-SHARED-STAMP.
    OPEN OUTPUT RUN-LOCK-FILE
    MOVE SPACES TO RUN-LOCK-REC
    MOVE WS-RUNLOCK-HOLDER-SAVE  TO RUNLOCK-HOLDER
    MOVE WS-RUNLOCK-MODE-SAVE    TO RUNLOCK-MODE
    MOVE WS-RUNLOCK-READERS-SAVE TO RUNLOCK-READERS
    MOVE "|" TO RUN-LOCK-REC(31:1)
    MOVE "|" TO RUN-LOCK-REC(42:1)
    WRITE RUN-LOCK-REC
    CLOSE RUN-LOCK-FILE.
