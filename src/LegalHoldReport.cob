       >>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. LegalHoldReport.

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

    SELECT LEGAL-HOLD-FILE ASSIGN TO "data/InCollege-LegalHolds.txt"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-LH-STATUS.

*> Rows the purge and archive jobs left alone for a hold, one tally
*> row per held member per job run.
    SELECT LEGAL-HOLD-SKIP-FILE ASSIGN TO "data/InCollege-LegalHoldSkips.txt"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-LS-STATUS.

    SELECT REPORT-FILE ASSIGN TO "data/InCollege-LegalHoldReport.txt"
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

FD  LEGAL-HOLD-FILE.
01  LEGAL-HOLD-REC.
    05 LH-USER               PIC X(20).
    05 FILLER                PIC X(01).
    05 LH-CASE               PIC X(20).
    05 FILLER                PIC X(01).
    05 LH-DATE               PIC X(10).
    05 FILLER                PIC X(01).
    05 LH-BY                 PIC X(20).
    05 FILLER                PIC X(01).
    05 LH-STATUS             PIC X(08).
    05 FILLER                PIC X(01).
    05 LH-RELEASED           PIC X(10).

FD  LEGAL-HOLD-SKIP-FILE.
01  LEGAL-HOLD-SKIP-REC.
    05 LS-DATE               PIC X(10).
    05 FILLER                PIC X(01).
    05 LS-USER               PIC X(20).
    05 FILLER                PIC X(01).
    05 LS-TOOL               PIC X(24).
    05 FILLER                PIC X(01).
    05 LS-COUNT              PIC 9(07).

FD  REPORT-FILE.
01  REPORT-REC               PIC X(200).

WORKING-STORAGE SECTION.

01  WS-RUNLOCK-STATUS         PIC XX VALUE "00".
01  WS-RUNLOCK-HOLDER-SAVE    PIC X(30) VALUE SPACES.
01  WS-RUNLOCK-MODE-SAVE      PIC X(10) VALUE SPACES.
01  WS-RUNLOCK-READERS-SAVE   PIC 9(3) VALUE 0.

01  WS-LH-STATUS             PIC XX VALUE "00".
01  WS-LS-STATUS             PIC XX VALUE "00".
01  WS-RPT-STATUS            PIC XX VALUE "00".
01  WS-EOF                   PIC X VALUE "N".

01  WS-RAW-DATE              PIC X(21) VALUE SPACES.
*> As-of date: pass YYYY-MM-DD as the first argument to see the
*> holds that were in force on that date and what they had
*> protected by then; with no argument the run date is used.
01  WS-ARG-COUNT               PIC 9(2) VALUE 0.
01  WS-ASOF-DATE               PIC X(10) VALUE SPACES.

*> Holds in force on the as-of date, each with its protected total
*> and a breakdown by the job that skipped the rows.
01  WS-HOLD-COUNT              PIC 9(3) VALUE 0.
01  WS-HOLD-TABLE OCCURS 500 TIMES.
    05 WS-HT-USER             PIC X(20).
    05 WS-HT-CASE             PIC X(20).
    05 WS-HT-DATE             PIC X(10).
    05 WS-HT-BY               PIC X(20).
    05 WS-HT-TOTAL            PIC 9(7).
    05 WS-HT-TOOL-COUNT       PIC 9(2).
    05 WS-HT-TOOL-ENTRY OCCURS 10 TIMES.
        10 WS-HT-TOOL         PIC X(24).
        10 WS-HT-TOOL-ROWS    PIC 9(7).

01  WS-GRAND-TOTAL             PIC 9(8) VALUE 0.
01  WS-I                       PIC 9(3) VALUE 0.
01  WS-T                       PIC 9(2) VALUE 0.
01  WS-FOUND                   PIC X VALUE "N".

PROCEDURE DIVISION.

*> ---------------------------------------------------------------
*> MAIN-MAINLINE
*>   For counsel and the dean's office: every legal hold in force
*>   on the as-of date -- member, case reference, date placed, and
*>   who placed it -- with how many records the purge and archive
*>   jobs have left alone for it since it was placed, job by job.
*>   A hold released after the as-of date still shows, so a rerun
*>   for an earlier date reproduces that day's list.
*> ---------------------------------------------------------------
MAIN-MAINLINE.
    PERFORM ACQUIRE-SHARED-LOCK
    PERFORM GET-ASOF-DATE
    PERFORM LOAD-HOLDS
    PERFORM TALLY-SKIPS
    PERFORM WRITE-REPORT

    DISPLAY "Legal hold report complete: " WS-HOLD-COUNT
        " active hold(s), " WS-GRAND-TOTAL " record(s) protected."
    PERFORM RELEASE-SHARED-LOCK
    STOP RUN.

*> ---------------------------------------------------------------
*> LOAD-HOLDS
*>   A hold is in force on the as-of date when it was placed on or
*>   before it and is still ACTIVE, or was released after it.
*> ---------------------------------------------------------------
LOAD-HOLDS.
    MOVE 0 TO WS-HOLD-COUNT
    OPEN INPUT LEGAL-HOLD-FILE
    IF WS-LH-STATUS = "35"
        CLOSE LEGAL-HOLD-FILE
        EXIT PARAGRAPH
    END-IF

    MOVE "N" TO WS-EOF
    PERFORM UNTIL WS-EOF = "Y"
        READ LEGAL-HOLD-FILE
            AT END
                MOVE "Y" TO WS-EOF
            NOT AT END
                PERFORM KEEP-HOLD-IF-IN-FORCE
        END-READ
    END-PERFORM
    CLOSE LEGAL-HOLD-FILE.

KEEP-HOLD-IF-IN-FORCE.
    IF LH-USER = SPACES OR LH-DATE > WS-ASOF-DATE
        EXIT PARAGRAPH
    END-IF
    IF FUNCTION TRIM(LH-STATUS) NOT = "ACTIVE"
        IF FUNCTION TRIM(LH-STATUS) NOT = "RELEASED"
           OR LH-RELEASED NOT > WS-ASOF-DATE
            EXIT PARAGRAPH
        END-IF
    END-IF
    IF WS-HOLD-COUNT >= 500
        EXIT PARAGRAPH
    END-IF

    ADD 1 TO WS-HOLD-COUNT
    MOVE LH-USER TO WS-HT-USER(WS-HOLD-COUNT)
    MOVE LH-CASE TO WS-HT-CASE(WS-HOLD-COUNT)
    MOVE LH-DATE TO WS-HT-DATE(WS-HOLD-COUNT)
    MOVE LH-BY   TO WS-HT-BY(WS-HOLD-COUNT)
    MOVE 0       TO WS-HT-TOTAL(WS-HOLD-COUNT)
    MOVE 0       TO WS-HT-TOOL-COUNT(WS-HOLD-COUNT).

*> ---------------------------------------------------------------
*> TALLY-SKIPS
*>   Credits each skip-file row to the member's hold when it falls
*>   between the hold's placing and the as-of date; rows from an
*>   earlier, since-released hold on the same member do not count.
*> ---------------------------------------------------------------
TALLY-SKIPS.
    OPEN INPUT LEGAL-HOLD-SKIP-FILE
    IF WS-LS-STATUS = "35"
        CLOSE LEGAL-HOLD-SKIP-FILE
        EXIT PARAGRAPH
    END-IF

    MOVE "N" TO WS-EOF
    PERFORM UNTIL WS-EOF = "Y"
        READ LEGAL-HOLD-SKIP-FILE
            AT END
                MOVE "Y" TO WS-EOF
            NOT AT END
                IF LS-COUNT IS NUMERIC
                    PERFORM CREDIT-ONE-SKIP
                END-IF
        END-READ
    END-PERFORM
    CLOSE LEGAL-HOLD-SKIP-FILE.

CREDIT-ONE-SKIP.
    PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > WS-HOLD-COUNT
        IF WS-HT-USER(WS-I) = LS-USER
           AND LS-DATE NOT < WS-HT-DATE(WS-I)
           AND LS-DATE NOT > WS-ASOF-DATE
            ADD LS-COUNT TO WS-HT-TOTAL(WS-I)
            ADD LS-COUNT TO WS-GRAND-TOTAL
            PERFORM CREDIT-SKIP-TO-TOOL
        END-IF
    END-PERFORM.

CREDIT-SKIP-TO-TOOL.
    MOVE "N" TO WS-FOUND
    PERFORM VARYING WS-T FROM 1 BY 1
        UNTIL WS-T > WS-HT-TOOL-COUNT(WS-I) OR WS-FOUND = "Y"
        IF WS-HT-TOOL(WS-I, WS-T) = LS-TOOL
            ADD LS-COUNT TO WS-HT-TOOL-ROWS(WS-I, WS-T)
            MOVE "Y" TO WS-FOUND
        END-IF
    END-PERFORM
    IF WS-FOUND = "N" AND WS-HT-TOOL-COUNT(WS-I) < 10
        ADD 1 TO WS-HT-TOOL-COUNT(WS-I)
        MOVE WS-HT-TOOL-COUNT(WS-I) TO WS-T
        MOVE LS-TOOL  TO WS-HT-TOOL(WS-I, WS-T)
        MOVE LS-COUNT TO WS-HT-TOOL-ROWS(WS-I, WS-T)
    END-IF.

WRITE-REPORT.
    OPEN OUTPUT REPORT-FILE
    MOVE SPACES TO REPORT-REC
    STRING "Legal holds in force as of " WS-ASOF-DATE ":"
      INTO REPORT-REC
    END-STRING
    WRITE REPORT-REC

    IF WS-HOLD-COUNT = 0
        MOVE "  No legal holds in force." TO REPORT-REC
        WRITE REPORT-REC
    END-IF

    PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > WS-HOLD-COUNT
        MOVE SPACES TO REPORT-REC
        WRITE REPORT-REC
        MOVE SPACES TO REPORT-REC
        STRING "  " FUNCTION TRIM(WS-HT-USER(WS-I))
               "  case " FUNCTION TRIM(WS-HT-CASE(WS-I))
               "  placed " WS-HT-DATE(WS-I)
               " by " FUNCTION TRIM(WS-HT-BY(WS-I))
          INTO REPORT-REC
        END-STRING
        WRITE REPORT-REC
        MOVE SPACES TO REPORT-REC
        STRING "    Records protected so far: " WS-HT-TOTAL(WS-I)
          INTO REPORT-REC
        END-STRING
        WRITE REPORT-REC
        PERFORM VARYING WS-T FROM 1 BY 1
            UNTIL WS-T > WS-HT-TOOL-COUNT(WS-I)
            MOVE SPACES TO REPORT-REC
            STRING "      " WS-HT-TOOL(WS-I, WS-T) " "
                   WS-HT-TOOL-ROWS(WS-I, WS-T)
              INTO REPORT-REC
            END-STRING
            WRITE REPORT-REC
        END-PERFORM
    END-PERFORM

    MOVE SPACES TO REPORT-REC
    WRITE REPORT-REC
    MOVE SPACES TO REPORT-REC
    STRING "Holds in force: " WS-HOLD-COUNT
           "   Records protected: " WS-GRAND-TOTAL
      INTO REPORT-REC
    END-STRING
    WRITE REPORT-REC
    CLOSE REPORT-FILE.

*> ---------------------------------------------------------------
*> GET-ASOF-DATE
*>   Leaves the report's as-of date in WS-ASOF-DATE: the validated
*>   first argument when one was given, otherwise today. A malformed
*>   argument falls back to today rather than producing a report
*>   stamped with garbage.
*> ---------------------------------------------------------------
GET-ASOF-DATE.
    MOVE SPACES TO WS-ASOF-DATE
    ACCEPT WS-ARG-COUNT FROM ARGUMENT-NUMBER
    IF WS-ARG-COUNT > 0
        DISPLAY 1 UPON ARGUMENT-NUMBER
        ACCEPT WS-ASOF-DATE FROM ARGUMENT-VALUE
    END-IF

    IF WS-ASOF-DATE(5:1) NOT = "-" OR WS-ASOF-DATE(8:1) NOT = "-"
       OR WS-ASOF-DATE(1:4) IS NOT NUMERIC
       OR WS-ASOF-DATE(6:2) IS NOT NUMERIC
       OR WS-ASOF-DATE(9:2) IS NOT NUMERIC
        MOVE FUNCTION CURRENT-DATE TO WS-RAW-DATE
        MOVE SPACES TO WS-ASOF-DATE
        STRING WS-RAW-DATE(1:4) "-"
               WS-RAW-DATE(5:2) "-"
               WS-RAW-DATE(7:2)
          INTO WS-ASOF-DATE
        END-STRING
    END-IF.

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
