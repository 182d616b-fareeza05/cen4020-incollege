        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-WORK-STATUS.

*> Legal holds placed from the staff menu; a held member's rows are
*> left alone and tallied in the skip file for LegalHoldReport.
    SELECT LEGAL-HOLD-FILE ASSIGN TO "data/InCollege-LegalHolds.txt"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-LH-STATUS.

    SELECT LEGAL-HOLD-SKIP-FILE ASSIGN TO "data/InCollege-LegalHoldSkips.txt"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-LS-STATUS.

*> Change list written by a preview run (see GET-RUN-MODE).
    SELECT PREVIEW-FILE ASSIGN TO "data/InCollege-ArchiveOldMessages-Preview.txt"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-PV-STATUS.

DATA DIVISION.
FILE SECTION.

FD  WORK-FILE.
01  WORK-REC                  PIC X(300).

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

FD  PREVIEW-FILE.
01  PREVIEW-REC.
    05 PV-ACTION             PIC X(08).
    05 FILLER                PIC X(01).
    05 PV-FILE               PIC X(40).
    05 FILLER                PIC X(01).
    05 PV-REASON             PIC X(50).
    05 FILLER                PIC X(01).
    05 PV-ROW                PIC X(150).

WORKING-STORAGE SECTION.

01  WS-RUNLOCK-STATUS          PIC XX VALUE "00".
01  WS-RUNLOCK-MYNAME          PIC X(30) VALUE "ArchiveOldMessages".
01  WS-RUNLOCK-HOLDER-SAVE     PIC X(30) VALUE SPACES.
01  WS-RUNLOCK-MODE-SAVE       PIC X(10) VALUE SPACES.
01  WS-RUNLOCK-READERS-SAVE    PIC 9(3) VALUE 0.

*> Preview mode ("PREVIEW" as the last argument, see GET-RUN-MODE):
*> the action, file, reason and row image of each change-list line.
01  WS-PREVIEW-MODE            PIC X VALUE "N".
01  WS-PV-STATUS               PIC XX VALUE "00".
01  WS-PV-ARG-COUNT            PIC 9(2) VALUE 0.
01  WS-PV-ARG                  PIC X(20) VALUE SPACES.
01  WS-PV-STAMP                PIC X(21) VALUE SPACES.
01  WS-PV-ACTION               PIC X(08) VALUE SPACES.
01  WS-PV-FILE                 PIC X(40) VALUE SPACES.
01  WS-PV-REASON               PIC X(50) VALUE SPACES.
01  WS-PV-ROW                  PIC X(150) VALUE SPACES.
01  WS-PV-LINE                 PIC X(251) VALUE SPACES.
01  WS-PV-ROW-COUNT            PIC 9(7) VALUE 0.

01  WS-MSG-STATUS              PIC XX VALUE "00".
01  WS-HIST-STATUS             PIC XX VALUE "00".
01  WS-KEPT-COUNT               PIC 9(05) VALUE 0.
01  WS-ARCHIVED-COUNT           PIC 9(05) VALUE 0.

*> Active legal holds, each with the rows this run left alone for it.
01  WS-LH-STATUS               PIC XX VALUE "00".
01  WS-LH-EOF                  PIC X VALUE "N".
01  WS-LS-STATUS               PIC XX VALUE "00".
01  WS-LS-DATE                 PIC X(10) VALUE SPACES.
01  WS-LH-QUERY                PIC X(20) VALUE SPACES.
01  WS-LH-IDX                  PIC 9(3) VALUE 0.
01  WS-LH-J                    PIC 9(3) VALUE 0.
01  WS-HELD-COUNT              PIC 9(7) VALUE 0.
01  WS-LH-COUNT                PIC 9(3) VALUE 0.
01  WS-LH-TABLE OCCURS 500 TIMES.
    05 WS-LHT-USER            PIC X(20).
    05 WS-LHT-SKIPS           PIC 9(7).

PROCEDURE DIVISION.

*> ---------------------------------------------------------------
*>   on MESSAGE-FILE untouched, regardless of age or status.
*> ---------------------------------------------------------------
MAIN-MAINLINE.
    PERFORM GET-RUN-MODE
    IF WS-PREVIEW-MODE = "Y"
        PERFORM ACQUIRE-SHARED-LOCK
        PERFORM OPEN-PREVIEW-FILE
    ELSE
        PERFORM ACQUIRE-RUN-LOCK
    END-IF
    PERFORM LOAD-RUNTIME-PARAMETERS
    PERFORM LOAD-LEGAL-HOLDS
    PERFORM OPEN-FILES
    PERFORM FORMAT-TODAY-DATE
    PERFORM SPLIT-MESSAGES
    PERFORM REPLACE-MESSAGE-FILE
    PERFORM CLOSE-FILES
    MOVE WS-TODAY-DATE TO WS-LS-DATE
    PERFORM WRITE-LEGAL-HOLD-SKIPS

    MOVE SPACES TO WS-PV-LINE
    STRING "Archive run complete: " WS-READ-COUNT " read, "
           WS-ARCHIVED-COUNT " archived, " WS-KEPT-COUNT " kept."
      INTO WS-PV-LINE
    END-STRING
    PERFORM SHOW-TOTAL-LINE
    IF WS-HELD-COUNT > 0
        MOVE SPACES TO WS-PV-LINE
        STRING "  Legal holds: " WS-HELD-COUNT
               " message(s) due for archive kept for held members."
          INTO WS-PV-LINE
        END-STRING
        PERFORM SHOW-TOTAL-LINE
    END-IF
    IF WS-PREVIEW-MODE = "Y"
        PERFORM CLOSE-PREVIEW-FILE
    END-IF
    PERFORM RELEASE-RUN-LOCK
    STOP RUN.

        STOP RUN
    END-IF

    *> A preview only reads the live file.
    IF WS-PREVIEW-MODE = "Y"
        EXIT PARAGRAPH
    END-IF

    OPEN OUTPUT WORK-FILE

    OPEN EXTEND MESSAGE-HISTORY-FILE
    *> row count, and the online program's next save writes a fresh
    *> one (a missing trailer is tolerated on load).
    IF MESSAGE-REC(1:9) = "*TRAILER*"
        IF WS-PREVIEW-MODE = "Y"
            MOVE "DELETE" TO WS-PV-ACTION
            MOVE "InCollege-Messages.txt" TO WS-PV-FILE
            MOVE "control trailer; next online save writes a new one"
                TO WS-PV-REASON
            MOVE MESSAGE-REC TO WS-PV-ROW
            PERFORM WRITE-PREVIEW-ROW
        END-IF
        EXIT PARAGRAPH
    END-IF

        FUNCTION INTEGER-OF-DATE(WS-MSG-DATE-NUM)

    IF WS-MSG-AGE-DAYS >= WS-RETENTION-DAYS
        *> A message stays live while its sender or recipient is
        *> under legal hold.
        MOVE MESSAGE-REC(1:20) TO WS-LH-QUERY
        PERFORM CHECK-LEGAL-HOLD
        IF WS-LH-IDX = 0
            MOVE MESSAGE-REC(22:20) TO WS-LH-QUERY
            PERFORM CHECK-LEGAL-HOLD
        END-IF
        IF WS-LH-IDX > 0
            ADD 1 TO WS-HELD-COUNT
            ADD 1 TO WS-LHT-SKIPS(WS-LH-IDX)
            PERFORM KEEP-ONE-MESSAGE
        ELSE
            PERFORM ARCHIVE-ONE-MESSAGE
        END-IF
    ELSE
        PERFORM KEEP-ONE-MESSAGE
    END-IF.

ARCHIVE-ONE-MESSAGE.
    ADD 1 TO WS-ARCHIVED-COUNT
    IF WS-PREVIEW-MODE = "Y"
        MOVE "MOVE" TO WS-PV-ACTION
        MOVE "InCollege-Messages.txt to MessageHistory"
            TO WS-PV-FILE
        MOVE SPACES TO WS-PV-REASON
        STRING "read, " WS-MSG-AGE-DAYS " days old (retention "
               WS-RETENTION-DAYS ")"
          INTO WS-PV-REASON
        END-STRING
        MOVE MESSAGE-REC TO WS-PV-ROW
        PERFORM WRITE-PREVIEW-ROW
        EXIT PARAGRAPH
    END-IF

    MOVE MESSAGE-REC TO MESSAGE-HISTORY-REC
    WRITE MESSAGE-HISTORY-REC.

KEEP-ONE-MESSAGE.
    ADD 1 TO WS-KEPT-COUNT
    IF WS-PREVIEW-MODE = "Y"
        EXIT PARAGRAPH
    END-IF

    MOVE MESSAGE-REC TO WORK-REC
    WRITE WORK-REC.

*> ---------------------------------------------------------------
*> REPLACE-MESSAGE-FILE
*>   across from WORK-FILE.
*> ---------------------------------------------------------------
REPLACE-MESSAGE-FILE.
    IF WS-PREVIEW-MODE = "Y"
        EXIT PARAGRAPH
    END-IF

    CLOSE WORK-FILE
    CLOSE MESSAGE-FILE


CLOSE-FILES.
    CLOSE MESSAGE-FILE
    IF WS-PREVIEW-MODE NOT = "Y"
        CLOSE MESSAGE-HISTORY-FILE
    END-IF.

*> ---------------------------------------------------------------
*> LOAD-RUNTIME-PARAMETERS
    END-IF
    CLOSE PARAM-FILE.

*> ---------------------------------------------------------------
*> LOAD-LEGAL-HOLDS / CHECK-LEGAL-HOLD / WRITE-LEGAL-HOLD-SKIPS
*>   The active holds from the staff-maintained hold file; released
*>   rows are ignored. The check leaves WS-LH-IDX pointing at
*>   WS-LH-QUERY's hold, or 0. At the end of the run each hold that
*>   kept a row gets one tally row (date, member, job, count) in
*>   the skip file -- duplicated in each job that deletes or moves
*>   member rows, like the run-lock paragraphs.
*> ---------------------------------------------------------------
LOAD-LEGAL-HOLDS.
    MOVE 0 TO WS-LH-COUNT
    MOVE "N" TO WS-LH-EOF

    OPEN INPUT LEGAL-HOLD-FILE
    IF WS-LH-STATUS NOT = "35"
        PERFORM UNTIL WS-LH-EOF = "Y"
            READ LEGAL-HOLD-FILE
                AT END
                    MOVE "Y" TO WS-LH-EOF
                NOT AT END
                    IF LH-USER NOT = SPACES
                       AND FUNCTION TRIM(LH-STATUS) = "ACTIVE"
                       AND WS-LH-COUNT < 500
                        ADD 1 TO WS-LH-COUNT
                        MOVE LH-USER TO WS-LHT-USER(WS-LH-COUNT)
                        MOVE 0       TO WS-LHT-SKIPS(WS-LH-COUNT)
                    END-IF
            END-READ
        END-PERFORM
    END-IF
    CLOSE LEGAL-HOLD-FILE.

CHECK-LEGAL-HOLD.
    MOVE 0 TO WS-LH-IDX
    IF WS-LH-QUERY = SPACES
        EXIT PARAGRAPH
    END-IF
    PERFORM VARYING WS-LH-J FROM 1 BY 1
        UNTIL WS-LH-J > WS-LH-COUNT OR WS-LH-IDX > 0
        IF FUNCTION TRIM(WS-LHT-USER(WS-LH-J))
               = FUNCTION TRIM(WS-LH-QUERY)
            MOVE WS-LH-J TO WS-LH-IDX
        END-IF
    END-PERFORM.

WRITE-LEGAL-HOLD-SKIPS.
    IF WS-HELD-COUNT = 0 OR WS-PREVIEW-MODE = "Y"
        EXIT PARAGRAPH
    END-IF

    OPEN EXTEND LEGAL-HOLD-SKIP-FILE
    IF WS-LS-STATUS = "35"
        OPEN OUTPUT LEGAL-HOLD-SKIP-FILE
        CLOSE LEGAL-HOLD-SKIP-FILE
        OPEN EXTEND LEGAL-HOLD-SKIP-FILE
    END-IF
    PERFORM VARYING WS-LH-J FROM 1 BY 1 UNTIL WS-LH-J > WS-LH-COUNT
        IF WS-LHT-SKIPS(WS-LH-J) > 0
            MOVE SPACES TO LEGAL-HOLD-SKIP-REC
            MOVE WS-LS-DATE             TO LS-DATE
            MOVE WS-LHT-USER(WS-LH-J)   TO LS-USER
            MOVE WS-RUNLOCK-MYNAME      TO LS-TOOL
            MOVE WS-LHT-SKIPS(WS-LH-J)  TO LS-COUNT
            MOVE "|" TO LEGAL-HOLD-SKIP-REC(11:1)
            MOVE "|" TO LEGAL-HOLD-SKIP-REC(32:1)
            MOVE "|" TO LEGAL-HOLD-SKIP-REC(57:1)
            WRITE LEGAL-HOLD-SKIP-REC
        END-IF
    END-PERFORM
    CLOSE LEGAL-HOLD-SKIP-FILE.

*> ---------------------------------------------------------------
*> ACQUIRE-RUN-LOCK / RELEASE-RUN-LOCK
*>   The run-lock convention every program that writes the shared
    CLOSE RUN-LOCK-FILE.

RELEASE-RUN-LOCK.
    *> A preview only ever held a shared stamp.
    IF WS-PREVIEW-MODE = "Y"
        PERFORM RELEASE-SHARED-LOCK
        EXIT PARAGRAPH
    END-IF

    OPEN OUTPUT RUN-LOCK-FILE
    MOVE SPACES TO RUN-LOCK-REC
    MOVE "FREE" TO RUNLOCK-HOLDER
    MOVE "|" TO RUN-LOCK-REC(42:1)
    WRITE RUN-LOCK-REC
    CLOSE RUN-LOCK-FILE.

*> ---------------------------------------------------------------
*> GET-RUN-MODE
*>   "PREVIEW" as the last command-line argument makes this a dry
*>   run: a shared stamp on the run lock instead of the whole lock,
*>   no data file touched, and every row the real run would delete,
*>   move or rewrite listed in the preview file with its reason,
*>   ending with the same totals the real run reports.
*> ---------------------------------------------------------------
GET-RUN-MODE.
    MOVE "N" TO WS-PREVIEW-MODE
    ACCEPT WS-PV-ARG-COUNT FROM ARGUMENT-NUMBER
    IF WS-PV-ARG-COUNT > 0
        DISPLAY WS-PV-ARG-COUNT UPON ARGUMENT-NUMBER
        ACCEPT WS-PV-ARG FROM ARGUMENT-VALUE
        IF FUNCTION UPPER-CASE(FUNCTION TRIM(WS-PV-ARG)) = "PREVIEW"
            MOVE "Y" TO WS-PREVIEW-MODE
        END-IF
    END-IF.

*> ---------------------------------------------------------------
*> OPEN-PREVIEW-FILE / WRITE-PREVIEW-ROW / WRITE-PREVIEW-LINE /
*> SHOW-TOTAL-LINE / CLOSE-PREVIEW-FILE
*>   The change list. The caller moves the action (DELETE, MOVE or
*>   REWRITE), the file, the reason and the row image into
*>   WS-PV-ACTION/FILE/REASON/ROW for each row. Totals go through
*>   SHOW-TOTAL-LINE, which prints WS-PV-LINE either way and, on a
*>   preview, copies it to the change list as well, so a preview's
*>   totals can be held up against the real run's.
*> ---------------------------------------------------------------
OPEN-PREVIEW-FILE.
    OPEN OUTPUT PREVIEW-FILE
    MOVE FUNCTION CURRENT-DATE TO WS-PV-STAMP
    MOVE SPACES TO WS-PV-LINE
    STRING "Preview of " FUNCTION TRIM(WS-RUNLOCK-MYNAME) ", "
           WS-PV-STAMP(1:4) "-" WS-PV-STAMP(5:2) "-" WS-PV-STAMP(7:2)
           " " WS-PV-STAMP(9:2) ":" WS-PV-STAMP(11:2)
           " -- nothing has been changed."
      INTO WS-PV-LINE
    END-STRING
    PERFORM WRITE-PREVIEW-LINE
    MOVE SPACES TO WS-PV-LINE
    STRING "Action  |File                                    "
           "|Reason                                            |Row"
      INTO WS-PV-LINE
    END-STRING
    PERFORM WRITE-PREVIEW-LINE.

WRITE-PREVIEW-ROW.
    MOVE SPACES TO PREVIEW-REC
    MOVE WS-PV-ACTION TO PV-ACTION
    MOVE WS-PV-FILE   TO PV-FILE
    MOVE WS-PV-REASON TO PV-REASON
    MOVE WS-PV-ROW    TO PV-ROW
    MOVE "|" TO PREVIEW-REC(9:1)
    MOVE "|" TO PREVIEW-REC(50:1)
    MOVE "|" TO PREVIEW-REC(101:1)
    WRITE PREVIEW-REC
    ADD 1 TO WS-PV-ROW-COUNT.

WRITE-PREVIEW-LINE.
    MOVE WS-PV-LINE TO PREVIEW-REC
    WRITE PREVIEW-REC.

SHOW-TOTAL-LINE.
    DISPLAY FUNCTION TRIM(WS-PV-LINE TRAILING)
    IF WS-PREVIEW-MODE = "Y"
        PERFORM WRITE-PREVIEW-LINE
    END-IF.

CLOSE-PREVIEW-FILE.
    MOVE SPACES TO WS-PV-LINE
    STRING "Change-list rows: " WS-PV-ROW-COUNT
      INTO WS-PV-LINE
    END-STRING
    PERFORM WRITE-PREVIEW-LINE
    CLOSE PREVIEW-FILE
    DISPLAY "Preview only -- nothing was changed. Change list in "
        "data/InCollege-ArchiveOldMessages-Preview.txt".

*> ---------------------------------------------------------------
*> ACQUIRE-SHARED-LOCK / RELEASE-SHARED-LOCK
*>   Reader side of the run-lock protocol, taken by a preview: bump
*>   the shared reader count on the way in and drop it on the way
*>   out, preserving whatever holder is stamped. Only an exclusive
*>   holder turns a reader away -- duplicated in each reader rather
*>   than shared, since this codebase has no mechanism for one
*>   program to CALL into another.
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
