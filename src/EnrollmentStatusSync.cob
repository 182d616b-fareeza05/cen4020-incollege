        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-RPT-STATUS.

*> Change list written by a preview run (see GET-RUN-MODE).
    SELECT PREVIEW-FILE ASSIGN TO "data/InCollege-EnrollmentStatusSync-Preview.txt"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-PV-STATUS.

DATA DIVISION.
FILE SECTION.

FD  REPORT-FILE.
01  REPORT-REC               PIC X(200).

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
01  WS-RUNLOCK-MYNAME          PIC X(30) VALUE "EnrollmentStatusSync".
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

01  WS-FEED-STATUS            PIC XX VALUE "00".
01  WS-ACC-STATUS             PIC XX VALUE "00".
*>   are left alone: a partial extract must never mass-deactivate.
*> ---------------------------------------------------------------
MAIN-MAINLINE.
    PERFORM GET-RUN-MODE
    IF WS-PREVIEW-MODE = "Y"
        PERFORM ACQUIRE-SHARED-LOCK
        PERFORM OPEN-PREVIEW-FILE
    ELSE
        PERFORM ACQUIRE-RUN-LOCK
    END-IF
    PERFORM FORMAT-TODAY-DATE
    PERFORM OPEN-FILES
    PERFORM LOAD-KNOWN-USERS
    PERFORM LOAD-ALL-DEACTIVATED
    PERFORM PROCESS-FEED
    IF WS-PREVIEW-MODE NOT = "Y"
        PERFORM SAVE-ALL-DEACTIVATED
    END-IF

    MOVE SPACES TO REPORT-REC
    STRING "Enrollment sync complete: " WS-ROW-COUNT
           " exception(s)."
      INTO REPORT-REC
    END-STRING
    PERFORM WRITE-REPORT-LINE
    IF WS-PREVIEW-MODE NOT = "Y"
        CLOSE REPORT-FILE
    END-IF
    CLOSE FEED-FILE

    MOVE SPACES TO WS-PV-LINE
    STRING "Enrollment sync: " WS-DEACTIVATED-COUNT
           " deactivated, " WS-REACTIVATED-COUNT
           " reactivated, " WS-EXCEPTION-COUNT " exception(s)."
      INTO WS-PV-LINE
    END-STRING
    PERFORM SHOW-TOTAL-LINE
    IF WS-PREVIEW-MODE = "Y"
        PERFORM CLOSE-PREVIEW-FILE
    END-IF

    PERFORM RELEASE-RUN-LOCK
    STOP RUN.
        STOP RUN
    END-IF

    IF WS-PREVIEW-MODE NOT = "Y"
        OPEN OUTPUT REPORT-FILE
    END-IF
    MOVE "Enrollment status sync run:" TO REPORT-REC
    PERFORM WRITE-REPORT-LINE.

LOAD-KNOWN-USERS.
    MOVE 0 TO WS-USER-COUNT
               " -- expected 2 fields, found " WS-FIELD-COUNT
          INTO REPORT-REC
        END-STRING
        PERFORM WRITE-REPORT-LINE
        ADD 1 TO WS-EXCEPTION-COUNT
        EXIT PARAGRAPH
    END-IF
               FUNCTION TRIM(WS-F-STATUS)
          INTO REPORT-REC
        END-STRING
        PERFORM WRITE-REPORT-LINE
        ADD 1 TO WS-EXCEPTION-COUNT
        EXIT PARAGRAPH
    END-IF
               " -- no account on file"
          INTO REPORT-REC
        END-STRING
        PERFORM WRITE-REPORT-LINE
        ADD 1 TO WS-EXCEPTION-COUNT
        EXIT PARAGRAPH
    END-IF
               WS-ACCT-TYPE ")"
          INTO REPORT-REC
        END-STRING
        PERFORM WRITE-REPORT-LINE
        ADD 1 TO WS-EXCEPTION-COUNT
        EXIT PARAGRAPH
    END-IF
               " -- deactivation list is full"
          INTO REPORT-REC
        END-STRING
        PERFORM WRITE-REPORT-LINE
        ADD 1 TO WS-EXCEPTION-COUNT
        EXIT PARAGRAPH
    END-IF
    MOVE WS-TODAY-DATE TO WS-DA-DATE(WS-DEACT-COUNT)
    MOVE "REGISTRAR"   TO WS-DA-SOURCE(WS-DEACT-COUNT)
    ADD 1 TO WS-DEACTIVATED-COUNT
    IF WS-PREVIEW-MODE = "Y"
        MOVE "ADD" TO WS-PV-ACTION
        MOVE SPACES TO WS-PV-REASON
        STRING "registrar feed lists the student as "
               FUNCTION TRIM(WS-F-STATUS)
          INTO WS-PV-REASON
        END-STRING
        MOVE WS-DEACT-COUNT TO WS-K
        PERFORM PREVIEW-DEACTIVATED-ROW
    END-IF

    MOVE SPACES TO REPORT-REC
    STRING "  " FUNCTION TRIM(WS-F-USER)
           " -- deactivated (" FUNCTION TRIM(WS-F-STATUS) ")"
      INTO REPORT-REC
    END-STRING
    PERFORM WRITE-REPORT-LINE.

LIFT-REGISTRAR-HOLD.
    PERFORM VARYING WS-K FROM 1 BY 1 UNTIL WS-K > WS-DEACT-COUNT
        IF FUNCTION TRIM(WS-DA-USER(WS-K)) = FUNCTION TRIM(WS-F-USER)
           AND FUNCTION TRIM(WS-DA-SOURCE(WS-K)) = "REGISTRAR"
            IF WS-PREVIEW-MODE = "Y"
                MOVE "DELETE" TO WS-PV-ACTION
                MOVE "registrar feed lists the student as ENROLLED"
                    TO WS-PV-REASON
                PERFORM PREVIEW-DEACTIVATED-ROW
            END-IF
            MOVE SPACES TO WS-DA-USER(WS-K)
        END-IF
    END-PERFORM
           " -- reactivated (re-enrolled)"
      INTO REPORT-REC
    END-STRING
    PERFORM WRITE-REPORT-LINE.

*> Change-list line for deactivation entry WS-K; the caller has
*> set the action and reason.
PREVIEW-DEACTIVATED-ROW.
    MOVE "InCollege-Deactivated.txt" TO WS-PV-FILE
    MOVE SPACES TO WS-PV-ROW
    MOVE WS-DA-USER(WS-K)   TO WS-PV-ROW(1:20)
    MOVE "|"                TO WS-PV-ROW(21:1)
    MOVE WS-DA-DATE(WS-K)   TO WS-PV-ROW(22:10)
    MOVE "|"                TO WS-PV-ROW(32:1)
    MOVE WS-DA-SOURCE(WS-K) TO WS-PV-ROW(33:10)
    PERFORM WRITE-PREVIEW-ROW.

*> The sync log records what was done; a preview leaves it as the
*> last real run wrote it and puts the same lines in the change list.
WRITE-REPORT-LINE.
    IF WS-PREVIEW-MODE = "Y"
        MOVE REPORT-REC TO WS-PV-LINE
        PERFORM WRITE-PREVIEW-LINE
    ELSE
        WRITE REPORT-REC
    END-IF.

FORMAT-TODAY-DATE.
    MOVE FUNCTION CURRENT-DATE TO WS-RAW-DATE
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
*>   no data file touched, and every row the real run would add,
*>   delete or rewrite listed in the preview file with its reason,
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
*>   The change list. The caller moves the action (DELETE, MOVE,
*>   REWRITE or ADD), the file, the reason and the row image into
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
        "data/InCollege-EnrollmentStatusSync-Preview.txt".

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
