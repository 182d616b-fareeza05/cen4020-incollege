        FILE STATUS IS WS-PROF-STATUS.

    SELECT CONN-FILE ASSIGN TO "data/InCollege-Connections.txt"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS CONN-KEY
        ALTERNATE RECORD KEY IS CONN-RECIPIENT WITH DUPLICATES
        FILE STATUS IS WS-CONN-STATUS.

    SELECT MESSAGE-FILE ASSIGN TO "data/InCollege-Messages.txt"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-WORK-STATUS.

*> Change list written by a preview run (see GET-RUN-MODE).
    SELECT PREVIEW-FILE ASSIGN TO "data/InCollege-AccountMergeTool-Preview.txt"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-PV-STATUS.

DATA DIVISION.
FILE SECTION.


FD  CONN-FILE.
01  CONN-REC.
    05 CONN-KEY.
        10 CONN-SENDER      PIC X(20).
        10 FILLER           PIC X(01).
        10 CONN-RECIPIENT   PIC X(20).
    05 FILLER               PIC X(01).
    05 CONN-STATUS          PIC X(20).

FD  WORK-FILE.
01  WORK-REC                 PIC X(4024).

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
01  WS-RUNLOCK-MYNAME          PIC X(30) VALUE "AccountMergeTool".
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
01  WS-PV-BEFORE               PIC 9(5) VALUE 0.

01  WS-ACC-STATUS             PIC XX VALUE "00".
01  WS-PROF-STATUS            PIC XX VALUE "00".
01  WS-RETIRED                   PIC X(20) VALUE SPACES.

01  WS-CONN-CHANGED               PIC 9(5) VALUE 0.
01  WS-CONN-MOVED-ROW             PIC X(62) VALUE SPACES.
01  WS-MSG-CHANGED                PIC 9(5) VALUE 0.
01  WS-APP-CHANGED                PIC 9(5) VALUE 0.
01  WS-SKILL-CHANGED              PIC 9(5) VALUE 0.
*>   worth keeping.
*> ---------------------------------------------------------------
MAIN-MAINLINE.
    PERFORM GET-RUN-MODE
    IF WS-PREVIEW-MODE = "Y"
        PERFORM ACQUIRE-SHARED-LOCK
        PERFORM OPEN-PREVIEW-FILE
    ELSE
        PERFORM ACQUIRE-RUN-LOCK
    END-IF
    PERFORM OPEN-ACC-FILE

    MOVE "Username to KEEP (the survivor):" TO WS-PROMPT
    PERFORM PRINT-MANIFEST

    PERFORM CLOSE-ACC-FILE
    IF WS-PREVIEW-MODE = "Y"
        PERFORM CLOSE-PREVIEW-FILE
    END-IF
    PERFORM RELEASE-RUN-LOCK
    STOP RUN.

OPEN-ACC-FILE.
    IF WS-PREVIEW-MODE = "Y"
        OPEN INPUT ACC-FILE
    ELSE
        OPEN I-O ACC-FILE
    END-IF
    IF WS-ACC-STATUS = "35"
        DISPLAY "No accounts file found; nothing to merge."
        CLOSE ACC-FILE

*> ---------------------------------------------------------------
*> MERGE-CONNECTIONS
*>   CONN-FILE is keyed, so the retired username's rows are found by
*>   key -- as sender on the primary key, as recipient on the
*>   alternate key -- and each is deleted and written back under the
*>   survivor. A pair the survivor already holds is simply dropped.
*>   The other three shared files are rewritten through the staging
*>   copy with the retired username substituted.
*> ---------------------------------------------------------------
MERGE-CONNECTIONS.
    IF WS-PREVIEW-MODE = "Y"
        OPEN INPUT CONN-FILE
    ELSE
        OPEN I-O CONN-FILE
    END-IF
    IF WS-CONN-STATUS = "35"
        CLOSE CONN-FILE
        EXIT PARAGRAPH
    END-IF

    *> Rows the retired username sent.
    MOVE LOW-VALUES TO CONN-KEY
    MOVE WS-RETIRED TO CONN-SENDER
    MOVE "N" TO WS-EOF
    START CONN-FILE KEY IS NOT LESS THAN CONN-KEY
        INVALID KEY
            MOVE "Y" TO WS-EOF
    END-START
    PERFORM UNTIL WS-EOF = "Y"
        READ CONN-FILE NEXT RECORD
            AT END
                MOVE "Y" TO WS-EOF
            NOT AT END
                IF CONN-SENDER NOT = WS-RETIRED
                    MOVE "Y" TO WS-EOF
                ELSE
                    PERFORM MOVE-CONNECTION-ROW
                END-IF
        END-READ
    END-PERFORM

    *> Rows sent to the retired username.
    MOVE WS-RETIRED TO CONN-RECIPIENT
    MOVE "N" TO WS-EOF
    START CONN-FILE KEY IS EQUAL TO CONN-RECIPIENT
        INVALID KEY
            MOVE "Y" TO WS-EOF
    END-START
    PERFORM UNTIL WS-EOF = "Y"
        READ CONN-FILE NEXT RECORD
            AT END
                MOVE "Y" TO WS-EOF
            NOT AT END
                IF CONN-RECIPIENT NOT = WS-RETIRED
                    MOVE "Y" TO WS-EOF
                ELSE
                    PERFORM MOVE-CONNECTION-ROW
                END-IF
        END-READ
    END-PERFORM

    CLOSE CONN-FILE.

*> The row just read is put under the survivor: a preview lists it;
*> otherwise the old key is deleted and the row written under the
*> new one. Status 22 on the write means the survivor already holds
*> that pair, and the duplicate is dropped.
MOVE-CONNECTION-ROW.
    MOVE CONN-REC TO WS-PV-ROW
    IF CONN-SENDER = WS-RETIRED
        MOVE WS-SURVIVOR TO CONN-SENDER
        ADD 1 TO WS-CONN-CHANGED
    END-IF
    IF CONN-RECIPIENT = WS-RETIRED
        MOVE WS-SURVIVOR TO CONN-RECIPIENT
        ADD 1 TO WS-CONN-CHANGED
    END-IF
    IF WS-PREVIEW-MODE = "Y"
        MOVE "InCollege-Connections.txt" TO WS-PV-FILE
        PERFORM PREVIEW-MERGED-ROW
        EXIT PARAGRAPH
    END-IF

    MOVE CONN-REC TO WS-CONN-MOVED-ROW
    MOVE WS-PV-ROW(1:62) TO CONN-REC
    DELETE CONN-FILE RECORD
    MOVE WS-CONN-MOVED-ROW TO CONN-REC
    WRITE CONN-REC
        INVALID KEY
            CONTINUE
    END-WRITE.

MERGE-MESSAGES.
    OPEN INPUT MESSAGE-FILE
    IF WS-MSG-STATUS = "35"
        CLOSE MESSAGE-FILE
        EXIT PARAGRAPH
    END-IF
    IF WS-PREVIEW-MODE NOT = "Y"
        OPEN OUTPUT WORK-FILE
    END-IF

    MOVE "N" TO WS-EOF
    PERFORM UNTIL WS-EOF = "Y"
            AT END
                MOVE "Y" TO WS-EOF
            NOT AT END
                MOVE MESSAGE-REC TO WS-PV-ROW
                MOVE WS-MSG-CHANGED TO WS-PV-BEFORE
                IF MESSAGE-REC(1:20) = WS-RETIRED
                    MOVE WS-SURVIVOR TO MESSAGE-REC(1:20)
                    ADD 1 TO WS-MSG-CHANGED
                    MOVE WS-SURVIVOR TO MESSAGE-REC(22:20)
                    ADD 1 TO WS-MSG-CHANGED
                END-IF
                IF WS-PREVIEW-MODE = "Y"
                    IF WS-MSG-CHANGED NOT = WS-PV-BEFORE
                        MOVE "InCollege-Messages.txt" TO WS-PV-FILE
                        PERFORM PREVIEW-MERGED-ROW
                    END-IF
                ELSE
                    MOVE SPACES TO WORK-REC
                    MOVE MESSAGE-REC TO WORK-REC(1:300)
                    WRITE WORK-REC
                END-IF
        END-READ
    END-PERFORM

    IF WS-PREVIEW-MODE = "Y"
        CLOSE MESSAGE-FILE
        EXIT PARAGRAPH
    END-IF

    CLOSE WORK-FILE
    CLOSE MESSAGE-FILE
    OPEN OUTPUT MESSAGE-FILE
        CLOSE APPLICATION-FILE
        EXIT PARAGRAPH
    END-IF
    IF WS-PREVIEW-MODE NOT = "Y"
        OPEN OUTPUT WORK-FILE
    END-IF

    MOVE "N" TO WS-EOF
    PERFORM UNTIL WS-EOF = "Y"
            AT END
                MOVE "Y" TO WS-EOF
            NOT AT END
                MOVE APPLICATION-REC TO WS-PV-ROW
                MOVE WS-APP-CHANGED TO WS-PV-BEFORE
                IF APPLICATION-REC(1:20) = WS-RETIRED
                    MOVE WS-SURVIVOR TO APPLICATION-REC(1:20)
                    ADD 1 TO WS-APP-CHANGED
                END-IF
                IF WS-PREVIEW-MODE = "Y"
                    IF WS-APP-CHANGED NOT = WS-PV-BEFORE
                        MOVE "InCollege-Applications.txt" TO WS-PV-FILE
                        PERFORM PREVIEW-MERGED-ROW
                    END-IF
                ELSE
                    MOVE APPLICATION-REC TO WORK-REC
                    WRITE WORK-REC
                END-IF
        END-READ
    END-PERFORM

    IF WS-PREVIEW-MODE = "Y"
        CLOSE APPLICATION-FILE
        EXIT PARAGRAPH
    END-IF

    CLOSE WORK-FILE
    CLOSE APPLICATION-FILE
    OPEN OUTPUT APPLICATION-FILE
        CLOSE SKILLS-FILE
        EXIT PARAGRAPH
    END-IF
    IF WS-PREVIEW-MODE NOT = "Y"
        OPEN OUTPUT WORK-FILE
    END-IF

    MOVE "N" TO WS-EOF
    PERFORM UNTIL WS-EOF = "Y"
            AT END
                MOVE "Y" TO WS-EOF
            NOT AT END
                MOVE SKILLS-REC TO WS-PV-ROW
                MOVE WS-SKILL-CHANGED TO WS-PV-BEFORE
                IF SKILL-USER = WS-RETIRED
                    MOVE WS-SURVIVOR TO SKILL-USER
                    ADD 1 TO WS-SKILL-CHANGED
                END-IF
                IF WS-PREVIEW-MODE = "Y"
                    IF WS-SKILL-CHANGED NOT = WS-PV-BEFORE
                        MOVE "InCollege-Skills.txt" TO WS-PV-FILE
                        PERFORM PREVIEW-MERGED-ROW
                    END-IF
                ELSE
                    MOVE SPACES TO WORK-REC
                    MOVE SKILLS-REC TO WORK-REC(1:64)
                    WRITE WORK-REC
                END-IF
        END-READ
    END-PERFORM

    IF WS-PREVIEW-MODE = "Y"
        CLOSE SKILLS-FILE
        EXIT PARAGRAPH
    END-IF

    CLOSE WORK-FILE
    CLOSE SKILLS-FILE
    OPEN OUTPUT SKILLS-FILE
*>   and its account row are deleted from the indexed files.
*> ---------------------------------------------------------------
RETIRE-OLD-ROWS.
    IF WS-PREVIEW-MODE = "Y"
        OPEN INPUT PROF-FILE
    ELSE
        OPEN I-O PROF-FILE
    END-IF
    IF WS-PROF-STATUS NOT = "35"
        MOVE SPACES TO PROF-REC
        MOVE WS-RETIRED TO PROF-USER
            INVALID KEY
                CONTINUE
            NOT INVALID KEY
                IF WS-PREVIEW-MODE = "Y"
                    MOVE "DELETE" TO WS-PV-ACTION
                    MOVE "InCollege-Profiles.txt" TO WS-PV-FILE
                    MOVE "profile of the retired username" TO WS-PV-REASON
                    MOVE PROF-REC TO WS-PV-ROW
                    PERFORM WRITE-PREVIEW-ROW
                ELSE
                    DELETE PROF-FILE RECORD
                END-IF
        END-READ
    END-IF
    CLOSE PROF-FILE
        INVALID KEY
            CONTINUE
        NOT INVALID KEY
            IF WS-PREVIEW-MODE = "Y"
                MOVE "DELETE" TO WS-PV-ACTION
                MOVE "InCollege-Accounts.txt" TO WS-PV-FILE
                MOVE "account of the retired username" TO WS-PV-REASON
                MOVE ACC-REC TO WS-PV-ROW
                PERFORM WRITE-PREVIEW-ROW
            ELSE
                DELETE ACC-FILE RECORD
            END-IF
    END-READ.

*> Change-list line for a shared-file row naming the retired user;
*> the caller has set the file and the row image as read.
PREVIEW-MERGED-ROW.
    MOVE "REWRITE" TO WS-PV-ACTION
    MOVE SPACES TO WS-PV-REASON
    STRING FUNCTION TRIM(WS-RETIRED) " moved to survivor "
           FUNCTION TRIM(WS-SURVIVOR)
      INTO WS-PV-REASON
    END-STRING
    PERFORM WRITE-PREVIEW-ROW.

PRINT-MANIFEST.
    MOVE SPACES TO WS-OUT-LINE
    STRING "Merged " FUNCTION TRIM(WS-RETIRED)
    PERFORM PRINT-LINE.

PRINT-PROMPT-AND-READ.
    DISPLAY WS-PROMPT
    MOVE SPACES TO WS-CHOICE
    ACCEPT WS-CHOICE FROM CONSOLE.

*> On a preview the manifest goes to the change list too, so it can
*> be held up against the real run's.
PRINT-LINE.
    DISPLAY WS-OUT-LINE
    IF WS-PREVIEW-MODE = "Y"
        MOVE WS-OUT-LINE TO WS-PV-LINE
        PERFORM WRITE-PREVIEW-LINE
    END-IF.

*> ---------------------------------------------------------------
*> ACQUIRE-RUN-LOCK / RELEASE-RUN-LOCK
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
        "data/InCollege-AccountMergeTool-Preview.txt".

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
