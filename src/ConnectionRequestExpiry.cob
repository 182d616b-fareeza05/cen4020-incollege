        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-PARAM-STATUS.

*> Keyed by sender|recipient; lapsed rows are deleted in place as
*> the sweep reads past them.
    SELECT CONN-FILE ASSIGN TO "data/InCollege-Connections.txt"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS SEQUENTIAL
        RECORD KEY IS CONN-KEY
        ALTERNATE RECORD KEY IS CONN-RECIPIENT WITH DUPLICATES
        FILE STATUS IS WS-CONN-STATUS.

    SELECT CONN-HISTORY-FILE ASSIGN TO "data/InCollege-ConnectionHistory.txt"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-NOTIFY-STATUS.

    SELECT MAIL-SPOOL-FILE ASSIGN TO "data/InCollege-MailSpool.txt"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-SP-STATUS.

*> Legal holds placed from the staff menu; a held member's rows are
*> left alone and tallied in the skip file for LegalHoldReport.
    SELECT LEGAL-HOLD-FILE ASSIGN TO "data/InCollege-LegalHolds.txt"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-LH-STATUS.

    SELECT LEGAL-HOLD-SKIP-FILE ASSIGN TO "data/InCollege-LegalHoldSkips.txt"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-LS-STATUS.

*> Change list written by a preview run (see GET-RUN-MODE).
    SELECT PREVIEW-FILE ASSIGN TO "data/InCollege-ConnectionRequestExpiry-Preview.txt"
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

    05 FILLER                PIC X(01).
    05 NOTIFY-SEEN           PIC X(01).

*> Outbound mail spool read by NotificationMailRelay; the first 113
*> bytes are the NOTIFY-FILE row.
FD  MAIL-SPOOL-FILE.
01  MAIL-SPOOL-REC.
    05 SP-NOTIFY-ROW         PIC X(113).
    05 FILLER                PIC X(01).
    05 SP-STATUS             PIC X(07).
    05 FILLER                PIC X(01).
    05 SP-SENT-DATE          PIC X(10).

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
01  WS-RUNLOCK-MYNAME          PIC X(30) VALUE "ConnectionRequestExpiry".
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

01  WS-CONN-STATUS            PIC XX VALUE "00".
01  WS-CONN-HIST-STATUS       PIC XX VALUE "00".
01  WS-NOTIFY-STATUS          PIC XX VALUE "00".
01  WS-SP-STATUS             PIC XX VALUE "00".
01  WS-SP-NOTIFY-ROW         PIC X(113) VALUE SPACES.
01  WS-EOF                    PIC X VALUE "N".

*> As-of date (first argument); the optional second argument is how
01  WS-I                       PIC 9(4) VALUE 0.
01  WS-FOUND                   PIC X VALUE "N".

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
*>   suggestion screen relies on.
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
    PERFORM GET-ASOF-DATE

    MOVE WS-DATE-NUM-TEXT TO WS-ROW-NUM
    COMPUTE WS-ASOF-INT = FUNCTION INTEGER-OF-DATE(WS-ROW-NUM)

    PERFORM LOAD-LEGAL-HOLDS
    PERFORM LOAD-PENDING-DATES
    PERFORM SWEEP-REQUESTS
    MOVE WS-ASOF-DATE TO WS-LS-DATE
    PERFORM WRITE-LEGAL-HOLD-SKIPS

    MOVE SPACES TO WS-PV-LINE
    STRING "Connection request expiry complete: " WS-EXPIRED-COUNT
           " request(s) lapsed."
      INTO WS-PV-LINE
    END-STRING
    PERFORM SHOW-TOTAL-LINE
    IF WS-HELD-COUNT > 0
        MOVE SPACES TO WS-PV-LINE
        STRING "  Legal holds: " WS-HELD-COUNT
               " overdue request(s) kept for held members."
          INTO WS-PV-LINE
        END-STRING
        PERFORM SHOW-TOTAL-LINE
    END-IF
    IF WS-PREVIEW-MODE = "Y"
        PERFORM CLOSE-PREVIEW-FILE
    END-IF
    PERFORM RELEASE-RUN-LOCK
    STOP RUN.

    END-IF.

SWEEP-REQUESTS.
    IF WS-PREVIEW-MODE = "Y"
        OPEN INPUT CONN-FILE
    ELSE
        OPEN I-O CONN-FILE
    END-IF
    IF WS-CONN-STATUS = "35"
        DISPLAY "No connections file found; nothing to sweep."
        CLOSE CONN-FILE
        PERFORM RELEASE-RUN-LOCK
        STOP RUN
    END-IF
    MOVE "N" TO WS-EOF
    PERFORM UNTIL WS-EOF = "Y"
        READ CONN-FILE NEXT RECORD
            AT END
                MOVE "Y" TO WS-EOF
            NOT AT END
                PERFORM SWEEP-ONE-REQUEST
        END-READ
    END-PERFORM
    CLOSE CONN-FILE.

*> ---------------------------------------------------------------
*> SWEEP-ONE-REQUEST
*>   Deletes a PENDING row older than the cutoff and leaves every
*>   other row where it is. A pending pair with no dated history row
*>   cannot be aged and is kept.
*> ---------------------------------------------------------------
SWEEP-ONE-REQUEST.
    IF FUNCTION TRIM(CONN-STATUS) NOT = "PENDING"
        EXIT PARAGRAPH
    END-IF


    IF WS-SENT-DATE(5:1) NOT = "-"
       OR WS-SENT-DATE(1:4) IS NOT NUMERIC
        EXIT PARAGRAPH
    END-IF

        WS-ASOF-INT - FUNCTION INTEGER-OF-DATE(WS-ROW-NUM)

    IF WS-AGE-DAYS > WS-EXPIRE-DAYS
        *> An overdue request between a held member and anyone else
        *> is left pending.
        MOVE CONN-SENDER TO WS-LH-QUERY
        PERFORM CHECK-LEGAL-HOLD
        IF WS-LH-IDX = 0
            MOVE CONN-RECIPIENT TO WS-LH-QUERY
            PERFORM CHECK-LEGAL-HOLD
        END-IF
        IF WS-LH-IDX > 0
            ADD 1 TO WS-HELD-COUNT
            ADD 1 TO WS-LHT-SKIPS(WS-LH-IDX)
            EXIT PARAGRAPH
        END-IF
        ADD 1 TO WS-EXPIRED-COUNT
        IF WS-PREVIEW-MODE = "Y"
            MOVE "DELETE" TO WS-PV-ACTION
            MOVE "InCollege-Connections.txt" TO WS-PV-FILE
            MOVE SPACES TO WS-PV-REASON
            STRING "sent " WS-SENT-DATE ", pending over "
                   WS-EXPIRE-DAYS " days"
              INTO WS-PV-REASON
            END-STRING
            MOVE CONN-REC TO WS-PV-ROW
            PERFORM WRITE-PREVIEW-ROW
            EXIT PARAGRAPH
        END-IF
        PERFORM LOG-EXPIRY-HISTORY
        PERFORM NOTIFY-SENDER
        DELETE CONN-FILE RECORD
    END-IF.

*> ---------------------------------------------------------------
*> LOG-EXPIRY-HISTORY
*>   The lapse is a status transition like any other, so it lands
    MOVE "|" TO NOTIFY-REC(42:1)
    MOVE "|" TO NOTIFY-REC(103:1)
    MOVE "|" TO NOTIFY-REC(114:1)
    MOVE NOTIFY-REC TO WS-SP-NOTIFY-ROW
    WRITE NOTIFY-REC
    CLOSE NOTIFY-FILE
    PERFORM QUEUE-NOTIFICATION-MAIL.

*> ---------------------------------------------------------------
*> GET-ASOF-DATE
GET-ASOF-DATE.
    MOVE SPACES TO WS-ASOF-DATE
    ACCEPT WS-ARG-COUNT FROM ARGUMENT-NUMBER
    *> A trailing PREVIEW is the run mode, not a sweep argument.
    IF WS-PREVIEW-MODE = "Y"
        SUBTRACT 1 FROM WS-ARG-COUNT
    END-IF
    IF WS-ARG-COUNT > 0
        DISPLAY 1 UPON ARGUMENT-NUMBER
        ACCEPT WS-ASOF-DATE FROM ARGUMENT-VALUE
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
*> QUEUE-NOTIFICATION-MAIL
*>   Queues the notification just written (saved in
*>   WS-SP-NOTIFY-ROW) for the nightly notification mail -- the same
*>   spool row ADD-NOTIFICATION queues online.
*> ---------------------------------------------------------------
QUEUE-NOTIFICATION-MAIL.
    OPEN EXTEND MAIL-SPOOL-FILE
    IF WS-SP-STATUS = "35"
        OPEN OUTPUT MAIL-SPOOL-FILE
        CLOSE MAIL-SPOOL-FILE
        OPEN EXTEND MAIL-SPOOL-FILE
    END-IF
    MOVE SPACES TO MAIL-SPOOL-REC
    MOVE WS-SP-NOTIFY-ROW TO SP-NOTIFY-ROW
    MOVE "QUEUED"         TO SP-STATUS
    MOVE "|" TO MAIL-SPOOL-REC(114:1)
    MOVE "|" TO MAIL-SPOOL-REC(122:1)
    WRITE MAIL-SPOOL-REC
    CLOSE MAIL-SPOOL-FILE.

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
        "data/InCollege-ConnectionRequestExpiry-Preview.txt".

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
