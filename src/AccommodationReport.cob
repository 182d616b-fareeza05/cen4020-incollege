       >>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. AccommodationReport.

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

    SELECT ACCOMMODATION-FILE ASSIGN TO "data/InCollege-Accommodations.txt"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-AC-STATUS.

    SELECT REPORT-FILE ASSIGN TO "data/InCollege-AccommodationReport.txt"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-RPT-STATUS.

*> One line for the nightly run summary when a request is due soon
*> or already past; rewritten empty otherwise.
    SELECT ALERT-FILE ASSIGN TO "data/InCollege-AccommodationAlert.txt"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-ALERT-STATUS.

DATA DIVISION.
FILE SECTION.

FD  RUN-LOCK-FILE.
01  RUN-LOCK-REC.
    05 RUNLOCK-HOLDER        PIC X(30).
    05 FILLER                PIC X(01).
    05 RUNLOCK-MODE          PIC X(10).
    05 FILLER                PIC X(01).
    05 RUNLOCK-READERS       PIC 9(03).

FD  ACCOMMODATION-FILE.
01  ACCOMMODATION-REC.
    05 AC-ID                 PIC 9(05).
    05 FILLER                PIC X(01).
    05 AC-KIND               PIC X(09).
    05 FILLER                PIC X(01).
    05 AC-STUDENT            PIC X(20).
    05 FILLER                PIC X(01).
    05 AC-PARTY              PIC X(40).
    05 FILLER                PIC X(01).
    05 AC-TITLE              PIC X(40).
    05 FILLER                PIC X(01).
    05 AC-DATE               PIC X(16).
    05 FILLER                PIC X(01).
    05 AC-NEED               PIC X(40).
    05 FILLER                PIC X(01).
    05 AC-REASON             PIC X(60).
    05 FILLER                PIC X(01).
    05 AC-LOGISTICS          PIC X(60).
    05 FILLER                PIC X(01).
    05 AC-STATE              PIC X(08).
    05 FILLER                PIC X(01).
    05 AC-STAFF              PIC X(20).
    05 FILLER                PIC X(01).
    05 AC-OPENED             PIC X(10).
    05 FILLER                PIC X(01).
    05 AC-CLOSED             PIC X(10).

FD  REPORT-FILE.
01  REPORT-REC               PIC X(250).

FD  ALERT-FILE.
01  ALERT-REC                PIC X(200).

WORKING-STORAGE SECTION.

01  WS-RUNLOCK-STATUS         PIC XX VALUE "00".
01  WS-RUNLOCK-HOLDER-SAVE    PIC X(30) VALUE SPACES.
01  WS-RUNLOCK-MODE-SAVE      PIC X(10) VALUE SPACES.
01  WS-RUNLOCK-READERS-SAVE   PIC 9(3) VALUE 0.

01  WS-AC-STATUS              PIC XX VALUE "00".
01  WS-RPT-STATUS             PIC XX VALUE "00".
01  WS-ALERT-STATUS           PIC XX VALUE "00".
01  WS-AC-EOF                 PIC X VALUE "N".

*> As-of date for reproducible reporting: pass YYYY-MM-DD as the
*> first command-line argument to produce the report as of that
*> date; with no argument the run date is used.
01  WS-RAW-DATE               PIC X(21) VALUE SPACES.
01  WS-ARG-COUNT              PIC 9(2) VALUE 0.
01  WS-ASOF-DATE              PIC X(10) VALUE SPACES.
01  WS-ASOF-DAYNUM            PIC 9(8) VALUE 0.

*> A request whose date is this many days out or fewer is flagged
*> DUE SOON -- enough notice to book a room or an interpreter.
01  WS-SOON-DAYS              PIC 9(2) VALUE 3.

*> The OPEN requests, sorted soonest first. The student's stated
*> reason is not carried: this listing is for scheduling.
01  WS-OPEN-COUNT             PIC 9(3) VALUE 0.
01  WS-OPEN-TABLE OCCURS 200 TIMES.
    05 WS-OP-DATE             PIC X(16).
    05 WS-OP-ID               PIC 9(05).
    05 WS-OP-KIND             PIC X(09).
    05 WS-OP-STUDENT          PIC X(20).
    05 WS-OP-PARTY            PIC X(40).
    05 WS-OP-TITLE            PIC X(40).
    05 WS-OP-NEED             PIC X(40).
    05 WS-OP-OPENED           PIC X(10).
01  WS-OP-SWAP                PIC X(180) VALUE SPACES.

01  WS-I                      PIC 9(3) VALUE 0.
01  WS-J                      PIC 9(3) VALUE 0.
01  WS-K                      PIC 9(3) VALUE 0.
01  WS-DATE-CHECK             PIC X(10) VALUE SPACES.
01  WS-DATE-OK                PIC X VALUE "N".
01  WS-DAYS-LEFT              PIC S9(5) VALUE 0.
01  WS-DAYS-DISP              PIC -(4)9.
01  WS-FLAG                   PIC X(10) VALUE SPACES.
01  WS-PAST-COUNT             PIC 9(3) VALUE 0.
01  WS-TODAY-COUNT            PIC 9(3) VALUE 0.
01  WS-SOON-COUNT             PIC 9(3) VALUE 0.
01  WS-URGENT-COUNT           PIC 9(3) VALUE 0.

PROCEDURE DIVISION.

*> ---------------------------------------------------------------
*> MAIN-MAINLINE
*>   Every accommodation request career services has not yet
*>   arranged or closed, soonest interview or event first, with how
*>   many days are left -- so nothing is still pending on the day.
*>   Requests due within WS-SOON-DAYS, today, or already past are
*>   flagged and also become a one-line alert for the nightly
*>   summary page.
*> ---------------------------------------------------------------
MAIN-MAINLINE.
    PERFORM ACQUIRE-SHARED-LOCK
    PERFORM GET-ASOF-DATE
    COMPUTE WS-ASOF-DAYNUM = FUNCTION INTEGER-OF-DATE(
        FUNCTION NUMVAL(WS-ASOF-DATE(1:4)) * 10000
        + FUNCTION NUMVAL(WS-ASOF-DATE(6:2)) * 100
        + FUNCTION NUMVAL(WS-ASOF-DATE(9:2)))

    PERFORM LOAD-OPEN-REQUESTS
    PERFORM SORT-OPEN-REQUESTS

    OPEN OUTPUT REPORT-FILE
    MOVE SPACES TO REPORT-REC
    STRING "Open accommodation requests as of " WS-ASOF-DATE
           " (soonest first):"
      INTO REPORT-REC
    END-STRING
    WRITE REPORT-REC

    IF WS-OPEN-COUNT = 0
        MOVE "  No accommodation requests are waiting." TO REPORT-REC
        WRITE REPORT-REC
    END-IF

    PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > WS-OPEN-COUNT
        PERFORM WRITE-ONE-REQUEST
    END-PERFORM

    MOVE SPACES TO REPORT-REC
    WRITE REPORT-REC
    MOVE SPACES TO REPORT-REC
    STRING "Open: " WS-OPEN-COUNT
           "  Past due: " WS-PAST-COUNT
           "  Due today: " WS-TODAY-COUNT
           "  Due within " WS-SOON-DAYS " day(s): " WS-SOON-COUNT
      INTO REPORT-REC
    END-STRING
    WRITE REPORT-REC
    CLOSE REPORT-FILE

    PERFORM WRITE-ALERT

    DISPLAY "Accommodation report complete: " WS-OPEN-COUNT
        " open request(s), " WS-URGENT-COUNT " due soon or past."
    PERFORM RELEASE-SHARED-LOCK
    STOP RUN.

LOAD-OPEN-REQUESTS.
    MOVE 0 TO WS-OPEN-COUNT
    MOVE "N" TO WS-AC-EOF

    OPEN INPUT ACCOMMODATION-FILE
    IF WS-AC-STATUS = "35"
        CLOSE ACCOMMODATION-FILE
        EXIT PARAGRAPH
    END-IF

    PERFORM UNTIL WS-AC-EOF = "Y"
        READ ACCOMMODATION-FILE
            AT END
                MOVE "Y" TO WS-AC-EOF
            NOT AT END
                IF AC-STATE = "OPEN" AND AC-STUDENT NOT = SPACES
                   AND WS-OPEN-COUNT < 200
                    ADD 1 TO WS-OPEN-COUNT
                    MOVE AC-DATE    TO WS-OP-DATE(WS-OPEN-COUNT)
                    MOVE AC-ID      TO WS-OP-ID(WS-OPEN-COUNT)
                    MOVE AC-KIND    TO WS-OP-KIND(WS-OPEN-COUNT)
                    MOVE AC-STUDENT TO WS-OP-STUDENT(WS-OPEN-COUNT)
                    MOVE AC-PARTY   TO WS-OP-PARTY(WS-OPEN-COUNT)
                    MOVE AC-TITLE   TO WS-OP-TITLE(WS-OPEN-COUNT)
                    MOVE AC-NEED    TO WS-OP-NEED(WS-OPEN-COUNT)
                    MOVE AC-OPENED  TO WS-OP-OPENED(WS-OPEN-COUNT)
                END-IF
        END-READ
    END-PERFORM
    CLOSE ACCOMMODATION-FILE.

*> ---------------------------------------------------------------
*> SORT-OPEN-REQUESTS
*>   Selection sort on the date (and slot time for interviews),
*>   soonest first -- ISO dates compare correctly as text.
*> ---------------------------------------------------------------
SORT-OPEN-REQUESTS.
    PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I >= WS-OPEN-COUNT
        ADD 1 TO WS-I GIVING WS-K
        PERFORM VARYING WS-J FROM WS-K BY 1
            UNTIL WS-J > WS-OPEN-COUNT
            IF WS-OP-DATE(WS-J) < WS-OP-DATE(WS-I)
                MOVE WS-OPEN-TABLE(WS-I) TO WS-OP-SWAP
                MOVE WS-OPEN-TABLE(WS-J) TO WS-OPEN-TABLE(WS-I)
                MOVE WS-OP-SWAP          TO WS-OPEN-TABLE(WS-J)
            END-IF
        END-PERFORM
    END-PERFORM.

*> ---------------------------------------------------------------
*> WRITE-ONE-REQUEST
*>   One line for the request at WS-I: its date, days left, a flag
*>   when it is close or past, the student, the interview or event,
*>   and what was asked for.
*> ---------------------------------------------------------------
WRITE-ONE-REQUEST.
    MOVE WS-OP-DATE(WS-I)(1:10) TO WS-DATE-CHECK
    PERFORM CHECK-DATE-FORMAT

    MOVE SPACES TO WS-FLAG
    MOVE 0 TO WS-DAYS-LEFT
    IF WS-DATE-OK = "Y"
        COMPUTE WS-DAYS-LEFT = FUNCTION INTEGER-OF-DATE(
            FUNCTION NUMVAL(WS-DATE-CHECK(1:4)) * 10000
            + FUNCTION NUMVAL(WS-DATE-CHECK(6:2)) * 100
            + FUNCTION NUMVAL(WS-DATE-CHECK(9:2)))
            - WS-ASOF-DAYNUM
        EVALUATE TRUE
            WHEN WS-DAYS-LEFT < 0
                MOVE "PAST DUE" TO WS-FLAG
                ADD 1 TO WS-PAST-COUNT
            WHEN WS-DAYS-LEFT = 0
                MOVE "DUE TODAY" TO WS-FLAG
                ADD 1 TO WS-TODAY-COUNT
            WHEN WS-DAYS-LEFT <= WS-SOON-DAYS
                MOVE "DUE SOON" TO WS-FLAG
                ADD 1 TO WS-SOON-COUNT
        END-EVALUATE
    ELSE
        MOVE "NO DATE" TO WS-FLAG
    END-IF
    IF WS-FLAG NOT = SPACES
        ADD 1 TO WS-URGENT-COUNT
    END-IF
    MOVE WS-DAYS-LEFT TO WS-DAYS-DISP

    MOVE SPACES TO REPORT-REC
    IF WS-OP-KIND(WS-I) = "INTERVIEW"
        STRING "  " WS-OP-DATE(WS-I)
               "  " WS-DAYS-DISP " day(s)  "
               WS-FLAG "  #" WS-OP-ID(WS-I) " "
               FUNCTION TRIM(WS-OP-STUDENT(WS-I))
               " - interview: " FUNCTION TRIM(WS-OP-TITLE(WS-I))
               " at " FUNCTION TRIM(WS-OP-PARTY(WS-I))
               " - need: " FUNCTION TRIM(WS-OP-NEED(WS-I))
               " (requested " WS-OP-OPENED(WS-I) ")"
          INTO REPORT-REC
        END-STRING
    ELSE
        STRING "  " WS-OP-DATE(WS-I)
               "  " WS-DAYS-DISP " day(s)  "
               WS-FLAG "  #" WS-OP-ID(WS-I) " "
               FUNCTION TRIM(WS-OP-STUDENT(WS-I))
               " - event: " FUNCTION TRIM(WS-OP-TITLE(WS-I))
               " - need: " FUNCTION TRIM(WS-OP-NEED(WS-I))
               " (requested " WS-OP-OPENED(WS-I) ")"
          INTO REPORT-REC
        END-STRING
    END-IF
    WRITE REPORT-REC.

CHECK-DATE-FORMAT.
    MOVE "N" TO WS-DATE-OK
    IF WS-DATE-CHECK(5:1) = "-" AND WS-DATE-CHECK(8:1) = "-"
       AND WS-DATE-CHECK(1:4) IS NUMERIC
       AND WS-DATE-CHECK(6:2) IS NUMERIC
       AND WS-DATE-CHECK(9:2) IS NUMERIC
        IF WS-DATE-CHECK(6:2) >= "01" AND WS-DATE-CHECK(6:2) <= "12"
           AND WS-DATE-CHECK(9:2) >= "01"
           AND WS-DATE-CHECK(9:2) <= "31"
            MOVE "Y" TO WS-DATE-OK
        END-IF
    END-IF.

WRITE-ALERT.
    OPEN OUTPUT ALERT-FILE
    IF WS-URGENT-COUNT > 0
        MOVE SPACES TO ALERT-REC
        STRING "ACCOMMODATION ALERT: " WS-URGENT-COUNT
               " open request(s) due within " WS-SOON-DAYS
               " day(s), past due, or undated -- see "
               "InCollege-AccommodationReport.txt"
          INTO ALERT-REC
        END-STRING
        WRITE ALERT-REC
    END-IF
    CLOSE ALERT-FILE.

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
