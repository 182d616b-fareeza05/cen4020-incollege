       >>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. DuplicatePostingReport.

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

    SELECT JOB-FILE ASSIGN TO "data/InCollege-Jobs.txt"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-JOB-STATUS.

    SELECT APPLICATION-FILE ASSIGN TO "data/InCollege-Applications.txt"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-APP-STATUS.

*> The posting each application was made to, recorded by
*> InCollege.cob's APPLY-TO-JOB, so exact copies count apart.
    SELECT APP-POSTING-FILE ASSIGN TO "data/InCollege-ApplicationPostings.txt"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-APL-STATUS.

    SELECT REPORT-FILE ASSIGN TO "data/InCollege-DuplicatePostings.txt"
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

FD  JOB-FILE.
01  JOB-REC.
    05 JOB-ID               PIC X(10).
    05 JOB-TITLE-FILE       PIC X(40).
    05 JOB-EMPLOYER-FILE    PIC X(40).
    05 JOB-LOCATION-FILE    PIC X(40).
    05 JOB-SALARY-FILE      PIC X(20).
    05 JOB-MAJOR-FILE       PIC X(20).
    05 JOB-STATUS-FILE      PIC X(10).
    05 JOB-DESC-FILE        PIC X(200).
    05 JOB-POSTED-DATE      PIC X(10).
    05 JOB-DEADLINE-FILE    PIC X(10).

FD  APPLICATION-FILE.
01  APPLICATION-REC          PIC X(4024).

FD  APP-POSTING-FILE.
01  APP-POSTING-REC.
    05 AP-USER               PIC X(20).
    05 FILLER                PIC X(01).
    05 AP-JOB-ID             PIC X(10).
    05 FILLER                PIC X(01).
    05 AP-TITLE              PIC X(40).
    05 FILLER                PIC X(01).
    05 AP-EMPLOYER           PIC X(40).
    05 FILLER                PIC X(01).
    05 AP-DATE               PIC X(10).

FD  REPORT-FILE.
01  REPORT-REC               PIC X(200).

WORKING-STORAGE SECTION.

01  WS-RUNLOCK-STATUS         PIC XX VALUE "00".
01  WS-RUNLOCK-HOLDER-SAVE    PIC X(30) VALUE SPACES.
01  WS-RUNLOCK-MODE-SAVE      PIC X(10) VALUE SPACES.
01  WS-RUNLOCK-READERS-SAVE   PIC 9(3) VALUE 0.

01  WS-JOB-STATUS           PIC XX VALUE "00".
01  WS-APP-STATUS           PIC XX VALUE "00".
01  WS-RPT-STATUS           PIC XX VALUE "00".
01  WS-APL-STATUS           PIC XX VALUE "00".
01  WS-EOF                  PIC X VALUE "N".

*> As-of date for reproducible reporting: pass YYYY-MM-DD as the
*> first command-line argument (same handling as CohortFunnelReport)
*> to stamp the report with that date; with no argument the run date
*> is used.
01  WS-RAW-DATE               PIC X(21) VALUE SPACES.
01  WS-ARG-COUNT               PIC 9(2) VALUE 0.
01  WS-ASOF-DATE               PIC X(10) VALUE SPACES.

*> One row per open (ACTIVE or PENDING) posting. WS-OP-KEY is the
*> normalized employer+title+location a duplicate cluster shares.
*> WS-OP-APPS counts the applications made to this copy; WS-OP-SHARED
*> holds older applications that cannot be told apart between
*> copies, carried on the first copy they could belong to.
01  WS-OP-COUNT               PIC 9(3) VALUE 0.
01  WS-OP-OVERFLOW            PIC X VALUE "N".
01  WS-OP-TABLE OCCURS 500 TIMES.
    05 WS-OP-KEY              PIC X(120).
    05 WS-OP-ID               PIC X(10).
    05 WS-OP-TITLE            PIC X(40).
    05 WS-OP-EMPLOYER         PIC X(40).
    05 WS-OP-LOCATION         PIC X(40).
    05 WS-OP-STATUS           PIC X(10).
    05 WS-OP-POSTED           PIC X(10).
    05 WS-OP-APPS             PIC 9(5).
    05 WS-OP-SHARED           PIC 9(5).
01  WS-SWAP-OP                PIC X(280).

*> Application-to-posting rows, loaded whole.
01  WS-APL-COUNT              PIC 9(4) VALUE 0.
01  WS-APL-I                  PIC 9(4) VALUE 0.
01  WS-APL-MATCH              PIC 9(4) VALUE 0.
01  WS-APL-TABLE.
    05 WS-APL-ENTRY OCCURS 2000 TIMES.
        10 WS-APL-USER        PIC X(20).
        10 WS-APL-JOB-ID      PIC X(10).
        10 WS-APL-TITLE       PIC X(40).
        10 WS-APL-EMPLOYER    PIC X(40).
        10 WS-APL-DATE        PIC X(10).

*> Open copies an application without a recorded posting could
*> belong to, and the first of them.
01  WS-CAND-COUNT             PIC 9(4) VALUE 0.
01  WS-CAND-FIRST             PIC 9(4) VALUE 0.
01  WS-SHARED-TOTAL           PIC 9(5) VALUE 0.

*> Working fields for NORMALIZE-KEY.
01  WS-NORM-IN                 PIC X(40) VALUE SPACES.
01  WS-NORM-OUT                PIC X(40) VALUE SPACES.
01  WS-NORM-I                  PIC 9(2) VALUE 0.
01  WS-NORM-LEN                PIC 9(2) VALUE 0.

01  WS-CLUSTER-COUNT          PIC 9(3) VALUE 0.
01  WS-COPY-COUNT             PIC 9(4) VALUE 0.

01  WS-I                      PIC 9(4) VALUE 0.
01  WS-J                      PIC 9(4) VALUE 0.
01  WS-K                      PIC 9(4) VALUE 0.
01  WS-START                  PIC 9(4) VALUE 0.

PROCEDURE DIVISION.

*> ---------------------------------------------------------------
*> MAIN-MAINLINE
*>   Lists the clusters of open postings already sitting in JOB-FILE
*>   that are likely copies of one another -- same employer, title
*>   and location once case, spacing and punctuation are ignored,
*>   the rule JobFeedImport and JobPostingMaintenance now apply to
*>   new postings -- with each copy's live application count, so
*>   staff can decide which copies to close.
*> ---------------------------------------------------------------
MAIN-MAINLINE.
    PERFORM ACQUIRE-SHARED-LOCK
    PERFORM GET-ASOF-DATE
    PERFORM LOAD-OPEN-POSTINGS
    PERFORM SORT-POSTINGS
    PERFORM LOAD-APP-POSTINGS
    PERFORM COUNT-APPLICATIONS
    PERFORM WRITE-REPORT
    PERFORM RELEASE-SHARED-LOCK
    STOP RUN.

LOAD-OPEN-POSTINGS.
    MOVE 0 TO WS-OP-COUNT
    MOVE "N" TO WS-EOF
    OPEN INPUT JOB-FILE
    IF WS-JOB-STATUS = "35"
        DISPLAY "No job postings found; nothing to report."
        CLOSE JOB-FILE
        PERFORM RELEASE-SHARED-LOCK
        STOP RUN
    END-IF
    PERFORM UNTIL WS-EOF = "Y"
        READ JOB-FILE
            AT END
                MOVE "Y" TO WS-EOF
            NOT AT END
                IF FUNCTION TRIM(JOB-STATUS-FILE) = "ACTIVE"
                   OR FUNCTION TRIM(JOB-STATUS-FILE) = "PENDING"
                    IF WS-OP-COUNT < 500
                        ADD 1 TO WS-OP-COUNT
                        PERFORM LOAD-ONE-POSTING
                    ELSE
                        MOVE "Y" TO WS-OP-OVERFLOW
                    END-IF
                END-IF
        END-READ
    END-PERFORM
    CLOSE JOB-FILE.

LOAD-ONE-POSTING.
    MOVE JOB-ID            TO WS-OP-ID(WS-OP-COUNT)
    MOVE JOB-TITLE-FILE    TO WS-OP-TITLE(WS-OP-COUNT)
    MOVE JOB-EMPLOYER-FILE TO WS-OP-EMPLOYER(WS-OP-COUNT)
    MOVE JOB-LOCATION-FILE TO WS-OP-LOCATION(WS-OP-COUNT)
    MOVE JOB-STATUS-FILE   TO WS-OP-STATUS(WS-OP-COUNT)
    MOVE JOB-POSTED-DATE   TO WS-OP-POSTED(WS-OP-COUNT)
    MOVE 0                 TO WS-OP-APPS(WS-OP-COUNT)
    MOVE 0                 TO WS-OP-SHARED(WS-OP-COUNT)

    MOVE SPACES TO WS-OP-KEY(WS-OP-COUNT)
    MOVE JOB-EMPLOYER-FILE TO WS-NORM-IN
    PERFORM NORMALIZE-KEY
    MOVE WS-NORM-OUT TO WS-OP-KEY(WS-OP-COUNT)(1:40)
    MOVE JOB-TITLE-FILE TO WS-NORM-IN
    PERFORM NORMALIZE-KEY
    MOVE WS-NORM-OUT TO WS-OP-KEY(WS-OP-COUNT)(41:40)
    MOVE JOB-LOCATION-FILE TO WS-NORM-IN
    PERFORM NORMALIZE-KEY
    MOVE WS-NORM-OUT TO WS-OP-KEY(WS-OP-COUNT)(81:40).

LOAD-APP-POSTINGS.
    MOVE 0 TO WS-APL-COUNT
    MOVE "N" TO WS-EOF
    OPEN INPUT APP-POSTING-FILE
    IF WS-APL-STATUS = "35"
        CLOSE APP-POSTING-FILE
        EXIT PARAGRAPH
    END-IF
    PERFORM UNTIL WS-EOF = "Y"
        READ APP-POSTING-FILE
            AT END
                MOVE "Y" TO WS-EOF
            NOT AT END
                IF AP-USER NOT = SPACES AND WS-APL-COUNT < 2000
                    ADD 1 TO WS-APL-COUNT
                    MOVE AP-USER     TO WS-APL-USER(WS-APL-COUNT)
                    MOVE AP-JOB-ID   TO WS-APL-JOB-ID(WS-APL-COUNT)
                    MOVE AP-TITLE    TO WS-APL-TITLE(WS-APL-COUNT)
                    MOVE AP-EMPLOYER TO WS-APL-EMPLOYER(WS-APL-COUNT)
                    MOVE AP-DATE     TO WS-APL-DATE(WS-APL-COUNT)
                END-IF
        END-READ
    END-PERFORM
    CLOSE APP-POSTING-FILE.

*> ---------------------------------------------------------------
*> COUNT-APPLICATIONS
*>   Applications carry the posting's title and employer rather than
*>   its id, so each live application is credited through the
*>   posting id APPLY-TO-JOB recorded for it (nothing, if that copy
*>   is no longer open). An older application with no recorded id
*>   could belong to any open copy with its exact title and employer
*>   that was up on the day it was made: with one such copy it is
*>   that copy's; with several it is counted once as shared rather
*>   than on every copy.
*> ---------------------------------------------------------------
COUNT-APPLICATIONS.
    MOVE "N" TO WS-EOF
    OPEN INPUT APPLICATION-FILE
    IF WS-APP-STATUS = "35"
        CLOSE APPLICATION-FILE
        EXIT PARAGRAPH
    END-IF
    PERFORM UNTIL WS-EOF = "Y"
        READ APPLICATION-FILE
            AT END
                MOVE "Y" TO WS-EOF
            NOT AT END
                IF APPLICATION-REC(1:20) NOT = SPACES
                   AND APPLICATION-REC(1:9) NOT = "*TRAILER*"
                   AND FUNCTION TRIM(APPLICATION-REC(150:20)) NOT = "Withdrawn"
                    PERFORM COUNT-ONE-APPLICATION
                END-IF
        END-READ
    END-PERFORM
    CLOSE APPLICATION-FILE.

COUNT-ONE-APPLICATION.
    *> The latest recorded row wins: a student who withdrew and
    *> applied again to the other copy has a row for each.
    MOVE 0 TO WS-APL-MATCH
    PERFORM VARYING WS-APL-I FROM 1 BY 1 UNTIL WS-APL-I > WS-APL-COUNT
        IF WS-APL-USER(WS-APL-I) = APPLICATION-REC(1:20)
           AND WS-APL-TITLE(WS-APL-I) = APPLICATION-REC(22:40)
           AND WS-APL-EMPLOYER(WS-APL-I) = APPLICATION-REC(65:40)
           AND WS-APL-DATE(WS-APL-I) = APPLICATION-REC(4005:10)
            MOVE WS-APL-I TO WS-APL-MATCH
        END-IF
    END-PERFORM

    IF WS-APL-MATCH > 0
        PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > WS-OP-COUNT
            IF WS-OP-ID(WS-I) = WS-APL-JOB-ID(WS-APL-MATCH)
                ADD 1 TO WS-OP-APPS(WS-I)
            END-IF
        END-PERFORM
        EXIT PARAGRAPH
    END-IF

    MOVE 0 TO WS-CAND-COUNT
    MOVE 0 TO WS-CAND-FIRST
    PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > WS-OP-COUNT
        IF FUNCTION TRIM(WS-OP-TITLE(WS-I))
               = FUNCTION TRIM(APPLICATION-REC(22:40))
           AND FUNCTION TRIM(WS-OP-EMPLOYER(WS-I))
               = FUNCTION TRIM(APPLICATION-REC(65:40))
           AND (WS-OP-POSTED(WS-I) = SPACES
             OR APPLICATION-REC(4005:10) = SPACES
             OR APPLICATION-REC(4005:10) >= WS-OP-POSTED(WS-I))
            ADD 1 TO WS-CAND-COUNT
            IF WS-CAND-FIRST = 0
                MOVE WS-I TO WS-CAND-FIRST
            END-IF
        END-IF
    END-PERFORM

    IF WS-CAND-COUNT = 1
        ADD 1 TO WS-OP-APPS(WS-CAND-FIRST)
    END-IF
    IF WS-CAND-COUNT > 1
        ADD 1 TO WS-OP-SHARED(WS-CAND-FIRST)
    END-IF.

SORT-POSTINGS.
    PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I >= WS-OP-COUNT
        ADD 1 TO WS-I GIVING WS-START
        PERFORM VARYING WS-J FROM WS-START BY 1
            UNTIL WS-J > WS-OP-COUNT
            IF WS-OP-KEY(WS-J) < WS-OP-KEY(WS-I)
               OR (WS-OP-KEY(WS-J) = WS-OP-KEY(WS-I)
                   AND WS-OP-POSTED(WS-J) < WS-OP-POSTED(WS-I))
                MOVE WS-OP-TABLE(WS-I) TO WS-SWAP-OP
                MOVE WS-OP-TABLE(WS-J) TO WS-OP-TABLE(WS-I)
                MOVE WS-SWAP-OP        TO WS-OP-TABLE(WS-J)
            END-IF
        END-PERFORM
    END-PERFORM.

WRITE-REPORT.
    OPEN OUTPUT REPORT-FILE

    MOVE SPACES TO REPORT-REC
    STRING "Likely duplicate open postings as of " WS-ASOF-DATE ":"
      INTO REPORT-REC
    END-STRING
    WRITE REPORT-REC

    MOVE SPACES TO REPORT-REC
    STRING "Open postings checked: " WS-OP-COUNT
      INTO REPORT-REC
    END-STRING
    WRITE REPORT-REC

    IF WS-OP-OVERFLOW = "Y"
        MOVE "NOTE: only the first 500 open postings on file were compared."
            TO REPORT-REC
        WRITE REPORT-REC
    END-IF

    MOVE 0 TO WS-CLUSTER-COUNT
    MOVE 1 TO WS-I
    PERFORM UNTIL WS-I > WS-OP-COUNT
        MOVE WS-I TO WS-J
        PERFORM UNTIL WS-J >= WS-OP-COUNT
            IF WS-OP-KEY(WS-J + 1) NOT = WS-OP-KEY(WS-I)
                EXIT PERFORM
            END-IF
            ADD 1 TO WS-J
        END-PERFORM
        IF WS-J > WS-I
            PERFORM WRITE-ONE-CLUSTER
        END-IF
        ADD 1 TO WS-J GIVING WS-I
    END-PERFORM

    MOVE SPACES TO REPORT-REC
    WRITE REPORT-REC
    MOVE SPACES TO REPORT-REC
    STRING "Duplicate clusters found: " WS-CLUSTER-COUNT
      INTO REPORT-REC
    END-STRING
    WRITE REPORT-REC

    CLOSE REPORT-FILE
    DISPLAY "Duplicate posting report written to "
        "data/InCollege-DuplicatePostings.txt".

*> Rows WS-I through WS-J share one key, oldest posting first.
WRITE-ONE-CLUSTER.
    ADD 1 TO WS-CLUSTER-COUNT
    COMPUTE WS-COPY-COUNT = WS-J - WS-I + 1

    MOVE SPACES TO REPORT-REC
    WRITE REPORT-REC
    MOVE SPACES TO REPORT-REC
    STRING FUNCTION TRIM(WS-OP-TITLE(WS-I)) " at "
           FUNCTION TRIM(WS-OP-EMPLOYER(WS-I)) ", "
           FUNCTION TRIM(WS-OP-LOCATION(WS-I))
           " -- " WS-COPY-COUNT " copies:"
      INTO REPORT-REC
    END-STRING
    WRITE REPORT-REC

    PERFORM VARYING WS-K FROM WS-I BY 1 UNTIL WS-K > WS-J
        MOVE SPACES TO REPORT-REC
        STRING "  Job " FUNCTION TRIM(WS-OP-ID(WS-K))
               " [" FUNCTION TRIM(WS-OP-STATUS(WS-K)) "]"
               " posted " FUNCTION TRIM(WS-OP-POSTED(WS-K))
               "  " FUNCTION TRIM(WS-OP-TITLE(WS-K))
               " / " FUNCTION TRIM(WS-OP-LOCATION(WS-K))
               "  applications: " WS-OP-APPS(WS-K)
          INTO REPORT-REC
        END-STRING
        WRITE REPORT-REC
    END-PERFORM

    MOVE 0 TO WS-SHARED-TOTAL
    PERFORM VARYING WS-K FROM WS-I BY 1 UNTIL WS-K > WS-J
        ADD WS-OP-SHARED(WS-K) TO WS-SHARED-TOTAL
    END-PERFORM
    IF WS-SHARED-TOTAL > 0
        MOVE SPACES TO REPORT-REC
        STRING "  Plus " WS-SHARED-TOTAL
               " older application(s) with no posting id on record,"
               " shared by the copies above and not counted on any one"
          INTO REPORT-REC
        END-STRING
        WRITE REPORT-REC
    END-IF.

*> ---------------------------------------------------------------
*> NORMALIZE-KEY
*>   WS-NORM-OUT = WS-NORM-IN upper-cased with everything but letters
*>   and digits squeezed out, so "Software Intern - Summer" and
*>   "SOFTWARE INTERN (SUMMER)" compare equal. Duplicated in
*>   JobFeedImport, JobPostingMaintenance and DuplicatePostingReport;
*>   the copies must stay identical or the three disagree on what a
*>   duplicate is.
*> ---------------------------------------------------------------
NORMALIZE-KEY.
    MOVE SPACES TO WS-NORM-OUT
    MOVE 0 TO WS-NORM-LEN
    MOVE FUNCTION UPPER-CASE(WS-NORM-IN) TO WS-NORM-IN
    PERFORM VARYING WS-NORM-I FROM 1 BY 1 UNTIL WS-NORM-I > 40
        IF (WS-NORM-IN(WS-NORM-I:1) >= "A" AND WS-NORM-IN(WS-NORM-I:1) <= "Z")
           OR (WS-NORM-IN(WS-NORM-I:1) >= "0" AND WS-NORM-IN(WS-NORM-I:1) <= "9")
            ADD 1 TO WS-NORM-LEN
            MOVE WS-NORM-IN(WS-NORM-I:1) TO WS-NORM-OUT(WS-NORM-LEN:1)
        END-IF
    END-PERFORM.

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
