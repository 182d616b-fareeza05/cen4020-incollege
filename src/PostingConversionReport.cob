       >>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. PostingConversionReport.

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

    SELECT POSTING-VIEW-FILE ASSIGN TO "data/InCollege-PostingViews.txt"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-PV-STATUS.

    SELECT SAVED-JOBS-FILE ASSIGN TO "data/InCollege-SavedJobs.txt"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-SAVED-STATUS.

    SELECT APPLICATION-FILE ASSIGN TO "data/InCollege-Applications.txt"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-APP-STATUS.

    SELECT REPORT-FILE ASSIGN TO "data/InCollege-PostingConversion.txt"
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

FD  POSTING-VIEW-FILE.
01  POSTING-VIEW-REC.
    05 PV-JOB-ID             PIC X(10).
    05 FILLER                PIC X(01).
    05 PV-VIEWER             PIC X(20).
    05 FILLER                PIC X(01).
    05 PV-VIEWER-TYPE        PIC X(01).
    05 FILLER                PIC X(01).
    05 PV-DATE               PIC X(10).

FD  SAVED-JOBS-FILE.
01  SAVED-JOB-REC.
    05 SJ-USER               PIC X(20).
    05 FILLER                PIC X(01).
    05 SJ-JOB-ID             PIC X(10).
    05 FILLER                PIC X(01).
    05 SJ-TITLE              PIC X(40).
    05 FILLER                PIC X(01).
    05 SJ-EMPLOYER           PIC X(40).
    05 FILLER                PIC X(01).
    05 SJ-DATE               PIC X(10).

FD  APPLICATION-FILE.
01  APPLICATION-REC          PIC X(4024).

FD  REPORT-FILE.
01  REPORT-REC               PIC X(200).

WORKING-STORAGE SECTION.

01  WS-RUNLOCK-STATUS         PIC XX VALUE "00".
01  WS-RUNLOCK-HOLDER-SAVE    PIC X(30) VALUE SPACES.
01  WS-RUNLOCK-MODE-SAVE      PIC X(10) VALUE SPACES.
01  WS-RUNLOCK-READERS-SAVE   PIC 9(3) VALUE 0.

01  WS-JOB-STATUS           PIC XX VALUE "00".
01  WS-PV-STATUS            PIC XX VALUE "00".
01  WS-SAVED-STATUS         PIC XX VALUE "00".
01  WS-APP-STATUS           PIC XX VALUE "00".
01  WS-RPT-STATUS           PIC XX VALUE "00".
01  WS-EOF                  PIC X VALUE "N".

01  WS-RAW-DATE               PIC X(21) VALUE SPACES.
01  WS-ARG-COUNT               PIC 9(2) VALUE 0.
01  WS-ASOF-DATE               PIC X(10) VALUE SPACES.

*> Every posting on file with its funnel counts.
01  WS-PT-COUNT               PIC 9(3) VALUE 0.
01  WS-PT-OVERFLOW            PIC X VALUE "N".
01  WS-PT-TABLE OCCURS 500 TIMES.
    05 WS-PT-EMPLOYER         PIC X(40).
    05 WS-PT-ID               PIC X(10).
    05 WS-PT-TITLE            PIC X(40).
    05 WS-PT-STATUS           PIC X(10).
    05 WS-PT-VIEWS            PIC 9(5).
    05 WS-PT-UNIQUE           PIC 9(5).
    05 WS-PT-SAVES            PIC 9(5).
    05 WS-PT-APPS             PIC 9(5).
01  WS-SWAP-PT                PIC X(120).

*> Student views of known postings, keyed two ways for the two
*> distinct-viewer counts: employer+job+viewer for each posting, and
*> employer+viewer for each employer (one student opening three of
*> an employer's postings is one viewer of that employer).
01  WS-VW-COUNT               PIC 9(4) VALUE 0.
01  WS-VW-OVERFLOW            PIC X VALUE "N".
01  WS-VW-TABLE OCCURS 3000 TIMES.
    05 WS-VW-EJV.
        10 WS-VW-EMPLOYER     PIC X(40).
        10 WS-VW-JOB          PIC X(10).
        10 WS-VW-VIEWER       PIC X(20).
    05 WS-VW-EV               PIC X(60).
01  WS-SWAP-VW                PIC X(130).

01  WS-EM-COUNT               PIC 9(3) VALUE 0.
01  WS-EM-TABLE OCCURS 500 TIMES.
    05 WS-EM-NAME             PIC X(40).
    05 WS-EM-POSTINGS         PIC 9(3).
    05 WS-EM-VIEWS            PIC 9(5).
    05 WS-EM-UNIQUE           PIC 9(5).
    05 WS-EM-SAVES            PIC 9(5).
    05 WS-EM-APPS             PIC 9(5).

01  WS-RATE                   PIC 9(4) VALUE 0.
01  WS-RATE-TEXT              PIC X(10) VALUE SPACES.
01  WS-RATE-DISP              PIC ZZZ9.
01  WS-COLD-COUNT             PIC 9(3) VALUE 0.

01  WS-I                      PIC 9(4) VALUE 0.
01  WS-J                      PIC 9(4) VALUE 0.
01  WS-K                      PIC 9(4) VALUE 0.
01  WS-START                  PIC 9(4) VALUE 0.
01  WS-FOUND-IDX              PIC 9(4) VALUE 0.
01  WS-Q-JOB                  PIC X(10) VALUE SPACES.

PROCEDURE DIVISION.

*> ---------------------------------------------------------------
*> MAIN-MAINLINE
*>   Posting funnel per employer and per posting: views of the
*>   details screen, distinct viewers, saves, applications, and the
*>   view-to-apply rate (applications per hundred distinct viewers).
*>   Only student views count, so staff and employers checking a
*>   posting do not dilute it. Postings that were viewed but drew no
*>   applications are flagged -- the "why no applicants" question.
*> ---------------------------------------------------------------
MAIN-MAINLINE.
    PERFORM ACQUIRE-SHARED-LOCK
    PERFORM GET-ASOF-DATE
    PERFORM LOAD-POSTINGS
    PERFORM LOAD-VIEWS
    PERFORM COUNT-SAVES
    PERFORM COUNT-APPLICATIONS
    PERFORM SORT-POSTINGS
    PERFORM BUILD-EMPLOYERS
    PERFORM COUNT-EMPLOYER-VIEWERS
    PERFORM COUNT-POSTING-VIEWERS
    PERFORM WRITE-REPORT
    PERFORM RELEASE-SHARED-LOCK
    STOP RUN.

LOAD-POSTINGS.
    MOVE 0 TO WS-PT-COUNT
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
                IF JOB-ID NOT = SPACES
                    IF WS-PT-COUNT < 500
                        ADD 1 TO WS-PT-COUNT
                        MOVE JOB-EMPLOYER-FILE TO WS-PT-EMPLOYER(WS-PT-COUNT)
                        MOVE JOB-ID            TO WS-PT-ID(WS-PT-COUNT)
                        MOVE JOB-TITLE-FILE    TO WS-PT-TITLE(WS-PT-COUNT)
                        MOVE JOB-STATUS-FILE   TO WS-PT-STATUS(WS-PT-COUNT)
                        MOVE 0 TO WS-PT-VIEWS(WS-PT-COUNT)
                        MOVE 0 TO WS-PT-UNIQUE(WS-PT-COUNT)
                        MOVE 0 TO WS-PT-SAVES(WS-PT-COUNT)
                        MOVE 0 TO WS-PT-APPS(WS-PT-COUNT)
                    ELSE
                        MOVE "Y" TO WS-PT-OVERFLOW
                    END-IF
                END-IF
        END-READ
    END-PERFORM
    CLOSE JOB-FILE.

*> Leaves WS-FOUND-IDX at the posting whose id is WS-Q-JOB (0 if it
*> is not on file).
FIND-POSTING.
    MOVE 0 TO WS-FOUND-IDX
    PERFORM VARYING WS-K FROM 1 BY 1 UNTIL WS-K > WS-PT-COUNT
        IF WS-PT-ID(WS-K) = WS-Q-JOB
            MOVE WS-K TO WS-FOUND-IDX
            EXIT PERFORM
        END-IF
    END-PERFORM.

LOAD-VIEWS.
    MOVE 0 TO WS-VW-COUNT
    MOVE "N" TO WS-EOF
    OPEN INPUT POSTING-VIEW-FILE
    IF WS-PV-STATUS = "35"
        CLOSE POSTING-VIEW-FILE
        EXIT PARAGRAPH
    END-IF
    PERFORM UNTIL WS-EOF = "Y"
        READ POSTING-VIEW-FILE
            AT END
                MOVE "Y" TO WS-EOF
            NOT AT END
                IF PV-JOB-ID NOT = SPACES AND PV-VIEWER-TYPE = "S"
                    IF WS-VW-COUNT < 3000
                        MOVE PV-JOB-ID TO WS-Q-JOB
                        PERFORM FIND-POSTING
                        IF WS-FOUND-IDX > 0
                            ADD 1 TO WS-VW-COUNT
                            MOVE WS-PT-EMPLOYER(WS-FOUND-IDX)
                                TO WS-VW-EMPLOYER(WS-VW-COUNT)
                            MOVE PV-JOB-ID TO WS-VW-JOB(WS-VW-COUNT)
                            MOVE PV-VIEWER TO WS-VW-VIEWER(WS-VW-COUNT)
                            MOVE SPACES TO WS-VW-EV(WS-VW-COUNT)
                            STRING WS-VW-EMPLOYER(WS-VW-COUNT)
                                   WS-VW-VIEWER(WS-VW-COUNT)
                              DELIMITED BY SIZE
                              INTO WS-VW-EV(WS-VW-COUNT)
                            END-STRING
                            ADD 1 TO WS-PT-VIEWS(WS-FOUND-IDX)
                        END-IF
                    ELSE
                        MOVE "Y" TO WS-VW-OVERFLOW
                    END-IF
                END-IF
        END-READ
    END-PERFORM
    CLOSE POSTING-VIEW-FILE.

COUNT-SAVES.
    MOVE "N" TO WS-EOF
    OPEN INPUT SAVED-JOBS-FILE
    IF WS-SAVED-STATUS = "35"
        CLOSE SAVED-JOBS-FILE
        EXIT PARAGRAPH
    END-IF
    PERFORM UNTIL WS-EOF = "Y"
        READ SAVED-JOBS-FILE
            AT END
                MOVE "Y" TO WS-EOF
            NOT AT END
                IF SJ-USER NOT = SPACES
                    PERFORM VARYING WS-I FROM 1 BY 1
                        UNTIL WS-I > WS-PT-COUNT
                        IF FUNCTION TRIM(WS-PT-ID(WS-I))
                           = FUNCTION TRIM(SJ-JOB-ID)
                            ADD 1 TO WS-PT-SAVES(WS-I)
                            EXIT PERFORM
                        END-IF
                    END-PERFORM
                END-IF
        END-READ
    END-PERFORM
    CLOSE SAVED-JOBS-FILE.

*> Applications carry the posting's title and employer rather than
*> its id, so every posting with that title and employer is credited.
*> A withdrawn application still counts: the student did apply.
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
                    PERFORM VARYING WS-I FROM 1 BY 1
                        UNTIL WS-I > WS-PT-COUNT
                        IF FUNCTION TRIM(WS-PT-TITLE(WS-I))
                               = FUNCTION TRIM(APPLICATION-REC(22:40))
                           AND FUNCTION TRIM(WS-PT-EMPLOYER(WS-I))
                               = FUNCTION TRIM(APPLICATION-REC(65:40))
                            ADD 1 TO WS-PT-APPS(WS-I)
                        END-IF
                    END-PERFORM
                END-IF
        END-READ
    END-PERFORM
    CLOSE APPLICATION-FILE.

*> By employer, then posting id.
SORT-POSTINGS.
    PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I >= WS-PT-COUNT
        ADD 1 TO WS-I GIVING WS-START
        PERFORM VARYING WS-J FROM WS-START BY 1
            UNTIL WS-J > WS-PT-COUNT
            IF WS-PT-TABLE(WS-J)(1:50) < WS-PT-TABLE(WS-I)(1:50)
                MOVE WS-PT-TABLE(WS-I) TO WS-SWAP-PT
                MOVE WS-PT-TABLE(WS-J) TO WS-PT-TABLE(WS-I)
                MOVE WS-SWAP-PT        TO WS-PT-TABLE(WS-J)
            END-IF
        END-PERFORM
    END-PERFORM.

*> One row per employer in posting order, with the posting counts
*> rolled up.
BUILD-EMPLOYERS.
    MOVE 0 TO WS-EM-COUNT
    PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > WS-PT-COUNT
        IF WS-EM-COUNT = 0
           OR WS-PT-EMPLOYER(WS-I) NOT = WS-EM-NAME(WS-EM-COUNT)
            ADD 1 TO WS-EM-COUNT
            MOVE WS-PT-EMPLOYER(WS-I) TO WS-EM-NAME(WS-EM-COUNT)
            MOVE 0 TO WS-EM-POSTINGS(WS-EM-COUNT)
            MOVE 0 TO WS-EM-VIEWS(WS-EM-COUNT)
            MOVE 0 TO WS-EM-UNIQUE(WS-EM-COUNT)
            MOVE 0 TO WS-EM-SAVES(WS-EM-COUNT)
            MOVE 0 TO WS-EM-APPS(WS-EM-COUNT)
        END-IF
        ADD 1 TO WS-EM-POSTINGS(WS-EM-COUNT)
        ADD WS-PT-VIEWS(WS-I) TO WS-EM-VIEWS(WS-EM-COUNT)
        ADD WS-PT-SAVES(WS-I) TO WS-EM-SAVES(WS-EM-COUNT)
        ADD WS-PT-APPS(WS-I)  TO WS-EM-APPS(WS-EM-COUNT)
    END-PERFORM.

*> Sorts the views by employer+viewer and counts each change of
*> viewer within an employer once.
COUNT-EMPLOYER-VIEWERS.
    PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I >= WS-VW-COUNT
        ADD 1 TO WS-I GIVING WS-START
        PERFORM VARYING WS-J FROM WS-START BY 1
            UNTIL WS-J > WS-VW-COUNT
            IF WS-VW-EV(WS-J) < WS-VW-EV(WS-I)
                MOVE WS-VW-TABLE(WS-I) TO WS-SWAP-VW
                MOVE WS-VW-TABLE(WS-J) TO WS-VW-TABLE(WS-I)
                MOVE WS-SWAP-VW        TO WS-VW-TABLE(WS-J)
            END-IF
        END-PERFORM
    END-PERFORM

    MOVE 1 TO WS-K
    PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > WS-VW-COUNT
        IF WS-I = 1 OR WS-VW-EV(WS-I) NOT = WS-VW-EV(WS-I - 1)
            PERFORM UNTIL WS-K > WS-EM-COUNT
                IF WS-EM-NAME(WS-K) = WS-VW-EMPLOYER(WS-I)
                    EXIT PERFORM
                END-IF
                ADD 1 TO WS-K
            END-PERFORM
            IF WS-K <= WS-EM-COUNT
                ADD 1 TO WS-EM-UNIQUE(WS-K)
            ELSE
                MOVE 1 TO WS-K
            END-IF
        END-IF
    END-PERFORM.

*> Sorts the views by employer+posting+viewer and counts each change
*> of viewer within a posting once.
COUNT-POSTING-VIEWERS.
    PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I >= WS-VW-COUNT
        ADD 1 TO WS-I GIVING WS-START
        PERFORM VARYING WS-J FROM WS-START BY 1
            UNTIL WS-J > WS-VW-COUNT
            IF WS-VW-EJV(WS-J) < WS-VW-EJV(WS-I)
                MOVE WS-VW-TABLE(WS-I) TO WS-SWAP-VW
                MOVE WS-VW-TABLE(WS-J) TO WS-VW-TABLE(WS-I)
                MOVE WS-SWAP-VW        TO WS-VW-TABLE(WS-J)
            END-IF
        END-PERFORM
    END-PERFORM

    MOVE 1 TO WS-K
    PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > WS-VW-COUNT
        IF WS-I = 1 OR WS-VW-EJV(WS-I) NOT = WS-VW-EJV(WS-I - 1)
            PERFORM UNTIL WS-K > WS-PT-COUNT
                IF WS-PT-EMPLOYER(WS-K) = WS-VW-EMPLOYER(WS-I)
                   AND WS-PT-ID(WS-K) = WS-VW-JOB(WS-I)
                    EXIT PERFORM
                END-IF
                ADD 1 TO WS-K
            END-PERFORM
            IF WS-K <= WS-PT-COUNT
                ADD 1 TO WS-PT-UNIQUE(WS-K)
            ELSE
                MOVE 1 TO WS-K
            END-IF
        END-IF
    END-PERFORM.

WRITE-REPORT.
    OPEN OUTPUT REPORT-FILE

    MOVE SPACES TO REPORT-REC
    STRING "Posting view-to-apply conversion as of " WS-ASOF-DATE ":"
      INTO REPORT-REC
    END-STRING
    WRITE REPORT-REC

    MOVE "Counts student views of the job details screen; rate is "
        TO REPORT-REC
    WRITE REPORT-REC
    MOVE "applications per 100 distinct viewers."
        TO REPORT-REC
    WRITE REPORT-REC

    IF WS-PT-OVERFLOW = "Y"
        MOVE "NOTE: only the first 500 postings on file are included."
            TO REPORT-REC
        WRITE REPORT-REC
    END-IF
    IF WS-VW-OVERFLOW = "Y"
        MOVE "NOTE: only the first 3000 student views on file are counted."
            TO REPORT-REC
        WRITE REPORT-REC
    END-IF

    MOVE 0 TO WS-COLD-COUNT
    MOVE 1 TO WS-I
    PERFORM VARYING WS-K FROM 1 BY 1 UNTIL WS-K > WS-EM-COUNT
        MOVE SPACES TO REPORT-REC
        WRITE REPORT-REC

        MOVE WS-EM-APPS(WS-K)   TO WS-RATE
        MOVE WS-EM-UNIQUE(WS-K) TO WS-J
        PERFORM FORMAT-RATE
        MOVE SPACES TO REPORT-REC
        STRING FUNCTION TRIM(WS-EM-NAME(WS-K))
               " -- " WS-EM-POSTINGS(WS-K) " posting(s)"
               "  views: " WS-EM-VIEWS(WS-K)
               "  viewers: " WS-EM-UNIQUE(WS-K)
               "  saves: " WS-EM-SAVES(WS-K)
               "  applications: " WS-EM-APPS(WS-K)
               "  rate: " FUNCTION TRIM(WS-RATE-TEXT)
          INTO REPORT-REC
        END-STRING
        WRITE REPORT-REC

        PERFORM UNTIL WS-I > WS-PT-COUNT
            IF WS-PT-EMPLOYER(WS-I) NOT = WS-EM-NAME(WS-K)
                EXIT PERFORM
            END-IF
            PERFORM WRITE-ONE-POSTING
            ADD 1 TO WS-I
        END-PERFORM
    END-PERFORM

    MOVE SPACES TO REPORT-REC
    WRITE REPORT-REC
    MOVE SPACES TO REPORT-REC
    STRING "Employers: " WS-EM-COUNT "   Postings: " WS-PT-COUNT
           "   Viewed with no applications: " WS-COLD-COUNT
      INTO REPORT-REC
    END-STRING
    WRITE REPORT-REC

    CLOSE REPORT-FILE
    DISPLAY "Posting conversion report written to "
        "data/InCollege-PostingConversion.txt".

WRITE-ONE-POSTING.
    MOVE WS-PT-APPS(WS-I)   TO WS-RATE
    MOVE WS-PT-UNIQUE(WS-I) TO WS-J
    PERFORM FORMAT-RATE

    MOVE SPACES TO REPORT-REC
    STRING "  Job " FUNCTION TRIM(WS-PT-ID(WS-I))
           " [" FUNCTION TRIM(WS-PT-STATUS(WS-I)) "] "
           FUNCTION TRIM(WS-PT-TITLE(WS-I))
      INTO REPORT-REC
    END-STRING
    WRITE REPORT-REC

    MOVE SPACES TO REPORT-REC
    IF WS-PT-VIEWS(WS-I) > 0 AND WS-PT-APPS(WS-I) = 0
        ADD 1 TO WS-COLD-COUNT
        STRING "      views: " WS-PT-VIEWS(WS-I)
               "  viewers: " WS-PT-UNIQUE(WS-I)
               "  saves: " WS-PT-SAVES(WS-I)
               "  applications: " WS-PT-APPS(WS-I)
               "  rate: " FUNCTION TRIM(WS-RATE-TEXT)
               "  <-- viewed, no applications"
          INTO REPORT-REC
        END-STRING
    ELSE
        STRING "      views: " WS-PT-VIEWS(WS-I)
               "  viewers: " WS-PT-UNIQUE(WS-I)
               "  saves: " WS-PT-SAVES(WS-I)
               "  applications: " WS-PT-APPS(WS-I)
               "  rate: " FUNCTION TRIM(WS-RATE-TEXT)
          INTO REPORT-REC
        END-STRING
    END-IF
    WRITE REPORT-REC.

*> WS-RATE-TEXT = applications (WS-RATE on entry) per 100 distinct
*> viewers (WS-J), or "n/a" when nobody viewed.
FORMAT-RATE.
    MOVE SPACES TO WS-RATE-TEXT
    IF WS-J = 0
        MOVE "n/a" TO WS-RATE-TEXT
        EXIT PARAGRAPH
    END-IF
    COMPUTE WS-RATE = (WS-RATE * 100) / WS-J
    MOVE WS-RATE TO WS-RATE-DISP
    STRING FUNCTION TRIM(WS-RATE-DISP) " pct"
      INTO WS-RATE-TEXT
    END-STRING.

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
