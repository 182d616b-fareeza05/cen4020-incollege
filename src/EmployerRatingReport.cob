       >>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. EmployerRatingReport.

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

    SELECT EMPLOYER-FILE ASSIGN TO "data/InCollege-Employers.txt"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-EMP-STATUS.

    SELECT EMP-REVIEW-FILE ASSIGN TO "data/InCollege-EmployerReviews.txt"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-HR-STATUS.

    SELECT REPORT-FILE ASSIGN TO "data/InCollege-EmployerRatings.txt"
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

FD  EMPLOYER-FILE.
01  EMPLOYER-REC.
    05 EMP-NAME              PIC X(40).
    05 FILLER                PIC X(01).
    05 EMP-CONTACT           PIC X(60).

FD  EMP-REVIEW-FILE.
01  EMP-REVIEW-REC.
    05 HR-USER               PIC X(20).
    05 FILLER                PIC X(01).
    05 HR-TITLE              PIC X(40).
    05 FILLER                PIC X(01).
    05 HR-EMPLOYER           PIC X(40).
    05 FILLER                PIC X(01).
    05 HR-COMM-RATING        PIC 9(01).
    05 FILLER                PIC X(01).
    05 HR-OVERALL-RATING     PIC 9(01).
    05 FILLER                PIC X(01).
    05 HR-COMMENT            PIC X(200).
    05 FILLER                PIC X(01).
    05 HR-STATUS             PIC X(10).
    05 FILLER                PIC X(01).
    05 HR-DATE               PIC X(10).

FD  REPORT-FILE.
01  REPORT-REC               PIC X(200).

WORKING-STORAGE SECTION.

01  WS-RUNLOCK-STATUS         PIC XX VALUE "00".
01  WS-RUNLOCK-HOLDER-SAVE    PIC X(30) VALUE SPACES.
01  WS-RUNLOCK-MODE-SAVE      PIC X(10) VALUE SPACES.
01  WS-RUNLOCK-READERS-SAVE   PIC 9(3) VALUE 0.

01  WS-EMP-STATUS           PIC XX VALUE "00".
01  WS-HR-STATUS            PIC XX VALUE "00".
01  WS-RPT-STATUS           PIC XX VALUE "00".
01  WS-EOF                  PIC X VALUE "N".

*> As-of date for reproducible reporting: pass YYYY-MM-DD as the
*> first command-line argument (same handling as CohortFunnelReport)
*> to stamp the report with that date; with no argument the run date
*> is used.
01  WS-RAW-DATE               PIC X(21) VALUE SPACES.
01  WS-ARG-COUNT               PIC 9(2) VALUE 0.
01  WS-ASOF-DATE               PIC X(10) VALUE SPACES.

*> One row per employer on the master file, with the running totals
*> of its approved reviews. The averages are kept to two places so the
*> ranking separates employers the one-place display would tie.
01  WS-EMP-COUNT              PIC 9(3) VALUE 0.
01  WS-EMP-TABLE OCCURS 200 TIMES.
    05 WS-EMP-NAME            PIC X(40).
    05 WS-EMP-REVIEWS         PIC 9(5).
    05 WS-EMP-COMM-SUM        PIC 9(6).
    05 WS-EMP-OVERALL-SUM     PIC 9(6).
    05 WS-EMP-AVG-OVERALL     PIC 9V99.
    05 WS-EMP-AVG-COMM        PIC 9V99.
01  WS-SWAP-EMP               PIC X(63).

01  WS-RATED-COUNT            PIC 9(3) VALUE 0.
01  WS-UNMATCHED-COUNT        PIC 9(5) VALUE 0.
01  WS-RANK                   PIC 9(3) VALUE 0.
01  WS-AVG-OVERALL-ED         PIC 9.99.
01  WS-AVG-COMM-ED            PIC 9.99.
01  WS-SWAP                   PIC X VALUE "N".

01  WS-I                      PIC 9(4) VALUE 0.
01  WS-J                      PIC 9(4) VALUE 0.
01  WS-K                      PIC 9(4) VALUE 0.
01  WS-START                  PIC 9(4) VALUE 0.
01  WS-FOUND                  PIC X VALUE "N".

PROCEDURE DIVISION.

*> ---------------------------------------------------------------
*> MAIN-MAINLINE
*>   Ranks every employer on the master file by the average overall
*>   rating students gave its hiring process. Only reviews staff have
*>   approved count. Ties go to the employer with more reviews behind
*>   its average; employers with no approved reviews come last, by
*>   name.
*> ---------------------------------------------------------------
MAIN-MAINLINE.
    PERFORM ACQUIRE-SHARED-LOCK
    PERFORM GET-ASOF-DATE
    PERFORM LOAD-EMPLOYERS
    PERFORM TALLY-REVIEWS
    PERFORM COMPUTE-AVERAGES
    PERFORM SORT-EMPLOYERS
    PERFORM WRITE-REPORT
    PERFORM RELEASE-SHARED-LOCK
    STOP RUN.

LOAD-EMPLOYERS.
    MOVE 0 TO WS-EMP-COUNT
    MOVE "N" TO WS-EOF
    OPEN INPUT EMPLOYER-FILE
    IF WS-EMP-STATUS = "35"
        DISPLAY "No employers found; nothing to report."
        CLOSE EMPLOYER-FILE
        PERFORM RELEASE-SHARED-LOCK
        STOP RUN
    END-IF
    PERFORM UNTIL WS-EOF = "Y"
        READ EMPLOYER-FILE
            AT END
                MOVE "Y" TO WS-EOF
            NOT AT END
                IF EMP-NAME NOT = SPACES AND WS-EMP-COUNT < 200
                    ADD 1 TO WS-EMP-COUNT
                    MOVE EMP-NAME TO WS-EMP-NAME(WS-EMP-COUNT)
                    MOVE 0 TO WS-EMP-REVIEWS(WS-EMP-COUNT)
                    MOVE 0 TO WS-EMP-COMM-SUM(WS-EMP-COUNT)
                    MOVE 0 TO WS-EMP-OVERALL-SUM(WS-EMP-COUNT)
                    MOVE 0 TO WS-EMP-AVG-OVERALL(WS-EMP-COUNT)
                    MOVE 0 TO WS-EMP-AVG-COMM(WS-EMP-COUNT)
                END-IF
        END-READ
    END-PERFORM
    CLOSE EMPLOYER-FILE.

*> Employer names on reviews are matched case-insensitively, the same
*> way the job detail screen matches them. Approved reviews for an
*> employer no longer on the master are counted but not ranked.
TALLY-REVIEWS.
    MOVE 0 TO WS-UNMATCHED-COUNT
    MOVE "N" TO WS-EOF
    OPEN INPUT EMP-REVIEW-FILE
    IF WS-HR-STATUS = "35"
        CLOSE EMP-REVIEW-FILE
        EXIT PARAGRAPH
    END-IF
    PERFORM UNTIL WS-EOF = "Y"
        READ EMP-REVIEW-FILE
            AT END
                MOVE "Y" TO WS-EOF
            NOT AT END
                IF HR-USER NOT = SPACES
                   AND FUNCTION TRIM(HR-STATUS) = "APPROVED"
                   AND HR-COMM-RATING IS NUMERIC
                   AND HR-OVERALL-RATING IS NUMERIC
                    MOVE "N" TO WS-FOUND
                    PERFORM VARYING WS-J FROM 1 BY 1
                        UNTIL WS-J > WS-EMP-COUNT OR WS-FOUND = "Y"
                        IF FUNCTION UPPER-CASE(FUNCTION TRIM(WS-EMP-NAME(WS-J)))
                           = FUNCTION UPPER-CASE(FUNCTION TRIM(HR-EMPLOYER))
                            MOVE "Y" TO WS-FOUND
                            ADD 1 TO WS-EMP-REVIEWS(WS-J)
                            ADD HR-COMM-RATING TO WS-EMP-COMM-SUM(WS-J)
                            ADD HR-OVERALL-RATING TO WS-EMP-OVERALL-SUM(WS-J)
                        END-IF
                    END-PERFORM
                    IF WS-FOUND = "N"
                        ADD 1 TO WS-UNMATCHED-COUNT
                    END-IF
                END-IF
        END-READ
    END-PERFORM
    CLOSE EMP-REVIEW-FILE.

COMPUTE-AVERAGES.
    MOVE 0 TO WS-RATED-COUNT
    PERFORM VARYING WS-K FROM 1 BY 1 UNTIL WS-K > WS-EMP-COUNT
        IF WS-EMP-REVIEWS(WS-K) > 0
            ADD 1 TO WS-RATED-COUNT
            COMPUTE WS-EMP-AVG-OVERALL(WS-K) ROUNDED =
                WS-EMP-OVERALL-SUM(WS-K) / WS-EMP-REVIEWS(WS-K)
            COMPUTE WS-EMP-AVG-COMM(WS-K) ROUNDED =
                WS-EMP-COMM-SUM(WS-K) / WS-EMP-REVIEWS(WS-K)
        END-IF
    END-PERFORM.

*> Rated employers first, best average on top, more reviews breaking
*> a tie; unrated employers after them, and name as the final key.
SORT-EMPLOYERS.
    PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I >= WS-EMP-COUNT
        ADD 1 TO WS-I GIVING WS-START
        PERFORM VARYING WS-J FROM WS-START BY 1
            UNTIL WS-J > WS-EMP-COUNT
            MOVE "N" TO WS-SWAP
            EVALUATE TRUE
                WHEN WS-EMP-REVIEWS(WS-I) = 0 AND WS-EMP-REVIEWS(WS-J) > 0
                    MOVE "Y" TO WS-SWAP
                WHEN WS-EMP-REVIEWS(WS-I) > 0 AND WS-EMP-REVIEWS(WS-J) = 0
                    CONTINUE
                WHEN WS-EMP-AVG-OVERALL(WS-J) > WS-EMP-AVG-OVERALL(WS-I)
                    MOVE "Y" TO WS-SWAP
                WHEN WS-EMP-AVG-OVERALL(WS-J) < WS-EMP-AVG-OVERALL(WS-I)
                    CONTINUE
                WHEN WS-EMP-REVIEWS(WS-J) > WS-EMP-REVIEWS(WS-I)
                    MOVE "Y" TO WS-SWAP
                WHEN WS-EMP-REVIEWS(WS-J) < WS-EMP-REVIEWS(WS-I)
                    CONTINUE
                WHEN WS-EMP-NAME(WS-J) < WS-EMP-NAME(WS-I)
                    MOVE "Y" TO WS-SWAP
                WHEN OTHER
                    CONTINUE
            END-EVALUATE
            IF WS-SWAP = "Y"
                MOVE WS-EMP-TABLE(WS-I) TO WS-SWAP-EMP
                MOVE WS-EMP-TABLE(WS-J) TO WS-EMP-TABLE(WS-I)
                MOVE WS-SWAP-EMP        TO WS-EMP-TABLE(WS-J)
            END-IF
        END-PERFORM
    END-PERFORM.

WRITE-REPORT.
    OPEN OUTPUT REPORT-FILE

    MOVE SPACES TO REPORT-REC
    STRING "Employer hiring-process ratings as of " WS-ASOF-DATE ":"
      INTO REPORT-REC
    END-STRING
    WRITE REPORT-REC

    MOVE SPACES TO REPORT-REC
    STRING "Employers on file: " WS-EMP-COUNT
           "   with approved reviews: " WS-RATED-COUNT
      INTO REPORT-REC
    END-STRING
    WRITE REPORT-REC

    IF WS-UNMATCHED-COUNT > 0
        MOVE SPACES TO REPORT-REC
        STRING "Approved reviews for employers not on file (not ranked): "
               WS-UNMATCHED-COUNT
          INTO REPORT-REC
        END-STRING
        WRITE REPORT-REC
    END-IF

    MOVE SPACES TO REPORT-REC
    WRITE REPORT-REC
    MOVE "Rank  Employer                                  Overall  Comm  Reviews"
      TO REPORT-REC
    WRITE REPORT-REC

    MOVE 0 TO WS-RANK
    PERFORM VARYING WS-K FROM 1 BY 1 UNTIL WS-K > WS-EMP-COUNT
        PERFORM WRITE-ONE-EMPLOYER
    END-PERFORM

    CLOSE REPORT-FILE
    DISPLAY "Employer rating report written to "
        "data/InCollege-EmployerRatings.txt".

WRITE-ONE-EMPLOYER.
    MOVE SPACES TO REPORT-REC
    IF WS-EMP-REVIEWS(WS-K) > 0
        ADD 1 TO WS-RANK
        MOVE WS-EMP-AVG-OVERALL(WS-K) TO WS-AVG-OVERALL-ED
        MOVE WS-EMP-AVG-COMM(WS-K) TO WS-AVG-COMM-ED
        MOVE WS-RANK TO REPORT-REC(1:3)
        MOVE WS-EMP-NAME(WS-K) TO REPORT-REC(7:40)
        MOVE WS-AVG-OVERALL-ED TO REPORT-REC(49:4)
        MOVE WS-AVG-COMM-ED TO REPORT-REC(58:4)
        MOVE WS-EMP-REVIEWS(WS-K) TO REPORT-REC(64:5)
    ELSE
        MOVE "-" TO REPORT-REC(3:1)
        MOVE WS-EMP-NAME(WS-K) TO REPORT-REC(7:40)
        MOVE "no approved reviews" TO REPORT-REC(49:19)
    END-IF
    WRITE REPORT-REC.

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
