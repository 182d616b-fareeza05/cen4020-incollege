       >>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. EmployerScorecardReport.

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

    SELECT JOB-FILE ASSIGN TO "data/InCollege-Jobs.txt"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-JOB-STATUS.

    SELECT OPENINGS-FILE ASSIGN TO "data/InCollege-PostingOpenings.txt"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-OPEN-STATUS.

    SELECT APPLICATION-FILE ASSIGN TO "data/InCollege-Applications.txt"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-APP-STATUS.

    SELECT INTERVIEW-FILE ASSIGN TO "data/InCollege-Interviews.txt"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-IV-STATUS.

    SELECT OFFER-FILE ASSIGN TO "data/InCollege-Offers.txt"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-OFFER-STATUS.

    SELECT PLACEMENT-FILE ASSIGN TO "data/InCollege-Placements.txt"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-PLACE-STATUS.

    SELECT EVENT-FILE ASSIGN TO "data/InCollege-Events.txt"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-EVENT-STATUS.

    SELECT BOOTH-FILE ASSIGN TO "data/InCollege-EventBooths.txt"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-BOOTH-STATUS.

    SELECT EMP-REVIEW-FILE ASSIGN TO "data/InCollege-EmployerReviews.txt"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-HR-STATUS.

*> One scorecard page per employer, named for the year and the
*> employer (see BUILD-SCORECARD-FILENAME), and the ranked summary.
    SELECT SCORECARD-FILE ASSIGN TO WS-SCORECARD-FILENAME
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-CARD-STATUS.

    SELECT SUMMARY-FILE ASSIGN TO "data/InCollege-EmployerScorecards.txt"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-SUM-STATUS.

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

FD  OPENINGS-FILE.
01  OPENINGS-REC.
    05 PO-JOB-ID             PIC X(10).
    05 FILLER                PIC X(01).
    05 PO-OPENINGS           PIC 9(03).

FD  APPLICATION-FILE.
01  APPLICATION-REC          PIC X(4024).

FD  INTERVIEW-FILE.
01  INTERVIEW-REC.
    05 IV-USER               PIC X(20).
    05 FILLER                PIC X(01).
    05 IV-TITLE              PIC X(40).
    05 FILLER                PIC X(01).
    05 IV-EMPLOYER           PIC X(40).
    05 FILLER                PIC X(01).
    05 IV-SLOT               PIC X(30).
    05 FILLER                PIC X(01).
    05 IV-STATUS             PIC X(10).

FD  OFFER-FILE.
01  OFFER-REC.
    05 OF-USER               PIC X(20).
    05 FILLER                PIC X(01).
    05 OF-TITLE              PIC X(40).
    05 FILLER                PIC X(01).
    05 OF-EMPLOYER           PIC X(40).
    05 FILLER                PIC X(01).
    05 OF-SALARY             PIC X(20).
    05 FILLER                PIC X(01).
    05 OF-START-DATE         PIC X(10).
    05 FILLER                PIC X(01).
    05 OF-POSITION-TYPE      PIC X(20).
    05 FILLER                PIC X(01).
    05 OF-RESPOND-BY         PIC X(10).
    05 FILLER                PIC X(01).
    05 OF-STATUS             PIC X(10).
    05 FILLER                PIC X(01).
    05 OF-DATE               PIC X(10).

FD  PLACEMENT-FILE.
01  PLACEMENT-REC.
    05 PL-USER               PIC X(20).
    05 FILLER                PIC X(01).
    05 PL-EMPLOYER           PIC X(40).
    05 FILLER                PIC X(01).
    05 PL-TITLE              PIC X(40).
    05 FILLER                PIC X(01).
    05 PL-MAJOR              PIC X(20).
    05 FILLER                PIC X(01).
    05 PL-GRAD               PIC X(4).
    05 FILLER                PIC X(01).
    05 PL-DATE               PIC X(10).
    05 FILLER                PIC X(01).
    05 PL-SOURCE             PIC X(10).
    05 FILLER                PIC X(01).
    05 PL-VERIFY             PIC X(10).
    05 FILLER                PIC X(01).
    05 PL-VERIFY-DATE        PIC X(10).
    05 FILLER                PIC X(01).
    05 PL-VERIFY-BY          PIC X(20).

FD  EVENT-FILE.
01  EVENT-REC.
    05 EV-ID                 PIC X(10).
    05 FILLER                PIC X(01).
    05 EV-TITLE              PIC X(40).
    05 FILLER                PIC X(01).
    05 EV-DATE               PIC X(10).
    05 FILLER                PIC X(01).
    05 EV-LOCATION           PIC X(40).
    05 FILLER                PIC X(01).
    05 EV-CAPACITY           PIC 9(03).
    05 FILLER                PIC X(01).
    05 EV-BOOTH-CAP          PIC 9(03).

FD  BOOTH-FILE.
01  BOOTH-REC.
    05 BR-EVENT-ID           PIC X(10).
    05 FILLER                PIC X(01).
    05 BR-EMP-USER           PIC X(20).
    05 FILLER                PIC X(01).
    05 BR-EMPLOYER           PIC X(40).
    05 FILLER                PIC X(01).
    05 BR-REPS               PIC 9(02).
    05 FILLER                PIC X(01).
    05 BR-TABLE              PIC X(01).
    05 FILLER                PIC X(01).
    05 BR-POWER              PIC X(01).
    05 FILLER                PIC X(01).
    05 BR-BOOTH              PIC X(04).
    05 FILLER                PIC X(01).
    05 BR-DATE               PIC X(10).

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

FD  SCORECARD-FILE.
01  SCORECARD-REC            PIC X(200).

FD  SUMMARY-FILE.
01  SUMMARY-REC              PIC X(200).

WORKING-STORAGE SECTION.

01  WS-RUNLOCK-STATUS         PIC XX VALUE "00".
01  WS-RUNLOCK-HOLDER-SAVE    PIC X(30) VALUE SPACES.
01  WS-RUNLOCK-MODE-SAVE      PIC X(10) VALUE SPACES.
01  WS-RUNLOCK-READERS-SAVE   PIC 9(3) VALUE 0.

01  WS-EMP-STATUS            PIC XX VALUE "00".
01  WS-JOB-STATUS            PIC XX VALUE "00".
01  WS-OPEN-STATUS           PIC XX VALUE "00".
01  WS-APP-STATUS            PIC XX VALUE "00".
01  WS-IV-STATUS             PIC XX VALUE "00".
01  WS-OFFER-STATUS          PIC XX VALUE "00".
01  WS-PLACE-STATUS          PIC XX VALUE "00".
01  WS-EVENT-STATUS          PIC XX VALUE "00".
01  WS-BOOTH-STATUS          PIC XX VALUE "00".
01  WS-HR-STATUS             PIC XX VALUE "00".
01  WS-CARD-STATUS           PIC XX VALUE "00".
01  WS-SUM-STATUS            PIC XX VALUE "00".
01  WS-EOF                   PIC X VALUE "N".

*> As-of date for reproducible reporting: pass YYYY-MM-DD as the
*> first command-line argument (same handling as CohortFunnelReport);
*> with no argument the run date is used. The scorecard year is the
*> as-of year, counted up to the as-of date, set against the whole
*> of the year before it.
01  WS-RAW-DATE               PIC X(21) VALUE SPACES.
01  WS-ARG-COUNT               PIC 9(2) VALUE 0.
01  WS-ASOF-DATE               PIC X(10) VALUE SPACES.
01  WS-CUR-YEAR                PIC 9(4) VALUE 0.
01  WS-PRIOR-YEAR              PIC 9(4) VALUE 0.

*> WS-DATE-IN is placed in a year column by FIND-YEAR-SLOT: 1 for
*> the scorecard year (on or before the as-of date), 2 for the prior
*> year, 0 for anything else.
01  WS-DATE-IN                 PIC X(10) VALUE SPACES.
01  WS-Y                       PIC 9(1) VALUE 0.

01  WS-DATE-NUM-TEXT           PIC X(08) VALUE SPACES.
01  WS-NUM-A                   PIC 9(08) VALUE 0.
01  WS-NUM-B                   PIC 9(08) VALUE 0.
01  WS-DAYS                    PIC S9(5) VALUE 0.

*> One row per employer on the master file, with both years'
*> figures side by side: column 1 is the scorecard year, column 2
*> the prior year.
01  WS-EMP-COUNT              PIC 9(3) VALUE 0.
01  WS-EMP-TABLE OCCURS 200 TIMES.
    05 WS-ET-NAME             PIC X(40).
    05 WS-ET-CONTACT          PIC X(60).
    05 WS-ET-YEAR OCCURS 2 TIMES.
        10 WS-ET-POSTINGS     PIC 9(5).
        10 WS-ET-OPENINGS     PIC 9(5).
        10 WS-ET-APPS         PIC 9(5).
        10 WS-ET-INTERVIEWS   PIC 9(5).
        10 WS-ET-OFFERS       PIC 9(5).
        10 WS-ET-HIRES        PIC 9(5).
        10 WS-ET-EVENTS       PIC 9(5).
        10 WS-ET-DECIDED      PIC 9(5).
        10 WS-ET-MEDIAN       PIC 9(5).
        10 WS-ET-REVIEWS      PIC 9(5).
        10 WS-ET-RATING-SUM   PIC 9(6).
        10 WS-ET-AVG-RATING   PIC 9V99.
01  WS-E                      PIC 9(3) VALUE 0.
01  WS-FIND-NAME              PIC X(40) VALUE SPACES.

*> Openings per posting; a posting with no row hires one person.
01  WS-OPEN-COUNT             PIC 9(4) VALUE 0.
01  WS-OPEN-TABLE OCCURS 2000 TIMES.
    05 WS-OT-JOB-ID           PIC X(10).
    05 WS-OT-OPENINGS         PIC 9(03).
01  WS-POSTING-OPENINGS       PIC 9(03) VALUE 0.

*> Event dates, so a booth registration can be placed in a year.
01  WS-EVENT-COUNT            PIC 9(4) VALUE 0.
01  WS-EVENT-TABLE OCCURS 500 TIMES.
    05 WS-EVT-ID              PIC X(10).
    05 WS-EVT-DATE            PIC X(10).

*> Every decided application's days-to-decision, tagged with its
*> employer and year column, for the medians.
01  WS-RESP-COUNT             PIC 9(4) VALUE 0.
01  WS-RESP-TABLE OCCURS 5000 TIMES.
    05 WS-RS-EMP              PIC 9(3).
    05 WS-RS-Y                PIC 9(1).
    05 WS-RS-DAYS             PIC 9(5).
01  WS-MED-COUNT              PIC 9(4) VALUE 0.
01  WS-MED-TABLE OCCURS 5000 TIMES PIC 9(5).
01  WS-MED-SWAP               PIC 9(5) VALUE 0.
01  WS-MED-MID                PIC 9(4) VALUE 0.

*> Summary order: scorecard-year hires, then applications, then
*> name -- a list of table rows, so the table itself stays put.
01  WS-RANK-TABLE OCCURS 200 TIMES PIC 9(3).
01  WS-RANK-OF OCCURS 200 TIMES PIC 9(3).
01  WS-RANK-SWAP              PIC 9(3) VALUE 0.
01  WS-SWAP                   PIC X VALUE "N".
01  WS-A                      PIC 9(3) VALUE 0.
01  WS-B                      PIC 9(3) VALUE 0.

01  WS-SCORECARD-FILENAME     PIC X(80) VALUE SPACES.
01  WS-SLUG                   PIC X(40) VALUE SPACES.
01  WS-SLUG-CHAR              PIC X(01) VALUE SPACE.
01  WS-SLUG-LEN               PIC 9(2) VALUE 0.
01  WS-CARDS-WRITTEN          PIC 9(3) VALUE 0.

*> One scorecard line: a label and the two years' figures. The
*> median and the rating print "n/a" for a year with nothing behind
*> them.
01  WS-LINE-LABEL             PIC X(36) VALUE SPACES.
01  WS-FIG-CUR                PIC 9(5) VALUE 0.
01  WS-FIG-PRIOR              PIC 9(5) VALUE 0.
01  WS-FIG-CUR-NA             PIC X VALUE "N".
01  WS-FIG-PRIOR-NA           PIC X VALUE "N".
01  WS-FIG-ED                 PIC ZZZZ9.
01  WS-RATING-ED              PIC 9.99.
01  WS-RANK-ED                PIC ZZ9.

01  WS-I                      PIC 9(4) VALUE 0.
01  WS-J                      PIC 9(4) VALUE 0.
01  WS-K                      PIC 9(4) VALUE 0.
01  WS-START                  PIC 9(4) VALUE 0.

PROCEDURE DIVISION.

*> ---------------------------------------------------------------
*> MAIN-MAINLINE
*>   Annual employer partnership scorecard for the employer
*>   relations team's spring visits: one page per employer on the
*>   master file with its postings and openings, applications
*>   received, interviews held, offers made, hires (placements, less
*>   self-reports the employer denied), career fairs attended,
*>   median days from application to decision, and average
*>   candidate-experience rating (approved reviews, overall score)
*>   -- each beside the prior year's -- plus a summary ranking every
*>   employer by hires, then applications.
*> ---------------------------------------------------------------
MAIN-MAINLINE.
    PERFORM ACQUIRE-SHARED-LOCK
    PERFORM GET-ASOF-DATE
    MOVE WS-ASOF-DATE(1:4) TO WS-CUR-YEAR
    COMPUTE WS-PRIOR-YEAR = WS-CUR-YEAR - 1

    PERFORM LOAD-EMPLOYERS
    PERFORM LOAD-OPENINGS
    PERFORM LOAD-EVENTS
    PERFORM TALLY-POSTINGS
    PERFORM TALLY-APPLICATIONS
    PERFORM TALLY-INTERVIEWS
    PERFORM TALLY-OFFERS
    PERFORM TALLY-HIRES
    PERFORM TALLY-EVENTS
    PERFORM TALLY-REVIEWS
    PERFORM COMPUTE-MEDIANS
    PERFORM RANK-EMPLOYERS

    PERFORM VARYING WS-E FROM 1 BY 1 UNTIL WS-E > WS-EMP-COUNT
        PERFORM WRITE-ONE-SCORECARD
    END-PERFORM
    PERFORM WRITE-SUMMARY

    DISPLAY "Employer scorecards for " WS-CUR-YEAR " complete: "
        WS-CARDS-WRITTEN " scorecard(s), summary in "
        "data/InCollege-EmployerScorecards.txt"
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
                    MOVE EMP-NAME    TO WS-ET-NAME(WS-EMP-COUNT)
                    MOVE EMP-CONTACT TO WS-ET-CONTACT(WS-EMP-COUNT)
                    PERFORM VARYING WS-Y FROM 1 BY 1 UNTIL WS-Y > 2
                        PERFORM CLEAR-EMPLOYER-YEAR
                    END-PERFORM
                END-IF
        END-READ
    END-PERFORM
    CLOSE EMPLOYER-FILE.

CLEAR-EMPLOYER-YEAR.
    MOVE 0 TO WS-ET-POSTINGS(WS-EMP-COUNT, WS-Y)
    MOVE 0 TO WS-ET-OPENINGS(WS-EMP-COUNT, WS-Y)
    MOVE 0 TO WS-ET-APPS(WS-EMP-COUNT, WS-Y)
    MOVE 0 TO WS-ET-INTERVIEWS(WS-EMP-COUNT, WS-Y)
    MOVE 0 TO WS-ET-OFFERS(WS-EMP-COUNT, WS-Y)
    MOVE 0 TO WS-ET-HIRES(WS-EMP-COUNT, WS-Y)
    MOVE 0 TO WS-ET-EVENTS(WS-EMP-COUNT, WS-Y)
    MOVE 0 TO WS-ET-DECIDED(WS-EMP-COUNT, WS-Y)
    MOVE 0 TO WS-ET-MEDIAN(WS-EMP-COUNT, WS-Y)
    MOVE 0 TO WS-ET-REVIEWS(WS-EMP-COUNT, WS-Y)
    MOVE 0 TO WS-ET-RATING-SUM(WS-EMP-COUNT, WS-Y)
    MOVE 0 TO WS-ET-AVG-RATING(WS-EMP-COUNT, WS-Y).

*> ---------------------------------------------------------------
*> FIND-EMPLOYER
*>   WS-E = the master row for WS-FIND-NAME, matched
*>   case-insensitively the way EmployerRatingReport matches review
*>   names, or 0 for an employer no longer on the master.
*> ---------------------------------------------------------------
FIND-EMPLOYER.
    MOVE 0 TO WS-E
    PERFORM VARYING WS-K FROM 1 BY 1
        UNTIL WS-K > WS-EMP-COUNT OR WS-E > 0
        IF FUNCTION UPPER-CASE(FUNCTION TRIM(WS-ET-NAME(WS-K)))
           = FUNCTION UPPER-CASE(FUNCTION TRIM(WS-FIND-NAME))
            MOVE WS-K TO WS-E
        END-IF
    END-PERFORM.

FIND-YEAR-SLOT.
    MOVE 0 TO WS-Y
    IF WS-DATE-IN(1:4) IS NOT NUMERIC
        EXIT PARAGRAPH
    END-IF
    IF WS-DATE-IN(1:4) = WS-CUR-YEAR
       AND WS-DATE-IN(1:10) <= WS-ASOF-DATE
        MOVE 1 TO WS-Y
    END-IF
    IF WS-DATE-IN(1:4) = WS-PRIOR-YEAR
        MOVE 2 TO WS-Y
    END-IF.

LOAD-OPENINGS.
    MOVE 0 TO WS-OPEN-COUNT
    MOVE "N" TO WS-EOF
    OPEN INPUT OPENINGS-FILE
    IF WS-OPEN-STATUS NOT = "35"
        PERFORM UNTIL WS-EOF = "Y"
            READ OPENINGS-FILE
                AT END
                    MOVE "Y" TO WS-EOF
                NOT AT END
                    IF PO-JOB-ID NOT = SPACES AND PO-OPENINGS IS NUMERIC
                       AND WS-OPEN-COUNT < 2000
                        ADD 1 TO WS-OPEN-COUNT
                        MOVE PO-JOB-ID   TO WS-OT-JOB-ID(WS-OPEN-COUNT)
                        MOVE PO-OPENINGS TO WS-OT-OPENINGS(WS-OPEN-COUNT)
                    END-IF
            END-READ
        END-PERFORM
    END-IF
    CLOSE OPENINGS-FILE.

LOAD-EVENTS.
    MOVE 0 TO WS-EVENT-COUNT
    MOVE "N" TO WS-EOF
    OPEN INPUT EVENT-FILE
    IF WS-EVENT-STATUS NOT = "35"
        PERFORM UNTIL WS-EOF = "Y"
            READ EVENT-FILE
                AT END
                    MOVE "Y" TO WS-EOF
                NOT AT END
                    IF EV-ID NOT = SPACES AND WS-EVENT-COUNT < 500
                        ADD 1 TO WS-EVENT-COUNT
                        MOVE EV-ID   TO WS-EVT-ID(WS-EVENT-COUNT)
                        MOVE EV-DATE TO WS-EVT-DATE(WS-EVENT-COUNT)
                    END-IF
            END-READ
        END-PERFORM
    END-IF
    CLOSE EVENT-FILE.

*> Postings by the date they went up; openings from the openings
*> file, one when a posting has no row there.
TALLY-POSTINGS.
    MOVE "N" TO WS-EOF
    OPEN INPUT JOB-FILE
    IF WS-JOB-STATUS = "35"
        CLOSE JOB-FILE
        EXIT PARAGRAPH
    END-IF
    PERFORM UNTIL WS-EOF = "Y"
        READ JOB-FILE
            AT END
                MOVE "Y" TO WS-EOF
            NOT AT END
                MOVE JOB-POSTED-DATE TO WS-DATE-IN
                PERFORM FIND-YEAR-SLOT
                IF JOB-ID NOT = SPACES AND WS-Y > 0
                   AND FUNCTION TRIM(JOB-STATUS-FILE) NOT = "PENDING"
                   AND FUNCTION TRIM(JOB-STATUS-FILE) NOT = "REJECTED"
                    MOVE JOB-EMPLOYER-FILE TO WS-FIND-NAME
                    PERFORM FIND-EMPLOYER
                    IF WS-E > 0
                        MOVE 1 TO WS-POSTING-OPENINGS
                        PERFORM VARYING WS-K FROM 1 BY 1
                            UNTIL WS-K > WS-OPEN-COUNT
                            IF WS-OT-JOB-ID(WS-K) = JOB-ID
                                MOVE WS-OT-OPENINGS(WS-K)
                                    TO WS-POSTING-OPENINGS
                            END-IF
                        END-PERFORM
                        ADD 1 TO WS-ET-POSTINGS(WS-E, WS-Y)
                        ADD WS-POSTING-OPENINGS
                            TO WS-ET-OPENINGS(WS-E, WS-Y)
                    END-IF
                END-IF
        END-READ
    END-PERFORM
    CLOSE JOB-FILE.

*> ---------------------------------------------------------------
*> TALLY-APPLICATIONS
*>   Applications received by the date submitted (bytes 4005-4014).
*>   One decided since (status moved off Submitted, dated at
*>   4015-4024) also contributes its days-to-decision to the
*>   median, the same measure EmployerResponsivenessReport averages.
*>   Rows from before the date columns existed are not counted.
*> ---------------------------------------------------------------
TALLY-APPLICATIONS.
    MOVE 0 TO WS-RESP-COUNT
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
                    PERFORM TALLY-ONE-APPLICATION
                END-IF
        END-READ
    END-PERFORM
    CLOSE APPLICATION-FILE.

TALLY-ONE-APPLICATION.
    MOVE APPLICATION-REC(4005:10) TO WS-DATE-IN
    IF WS-DATE-IN(5:1) NOT = "-" OR WS-DATE-IN(8:1) NOT = "-"
        EXIT PARAGRAPH
    END-IF
    PERFORM FIND-YEAR-SLOT
    IF WS-Y = 0
        EXIT PARAGRAPH
    END-IF
    MOVE APPLICATION-REC(65:40) TO WS-FIND-NAME
    PERFORM FIND-EMPLOYER
    IF WS-E = 0
        EXIT PARAGRAPH
    END-IF
    ADD 1 TO WS-ET-APPS(WS-E, WS-Y)

    IF FUNCTION TRIM(APPLICATION-REC(150:20)) = "Submitted"
       OR APPLICATION-REC(4019:1) NOT = "-"
       OR APPLICATION-REC(4015:4) IS NOT NUMERIC
       OR APPLICATION-REC(4015:10) > WS-ASOF-DATE
        EXIT PARAGRAPH
    END-IF
    MOVE SPACES TO WS-DATE-NUM-TEXT
    STRING WS-DATE-IN(1:4) WS-DATE-IN(6:2) WS-DATE-IN(9:2)
      INTO WS-DATE-NUM-TEXT
    END-STRING
    MOVE WS-DATE-NUM-TEXT TO WS-NUM-A
    MOVE SPACES TO WS-DATE-NUM-TEXT
    STRING APPLICATION-REC(4015:4)
           APPLICATION-REC(4020:2)
           APPLICATION-REC(4023:2)
      INTO WS-DATE-NUM-TEXT
    END-STRING
    MOVE WS-DATE-NUM-TEXT TO WS-NUM-B
    COMPUTE WS-DAYS =
        FUNCTION INTEGER-OF-DATE(WS-NUM-B) -
        FUNCTION INTEGER-OF-DATE(WS-NUM-A)
    IF WS-DAYS >= 0 AND WS-RESP-COUNT < 5000
        ADD 1 TO WS-RESP-COUNT
        MOVE WS-E    TO WS-RS-EMP(WS-RESP-COUNT)
        MOVE WS-Y    TO WS-RS-Y(WS-RESP-COUNT)
        MOVE WS-DAYS TO WS-RS-DAYS(WS-RESP-COUNT)
        ADD 1 TO WS-ET-DECIDED(WS-E, WS-Y)
    END-IF.

*> Interviews held: confirmed slots whose date (the first ten bytes
*> of the slot) has come by the as-of date.
TALLY-INTERVIEWS.
    MOVE "N" TO WS-EOF
    OPEN INPUT INTERVIEW-FILE
    IF WS-IV-STATUS = "35"
        CLOSE INTERVIEW-FILE
        EXIT PARAGRAPH
    END-IF
    PERFORM UNTIL WS-EOF = "Y"
        READ INTERVIEW-FILE
            AT END
                MOVE "Y" TO WS-EOF
            NOT AT END
                MOVE IV-SLOT(1:10) TO WS-DATE-IN
                PERFORM FIND-YEAR-SLOT
                IF IV-USER NOT = SPACES AND WS-Y > 0
                   AND FUNCTION TRIM(IV-STATUS) = "CONFIRMED"
                    MOVE IV-EMPLOYER TO WS-FIND-NAME
                    PERFORM FIND-EMPLOYER
                    IF WS-E > 0
                        ADD 1 TO WS-ET-INTERVIEWS(WS-E, WS-Y)
                    END-IF
                END-IF
        END-READ
    END-PERFORM
    CLOSE INTERVIEW-FILE.

*> Offers by the date extended, whatever became of them since.
TALLY-OFFERS.
    MOVE "N" TO WS-EOF
    OPEN INPUT OFFER-FILE
    IF WS-OFFER-STATUS = "35"
        CLOSE OFFER-FILE
        EXIT PARAGRAPH
    END-IF
    PERFORM UNTIL WS-EOF = "Y"
        READ OFFER-FILE
            AT END
                MOVE "Y" TO WS-EOF
            NOT AT END
                MOVE OF-DATE TO WS-DATE-IN
                PERFORM FIND-YEAR-SLOT
                IF OF-USER NOT = SPACES AND WS-Y > 0
                    MOVE OF-EMPLOYER TO WS-FIND-NAME
                    PERFORM FIND-EMPLOYER
                    IF WS-E > 0
                        ADD 1 TO WS-ET-OFFERS(WS-E, WS-Y)
                    END-IF
                END-IF
        END-READ
    END-PERFORM
    CLOSE OFFER-FILE.

*> Hires by placement date. A self-report the employer denied (by
*> the as-of date) is not a hire.
TALLY-HIRES.
    MOVE "N" TO WS-EOF
    OPEN INPUT PLACEMENT-FILE
    IF WS-PLACE-STATUS = "35"
        CLOSE PLACEMENT-FILE
        EXIT PARAGRAPH
    END-IF
    PERFORM UNTIL WS-EOF = "Y"
        READ PLACEMENT-FILE
            AT END
                MOVE "Y" TO WS-EOF
            NOT AT END
                MOVE PL-DATE TO WS-DATE-IN
                PERFORM FIND-YEAR-SLOT
                IF PL-USER NOT = SPACES AND WS-Y > 0
                   AND NOT (PL-VERIFY = "DENIED"
                            AND PL-VERIFY-DATE <= WS-ASOF-DATE)
                    MOVE PL-EMPLOYER TO WS-FIND-NAME
                    PERFORM FIND-EMPLOYER
                    IF WS-E > 0
                        ADD 1 TO WS-ET-HIRES(WS-E, WS-Y)
                    END-IF
                END-IF
        END-READ
    END-PERFORM
    CLOSE PLACEMENT-FILE.

*> Career fairs attended: booth registrations, placed in a year by
*> the event's date.
TALLY-EVENTS.
    MOVE "N" TO WS-EOF
    OPEN INPUT BOOTH-FILE
    IF WS-BOOTH-STATUS = "35"
        CLOSE BOOTH-FILE
        EXIT PARAGRAPH
    END-IF
    PERFORM UNTIL WS-EOF = "Y"
        READ BOOTH-FILE
            AT END
                MOVE "Y" TO WS-EOF
            NOT AT END
                MOVE SPACES TO WS-DATE-IN
                PERFORM VARYING WS-K FROM 1 BY 1
                    UNTIL WS-K > WS-EVENT-COUNT
                    IF WS-EVT-ID(WS-K) = BR-EVENT-ID
                        MOVE WS-EVT-DATE(WS-K) TO WS-DATE-IN
                    END-IF
                END-PERFORM
                PERFORM FIND-YEAR-SLOT
                IF BR-EVENT-ID NOT = SPACES AND WS-Y > 0
                    MOVE BR-EMPLOYER TO WS-FIND-NAME
                    PERFORM FIND-EMPLOYER
                    IF WS-E > 0
                        ADD 1 TO WS-ET-EVENTS(WS-E, WS-Y)
                    END-IF
                END-IF
        END-READ
    END-PERFORM
    CLOSE BOOTH-FILE.

*> Candidate experience: the overall score on approved reviews, by
*> review date -- the figure EmployerRatingReport ranks on.
TALLY-REVIEWS.
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
                MOVE HR-DATE TO WS-DATE-IN
                PERFORM FIND-YEAR-SLOT
                IF HR-USER NOT = SPACES AND WS-Y > 0
                   AND FUNCTION TRIM(HR-STATUS) = "APPROVED"
                   AND HR-OVERALL-RATING IS NUMERIC
                    MOVE HR-EMPLOYER TO WS-FIND-NAME
                    PERFORM FIND-EMPLOYER
                    IF WS-E > 0
                        ADD 1 TO WS-ET-REVIEWS(WS-E, WS-Y)
                        ADD HR-OVERALL-RATING
                            TO WS-ET-RATING-SUM(WS-E, WS-Y)
                    END-IF
                END-IF
        END-READ
    END-PERFORM
    CLOSE EMP-REVIEW-FILE

    PERFORM VARYING WS-E FROM 1 BY 1 UNTIL WS-E > WS-EMP-COUNT
        PERFORM VARYING WS-Y FROM 1 BY 1 UNTIL WS-Y > 2
            IF WS-ET-REVIEWS(WS-E, WS-Y) > 0
                COMPUTE WS-ET-AVG-RATING(WS-E, WS-Y) ROUNDED =
                    WS-ET-RATING-SUM(WS-E, WS-Y)
                    / WS-ET-REVIEWS(WS-E, WS-Y)
            END-IF
        END-PERFORM
    END-PERFORM.

*> ---------------------------------------------------------------
*> COMPUTE-MEDIANS
*>   For each employer and year, gathers its days-to-decision into
*>   WS-MED-TABLE, sorts them (same two-index selection sort as
*>   SORT-COMBOS in ApplicationVolumeReport), and takes the middle
*>   value -- the mean of the middle two when the count is even.
*> ---------------------------------------------------------------
COMPUTE-MEDIANS.
    PERFORM VARYING WS-E FROM 1 BY 1 UNTIL WS-E > WS-EMP-COUNT
        PERFORM VARYING WS-Y FROM 1 BY 1 UNTIL WS-Y > 2
            IF WS-ET-DECIDED(WS-E, WS-Y) > 0
                PERFORM COMPUTE-ONE-MEDIAN
            END-IF
        END-PERFORM
    END-PERFORM.

COMPUTE-ONE-MEDIAN.
    MOVE 0 TO WS-MED-COUNT
    PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > WS-RESP-COUNT
        IF WS-RS-EMP(WS-I) = WS-E AND WS-RS-Y(WS-I) = WS-Y
            ADD 1 TO WS-MED-COUNT
            MOVE WS-RS-DAYS(WS-I) TO WS-MED-TABLE(WS-MED-COUNT)
        END-IF
    END-PERFORM

    PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I >= WS-MED-COUNT
        ADD 1 TO WS-I GIVING WS-START
        PERFORM VARYING WS-J FROM WS-START BY 1
            UNTIL WS-J > WS-MED-COUNT
            IF WS-MED-TABLE(WS-J) < WS-MED-TABLE(WS-I)
                MOVE WS-MED-TABLE(WS-I) TO WS-MED-SWAP
                MOVE WS-MED-TABLE(WS-J) TO WS-MED-TABLE(WS-I)
                MOVE WS-MED-SWAP        TO WS-MED-TABLE(WS-J)
            END-IF
        END-PERFORM
    END-PERFORM

    DIVIDE WS-MED-COUNT BY 2 GIVING WS-MED-MID
    IF WS-MED-MID * 2 = WS-MED-COUNT
        COMPUTE WS-ET-MEDIAN(WS-E, WS-Y) =
            (WS-MED-TABLE(WS-MED-MID) + WS-MED-TABLE(WS-MED-MID + 1))
            / 2
    ELSE
        MOVE WS-MED-TABLE(WS-MED-MID + 1) TO WS-ET-MEDIAN(WS-E, WS-Y)
    END-IF.

*> ---------------------------------------------------------------
*> RANK-EMPLOYERS
*>   Orders WS-RANK-TABLE by scorecard-year hires, then
*>   applications, then name, and notes each employer's place in
*>   WS-RANK-OF for its own page.
*> ---------------------------------------------------------------
RANK-EMPLOYERS.
    PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > WS-EMP-COUNT
        MOVE WS-I TO WS-RANK-TABLE(WS-I)
    END-PERFORM

    PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I >= WS-EMP-COUNT
        ADD 1 TO WS-I GIVING WS-START
        PERFORM VARYING WS-J FROM WS-START BY 1
            UNTIL WS-J > WS-EMP-COUNT
            MOVE WS-RANK-TABLE(WS-I) TO WS-A
            MOVE WS-RANK-TABLE(WS-J) TO WS-B
            MOVE "N" TO WS-SWAP
            EVALUATE TRUE
                WHEN WS-ET-HIRES(WS-B, 1) > WS-ET-HIRES(WS-A, 1)
                    MOVE "Y" TO WS-SWAP
                WHEN WS-ET-HIRES(WS-B, 1) < WS-ET-HIRES(WS-A, 1)
                    CONTINUE
                WHEN WS-ET-APPS(WS-B, 1) > WS-ET-APPS(WS-A, 1)
                    MOVE "Y" TO WS-SWAP
                WHEN WS-ET-APPS(WS-B, 1) < WS-ET-APPS(WS-A, 1)
                    CONTINUE
                WHEN WS-ET-NAME(WS-B) < WS-ET-NAME(WS-A)
                    MOVE "Y" TO WS-SWAP
                WHEN OTHER
                    CONTINUE
            END-EVALUATE
            IF WS-SWAP = "Y"
                MOVE WS-RANK-TABLE(WS-I) TO WS-RANK-SWAP
                MOVE WS-RANK-TABLE(WS-J) TO WS-RANK-TABLE(WS-I)
                MOVE WS-RANK-SWAP        TO WS-RANK-TABLE(WS-J)
            END-IF
        END-PERFORM
    END-PERFORM

    PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > WS-EMP-COUNT
        MOVE WS-I TO WS-RANK-OF(WS-RANK-TABLE(WS-I))
    END-PERFORM.

*> ---------------------------------------------------------------
*> WRITE-ONE-SCORECARD
*>   The one-page scorecard for employer WS-E.
*> ---------------------------------------------------------------
WRITE-ONE-SCORECARD.
    PERFORM BUILD-SCORECARD-FILENAME
    OPEN OUTPUT SCORECARD-FILE
    IF WS-CARD-STATUS NOT = "00"
        DISPLAY "Could not write " FUNCTION TRIM(WS-SCORECARD-FILENAME)
            " (status " WS-CARD-STATUS ")."
        EXIT PARAGRAPH
    END-IF
    ADD 1 TO WS-CARDS-WRITTEN

    MOVE SPACES TO SCORECARD-REC
    STRING "InCollege Career Services - Employer Partnership Scorecard "
           WS-CUR-YEAR
      INTO SCORECARD-REC
    END-STRING
    WRITE SCORECARD-REC
    MOVE SPACES TO SCORECARD-REC
    STRING "Employer: " FUNCTION TRIM(WS-ET-NAME(WS-E))
      INTO SCORECARD-REC
    END-STRING
    WRITE SCORECARD-REC
    MOVE SPACES TO SCORECARD-REC
    STRING "Contact:  " FUNCTION TRIM(WS-ET-CONTACT(WS-E))
      INTO SCORECARD-REC
    END-STRING
    WRITE SCORECARD-REC
    MOVE SPACES TO SCORECARD-REC
    STRING "As of:    " WS-ASOF-DATE
           " (" WS-CUR-YEAR " to date; " WS-PRIOR-YEAR " in full)"
      INTO SCORECARD-REC
    END-STRING
    WRITE SCORECARD-REC
    MOVE WS-RANK-OF(WS-E) TO WS-RANK-ED
    MOVE SPACES TO SCORECARD-REC
    STRING "Rank:     " FUNCTION TRIM(WS-RANK-ED) " of " WS-EMP-COUNT
           " employers by " WS-CUR-YEAR " hires"
      INTO SCORECARD-REC
    END-STRING
    WRITE SCORECARD-REC

    MOVE SPACES TO SCORECARD-REC
    WRITE SCORECARD-REC
    MOVE SPACES TO SCORECARD-REC
    MOVE "Measure" TO SCORECARD-REC(1:7)
    MOVE WS-CUR-YEAR TO SCORECARD-REC(40:4)
    MOVE WS-PRIOR-YEAR TO SCORECARD-REC(50:4)
    WRITE SCORECARD-REC

    MOVE "Postings" TO WS-LINE-LABEL
    MOVE WS-ET-POSTINGS(WS-E, 1) TO WS-FIG-CUR
    MOVE WS-ET-POSTINGS(WS-E, 2) TO WS-FIG-PRIOR
    PERFORM WRITE-COUNT-LINE
    MOVE "Openings" TO WS-LINE-LABEL
    MOVE WS-ET-OPENINGS(WS-E, 1) TO WS-FIG-CUR
    MOVE WS-ET-OPENINGS(WS-E, 2) TO WS-FIG-PRIOR
    PERFORM WRITE-COUNT-LINE
    MOVE "Applications received" TO WS-LINE-LABEL
    MOVE WS-ET-APPS(WS-E, 1) TO WS-FIG-CUR
    MOVE WS-ET-APPS(WS-E, 2) TO WS-FIG-PRIOR
    PERFORM WRITE-COUNT-LINE
    MOVE "Interviews held" TO WS-LINE-LABEL
    MOVE WS-ET-INTERVIEWS(WS-E, 1) TO WS-FIG-CUR
    MOVE WS-ET-INTERVIEWS(WS-E, 2) TO WS-FIG-PRIOR
    PERFORM WRITE-COUNT-LINE
    MOVE "Offers made" TO WS-LINE-LABEL
    MOVE WS-ET-OFFERS(WS-E, 1) TO WS-FIG-CUR
    MOVE WS-ET-OFFERS(WS-E, 2) TO WS-FIG-PRIOR
    PERFORM WRITE-COUNT-LINE
    MOVE "Hires" TO WS-LINE-LABEL
    MOVE WS-ET-HIRES(WS-E, 1) TO WS-FIG-CUR
    MOVE WS-ET-HIRES(WS-E, 2) TO WS-FIG-PRIOR
    PERFORM WRITE-COUNT-LINE
    MOVE "Career fairs attended" TO WS-LINE-LABEL
    MOVE WS-ET-EVENTS(WS-E, 1) TO WS-FIG-CUR
    MOVE WS-ET-EVENTS(WS-E, 2) TO WS-FIG-PRIOR
    PERFORM WRITE-COUNT-LINE

    MOVE "Median days to a decision" TO WS-LINE-LABEL
    MOVE WS-ET-MEDIAN(WS-E, 1) TO WS-FIG-CUR
    MOVE WS-ET-MEDIAN(WS-E, 2) TO WS-FIG-PRIOR
    MOVE "N" TO WS-FIG-CUR-NA
    MOVE "N" TO WS-FIG-PRIOR-NA
    IF WS-ET-DECIDED(WS-E, 1) = 0
        MOVE "Y" TO WS-FIG-CUR-NA
    END-IF
    IF WS-ET-DECIDED(WS-E, 2) = 0
        MOVE "Y" TO WS-FIG-PRIOR-NA
    END-IF
    PERFORM WRITE-FIGURE-LINE

    MOVE SPACES TO SCORECARD-REC
    MOVE "Candidate-experience rating (1-5)" TO SCORECARD-REC(1:36)
    IF WS-ET-REVIEWS(WS-E, 1) > 0
        MOVE WS-ET-AVG-RATING(WS-E, 1) TO WS-RATING-ED
        MOVE WS-RATING-ED TO SCORECARD-REC(40:4)
    ELSE
        MOVE "n/a" TO SCORECARD-REC(41:3)
    END-IF
    IF WS-ET-REVIEWS(WS-E, 2) > 0
        MOVE WS-ET-AVG-RATING(WS-E, 2) TO WS-RATING-ED
        MOVE WS-RATING-ED TO SCORECARD-REC(50:4)
    ELSE
        MOVE "n/a" TO SCORECARD-REC(51:3)
    END-IF
    WRITE SCORECARD-REC

    MOVE "  reviews behind the rating" TO WS-LINE-LABEL
    MOVE WS-ET-REVIEWS(WS-E, 1) TO WS-FIG-CUR
    MOVE WS-ET-REVIEWS(WS-E, 2) TO WS-FIG-PRIOR
    PERFORM WRITE-COUNT-LINE

    CLOSE SCORECARD-FILE.

WRITE-COUNT-LINE.
    MOVE "N" TO WS-FIG-CUR-NA
    MOVE "N" TO WS-FIG-PRIOR-NA
    PERFORM WRITE-FIGURE-LINE.

*> Label in columns 1-36, the scorecard year right-aligned to column
*> 43 and the prior year to column 53.
WRITE-FIGURE-LINE.
    MOVE SPACES TO SCORECARD-REC
    MOVE WS-LINE-LABEL TO SCORECARD-REC(1:36)
    IF WS-FIG-CUR-NA = "Y"
        MOVE "n/a" TO SCORECARD-REC(41:3)
    ELSE
        MOVE WS-FIG-CUR TO WS-FIG-ED
        MOVE WS-FIG-ED TO SCORECARD-REC(39:5)
    END-IF
    IF WS-FIG-PRIOR-NA = "Y"
        MOVE "n/a" TO SCORECARD-REC(51:3)
    ELSE
        MOVE WS-FIG-PRIOR TO WS-FIG-ED
        MOVE WS-FIG-ED TO SCORECARD-REC(49:5)
    END-IF
    WRITE SCORECARD-REC.

*> ---------------------------------------------------------------
*> BUILD-SCORECARD-FILENAME
*>   data/InCollege-Scorecard-<year>-<employer>.txt, the employer
*>   name reduced to letters and digits with "_" for everything else
*>   -- the same reduction BUILD-INVOICE-FILENAME in FeeInvoiceRun
*>   makes.
*> ---------------------------------------------------------------
BUILD-SCORECARD-FILENAME.
    MOVE FUNCTION UPPER-CASE(WS-ET-NAME(WS-E)) TO WS-SLUG
    PERFORM VARYING WS-K FROM 1 BY 1 UNTIL WS-K > 40
        MOVE WS-SLUG(WS-K:1) TO WS-SLUG-CHAR
        IF WS-SLUG-CHAR NOT = SPACE
           AND (WS-SLUG-CHAR < "A" OR WS-SLUG-CHAR > "Z")
           AND (WS-SLUG-CHAR < "0" OR WS-SLUG-CHAR > "9")
            MOVE "_" TO WS-SLUG(WS-K:1)
        END-IF
    END-PERFORM
    MOVE FUNCTION TRIM(WS-SLUG) TO WS-SLUG
    COMPUTE WS-SLUG-LEN = FUNCTION LENGTH(FUNCTION TRIM(WS-SLUG))
    INSPECT WS-SLUG(1:WS-SLUG-LEN) REPLACING ALL " " BY "_"

    MOVE SPACES TO WS-SCORECARD-FILENAME
    STRING "data/InCollege-Scorecard-" WS-CUR-YEAR "-"
           FUNCTION TRIM(WS-SLUG) ".txt"
      DELIMITED BY SIZE
      INTO WS-SCORECARD-FILENAME
    END-STRING.

*> ---------------------------------------------------------------
*> WRITE-SUMMARY
*>   Every employer in rank order, each figure as this year (prior
*>   year).
*> ---------------------------------------------------------------
WRITE-SUMMARY.
    OPEN OUTPUT SUMMARY-FILE

    MOVE SPACES TO SUMMARY-REC
    STRING "Employer partnership scorecards " WS-CUR-YEAR
           " as of " WS-ASOF-DATE ", ranked by hires then applications:"
      INTO SUMMARY-REC
    END-STRING
    WRITE SUMMARY-REC
    MOVE SPACES TO SUMMARY-REC
    STRING "Each figure is " WS-CUR-YEAR " to date, with "
           WS-PRIOR-YEAR " in parentheses."
      INTO SUMMARY-REC
    END-STRING
    WRITE SUMMARY-REC
    MOVE SPACES TO SUMMARY-REC
    WRITE SUMMARY-REC
    MOVE "Rank  Employer                                  Hires          Apps           Offers         Interviews     Median days    Rating"
      TO SUMMARY-REC
    WRITE SUMMARY-REC

    PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > WS-EMP-COUNT
        MOVE WS-RANK-TABLE(WS-I) TO WS-E
        PERFORM WRITE-SUMMARY-LINE
    END-PERFORM

    IF WS-EMP-COUNT = 0
        MOVE "  No employers on the master file." TO SUMMARY-REC
        WRITE SUMMARY-REC
    END-IF
    CLOSE SUMMARY-FILE.

WRITE-SUMMARY-LINE.
    MOVE SPACES TO SUMMARY-REC
    MOVE WS-I TO WS-RANK-ED
    MOVE WS-RANK-ED TO SUMMARY-REC(1:3)
    MOVE WS-ET-NAME(WS-E) TO SUMMARY-REC(7:40)

    MOVE 49 TO WS-J
    MOVE WS-ET-HIRES(WS-E, 1) TO WS-FIG-CUR
    MOVE WS-ET-HIRES(WS-E, 2) TO WS-FIG-PRIOR
    PERFORM PUT-SUMMARY-PAIR
    MOVE WS-ET-APPS(WS-E, 1) TO WS-FIG-CUR
    MOVE WS-ET-APPS(WS-E, 2) TO WS-FIG-PRIOR
    PERFORM PUT-SUMMARY-PAIR
    MOVE WS-ET-OFFERS(WS-E, 1) TO WS-FIG-CUR
    MOVE WS-ET-OFFERS(WS-E, 2) TO WS-FIG-PRIOR
    PERFORM PUT-SUMMARY-PAIR
    MOVE WS-ET-INTERVIEWS(WS-E, 1) TO WS-FIG-CUR
    MOVE WS-ET-INTERVIEWS(WS-E, 2) TO WS-FIG-PRIOR
    PERFORM PUT-SUMMARY-PAIR

    IF WS-ET-DECIDED(WS-E, 1) > 0
        MOVE WS-ET-MEDIAN(WS-E, 1) TO WS-FIG-ED
        MOVE FUNCTION TRIM(WS-FIG-ED) TO SUMMARY-REC(WS-J:5)
    ELSE
        MOVE "n/a" TO SUMMARY-REC(WS-J:3)
    END-IF
    IF WS-ET-DECIDED(WS-E, 2) > 0
        MOVE WS-ET-MEDIAN(WS-E, 2) TO WS-FIG-ED
        MOVE SPACES TO WS-SLUG
        STRING "(" FUNCTION TRIM(WS-FIG-ED) ")"
          INTO WS-SLUG
        END-STRING
        MOVE WS-SLUG(1:7) TO SUMMARY-REC(WS-J + 6:7)
    ELSE
        MOVE "(n/a)" TO SUMMARY-REC(WS-J + 6:5)
    END-IF
    ADD 15 TO WS-J

    IF WS-ET-REVIEWS(WS-E, 1) > 0
        MOVE WS-ET-AVG-RATING(WS-E, 1) TO WS-RATING-ED
        MOVE WS-RATING-ED TO SUMMARY-REC(WS-J:4)
    ELSE
        MOVE "n/a" TO SUMMARY-REC(WS-J:3)
    END-IF
    IF WS-ET-REVIEWS(WS-E, 2) > 0
        MOVE WS-ET-AVG-RATING(WS-E, 2) TO WS-RATING-ED
        MOVE SPACES TO WS-SLUG
        STRING "(" WS-RATING-ED ")"
          INTO WS-SLUG
        END-STRING
        MOVE WS-SLUG(1:6) TO SUMMARY-REC(WS-J + 5:6)
    ELSE
        MOVE "(n/a)" TO SUMMARY-REC(WS-J + 5:5)
    END-IF
    WRITE SUMMARY-REC.

*> One "this (prior)" pair at column WS-J, then on to the next
*> 15-wide column.
PUT-SUMMARY-PAIR.
    MOVE WS-FIG-CUR TO WS-FIG-ED
    MOVE FUNCTION TRIM(WS-FIG-ED) TO SUMMARY-REC(WS-J:5)
    MOVE WS-FIG-PRIOR TO WS-FIG-ED
    MOVE SPACES TO WS-SLUG
    STRING "(" FUNCTION TRIM(WS-FIG-ED) ")"
      INTO WS-SLUG
    END-STRING
    MOVE WS-SLUG(1:7) TO SUMMARY-REC(WS-J + 6:7)
    ADD 15 TO WS-J.

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
