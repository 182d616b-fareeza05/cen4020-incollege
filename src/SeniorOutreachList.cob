       >>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. SeniorOutreachList.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.

*> Run lock shared by the online program and every batch tool that
*> writes the data files; this list only reads, so it takes the
*> shared reader stamp.
    SELECT RUN-LOCK-FILE ASSIGN TO "data/InCollege-RunLock.txt"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-RUNLOCK-STATUS.

    SELECT ACC-FILE ASSIGN TO "data/InCollege-Accounts.txt"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS SEQUENTIAL
        RECORD KEY IS ACC-USER
        FILE STATUS IS WS-ACC-STATUS.

    SELECT PROF-FILE ASSIGN TO "data/InCollege-Profiles.txt"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS SEQUENTIAL
        RECORD KEY IS PROF-USER
        FILE STATUS IS WS-PROF-STATUS.

    SELECT APPLICATION-FILE ASSIGN TO "data/InCollege-Applications.txt"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-APP-STATUS.

    SELECT PLACEMENT-FILE ASSIGN TO "data/InCollege-Placements.txt"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-PLACE-STATUS.

    SELECT SAVED-JOBS-FILE ASSIGN TO "data/InCollege-SavedJobs.txt"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-SAVED-STATUS.

    SELECT OFFICE-HOURS-FILE ASSIGN TO "data/InCollege-OfficeHours.txt"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-OH-STATUS.

    SELECT DEACTIVATED-FILE ASSIGN TO "data/InCollege-Deactivated.txt"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-DEACT-STATUS.

    SELECT SUSPEND-FILE ASSIGN TO "data/InCollege-Suspensions.txt"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-SUS-STATUS.

*> Central parameter file; OUTREACH-GRAD-MONTHS sets the window.
    SELECT PARAM-FILE ASSIGN TO "data/InCollege-Parameters.txt"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-PARAM-STATUS.

    SELECT REPORT-FILE ASSIGN TO "data/InCollege-SeniorOutreach.txt"
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

FD  ACC-FILE.
01  ACC-REC.
    05 ACC-USER             PIC X(20).
    05 ACC-PASS             PIC X(12).
    05 ACC-PASS-DATE        PIC X(10).
    05 ACC-ACCT-TYPE        PIC X(01).
    05 ACC-LAST-LOGIN       PIC X(10).

FD  PROF-FILE.
01  PROF-REC.
    05 PROF-USER             PIC X(20).
    05 PROF-FNAME            PIC X(20).
    05 PROF-LNAME            PIC X(20).
    05 PROF-UNIV             PIC X(30).
    05 PROF-MAJOR            PIC X(20).
    05 PROF-GRAD             PIC 9(4).
    05 PROF-REST             PIC X(3705).

FD  APPLICATION-FILE.
01  APPLICATION-REC          PIC X(4024).

FD  PLACEMENT-FILE.
01  PLACEMENT-REC.
    05 PL-USER               PIC X(20).
    05 FILLER                PIC X(01).
    05 PL-REST               PIC X(130).

FD  SAVED-JOBS-FILE.
01  SAVED-JOB-REC.
    05 SJ-USER               PIC X(20).
    05 FILLER                PIC X(01).
    05 SJ-REST               PIC X(103).

FD  OFFICE-HOURS-FILE.
01  OFFICE-HOURS-REC.
    05 OH-STAFF              PIC X(20).
    05 FILLER                PIC X(01).
    05 OH-DATE               PIC X(10).
    05 FILLER                PIC X(01).
    05 OH-TIME               PIC X(05).
    05 FILLER                PIC X(01).
    05 OH-STATUS             PIC X(06).
    05 FILLER                PIC X(01).
    05 OH-STUDENT            PIC X(20).

FD  DEACTIVATED-FILE.
01  DEACTIVATED-REC.
    05 DA-USER               PIC X(20).
    05 FILLER                PIC X(01).
    05 DA-REST               PIC X(21).

FD  SUSPEND-FILE.
01  SUSPEND-REC.
    05 SUS-USER              PIC X(20).
    05 FILLER                PIC X(01).
    05 SUS-REST              PIC X(71).

FD  PARAM-FILE.
01  PARAM-REC.
    05 PARAM-NAME           PIC X(24).
    05 FILLER               PIC X(01).
    05 PARAM-VALUE          PIC X(08).

FD  REPORT-FILE.
01  REPORT-REC               PIC X(200).

WORKING-STORAGE SECTION.

01  WS-RUNLOCK-STATUS         PIC XX VALUE "00".
01  WS-RUNLOCK-HOLDER-SAVE    PIC X(30) VALUE SPACES.
01  WS-RUNLOCK-MODE-SAVE      PIC X(10) VALUE SPACES.
01  WS-RUNLOCK-READERS-SAVE   PIC 9(3) VALUE 0.

01  WS-ACC-STATUS            PIC XX VALUE "00".
01  WS-PROF-STATUS           PIC XX VALUE "00".
01  WS-APP-STATUS            PIC XX VALUE "00".
01  WS-PLACE-STATUS          PIC XX VALUE "00".
01  WS-SAVED-STATUS          PIC XX VALUE "00".
01  WS-OH-STATUS             PIC XX VALUE "00".
01  WS-DEACT-STATUS          PIC XX VALUE "00".
01  WS-SUS-STATUS            PIC XX VALUE "00".
01  WS-PARAM-STATUS          PIC XX VALUE "00".
01  WS-RPT-STATUS            PIC XX VALUE "00".
01  WS-EOF                   PIC X VALUE "N".

*> How close to graduation a student has to be to make the list.
*> Graduation is taken as May of PROF-GRAD, the spring commencement
*> every university on the roster holds.
01  WS-GRAD-WINDOW-MONTHS    PIC 9(3) VALUE 6.
01  WS-GRAD-MONTH            PIC 9(2) VALUE 5.
*> An application inside this many days counts as recent activity.
01  WS-RECENT-APP-DAYS       PIC 9(3) VALUE 60.

01  WS-RAW-DATE              PIC X(21) VALUE SPACES.
*> As-of date for reproducible reporting: pass YYYY-MM-DD as the
*> first command-line argument (same ARGUMENT-VALUE handling
*> InCollege.cob uses for its file names) to produce the list as of
*> that date; with no argument the run date is used.
01  WS-ARG-COUNT               PIC 9(2) VALUE 0.
01  WS-ASOF-DATE               PIC X(10) VALUE SPACES.

01  WS-DATE-NUM-TEXT         PIC X(08) VALUE SPACES.
01  WS-ASOF-NUM              PIC 9(08) VALUE 0.
01  WS-ASOF-DAY              PIC 9(07) VALUE 0.
01  WS-ROW-DATE-NUM          PIC 9(08) VALUE 0.
01  WS-ROW-DAY               PIC 9(07) VALUE 0.
01  WS-ASOF-MONTHS           PIC 9(6) VALUE 0.
01  WS-GRAD-MONTHS           PIC 9(6) VALUE 0.

*> Student accounts: last login as typed, and days since it (99999
*> when they have never logged in).
01  WS-ACC-COUNT             PIC 9(3) VALUE 0.
01  WS-ACC-TABLE OCCURS 500 TIMES.
    05 WS-ACT-USER           PIC X(20).
    05 WS-ACT-LAST-LOGIN     PIC X(10).

*> Students inside the graduation window; WS-CT-KEY orders the list
*> least engaged first: fewest saves + appointments, then longest
*> since last login, then username.
01  WS-CT-COUNT              PIC 9(3) VALUE 0.
01  WS-CT-OVERFLOW           PIC X VALUE "N".
01  WS-CT-TABLE OCCURS 500 TIMES.
    05 WS-CT-KEY.
        10 WS-CT-ENGAGEMENT  PIC 9(4).
        10 WS-CT-LOGIN-INV   PIC 9(5).
        10 WS-CT-USER        PIC X(20).
    05 WS-CT-NAME            PIC X(41).
    05 WS-CT-MAJOR           PIC X(20).
    05 WS-CT-UNIV            PIC X(30).
    05 WS-CT-GRAD            PIC 9(4).
    05 WS-CT-LAST-LOGIN      PIC X(10).
    05 WS-CT-SAVES           PIC 9(3).
    05 WS-CT-APPTS           PIC 9(3).
    05 WS-CT-DROP            PIC X(01).
01  WS-SWAP-CT               PIC X(141).

01  WS-LOGIN-AGE             PIC 9(5) VALUE 0.
01  WS-LISTED                PIC 9(3) VALUE 0.
01  WS-IN-WINDOW             PIC 9(3) VALUE 0.
01  WS-DROP-RECENT           PIC 9(3) VALUE 0.
01  WS-DROP-PLACED           PIC 9(3) VALUE 0.
01  WS-DROP-HELD             PIC 9(3) VALUE 0.
01  WS-RANK                  PIC 9(3) VALUE 0.

01  WS-I                     PIC 9(4) VALUE 0.
01  WS-J                     PIC 9(4) VALUE 0.
01  WS-K                     PIC 9(4) VALUE 0.
01  WS-START                 PIC 9(4) VALUE 0.
01  WS-FOUND-IDX             PIC 9(4) VALUE 0.
01  WS-Q-USER                PIC X(20) VALUE SPACES.
01  WS-Q-DATE                PIC X(10) VALUE SPACES.

PROCEDURE DIVISION.

*> ---------------------------------------------------------------
*> MAIN-MAINLINE
*>   Career services' action list of seniors who need a nudge: every
*>   student graduating within OUTREACH-GRAD-MONTHS of the as-of date
*>   with no application in the last 60 days and no placement on
*>   file, leaving out deactivated and suspended accounts. Each row
*>   shows major, university, last login, saved jobs, and office-
*>   hours appointments booked, least engaged first.
*> ---------------------------------------------------------------
MAIN-MAINLINE.
    PERFORM ACQUIRE-SHARED-LOCK
    PERFORM GET-ASOF-DATE
    PERFORM LOAD-RUNTIME-PARAMETERS
    PERFORM SET-ASOF-NUMBERS
    PERFORM LOAD-STUDENT-ACCOUNTS
    PERFORM LOAD-CANDIDATES
    PERFORM DROP-RECENT-APPLICANTS
    PERFORM DROP-PLACED
    PERFORM DROP-HELD-ACCOUNTS
    PERFORM COUNT-SAVED-JOBS
    PERFORM COUNT-APPOINTMENTS
    PERFORM SORT-CANDIDATES
    PERFORM WRITE-REPORT
    PERFORM RELEASE-SHARED-LOCK
    STOP RUN.

*> ---------------------------------------------------------------
*> LOAD-RUNTIME-PARAMETERS
*>   Picks this tool's knob out of the central parameter file. A
*>   missing file or a non-numeric or out-of-range value keeps the
*>   compiled-in default.
*> ---------------------------------------------------------------
LOAD-RUNTIME-PARAMETERS.
    OPEN INPUT PARAM-FILE
    IF WS-PARAM-STATUS NOT = "35"
        MOVE "N" TO WS-EOF
        PERFORM UNTIL WS-EOF = "Y"
            READ PARAM-FILE
                AT END
                    MOVE "Y" TO WS-EOF
                NOT AT END
                    IF FUNCTION TRIM(PARAM-NAME) = "OUTREACH-GRAD-MONTHS"
                       AND FUNCTION TRIM(PARAM-VALUE) IS NUMERIC
                        IF FUNCTION NUMVAL(PARAM-VALUE) >= 1
                           AND FUNCTION NUMVAL(PARAM-VALUE) <= 24
                            MOVE FUNCTION NUMVAL(PARAM-VALUE)
                                TO WS-GRAD-WINDOW-MONTHS
                        END-IF
                    END-IF
            END-READ
        END-PERFORM
    END-IF
    CLOSE PARAM-FILE.

SET-ASOF-NUMBERS.
    MOVE SPACES TO WS-DATE-NUM-TEXT
    STRING WS-ASOF-DATE(1:4) WS-ASOF-DATE(6:2) WS-ASOF-DATE(9:2)
      INTO WS-DATE-NUM-TEXT
    END-STRING
    MOVE WS-DATE-NUM-TEXT TO WS-ASOF-NUM
    COMPUTE WS-ASOF-DAY = FUNCTION INTEGER-OF-DATE(WS-ASOF-NUM)
    COMPUTE WS-ASOF-MONTHS =
        FUNCTION NUMVAL(WS-ASOF-DATE(1:4)) * 12
        + FUNCTION NUMVAL(WS-ASOF-DATE(6:2)).

LOAD-STUDENT-ACCOUNTS.
    MOVE 0 TO WS-ACC-COUNT
    MOVE "N" TO WS-EOF
    OPEN INPUT ACC-FILE
    IF WS-ACC-STATUS = "35"
        DISPLAY "No accounts found; nothing to report."
        CLOSE ACC-FILE
        PERFORM RELEASE-SHARED-LOCK
        STOP RUN
    END-IF
    PERFORM UNTIL WS-EOF = "Y"
        READ ACC-FILE NEXT RECORD
            AT END
                MOVE "Y" TO WS-EOF
            NOT AT END
                IF ACC-ACCT-TYPE = "S" AND WS-ACC-COUNT < 500
                    ADD 1 TO WS-ACC-COUNT
                    MOVE ACC-USER       TO WS-ACT-USER(WS-ACC-COUNT)
                    MOVE ACC-LAST-LOGIN TO WS-ACT-LAST-LOGIN(WS-ACC-COUNT)
                END-IF
        END-READ
    END-PERFORM
    CLOSE ACC-FILE.

*> Every student profile whose graduation falls between now and the
*> end of the window.
LOAD-CANDIDATES.
    MOVE 0 TO WS-CT-COUNT
    MOVE "N" TO WS-EOF
    OPEN INPUT PROF-FILE
    IF WS-PROF-STATUS = "35"
        CLOSE PROF-FILE
        EXIT PARAGRAPH
    END-IF
    PERFORM UNTIL WS-EOF = "Y"
        READ PROF-FILE NEXT RECORD
            AT END
                MOVE "Y" TO WS-EOF
            NOT AT END
                PERFORM CONSIDER-ONE-PROFILE
        END-READ
    END-PERFORM
    CLOSE PROF-FILE.

CONSIDER-ONE-PROFILE.
    IF PROF-GRAD IS NOT NUMERIC OR PROF-GRAD = 0
        EXIT PARAGRAPH
    END-IF
    COMPUTE WS-GRAD-MONTHS = PROF-GRAD * 12 + WS-GRAD-MONTH
    IF WS-GRAD-MONTHS < WS-ASOF-MONTHS
       OR WS-GRAD-MONTHS > WS-ASOF-MONTHS + WS-GRAD-WINDOW-MONTHS
        EXIT PARAGRAPH
    END-IF

    MOVE 0 TO WS-FOUND-IDX
    PERFORM VARYING WS-K FROM 1 BY 1 UNTIL WS-K > WS-ACC-COUNT
        IF WS-ACT-USER(WS-K) = PROF-USER
            MOVE WS-K TO WS-FOUND-IDX
            EXIT PERFORM
        END-IF
    END-PERFORM
    IF WS-FOUND-IDX = 0
        EXIT PARAGRAPH
    END-IF

    ADD 1 TO WS-IN-WINDOW
    IF WS-CT-COUNT >= 500
        MOVE "Y" TO WS-CT-OVERFLOW
        EXIT PARAGRAPH
    END-IF
    ADD 1 TO WS-CT-COUNT
    MOVE 0          TO WS-CT-ENGAGEMENT(WS-CT-COUNT)
    MOVE PROF-USER  TO WS-CT-USER(WS-CT-COUNT)
    MOVE SPACES     TO WS-CT-NAME(WS-CT-COUNT)
    STRING FUNCTION TRIM(PROF-FNAME) " " FUNCTION TRIM(PROF-LNAME)
      INTO WS-CT-NAME(WS-CT-COUNT)
    END-STRING
    MOVE PROF-MAJOR TO WS-CT-MAJOR(WS-CT-COUNT)
    MOVE PROF-UNIV  TO WS-CT-UNIV(WS-CT-COUNT)
    MOVE PROF-GRAD  TO WS-CT-GRAD(WS-CT-COUNT)
    MOVE WS-ACT-LAST-LOGIN(WS-FOUND-IDX) TO WS-CT-LAST-LOGIN(WS-CT-COUNT)
    MOVE 0          TO WS-CT-SAVES(WS-CT-COUNT)
    MOVE 0          TO WS-CT-APPTS(WS-CT-COUNT)
    MOVE "N"        TO WS-CT-DROP(WS-CT-COUNT)

    *> Longest since login sorts first, so the key holds the
    *> complement of the age; never logged in is the oldest of all.
    MOVE 99999 TO WS-LOGIN-AGE
    IF WS-CT-LAST-LOGIN(WS-CT-COUNT)(5:1) = "-"
       AND WS-CT-LAST-LOGIN(WS-CT-COUNT)(1:4) IS NUMERIC
       AND WS-CT-LAST-LOGIN(WS-CT-COUNT)(6:2) IS NUMERIC
       AND WS-CT-LAST-LOGIN(WS-CT-COUNT)(9:2) IS NUMERIC
        MOVE WS-CT-LAST-LOGIN(WS-CT-COUNT) TO WS-Q-DATE
        PERFORM DATE-TO-DAY
        IF WS-ROW-DAY <= WS-ASOF-DAY
            COMPUTE WS-LOGIN-AGE = WS-ASOF-DAY - WS-ROW-DAY
        ELSE
            MOVE 0 TO WS-LOGIN-AGE
        END-IF
    END-IF
    COMPUTE WS-CT-LOGIN-INV(WS-CT-COUNT) = 99999 - WS-LOGIN-AGE.

*> WS-ROW-DAY = day number of the YYYY-MM-DD date in WS-Q-DATE.
DATE-TO-DAY.
    MOVE SPACES TO WS-DATE-NUM-TEXT
    STRING WS-Q-DATE(1:4) WS-Q-DATE(6:2) WS-Q-DATE(9:2)
      INTO WS-DATE-NUM-TEXT
    END-STRING
    MOVE WS-DATE-NUM-TEXT TO WS-ROW-DATE-NUM
    COMPUTE WS-ROW-DAY = FUNCTION INTEGER-OF-DATE(WS-ROW-DATE-NUM).

*> Leaves WS-FOUND-IDX at the candidate row for WS-Q-USER (0 if
*> none).
FIND-CANDIDATE.
    MOVE 0 TO WS-FOUND-IDX
    PERFORM VARYING WS-K FROM 1 BY 1 UNTIL WS-K > WS-CT-COUNT
        IF WS-CT-USER(WS-K) = WS-Q-USER
            MOVE WS-K TO WS-FOUND-IDX
            EXIT PERFORM
        END-IF
    END-PERFORM.

DROP-RECENT-APPLICANTS.
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
                    MOVE APPLICATION-REC(1:20) TO WS-Q-USER
                    PERFORM FIND-CANDIDATE
                    IF WS-FOUND-IDX > 0
                        PERFORM CHECK-RECENT-APPLICATION
                    END-IF
                END-IF
        END-READ
    END-PERFORM
    CLOSE APPLICATION-FILE.

*> An undated application row is treated as recent: better to leave
*> a student off the list than nag one who did apply.
CHECK-RECENT-APPLICATION.
    IF WS-CT-DROP(WS-FOUND-IDX) NOT = "N"
        EXIT PARAGRAPH
    END-IF
    IF APPLICATION-REC(4009:1) NOT = "-"
       OR APPLICATION-REC(4005:4) IS NOT NUMERIC
       OR APPLICATION-REC(4010:2) IS NOT NUMERIC
       OR APPLICATION-REC(4013:2) IS NOT NUMERIC
        MOVE "A" TO WS-CT-DROP(WS-FOUND-IDX)
        ADD 1 TO WS-DROP-RECENT
        EXIT PARAGRAPH
    END-IF
    MOVE APPLICATION-REC(4005:10) TO WS-Q-DATE
    PERFORM DATE-TO-DAY
    IF WS-ROW-DAY + WS-RECENT-APP-DAYS >= WS-ASOF-DAY
        MOVE "A" TO WS-CT-DROP(WS-FOUND-IDX)
        ADD 1 TO WS-DROP-RECENT
    END-IF.

DROP-PLACED.
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
                IF PL-USER NOT = SPACES
                    MOVE PL-USER TO WS-Q-USER
                    PERFORM FIND-CANDIDATE
                    IF WS-FOUND-IDX > 0
                        IF WS-CT-DROP(WS-FOUND-IDX) = "N"
                            MOVE "P" TO WS-CT-DROP(WS-FOUND-IDX)
                            ADD 1 TO WS-DROP-PLACED
                        END-IF
                    END-IF
                END-IF
        END-READ
    END-PERFORM
    CLOSE PLACEMENT-FILE.

*> Deactivated (any source) and suspended accounts are not reachable
*> through outreach and stay off the list.
DROP-HELD-ACCOUNTS.
    MOVE "N" TO WS-EOF
    OPEN INPUT DEACTIVATED-FILE
    IF WS-DEACT-STATUS NOT = "35"
        PERFORM UNTIL WS-EOF = "Y"
            READ DEACTIVATED-FILE
                AT END
                    MOVE "Y" TO WS-EOF
                NOT AT END
                    IF DA-USER NOT = SPACES
                        MOVE DA-USER TO WS-Q-USER
                        PERFORM MARK-HELD
                    END-IF
            END-READ
        END-PERFORM
    END-IF
    CLOSE DEACTIVATED-FILE

    MOVE "N" TO WS-EOF
    OPEN INPUT SUSPEND-FILE
    IF WS-SUS-STATUS NOT = "35"
        PERFORM UNTIL WS-EOF = "Y"
            READ SUSPEND-FILE
                AT END
                    MOVE "Y" TO WS-EOF
                NOT AT END
                    IF SUS-USER NOT = SPACES
                        MOVE SUS-USER TO WS-Q-USER
                        PERFORM MARK-HELD
                    END-IF
            END-READ
        END-PERFORM
    END-IF
    CLOSE SUSPEND-FILE.

MARK-HELD.
    PERFORM FIND-CANDIDATE
    IF WS-FOUND-IDX > 0
        IF WS-CT-DROP(WS-FOUND-IDX) = "N"
            MOVE "H" TO WS-CT-DROP(WS-FOUND-IDX)
            ADD 1 TO WS-DROP-HELD
        END-IF
    END-IF.

COUNT-SAVED-JOBS.
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
                    MOVE SJ-USER TO WS-Q-USER
                    PERFORM FIND-CANDIDATE
                    IF WS-FOUND-IDX > 0
                        ADD 1 TO WS-CT-SAVES(WS-FOUND-IDX)
                        ADD 1 TO WS-CT-ENGAGEMENT(WS-FOUND-IDX)
                    END-IF
                END-IF
        END-READ
    END-PERFORM
    CLOSE SAVED-JOBS-FILE.

COUNT-APPOINTMENTS.
    MOVE "N" TO WS-EOF
    OPEN INPUT OFFICE-HOURS-FILE
    IF WS-OH-STATUS = "35"
        CLOSE OFFICE-HOURS-FILE
        EXIT PARAGRAPH
    END-IF
    PERFORM UNTIL WS-EOF = "Y"
        READ OFFICE-HOURS-FILE
            AT END
                MOVE "Y" TO WS-EOF
            NOT AT END
                IF OH-STATUS = "BOOKED" AND OH-STUDENT NOT = SPACES
                    MOVE OH-STUDENT TO WS-Q-USER
                    PERFORM FIND-CANDIDATE
                    IF WS-FOUND-IDX > 0
                        ADD 1 TO WS-CT-APPTS(WS-FOUND-IDX)
                        ADD 1 TO WS-CT-ENGAGEMENT(WS-FOUND-IDX)
                    END-IF
                END-IF
        END-READ
    END-PERFORM
    CLOSE OFFICE-HOURS-FILE.

SORT-CANDIDATES.
    PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I >= WS-CT-COUNT
        ADD 1 TO WS-I GIVING WS-START
        PERFORM VARYING WS-J FROM WS-START BY 1
            UNTIL WS-J > WS-CT-COUNT
            IF WS-CT-KEY(WS-J) < WS-CT-KEY(WS-I)
                MOVE WS-CT-TABLE(WS-I) TO WS-SWAP-CT
                MOVE WS-CT-TABLE(WS-J) TO WS-CT-TABLE(WS-I)
                MOVE WS-SWAP-CT        TO WS-CT-TABLE(WS-J)
            END-IF
        END-PERFORM
    END-PERFORM.

WRITE-REPORT.
    OPEN OUTPUT REPORT-FILE

    MOVE SPACES TO REPORT-REC
    STRING "Senior outreach list as of " WS-ASOF-DATE
           " -- graduating within " WS-GRAD-WINDOW-MONTHS " month(s),"
           " no application in " WS-RECENT-APP-DAYS " days,"
           " not placed"
      INTO REPORT-REC
    END-STRING
    WRITE REPORT-REC

    MOVE "Least engaged first (fewest saved jobs + appointments, then longest since login)."
        TO REPORT-REC
    WRITE REPORT-REC

    IF WS-CT-OVERFLOW = "Y"
        MOVE "NOTE: only the first 500 students in the window were considered."
            TO REPORT-REC
        WRITE REPORT-REC
    END-IF

    MOVE SPACES TO REPORT-REC
    WRITE REPORT-REC

    MOVE 0 TO WS-RANK
    PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > WS-CT-COUNT
        IF WS-CT-DROP(WS-I) = "N"
            ADD 1 TO WS-RANK
            PERFORM WRITE-ONE-STUDENT
        END-IF
    END-PERFORM

    IF WS-RANK = 0
        MOVE "  No students need outreach this week." TO REPORT-REC
        WRITE REPORT-REC
    END-IF

    MOVE SPACES TO REPORT-REC
    WRITE REPORT-REC
    MOVE SPACES TO REPORT-REC
    STRING "In window: " WS-IN-WINDOW
           "   Listed: " WS-RANK
           "   Left off -- applied recently: " WS-DROP-RECENT
           ", placed: " WS-DROP-PLACED
           ", deactivated/suspended: " WS-DROP-HELD
      INTO REPORT-REC
    END-STRING
    WRITE REPORT-REC

    CLOSE REPORT-FILE
    DISPLAY "Senior outreach list: " WS-RANK " student(s) written to "
        "data/InCollege-SeniorOutreach.txt".

WRITE-ONE-STUDENT.
    MOVE SPACES TO REPORT-REC
    STRING WS-RANK ". " FUNCTION TRIM(WS-CT-NAME(WS-I))
           " (" FUNCTION TRIM(WS-CT-USER(WS-I)) ")"
           "  class of " WS-CT-GRAD(WS-I)
      INTO REPORT-REC
    END-STRING
    WRITE REPORT-REC

    MOVE SPACES TO REPORT-REC
    STRING "     " FUNCTION TRIM(WS-CT-MAJOR(WS-I))
           ", " FUNCTION TRIM(WS-CT-UNIV(WS-I))
      INTO REPORT-REC
    END-STRING
    WRITE REPORT-REC

    MOVE SPACES TO REPORT-REC
    IF WS-CT-LAST-LOGIN(WS-I) = SPACES
        STRING "     last login: never"
               "  saved jobs: " WS-CT-SAVES(WS-I)
               "  office-hours appointments: " WS-CT-APPTS(WS-I)
          INTO REPORT-REC
        END-STRING
    ELSE
        STRING "     last login: " WS-CT-LAST-LOGIN(WS-I)
               "  saved jobs: " WS-CT-SAVES(WS-I)
               "  office-hours appointments: " WS-CT-APPTS(WS-I)
          INTO REPORT-REC
        END-STRING
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
