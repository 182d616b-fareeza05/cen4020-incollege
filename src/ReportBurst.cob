       >>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. ReportBurst.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.

*> Shared/exclusive run-lock protocol: this step only reads the
*> shared data files (it writes its own burst files and log), so it
*> takes a shared stamp like the reports it splits.
    SELECT RUN-LOCK-FILE ASSIGN TO "data/InCollege-RunLock.txt"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-RUNLOCK-STATUS.

    SELECT UNIVERSITY-FILE ASSIGN TO "data/InCollege-Universities.txt"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-UNIV-STATUS.

*> Which reports each campus's liaison receives: one row per campus
*> per report code. Seeded with every campus getting every report
*> the first time it is missing; ops trims it from there.
    SELECT DIST-FILE ASSIGN TO "data/InCollege-BurstDistribution.txt"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-DIST-STATUS.

    SELECT PROF-FILE ASSIGN TO "data/InCollege-Profiles.txt"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS SEQUENTIAL
        RECORD KEY IS PROF-USER
        FILE STATUS IS WS-PROF-STATUS.

*> The institution-wide report being split, and the campus file
*> being written; both names are set per report (see
*> SET-SOURCE-FILENAME and BUILD-BURST-FILENAME).
    SELECT SOURCE-FILE ASSIGN TO WS-SOURCE-FILENAME
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-SRC-STATUS.

    SELECT BURST-FILE ASSIGN TO WS-BURST-FILENAME
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-BURST-STATUS.

*> Append-only record of what was produced for whom on each run.
    SELECT BURST-LOG-FILE ASSIGN TO "data/InCollege-BurstLog.txt"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-BLOG-STATUS.

DATA DIVISION.
FILE SECTION.

FD  RUN-LOCK-FILE.
01  RUN-LOCK-REC.
    05 RUNLOCK-HOLDER        PIC X(30).
    05 FILLER                PIC X(01).
    05 RUNLOCK-MODE          PIC X(10).
    05 FILLER                PIC X(01).
    05 RUNLOCK-READERS       PIC 9(03).

FD  UNIVERSITY-FILE.
01  UNIVERSITY-REC          PIC X(50).

FD  DIST-FILE.
01  DIST-REC.
    05 DB-UNIV               PIC X(50).
    05 FILLER                PIC X(01).
    05 DB-REPORT             PIC X(12).
    05 FILLER                PIC X(01).
    05 DB-LIAISON            PIC X(30).

FD  PROF-FILE.
01  PROF-REC.
    05 PROF-USER           PIC X(20).
    05 PROF-FNAME          PIC X(20).
    05 PROF-LNAME          PIC X(20).
    05 PROF-UNIV           PIC X(30).
    05 PROF-MAJOR          PIC X(20).
    05 PROF-GRAD           PIC 9(4).
    05 PROF-ABOUT          PIC X(200).

    05 PROF-EXP-COUNT      PIC 9(2).
    05 PROF-EXPERIENCE OCCURS 10 TIMES.
        10 PROF-EXP-TITLE  PIC X(50).
        10 PROF-EXP-COMP   PIC X(50).
        10 PROF-EXP-DATES  PIC X(30).
        10 PROF-EXP-DESC   PIC X(100).

    05 PROF-EDU-COUNT      PIC 9(2).
    05 PROF-EDUCATION OCCURS 10 TIMES.
        10 PROF-EDU-DEGREE PIC X(50).
        10 PROF-EDU-SCHOOL PIC X(50).
        10 PROF-EDU-YEARS  PIC X(20).

    05 PROF-VISIBILITY     PIC X(01).

FD  SOURCE-FILE.
01  SOURCE-REC               PIC X(250).

FD  BURST-FILE.
01  BURST-REC                PIC X(250).

FD  BURST-LOG-FILE.
01  BURST-LOG-REC.
    05 BL-STAMP              PIC X(19).
    05 FILLER                PIC X(01).
    05 BL-UNIV               PIC X(50).
    05 FILLER                PIC X(01).
    05 BL-REPORT             PIC X(12).
    05 FILLER                PIC X(01).
    05 BL-LIAISON            PIC X(30).
    05 FILLER                PIC X(01).
    05 BL-ROWS               PIC 9(05).
    05 FILLER                PIC X(01).
    05 BL-RESULT             PIC X(12).
    05 FILLER                PIC X(01).
    05 BL-FILE               PIC X(80).

WORKING-STORAGE SECTION.

01  WS-RUNLOCK-STATUS         PIC XX VALUE "00".
01  WS-RUNLOCK-HOLDER-SAVE    PIC X(30) VALUE SPACES.
01  WS-RUNLOCK-MODE-SAVE      PIC X(10) VALUE SPACES.
01  WS-RUNLOCK-READERS-SAVE   PIC 9(3) VALUE 0.

01  WS-UNIV-STATUS            PIC XX VALUE "00".
01  WS-DIST-STATUS            PIC XX VALUE "00".
01  WS-PROF-STATUS            PIC XX VALUE "00".
01  WS-SRC-STATUS             PIC XX VALUE "00".
01  WS-BURST-STATUS           PIC XX VALUE "00".
01  WS-BLOG-STATUS            PIC XX VALUE "00".
01  WS-EOF                    PIC X VALUE "N".

01  WS-RAW-DATE               PIC X(21) VALUE SPACES.
01  WS-STAMP                  PIC X(19) VALUE SPACES.

*> The campuses, each with an upper-cased key for matching against
*> profile universities and report headings.
01  WS-UNIV-COUNT             PIC 9(3) VALUE 0.
01  WS-UNIV-TABLE OCCURS 100 TIMES.
    05 WS-UNIV-NAME           PIC X(50).
    05 WS-UNIV-KEY            PIC X(50).

01  WS-DIST-COUNT             PIC 9(3) VALUE 0.
01  WS-DIST-TABLE OCCURS 400 TIMES.
    05 WS-DB-UNIV             PIC X(50).
    05 WS-DB-KEY              PIC X(50).
    05 WS-DB-REPORT           PIC X(12).
    05 WS-DB-LIAISON          PIC X(30).

*> Username to campus key, so a report line naming a member can be
*> routed to that member's campus.
01  WS-PC-COUNT               PIC 9(4) VALUE 0.
01  WS-PC-TABLE OCCURS 2000 TIMES.
    05 WS-PC-USER             PIC X(20).
    05 WS-PC-KEY              PIC X(50).

*> The four reports that are burst, and the file each one writes.
01  WS-REPORT-CODES.
    05 FILLER                 PIC X(12) VALUE "ROSTER".
    05 FILLER                 PIC X(12) VALUE "COMPLETENESS".
    05 FILLER                 PIC X(12) VALUE "PLACEMENTS".
    05 FILLER                 PIC X(12) VALUE "DORMANCY".
01  WS-REPORT-CODE-TABLE REDEFINES WS-REPORT-CODES.
    05 WS-REPORT-CODE OCCURS 4 TIMES PIC X(12).

01  WS-SOURCE-FILENAME        PIC X(80) VALUE SPACES.
01  WS-BURST-FILENAME         PIC X(80) VALUE SPACES.
01  WS-SLUG                   PIC X(50) VALUE SPACES.
01  WS-SLUG-CHAR              PIC X VALUE SPACE.
01  WS-SLUG-LEN               PIC 9(3) VALUE 0.

01  WS-CAMPUS-KEY             PIC X(50) VALUE SPACES.
01  WS-CAMPUS-SENT            PIC 9(3) VALUE 0.
01  WS-IN-SECTION             PIC X VALUE "N".
01  WS-PENDING-HEAD           PIC X(250) VALUE SPACES.
01  WS-LINE-USER              PIC X(20) VALUE SPACES.
01  WS-LINE-MATCH             PIC X VALUE "N".
01  WS-LINE-FOUND             PIC X VALUE "N".
01  WS-USER-COL               PIC 9(3) VALUE 0.
01  WS-DASH-COUNT             PIC 9(3) VALUE 0.
01  WS-HEAD-KEY               PIC X(50) VALUE SPACES.
01  WS-ROWS-OUT               PIC 9(5) VALUE 0.
01  WS-RESULT                 PIC X(12) VALUE SPACES.

01  WS-FILE-COUNT             PIC 9(4) VALUE 0.
01  WS-EMPTY-COUNT            PIC 9(4) VALUE 0.

01  WS-U                      PIC 9(3) VALUE 0.
01  WS-D                      PIC 9(3) VALUE 0.
01  WS-R                      PIC 9(3) VALUE 0.
01  WS-K                      PIC 9(3) VALUE 0.
01  WS-P                      PIC 9(4) VALUE 0.

PROCEDURE DIVISION.

*> ---------------------------------------------------------------
*> MAIN-MAINLINE
*>   Splits the institution-wide UniversityRosterReport,
*>   ProfileCompletenessReport, PlacementOutcomesReport and
*>   DormancyReport outputs into one file per campus on the
*>   university table, for the reports the distribution file sends
*>   that campus's liaison -- the split that used to be done by hand.
*>   A campus with nothing in a report still gets its file, saying
*>   so, and every file produced is logged against its liaison.
*>   Runs in the nightly driver after the four reports.
*> ---------------------------------------------------------------
MAIN-MAINLINE.
    PERFORM ACQUIRE-SHARED-LOCK
    PERFORM LOAD-UNIVERSITIES
    PERFORM LOAD-DISTRIBUTION
    PERFORM LOAD-PROFILE-CAMPUSES

    MOVE FUNCTION CURRENT-DATE TO WS-RAW-DATE
    MOVE SPACES TO WS-STAMP
    STRING WS-RAW-DATE(1:4) "-" WS-RAW-DATE(5:2) "-"
           WS-RAW-DATE(7:2) " " WS-RAW-DATE(9:2) ":"
           WS-RAW-DATE(11:2) ":" WS-RAW-DATE(13:2)
      INTO WS-STAMP
    END-STRING

    OPEN EXTEND BURST-LOG-FILE
    IF WS-BLOG-STATUS = "35"
        OPEN OUTPUT BURST-LOG-FILE
        CLOSE BURST-LOG-FILE
        OPEN EXTEND BURST-LOG-FILE
    END-IF

    PERFORM VARYING WS-U FROM 1 BY 1 UNTIL WS-U > WS-UNIV-COUNT
        PERFORM BURST-ONE-CAMPUS
    END-PERFORM
    PERFORM LOG-UNKNOWN-CAMPUSES

    CLOSE BURST-LOG-FILE

    DISPLAY "Report bursting complete: " WS-FILE-COUNT
        " file(s) for " WS-UNIV-COUNT " campus(es), "
        WS-EMPTY-COUNT " with no activity."
    PERFORM RELEASE-SHARED-LOCK
    STOP RUN.

LOAD-UNIVERSITIES.
    MOVE 0 TO WS-UNIV-COUNT
    MOVE "N" TO WS-EOF

    OPEN INPUT UNIVERSITY-FILE
    IF WS-UNIV-STATUS = "35"
        CLOSE UNIVERSITY-FILE
        DISPLAY "No university table found; nothing to burst."
        PERFORM RELEASE-SHARED-LOCK
        STOP RUN
    END-IF

    PERFORM UNTIL WS-EOF = "Y"
        READ UNIVERSITY-FILE
            AT END
                MOVE "Y" TO WS-EOF
            NOT AT END
                IF UNIVERSITY-REC NOT = SPACES AND WS-UNIV-COUNT < 100
                    ADD 1 TO WS-UNIV-COUNT
                    MOVE UNIVERSITY-REC TO WS-UNIV-NAME(WS-UNIV-COUNT)
                    MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(UNIVERSITY-REC))
                        TO WS-UNIV-KEY(WS-UNIV-COUNT)
                END-IF
        END-READ
    END-PERFORM
    CLOSE UNIVERSITY-FILE.

*> ---------------------------------------------------------------
*> LOAD-DISTRIBUTION
*>   The distribution list; a missing file is first seeded with
*>   every campus receiving all four reports and no liaison named.
*> ---------------------------------------------------------------
LOAD-DISTRIBUTION.
    OPEN INPUT DIST-FILE
    IF WS-DIST-STATUS = "35"
        CLOSE DIST-FILE
        PERFORM SEED-DISTRIBUTION
        OPEN INPUT DIST-FILE
    END-IF

    MOVE 0 TO WS-DIST-COUNT
    MOVE "N" TO WS-EOF
    PERFORM UNTIL WS-EOF = "Y"
        READ DIST-FILE
            AT END
                MOVE "Y" TO WS-EOF
            NOT AT END
                IF DB-UNIV NOT = SPACES AND DB-REPORT NOT = SPACES
                   AND WS-DIST-COUNT < 400
                    ADD 1 TO WS-DIST-COUNT
                    MOVE DB-UNIV TO WS-DB-UNIV(WS-DIST-COUNT)
                    MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(DB-UNIV))
                        TO WS-DB-KEY(WS-DIST-COUNT)
                    MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(DB-REPORT))
                        TO WS-DB-REPORT(WS-DIST-COUNT)
                    MOVE DB-LIAISON TO WS-DB-LIAISON(WS-DIST-COUNT)
                END-IF
        END-READ
    END-PERFORM
    CLOSE DIST-FILE.

SEED-DISTRIBUTION.
    OPEN OUTPUT DIST-FILE
    PERFORM VARYING WS-U FROM 1 BY 1 UNTIL WS-U > WS-UNIV-COUNT
        PERFORM VARYING WS-R FROM 1 BY 1 UNTIL WS-R > 4
            MOVE SPACES TO DIST-REC
            MOVE WS-UNIV-NAME(WS-U)   TO DB-UNIV
            MOVE WS-REPORT-CODE(WS-R) TO DB-REPORT
            MOVE "|" TO DIST-REC(51:1)
            MOVE "|" TO DIST-REC(64:1)
            WRITE DIST-REC
        END-PERFORM
    END-PERFORM
    CLOSE DIST-FILE
    DISPLAY "Distribution file seeded: every campus receives every report.".

LOAD-PROFILE-CAMPUSES.
    MOVE 0 TO WS-PC-COUNT
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
                IF PROF-USER NOT = SPACES AND WS-PC-COUNT < 2000
                    ADD 1 TO WS-PC-COUNT
                    MOVE PROF-USER TO WS-PC-USER(WS-PC-COUNT)
                    MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(PROF-UNIV))
                        TO WS-PC-KEY(WS-PC-COUNT)
                END-IF
        END-READ
    END-PERFORM
    CLOSE PROF-FILE.

*> ---------------------------------------------------------------
*> BURST-ONE-CAMPUS
*>   Every report the distribution list sends campus WS-U. A campus
*>   on the university table with no distribution rows is logged as
*>   NOT-LISTED so the gap is visible rather than silent.
*> ---------------------------------------------------------------
BURST-ONE-CAMPUS.
    MOVE WS-UNIV-KEY(WS-U) TO WS-CAMPUS-KEY
    MOVE 0 TO WS-CAMPUS-SENT

    PERFORM VARYING WS-D FROM 1 BY 1 UNTIL WS-D > WS-DIST-COUNT
        IF WS-DB-KEY(WS-D) = WS-CAMPUS-KEY
            ADD 1 TO WS-CAMPUS-SENT
            PERFORM BURST-ONE-REPORT
        END-IF
    END-PERFORM

    IF WS-CAMPUS-SENT = 0
        MOVE SPACES TO WS-BURST-FILENAME
        MOVE SPACES TO BURST-LOG-REC
        MOVE WS-STAMP           TO BL-STAMP
        MOVE WS-UNIV-NAME(WS-U) TO BL-UNIV
        MOVE 0                  TO BL-ROWS
        MOVE "NOT-LISTED"       TO BL-RESULT
        PERFORM WRITE-BURST-LOG
    END-IF.

*> ---------------------------------------------------------------
*> BURST-ONE-REPORT
*>   Writes campus WS-U's slice of distribution row WS-D's report:
*>   the source's title line, the campus, the campus's own lines,
*>   and a row count -- or an explicit no-activity line when the
*>   campus has none (or the report was not produced).
*> ---------------------------------------------------------------
BURST-ONE-REPORT.
    PERFORM SET-SOURCE-FILENAME
    IF WS-SOURCE-FILENAME = SPACES
        MOVE SPACES TO WS-BURST-FILENAME
        MOVE 0 TO WS-ROWS-OUT
        MOVE "BAD-REPORT" TO WS-RESULT
        PERFORM LOG-ONE-DELIVERY
        EXIT PARAGRAPH
    END-IF

    PERFORM BUILD-BURST-FILENAME
    OPEN OUTPUT BURST-FILE
    IF WS-BURST-STATUS NOT = "00"
        DISPLAY "Could not write " FUNCTION TRIM(WS-BURST-FILENAME)
        MOVE 0 TO WS-ROWS-OUT
        MOVE "WRITE-FAILED" TO WS-RESULT
        PERFORM LOG-ONE-DELIVERY
        EXIT PARAGRAPH
    END-IF

    MOVE 0 TO WS-ROWS-OUT
    MOVE "N" TO WS-IN-SECTION
    MOVE SPACES TO WS-PENDING-HEAD

    OPEN INPUT SOURCE-FILE
    IF WS-SRC-STATUS = "35"
        CLOSE SOURCE-FILE
        PERFORM WRITE-CAMPUS-LINE
        MOVE SPACES TO BURST-REC
        STRING "No activity: the " FUNCTION TRIM(WS-DB-REPORT(WS-D))
               " report was not produced for this run."
          INTO BURST-REC
        END-STRING
        WRITE BURST-REC
        CLOSE BURST-FILE
        ADD 1 TO WS-FILE-COUNT
        ADD 1 TO WS-EMPTY-COUNT
        MOVE "NO-SOURCE" TO WS-RESULT
        PERFORM LOG-ONE-DELIVERY
        EXIT PARAGRAPH
    END-IF

    *> The source's first line is its title and as-of date.
    MOVE "N" TO WS-EOF
    READ SOURCE-FILE
        AT END
            MOVE "Y" TO WS-EOF
        NOT AT END
            MOVE SOURCE-REC TO BURST-REC
            WRITE BURST-REC
    END-READ
    PERFORM WRITE-CAMPUS-LINE

    PERFORM UNTIL WS-EOF = "Y"
        READ SOURCE-FILE
            AT END
                MOVE "Y" TO WS-EOF
            NOT AT END
                PERFORM ROUTE-ONE-LINE
        END-READ
    END-PERFORM
    CLOSE SOURCE-FILE

    MOVE SPACES TO BURST-REC
    IF WS-ROWS-OUT = 0
        STRING "No activity for "
               FUNCTION TRIM(WS-UNIV-NAME(WS-U))
               " in this report."
          INTO BURST-REC
        END-STRING
        ADD 1 TO WS-EMPTY-COUNT
        MOVE "NO-ACTIVITY" TO WS-RESULT
    ELSE
        STRING "Rows for " FUNCTION TRIM(WS-UNIV-NAME(WS-U))
               ": " WS-ROWS-OUT
          INTO BURST-REC
        END-STRING
        MOVE "DELIVERED" TO WS-RESULT
    END-IF
    WRITE BURST-REC
    CLOSE BURST-FILE
    ADD 1 TO WS-FILE-COUNT
    PERFORM LOG-ONE-DELIVERY.

WRITE-CAMPUS-LINE.
    MOVE SPACES TO BURST-REC
    STRING "Campus: " FUNCTION TRIM(WS-UNIV-NAME(WS-U))
      INTO BURST-REC
    END-STRING
    WRITE BURST-REC.

SET-SOURCE-FILENAME.
    EVALUATE WS-DB-REPORT(WS-D)
        WHEN "ROSTER"
            MOVE "data/InCollege-UniversityRoster.txt"
                TO WS-SOURCE-FILENAME
        WHEN "COMPLETENESS"
            MOVE "data/InCollege-ProfileCompleteness.txt"
                TO WS-SOURCE-FILENAME
        WHEN "PLACEMENTS"
            MOVE "data/InCollege-PlacementOutcomes.txt"
                TO WS-SOURCE-FILENAME
        WHEN "DORMANCY"
            MOVE "data/InCollege-DormancyReport.txt"
                TO WS-SOURCE-FILENAME
        WHEN OTHER
            MOVE SPACES TO WS-SOURCE-FILENAME
    END-EVALUATE.

*> ---------------------------------------------------------------
*> BUILD-BURST-FILENAME
*>   data/InCollege-Burst-<campus>-<report>.txt, the campus name
*>   reduced to letters and digits with "_" for everything else, as
*>   BUILD-INVOICE-FILENAME in FeeInvoiceRun does for employers.
*> ---------------------------------------------------------------
BUILD-BURST-FILENAME.
    MOVE WS-UNIV-KEY(WS-U) TO WS-SLUG
    PERFORM VARYING WS-K FROM 1 BY 1 UNTIL WS-K > 50
        MOVE WS-SLUG(WS-K:1) TO WS-SLUG-CHAR
        IF WS-SLUG-CHAR NOT = SPACE
           AND (WS-SLUG-CHAR < "A" OR WS-SLUG-CHAR > "Z")
           AND (WS-SLUG-CHAR < "0" OR WS-SLUG-CHAR > "9")
            MOVE "_" TO WS-SLUG(WS-K:1)
        END-IF
    END-PERFORM
    COMPUTE WS-SLUG-LEN = FUNCTION LENGTH(FUNCTION TRIM(WS-SLUG))
    INSPECT WS-SLUG(1:WS-SLUG-LEN) REPLACING ALL " " BY "_"

    MOVE SPACES TO WS-BURST-FILENAME
    STRING "data/InCollege-Burst-" FUNCTION TRIM(WS-SLUG) "-"
           FUNCTION TRIM(WS-DB-REPORT(WS-D)) ".txt"
      DELIMITED BY SIZE
      INTO WS-BURST-FILENAME
    END-STRING.

*> ---------------------------------------------------------------
*> ROUTE-ONE-LINE
*>   Decides whether a body line of the source belongs to campus
*>   WS-U. The roster is already grouped under "University:"
*>   headings; the other three name a member at a fixed indent, and
*>   the member's profile university decides. Institution-wide
*>   subtotals and totals are left out of the campus files.
*> ---------------------------------------------------------------
ROUTE-ONE-LINE.
    EVALUATE WS-DB-REPORT(WS-D)
        WHEN "ROSTER"
            PERFORM ROUTE-ROSTER-LINE
        WHEN "COMPLETENESS"
            IF SOURCE-REC(1:2) = SPACES AND SOURCE-REC(3:1) NOT = SPACE
                MOVE 3 TO WS-USER-COL
                PERFORM CHECK-LINE-CAMPUS
                PERFORM WRITE-MATCHED-LINE
            END-IF
        WHEN "PLACEMENTS"
            PERFORM ROUTE-PLACEMENT-LINE
        WHEN "DORMANCY"
            MOVE 0 TO WS-DASH-COUNT
            INSPECT SOURCE-REC TALLYING WS-DASH-COUNT FOR ALL " -- "
            IF SOURCE-REC(1:2) = SPACES AND SOURCE-REC(3:1) NOT = SPACE
               AND WS-DASH-COUNT > 0
                MOVE 3 TO WS-USER-COL
                PERFORM CHECK-LINE-CAMPUS
                PERFORM WRITE-MATCHED-LINE
            END-IF
    END-EVALUATE.

*> A campus section runs from its "University:" heading up to the
*> next heading or the grand total; its class lines are the rows.
ROUTE-ROSTER-LINE.
    IF SOURCE-REC(1:12) = "University: "
        MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(SOURCE-REC(13:50)))
            TO WS-HEAD-KEY
        IF WS-HEAD-KEY = WS-CAMPUS-KEY
            MOVE "Y" TO WS-IN-SECTION
            MOVE SOURCE-REC TO BURST-REC
            WRITE BURST-REC
        ELSE
            MOVE "N" TO WS-IN-SECTION
        END-IF
        EXIT PARAGRAPH
    END-IF

    IF SOURCE-REC(1:12) = "Grand Total:"
        MOVE "N" TO WS-IN-SECTION
        EXIT PARAGRAPH
    END-IF

    IF WS-IN-SECTION = "Y"
        MOVE SOURCE-REC TO BURST-REC
        WRITE BURST-REC
        IF SOURCE-REC(1:13) = "    Class of "
            ADD 1 TO WS-ROWS-OUT
        END-IF
    END-IF.

*> Placement lines sit under "Major:" headings; a heading is only
*> written ahead of the first of this campus's lines under it.
ROUTE-PLACEMENT-LINE.
    IF SOURCE-REC(1:7) = "Major: "
        MOVE SOURCE-REC TO WS-PENDING-HEAD
        EXIT PARAGRAPH
    END-IF

    IF SOURCE-REC(1:4) = SPACES AND SOURCE-REC(5:1) NOT = SPACE
        MOVE 5 TO WS-USER-COL
        PERFORM CHECK-LINE-CAMPUS
        IF WS-LINE-MATCH = "Y" AND WS-PENDING-HEAD NOT = SPACES
            MOVE WS-PENDING-HEAD TO BURST-REC
            WRITE BURST-REC
            MOVE SPACES TO WS-PENDING-HEAD
        END-IF
        PERFORM WRITE-MATCHED-LINE
    END-IF.

*> WS-LINE-MATCH = "Y" when the username starting at WS-USER-COL
*> has a profile at campus WS-U. Members with no profile (employer
*> and staff accounts) belong to no campus.
CHECK-LINE-CAMPUS.
    MOVE SPACES TO WS-LINE-USER
    UNSTRING SOURCE-REC(WS-USER-COL:) DELIMITED BY " "
        INTO WS-LINE-USER
    END-UNSTRING

    MOVE "N" TO WS-LINE-MATCH
    MOVE "N" TO WS-LINE-FOUND
    PERFORM VARYING WS-P FROM 1 BY 1
        UNTIL WS-P > WS-PC-COUNT OR WS-LINE-FOUND = "Y"
        IF WS-PC-USER(WS-P) = WS-LINE-USER
            MOVE "Y" TO WS-LINE-FOUND
            IF WS-PC-KEY(WS-P) = WS-CAMPUS-KEY
                MOVE "Y" TO WS-LINE-MATCH
            END-IF
        END-IF
    END-PERFORM.

WRITE-MATCHED-LINE.
    IF WS-LINE-MATCH = "Y"
        MOVE SOURCE-REC TO BURST-REC
        WRITE BURST-REC
        ADD 1 TO WS-ROWS-OUT
    END-IF.

LOG-ONE-DELIVERY.
    MOVE SPACES TO BURST-LOG-REC
    MOVE WS-STAMP             TO BL-STAMP
    MOVE WS-UNIV-NAME(WS-U)   TO BL-UNIV
    MOVE WS-DB-REPORT(WS-D)   TO BL-REPORT
    MOVE WS-DB-LIAISON(WS-D)  TO BL-LIAISON
    MOVE WS-ROWS-OUT          TO BL-ROWS
    MOVE WS-RESULT            TO BL-RESULT
    PERFORM WRITE-BURST-LOG.

WRITE-BURST-LOG.
    MOVE WS-BURST-FILENAME TO BL-FILE
    MOVE "|" TO BURST-LOG-REC(20:1)
    MOVE "|" TO BURST-LOG-REC(71:1)
    MOVE "|" TO BURST-LOG-REC(84:1)
    MOVE "|" TO BURST-LOG-REC(115:1)
    MOVE "|" TO BURST-LOG-REC(121:1)
    MOVE "|" TO BURST-LOG-REC(134:1)
    WRITE BURST-LOG-REC.

*> ---------------------------------------------------------------
*> LOG-UNKNOWN-CAMPUSES
*>   A distribution row naming a campus that is not on the
*>   university table (a typo, or a campus since retired) produces
*>   nothing; it is logged so ops can correct the list.
*> ---------------------------------------------------------------
LOG-UNKNOWN-CAMPUSES.
    PERFORM VARYING WS-D FROM 1 BY 1 UNTIL WS-D > WS-DIST-COUNT
        MOVE "N" TO WS-LINE-FOUND
        PERFORM VARYING WS-U FROM 1 BY 1
            UNTIL WS-U > WS-UNIV-COUNT OR WS-LINE-FOUND = "Y"
            IF WS-UNIV-KEY(WS-U) = WS-DB-KEY(WS-D)
                MOVE "Y" TO WS-LINE-FOUND
            END-IF
        END-PERFORM
        IF WS-LINE-FOUND = "N"
            MOVE SPACES TO WS-BURST-FILENAME
            MOVE SPACES TO BURST-LOG-REC
            MOVE WS-STAMP            TO BL-STAMP
            MOVE WS-DB-UNIV(WS-D)    TO BL-UNIV
            MOVE WS-DB-REPORT(WS-D)  TO BL-REPORT
            MOVE WS-DB-LIAISON(WS-D) TO BL-LIAISON
            MOVE 0                   TO BL-ROWS
            MOVE "NO-CAMPUS"         TO BL-RESULT
            PERFORM WRITE-BURST-LOG
        END-IF
    END-PERFORM.

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
