
*> The retention policy: one rule per line naming a data file, the
*> column its YYYY-MM-DD age date starts in, the cutoff in days,
*> and the disposition -- ARCHIVE (to a dated file) or DELETE --
*> optionally followed by the one or two columns a member's
*> username starts in (column 1 when omitted), which is how the
*> sweep knows whose rows a legal hold protects.
*> New data files get retention by adding a line here, not by
*> writing a new program. Hiring-team notes need no line of their
*> own: they go when their application leaves APPLICATION-FILE.
    SELECT RULES-FILE ASSIGN TO "data/InCollege-RetentionRules.txt"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-RULES-STATUS.
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-ARCH-STATUS.

    SELECT APPLICATION-FILE ASSIGN TO "data/InCollege-Applications.txt"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-APP-STATUS.

    SELECT LOG-FILE ASSIGN TO "data/InCollege-RetentionLog.txt"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-LOG-STATUS.

*> Legal holds placed from the staff menu; a held member's rows are
*> left alone and tallied in the skip file for LegalHoldReport.
    SELECT HIRING-NOTE-FILE ASSIGN TO "data/InCollege-HiringNotes.txt"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-HN-STATUS.

    SELECT HIRING-NOTE-WORK-FILE ASSIGN TO "data/InCollege-HiringNotes.txt.work"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-HNW-STATUS.

    SELECT LEGAL-HOLD-FILE ASSIGN TO "data/InCollege-LegalHolds.txt"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-LH-STATUS.

    SELECT LEGAL-HOLD-SKIP-FILE ASSIGN TO "data/InCollege-LegalHoldSkips.txt"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-LS-STATUS.

*> Change list written by a preview run (see GET-RUN-MODE).
    SELECT PREVIEW-FILE ASSIGN TO "data/InCollege-RetentionSweep-Preview.txt"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-PV-STATUS.

DATA DIVISION.
FILE SECTION.

FD  LOG-FILE.
01  LOG-REC                  PIC X(200).

*> Only the key columns are read: applicant (1), posting title
*> (22), employer (65).
FD  APPLICATION-FILE.
01  APPLICATION-REC          PIC X(4024).

*> Hiring-team notes, same layout InCollege.cob writes; a note lives
*> only as long as the application it was written on.
FD  HIRING-NOTE-FILE.
01  HIRING-NOTE-REC.
    05 HN-USER               PIC X(20).
    05 FILLER                PIC X(01).
    05 HN-TITLE              PIC X(40).
    05 FILLER                PIC X(01).
    05 HN-EMPLOYER           PIC X(40).
    05 FILLER                PIC X(01).
    05 HN-AUTHOR             PIC X(20).
    05 FILLER                PIC X(01).
    05 HN-DATE               PIC X(10).
    05 FILLER                PIC X(01).
    05 HN-TEXT               PIC X(200).

FD  HIRING-NOTE-WORK-FILE.
01  HIRING-NOTE-WORK-REC     PIC X(335).

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
01  WS-RUNLOCK-MYNAME          PIC X(30) VALUE "RetentionSweep".
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
01  WS-PV-SEEDED               PIC X VALUE "N".

01  WS-RULES-STATUS           PIC XX VALUE "00".
01  WS-DATA-STATUS            PIC XX VALUE "00".
*> The rule in flight, split from its pipe-delimited line.
01  WS-FIELD-COUNT             PIC 9(2) VALUE 0.
01  WS-FIELD-TABLE.
    05 WS-FIELD OCCURS 6 TIMES PIC X(60).
01  WS-R-BASE-NAME             PIC X(40) VALUE SPACES.
01  WS-R-DATE-POS              PIC 9(4) VALUE 0.
01  WS-R-CUTOFF-DAYS           PIC 9(5) VALUE 0.
01  WS-R-DISPOSITION           PIC X(10) VALUE SPACES.
01  WS-R-OWNER-POS1            PIC 9(4) VALUE 0.
01  WS-R-OWNER-POS2            PIC 9(4) VALUE 0.
01  WS-RULE-OK                 PIC X VALUE "N".

01  WS-ROW-DATE                PIC X(10) VALUE SPACES.

01  WS-KEPT-COUNT              PIC 9(7) VALUE 0.
01  WS-AGED-COUNT              PIC 9(7) VALUE 0.
01  WS-FILE-HELD-COUNT         PIC 9(7) VALUE 0.
01  WS-RULE-COUNT              PIC 9(3) VALUE 0.

01  WS-K                       PIC 9(2) VALUE 0.

*> Keys of every application on file once the rules have run; a
*> hiring note with no matching key has lost its application.
01  WS-APP-STATUS              PIC XX VALUE "00".
01  WS-APP-EOF                 PIC X VALUE "N".
01  WS-HN-STATUS               PIC XX VALUE "00".
01  WS-HNW-STATUS              PIC XX VALUE "00".
01  WS-HN-EOF                  PIC X VALUE "N".
01  WS-HN-KEPT                 PIC 9(7) VALUE 0.
01  WS-HN-DROPPED              PIC 9(7) VALUE 0.
01  WS-HN-HELD                 PIC 9(7) VALUE 0.
01  WS-HN-FOUND                PIC X VALUE "N".
01  WS-AK-I                    PIC 9(4) VALUE 0.
01  WS-AK-OVERFLOW             PIC X VALUE "N".
01  WS-AK-COUNT                PIC 9(4) VALUE 0.
01  WS-AK-TABLE OCCURS 2000 TIMES.
    05 WS-AKT-USER            PIC X(20).
    05 WS-AKT-TITLE           PIC X(40).
    05 WS-AKT-EMPLOYER        PIC X(40).

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
*>   retention must never eat a row it cannot age.
*> ---------------------------------------------------------------
MAIN-MAINLINE.
    PERFORM GET-RUN-MODE
    IF WS-PREVIEW-MODE = "Y"
        PERFORM ACQUIRE-SHARED-LOCK
        PERFORM OPEN-PREVIEW-FILE
    ELSE
        PERFORM ACQUIRE-RUN-LOCK
    END-IF
    PERFORM GET-ASOF-DATE
    PERFORM LOAD-LEGAL-HOLDS
    MOVE WS-ASOF-DATE TO WS-LS-DATE

    MOVE SPACES TO WS-ASOF-COMPACT
    STRING WS-ASOF-DATE(1:4) WS-ASOF-DATE(6:2) WS-ASOF-DATE(9:2)

    PERFORM SEED-RULES-IF-MISSING

    IF WS-PREVIEW-MODE NOT = "Y"
        OPEN OUTPUT LOG-FILE
    END-IF
    MOVE SPACES TO LOG-REC
    STRING "Retention sweep run " WS-ASOF-DATE ":"
      INTO LOG-REC
    END-STRING
    PERFORM WRITE-LOG-LINE

    IF WS-PV-SEEDED = "Y"
        PERFORM PREVIEW-SEEDED-RULES
    ELSE
        OPEN INPUT RULES-FILE
        MOVE "N" TO WS-RULES-EOF
        PERFORM UNTIL WS-RULES-EOF = "Y"
            READ RULES-FILE
                AT END
                    MOVE "Y" TO WS-RULES-EOF
                NOT AT END
                    IF FUNCTION TRIM(RULES-REC) NOT = SPACES
                       AND RULES-REC(1:1) NOT = "#"
                        PERFORM APPLY-ONE-RULE
                    END-IF
            END-READ
        END-PERFORM
        CLOSE RULES-FILE
    END-IF

    PERFORM DROP-ORPHAN-HIRING-NOTES

    IF WS-HELD-COUNT > 0
        MOVE SPACES TO LOG-REC
        STRING "  Legal holds: " WS-HELD-COUNT
               " aged row(s) kept for held members"
          INTO LOG-REC
        END-STRING
        PERFORM WRITE-LOG-LINE
    END-IF
    IF WS-PREVIEW-MODE NOT = "Y"
        CLOSE LOG-FILE
    END-IF
    PERFORM WRITE-LEGAL-HOLD-SKIPS

    MOVE SPACES TO WS-PV-LINE
    STRING "Retention sweep complete: " WS-RULE-COUNT
           " rule(s) applied."
      INTO WS-PV-LINE
    END-STRING
    PERFORM SHOW-TOTAL-LINE
    IF WS-PREVIEW-MODE = "Y"
        PERFORM CLOSE-PREVIEW-FILE
    END-IF
    PERFORM RELEASE-RUN-LOCK
    STOP RUN.

    END-IF
    CLOSE RULES-FILE

    *> A preview leaves the policy file alone and ages by the rules
    *> the real run would seed (PREVIEW-SEEDED-RULES).
    IF WS-PREVIEW-MODE = "Y"
        MOVE "Y" TO WS-PV-SEEDED
        EXIT PARAGRAPH
    END-IF

    OPEN OUTPUT RULES-FILE
    MOVE "# base-name|date-column|cutoff-days|ARCHIVE-or-DELETE|user-column|user-column"
        TO RULES-REC
    WRITE RULES-REC
    MOVE "InCollege-ProfileViews.txt|45|365|DELETE|1|22" TO RULES-REC
    WRITE RULES-REC
    MOVE "InCollege-ConnectionHistory.txt|85|730|ARCHIVE|1|22" TO RULES-REC
    WRITE RULES-REC
    MOVE "InCollege-Notifications.txt|104|180|DELETE|1" TO RULES-REC
    WRITE RULES-REC
    CLOSE RULES-FILE.

PREVIEW-SEEDED-RULES.
    MOVE "  (no rules file yet: previewing the rules a real run seeds)"
        TO LOG-REC
    PERFORM WRITE-LOG-LINE
    MOVE "InCollege-ProfileViews.txt|45|365|DELETE|1|22" TO RULES-REC
    PERFORM APPLY-ONE-RULE
    MOVE "InCollege-ConnectionHistory.txt|85|730|ARCHIVE|1|22" TO RULES-REC
    PERFORM APPLY-ONE-RULE
    MOVE "InCollege-Notifications.txt|104|180|DELETE|1" TO RULES-REC
    PERFORM APPLY-ONE-RULE.

*> ---------------------------------------------------------------
*> APPLY-ONE-RULE
*>   Parses RULES-REC, streams the named file through the scratch
               FUNCTION TRIM(RULES-REC)
          INTO LOG-REC
        END-STRING
        PERFORM WRITE-LOG-LINE
        EXIT PARAGRAPH
    END-IF

               ": not on file, nothing to age"
          INTO LOG-REC
        END-STRING
        PERFORM WRITE-LOG-LINE
        EXIT PARAGRAPH
    END-IF

    IF WS-PREVIEW-MODE = "Y"
        CONTINUE
    ELSE
        OPEN OUTPUT WORK-FILE
    END-IF
    IF WS-R-DISPOSITION = "ARCHIVE" AND WS-PREVIEW-MODE NOT = "Y"
        OPEN EXTEND ARCHIVE-FILE
        IF WS-ARCH-STATUS = "35"
            OPEN OUTPUT ARCHIVE-FILE

    MOVE 0 TO WS-KEPT-COUNT
    MOVE 0 TO WS-AGED-COUNT
    MOVE 0 TO WS-FILE-HELD-COUNT
    MOVE "N" TO WS-DATA-EOF
    PERFORM UNTIL WS-DATA-EOF = "Y"
        READ DATA-FILE
        END-READ
    END-PERFORM

    CLOSE DATA-FILE
    IF WS-PREVIEW-MODE NOT = "Y"
        IF WS-R-DISPOSITION = "ARCHIVE"
            CLOSE ARCHIVE-FILE
        END-IF
        CLOSE WORK-FILE
        PERFORM REPLACE-DATA-FILE
    END-IF

    ADD 1 TO WS-RULE-COUNT
    MOVE SPACES TO LOG-REC
           " (older than " WS-R-CUTOFF-DAYS " days)"
      INTO LOG-REC
    END-STRING
    PERFORM WRITE-LOG-LINE

    IF WS-FILE-HELD-COUNT > 0
        MOVE SPACES TO LOG-REC
        STRING "  " FUNCTION TRIM(WS-R-BASE-NAME)
               ": skipped " WS-FILE-HELD-COUNT
               " aged row(s) under legal hold (counted in kept)"
          INTO LOG-REC
        END-STRING
        PERFORM WRITE-LOG-LINE
    END-IF.

PARSE-RULE.
    MOVE "N" TO WS-RULE-OK

    UNSTRING RULES-REC DELIMITED BY "|"
        INTO WS-FIELD(1) WS-FIELD(2) WS-FIELD(3) WS-FIELD(4)
             WS-FIELD(5) WS-FIELD(6)
        TALLYING IN WS-FIELD-COUNT
    END-UNSTRING
    PERFORM VARYING WS-K FROM 1 BY 1 UNTIL WS-K > 6
        MOVE FUNCTION TRIM(WS-FIELD(WS-K)) TO WS-FIELD(WS-K)
    END-PERFORM

    IF WS-FIELD-COUNT < 4
        EXIT PARAGRAPH
    END-IF
    IF FUNCTION TRIM(WS-FIELD(2)) IS NOT NUMERIC
    MOVE FUNCTION NUMVAL(WS-FIELD(2)) TO WS-R-DATE-POS
    MOVE FUNCTION NUMVAL(WS-FIELD(3)) TO WS-R-CUTOFF-DAYS
    MOVE WS-FIELD(4) TO WS-R-DISPOSITION
    IF WS-R-DATE-POS < 1 OR WS-R-DATE-POS > 4015
        EXIT PARAGRAPH
    END-IF

    *> Owner columns for the legal-hold check; a rule written before
    *> they existed reads the username from column 1.
    MOVE 1 TO WS-R-OWNER-POS1
    MOVE 0 TO WS-R-OWNER-POS2
    IF WS-FIELD(5) NOT = SPACES
        IF FUNCTION TRIM(WS-FIELD(5)) IS NOT NUMERIC
            EXIT PARAGRAPH
        END-IF
        MOVE FUNCTION NUMVAL(WS-FIELD(5)) TO WS-R-OWNER-POS1
    END-IF
    IF WS-FIELD(6) NOT = SPACES
        IF FUNCTION TRIM(WS-FIELD(6)) IS NOT NUMERIC
            EXIT PARAGRAPH
        END-IF
        MOVE FUNCTION NUMVAL(WS-FIELD(6)) TO WS-R-OWNER-POS2
    END-IF
    IF WS-R-OWNER-POS1 < 1 OR WS-R-OWNER-POS1 > 4005
       OR WS-R-OWNER-POS2 > 4005
        EXIT PARAGRAPH
    END-IF
    MOVE "Y" TO WS-RULE-OK.
        FUNCTION INTEGER-OF-DATE(WS-ROW-NUM)

    IF WS-AGE-DAYS > WS-R-CUTOFF-DAYS
        PERFORM CHECK-ROW-HELD
        IF WS-LH-IDX > 0
            ADD 1 TO WS-FILE-HELD-COUNT
            ADD 1 TO WS-HELD-COUNT
            ADD 1 TO WS-LHT-SKIPS(WS-LH-IDX)
            PERFORM KEEP-THIS-ROW
            EXIT PARAGRAPH
        END-IF
        ADD 1 TO WS-AGED-COUNT
        IF WS-PREVIEW-MODE = "Y"
            PERFORM PREVIEW-AGED-ROW
            EXIT PARAGRAPH
        END-IF
        IF WS-R-DISPOSITION = "ARCHIVE"
            MOVE DATA-REC TO ARCHIVE-REC
            WRITE ARCHIVE-REC

KEEP-THIS-ROW.
    ADD 1 TO WS-KEPT-COUNT
    IF WS-PREVIEW-MODE = "Y"
        EXIT PARAGRAPH
    END-IF
    MOVE DATA-REC TO WORK-REC
    WRITE WORK-REC.

PREVIEW-AGED-ROW.
    IF WS-R-DISPOSITION = "ARCHIVE"
        MOVE "MOVE" TO WS-PV-ACTION
    ELSE
        MOVE "DELETE" TO WS-PV-ACTION
    END-IF
    MOVE WS-R-BASE-NAME TO WS-PV-FILE
    MOVE SPACES TO WS-PV-REASON
    STRING "dated " WS-ROW-DATE ", older than " WS-R-CUTOFF-DAYS
           " days"
      INTO WS-PV-REASON
    END-STRING
    MOVE DATA-REC TO WS-PV-ROW
    PERFORM WRITE-PREVIEW-ROW.

*> ---------------------------------------------------------------
*> CHECK-ROW-HELD
*>   WS-LH-IDX > 0 when either of the rule's username columns names
*>   a member under legal hold; the first held name takes the tally.
*> ---------------------------------------------------------------
CHECK-ROW-HELD.
    MOVE DATA-REC(WS-R-OWNER-POS1:20) TO WS-LH-QUERY
    PERFORM CHECK-LEGAL-HOLD
    IF WS-LH-IDX = 0 AND WS-R-OWNER-POS2 > 0
        MOVE DATA-REC(WS-R-OWNER-POS2:20) TO WS-LH-QUERY
        PERFORM CHECK-LEGAL-HOLD
    END-IF.

*> ---------------------------------------------------------------
*> DROP-ORPHAN-HIRING-NOTES
*>   Hiring-team notes follow their application: once the rules have
*>   run, a note whose applicant/title/employer no longer matches a
*>   row in APPLICATION-FILE is deleted. When the application file
*>   is missing or too big to hold every key, nothing is deleted --
*>   the same never-eat-what-you-cannot-check rule the aging uses.
*>   A held applicant's notes stay and are tallied with the holds.
*> ---------------------------------------------------------------
DROP-ORPHAN-HIRING-NOTES.
    MOVE 0 TO WS-AK-COUNT
    MOVE "N" TO WS-AK-OVERFLOW
    MOVE "N" TO WS-APP-EOF

    OPEN INPUT HIRING-NOTE-FILE
    IF WS-HN-STATUS = "35"
        CLOSE HIRING-NOTE-FILE
        EXIT PARAGRAPH
    END-IF
    CLOSE HIRING-NOTE-FILE

    OPEN INPUT APPLICATION-FILE
    IF WS-APP-STATUS = "35"
        CLOSE APPLICATION-FILE
        MOVE "  InCollege-HiringNotes.txt: no applications on file, notes kept"
            TO LOG-REC
        PERFORM WRITE-LOG-LINE
        EXIT PARAGRAPH
    END-IF
    PERFORM UNTIL WS-APP-EOF = "Y"
        READ APPLICATION-FILE
            AT END
                MOVE "Y" TO WS-APP-EOF
            NOT AT END
                IF WS-AK-COUNT < 2000
                    ADD 1 TO WS-AK-COUNT
                    MOVE APPLICATION-REC(1:20)  TO WS-AKT-USER(WS-AK-COUNT)
                    MOVE APPLICATION-REC(22:40) TO WS-AKT-TITLE(WS-AK-COUNT)
                    MOVE APPLICATION-REC(65:40)
                        TO WS-AKT-EMPLOYER(WS-AK-COUNT)
                ELSE
                    MOVE "Y" TO WS-AK-OVERFLOW
                END-IF
        END-READ
    END-PERFORM
    CLOSE APPLICATION-FILE

    IF WS-AK-OVERFLOW = "Y"
        MOVE "  InCollege-HiringNotes.txt: over 2000 applications, notes kept"
            TO LOG-REC
        PERFORM WRITE-LOG-LINE
        EXIT PARAGRAPH
    END-IF

    MOVE 0 TO WS-HN-KEPT
    MOVE 0 TO WS-HN-DROPPED
    MOVE 0 TO WS-HN-HELD
    MOVE "N" TO WS-HN-EOF
    OPEN INPUT HIRING-NOTE-FILE
    IF WS-PREVIEW-MODE NOT = "Y"
        OPEN OUTPUT HIRING-NOTE-WORK-FILE
    END-IF
    PERFORM UNTIL WS-HN-EOF = "Y"
        READ HIRING-NOTE-FILE
            AT END
                MOVE "Y" TO WS-HN-EOF
            NOT AT END
                PERFORM CHECK-ONE-HIRING-NOTE
        END-READ
    END-PERFORM
    CLOSE HIRING-NOTE-FILE

    IF WS-PREVIEW-MODE = "Y"
        PERFORM LOG-HIRING-NOTE-COUNTS
        EXIT PARAGRAPH
    END-IF
    CLOSE HIRING-NOTE-WORK-FILE

    *> Copy the survivors back over the live file.
    OPEN OUTPUT HIRING-NOTE-FILE
    OPEN INPUT HIRING-NOTE-WORK-FILE
    MOVE "N" TO WS-HN-EOF
    PERFORM UNTIL WS-HN-EOF = "Y"
        READ HIRING-NOTE-WORK-FILE
            AT END
                MOVE "Y" TO WS-HN-EOF
            NOT AT END
                MOVE HIRING-NOTE-WORK-REC TO HIRING-NOTE-REC
                WRITE HIRING-NOTE-REC
        END-READ
    END-PERFORM
    CLOSE HIRING-NOTE-WORK-FILE
    CLOSE HIRING-NOTE-FILE

    PERFORM LOG-HIRING-NOTE-COUNTS.

LOG-HIRING-NOTE-COUNTS.
    MOVE SPACES TO LOG-REC
    STRING "  InCollege-HiringNotes.txt: kept " WS-HN-KEPT
           ", DELETEd " WS-HN-DROPPED
           " (application no longer on file)"
      INTO LOG-REC
    END-STRING
    PERFORM WRITE-LOG-LINE

    IF WS-HN-HELD > 0
        MOVE SPACES TO LOG-REC
        STRING "  InCollege-HiringNotes.txt: skipped " WS-HN-HELD
               " note(s) under legal hold (counted in kept)"
          INTO LOG-REC
        END-STRING
        PERFORM WRITE-LOG-LINE
    END-IF.

CHECK-ONE-HIRING-NOTE.
    MOVE "N" TO WS-HN-FOUND
    PERFORM VARYING WS-AK-I FROM 1 BY 1
        UNTIL WS-AK-I > WS-AK-COUNT OR WS-HN-FOUND = "Y"
        IF WS-AKT-USER(WS-AK-I) = HN-USER
           AND WS-AKT-TITLE(WS-AK-I) = HN-TITLE
           AND WS-AKT-EMPLOYER(WS-AK-I) = HN-EMPLOYER
            MOVE "Y" TO WS-HN-FOUND
        END-IF
    END-PERFORM

    IF WS-HN-FOUND = "N"
        MOVE HN-USER TO WS-LH-QUERY
        PERFORM CHECK-LEGAL-HOLD
        IF WS-LH-IDX > 0
            ADD 1 TO WS-HN-HELD
            ADD 1 TO WS-HELD-COUNT
            ADD 1 TO WS-LHT-SKIPS(WS-LH-IDX)
            MOVE "Y" TO WS-HN-FOUND
        END-IF
    END-IF

    IF WS-HN-FOUND = "Y"
        ADD 1 TO WS-HN-KEPT
        IF WS-PREVIEW-MODE NOT = "Y"
            MOVE HIRING-NOTE-REC TO HIRING-NOTE-WORK-REC
            WRITE HIRING-NOTE-WORK-REC
        END-IF
    ELSE
        ADD 1 TO WS-HN-DROPPED
        IF WS-PREVIEW-MODE = "Y"
            MOVE "DELETE" TO WS-PV-ACTION
            MOVE "InCollege-HiringNotes.txt" TO WS-PV-FILE
            MOVE "application no longer on file" TO WS-PV-REASON
            MOVE HIRING-NOTE-REC TO WS-PV-ROW
            PERFORM WRITE-PREVIEW-ROW
        END-IF
    END-IF.

*> ---------------------------------------------------------------
*> WRITE-LOG-LINE
*>   The sweep log records what was done; a preview leaves it as the
*>   last real run wrote it and puts the same per-file counts in the
*>   change list instead.
*> ---------------------------------------------------------------
WRITE-LOG-LINE.
    IF WS-PREVIEW-MODE = "Y"
        MOVE LOG-REC TO WS-PV-LINE
        PERFORM WRITE-PREVIEW-LINE
    ELSE
        WRITE LOG-REC
    END-IF.

*> ---------------------------------------------------------------
*> REPLACE-DATA-FILE
*>   Copies the kept rows back over the live file, same staging
GET-ASOF-DATE.
    MOVE SPACES TO WS-ASOF-DATE
    ACCEPT WS-ARG-COUNT FROM ARGUMENT-NUMBER
    *> A trailing PREVIEW is the run mode, not the as-of date.
    IF WS-PREVIEW-MODE = "Y"
        SUBTRACT 1 FROM WS-ARG-COUNT
    END-IF
    IF WS-ARG-COUNT > 0
        DISPLAY 1 UPON ARGUMENT-NUMBER
        ACCEPT WS-ASOF-DATE FROM ARGUMENT-VALUE
        END-STRING
    END-IF.

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
        "data/InCollege-RetentionSweep-Preview.txt".

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
