        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-EMP-STATUS.

    SELECT SCREEN-QUESTION-FILE ASSIGN TO "data/InCollege-ScreeningQuestions.txt"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-SQ-STATUS.

    SELECT POSTING-SKILL-FILE ASSIGN TO "data/InCollege-PostingSkills.txt"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-PSK-STATUS.

    SELECT POSTING-CHANGE-FILE ASSIGN TO "data/InCollege-PostingChanges.txt"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-PC-STATUS.

    SELECT OPENINGS-FILE ASSIGN TO "data/InCollege-PostingOpenings.txt"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-OPN-STATUS.

*> Applications and saved jobs carry the posting's title, so a
*> retitle streams both through a scratch copy and back, the same
*> staging OfferExpirySweep uses on the application file.
    SELECT APPLICATION-FILE ASSIGN TO "data/InCollege-Applications.txt"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-APP-STATUS.

    SELECT APP-WORK-FILE ASSIGN TO "data/InCollege-Applications.txt.work"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-APW-STATUS.

    SELECT SAVED-JOBS-FILE ASSIGN TO "data/InCollege-SavedJobs.txt"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-SJ-STATUS.

    SELECT SJ-WORK-FILE ASSIGN TO "data/InCollege-SavedJobs.txt.work"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-SJW-STATUS.

*> The posting each application was made to, recorded by
*> InCollege.cob's APPLY-TO-JOB; it carries the title as well, so a
*> retitle stages it the same way.
    SELECT APP-POSTING-FILE ASSIGN TO "data/InCollege-ApplicationPostings.txt"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-APL-STATUS.

    SELECT APL-WORK-FILE ASSIGN TO "data/InCollege-ApplicationPostings.txt.work"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-APLW-STATUS.

    SELECT NOTIFY-FILE ASSIGN TO "data/InCollege-Notifications.txt"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-NOTIFY-STATUS.

    SELECT MAIL-SPOOL-FILE ASSIGN TO "data/InCollege-MailSpool.txt"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-SP-STATUS.

*> Per-user notification preferences: a user|event row means that
*> category is muted. The batch path honors the same mute the
*> interactive ADD-NOTIFICATION honors.
    SELECT NOTIFY-PREF-FILE ASSIGN TO "data/InCollege-NotifyPrefs.txt"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-NPREF-STATUS.

DATA DIVISION.
FILE SECTION.

    05 FILLER                PIC X(01).
    05 EMP-CONTACT           PIC X(60).

*> Up to five screening questions per posting, asked by APPLY-TO-JOB
*> in InCollege.cob before the application is written. SQ-TYPE is
*> Y for a yes/no question or T for a short-text answer; SQ-SEQ
*> keeps them in the order the employer entered them.
FD  SCREEN-QUESTION-FILE.
01  SCREEN-QUESTION-REC.
    05 SQ-JOB-ID             PIC X(10).
    05 FILLER                PIC X(01).
    05 SQ-SEQ                PIC 9(01).
    05 FILLER                PIC X(01).
    05 SQ-TYPE               PIC X(01).
    05 FILLER                PIC X(01).
    05 SQ-TEXT               PIC X(80).

*> Up to eight skills per posting, read by InCollege.cob's fit score.
*> PSK-KIND is R for required or P for preferred; PSK-SKILL-NUM is
*> the Learn a New Skill catalog slot (1-5) or 0 for a free-text
*> skill, whose wording is then matched against the student's
*> profile text. PSK-TEXT always carries the skill's name.
FD  POSTING-SKILL-FILE.
01  POSTING-SKILL-REC.
    05 PSK-JOB-ID            PIC X(10).
    05 FILLER                PIC X(01).
    05 PSK-SEQ               PIC 9(01).
    05 FILLER                PIC X(01).
    05 PSK-KIND              PIC X(01).
    05 FILLER                PIC X(01).
    05 PSK-SKILL-NUM         PIC 9(01).
    05 FILLER                PIC X(01).
    05 PSK-TEXT              PIC X(30).

*> Before-and-after log of every change to a posting: one row per
*> field changed (TITLE, LOCATION, SALARY, DEADLINE, STATUS), with
*> who made it. Staff print a posting's history from InCollege.
FD  POSTING-CHANGE-FILE.
01  POSTING-CHANGE-REC.
    05 PC-JOB-ID             PIC X(10).
    05 FILLER                PIC X(01).
    05 PC-DATE               PIC X(10).
    05 FILLER                PIC X(01).
    05 PC-FIELD              PIC X(10).
    05 FILLER                PIC X(01).
    05 PC-OLD                PIC X(40).
    05 FILLER                PIC X(01).
    05 PC-NEW                PIC X(40).
    05 FILLER                PIC X(01).
    05 PC-BY                 PIC X(30).

*> How many people each posting will hire; a posting with no row
*> hires one. InCollege marks a posting FILLED once its accepted
*> offers reach this count.
FD  OPENINGS-FILE.
01  OPENINGS-REC.
    05 PO-JOB-ID             PIC X(10).
    05 FILLER                PIC X(01).
    05 PO-OPENINGS           PIC 9(03).

FD  APPLICATION-FILE.
01  APPLICATION-REC          PIC X(4024).

FD  APP-WORK-FILE.
01  APP-WORK-REC             PIC X(4024).

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

FD  SJ-WORK-FILE.
01  SJ-WORK-REC              PIC X(124).

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

FD  APL-WORK-FILE.
01  APL-WORK-REC             PIC X(124).

FD  NOTIFY-PREF-FILE.
01  NOTIFY-PREF-REC.
    05 NP-USER               PIC X(20).
    05 FILLER                PIC X(01).
    05 NP-EVENT              PIC X(20).

FD  NOTIFY-FILE.
01  NOTIFY-REC.
    05 NOTIFY-USER           PIC X(20).
    05 FILLER                PIC X(01).
    05 NOTIFY-EVENT          PIC X(20).
    05 FILLER                PIC X(01).
    05 NOTIFY-DETAIL         PIC X(60).
    05 FILLER                PIC X(01).
    05 NOTIFY-DATE           PIC X(10).
    05 FILLER                PIC X(01).
    05 NOTIFY-SEEN           PIC X(01).

*> Each notification row is also queued for the nightly notification
*> mail, with a send status and the date it went out.
FD  MAIL-SPOOL-FILE.
01  MAIL-SPOOL-REC.
    05 SP-NOTIFY-ROW         PIC X(113).
    05 FILLER                PIC X(01).
    05 SP-STATUS             PIC X(07).
    05 FILLER                PIC X(01).
    05 SP-SENT-DATE          PIC X(10).

WORKING-STORAGE SECTION.

01  WS-RUNLOCK-STATUS          PIC XX VALUE "00".
01  WS-EMPLOYER-TABLE OCCURS 200 TIMES PIC X(40).
01  WS-EMP-PICK                 PIC 9(3) VALUE 0.

*> Screening questions for every posting, same load-all/rewrite-all
*> handling (and the same refuse-to-run overflow guard) as the job
*> table.
01  WS-SQ-STATUS               PIC XX VALUE "00".
01  WS-SQ-EOF                  PIC X VALUE "N".
01  WS-SQ-OVERFLOW             PIC X VALUE "N".
01  WS-SQ-COUNT                PIC 9(4) VALUE 0.
01  WS-SQ-TABLE.
    05 WS-SQ-ROW OCCURS 1000 TIMES.
        10 WS-SQT-JOB-ID     PIC X(10).
        10 WS-SQT-SEQ        PIC 9(01).
        10 WS-SQT-TYPE       PIC X(01).
        10 WS-SQT-TEXT       PIC X(80).
01  WS-SQ-I                    PIC 9(4) VALUE 0.
01  WS-SQ-KEEP                 PIC 9(4) VALUE 0.
01  WS-SQ-ON-POSTING           PIC 9(1) VALUE 0.
01  WS-SQ-NEXT                 PIC 9(1) VALUE 0.
01  WS-SQ-NEW-TEXT             PIC X(80) VALUE SPACES.

*> Posting skills, same load-all/rewrite-all handling and overflow
*> guard as the screening questions. The catalog titles match
*> INIT-SKILL-CATALOG in InCollege.cob.
01  WS-PSK-STATUS              PIC XX VALUE "00".
01  WS-PSK-EOF                 PIC X VALUE "N".
01  WS-PSK-OVERFLOW            PIC X VALUE "N".
01  WS-PSK-COUNT               PIC 9(4) VALUE 0.
01  WS-PSK-TABLE.
    05 WS-PSK-ROW OCCURS 1000 TIMES.
        10 WS-PSKT-JOB-ID    PIC X(10).
        10 WS-PSKT-SEQ       PIC 9(01).
        10 WS-PSKT-KIND      PIC X(01).
        10 WS-PSKT-NUM       PIC 9(01).
        10 WS-PSKT-TEXT      PIC X(30).
01  WS-PSK-I                   PIC 9(4) VALUE 0.
01  WS-PSK-KEEP                PIC 9(4) VALUE 0.
01  WS-PSK-ON-POSTING          PIC 9(1) VALUE 0.
01  WS-PSK-NEXT                PIC 9(1) VALUE 0.
01  WS-PSK-NEW-NUM             PIC 9(1) VALUE 0.
01  WS-PSK-NEW-TEXT            PIC X(30) VALUE SPACES.
01  WS-SKILL-CATALOG.
    05 WS-SKILL-TITLE OCCURS 5 TIMES PIC X(30).
01  WS-SKILL-K                 PIC 9(1) VALUE 0.

01  WS-EDIT-CHANGED            PIC X VALUE "N".

*> Posting change log: the posting's fields as they stood before the
*> edit, the row being logged, and the followers -- active applicants
*> and students who saved it -- told about a material change.
01  WS-PC-STATUS               PIC XX VALUE "00".
01  WS-APP-STATUS              PIC XX VALUE "00".
01  WS-APW-STATUS              PIC XX VALUE "00".
01  WS-SJ-STATUS               PIC XX VALUE "00".
01  WS-SJW-STATUS              PIC XX VALUE "00".
01  WS-NOTIFY-STATUS           PIC XX VALUE "00".
01  WS-SP-STATUS               PIC XX VALUE "00".
01  WS-NPREF-STATUS            PIC XX VALUE "00".
01  WS-APP-EOF                 PIC X VALUE "N".
01  WS-SJ-EOF                  PIC X VALUE "N".
01  WS-NPREF-EOF               PIC X VALUE "N".
01  WS-OLD-TITLE               PIC X(40) VALUE SPACES.
01  WS-OLD-LOCATION            PIC X(40) VALUE SPACES.
01  WS-OLD-SALARY              PIC X(20) VALUE SPACES.
01  WS-OLD-DEADLINE            PIC X(10) VALUE SPACES.
01  WS-OLD-STATUS              PIC X(10) VALUE SPACES.
01  WS-PC-FIELD                PIC X(10) VALUE SPACES.
01  WS-PC-OLD                  PIC X(40) VALUE SPACES.
01  WS-PC-NEW                  PIC X(40) VALUE SPACES.
01  WS-MATERIAL-TEXT           PIC X(40) VALUE SPACES.
01  WS-MATERIAL-WORD           PIC X(10) VALUE SPACES.
01  WS-MATERIAL-PTR            PIC 9(2) VALUE 1.
01  WS-RETITLED-COUNT          PIC 9(4) VALUE 0.
01  WS-FOLLOW-COUNT            PIC 9(3) VALUE 0.
01  WS-FOLLOW-USER OCCURS 500 TIMES PIC X(20).
01  WS-FOLLOW-NEW              PIC X(20) VALUE SPACES.
01  WS-FOLLOW-I                PIC 9(3) VALUE 0.
01  WS-FOLLOW-FOUND            PIC X VALUE "N".
01  WS-NOTIFIED-COUNT          PIC 9(3) VALUE 0.
01  WS-NOTIFY-MUTED            PIC X VALUE "N".
01  WS-MUTE-USER               PIC X(20) VALUE SPACES.
01  WS-MUTE-EVENT              PIC X(20) VALUE SPACES.
01  WS-SP-NOTIFY-ROW           PIC X(113) VALUE SPACES.
01  WS-FOLLOW-EVENT            PIC X(20) VALUE SPACES.
01  WS-FOLLOW-DETAIL           PIC X(60) VALUE SPACES.

*> Openings per posting, same load-all/rewrite-all handling as the
*> posting skills, and the hires weighed against them.
01  WS-OPN-STATUS              PIC XX VALUE "00".
01  WS-OPN-EOF                 PIC X VALUE "N".
01  WS-OPN-OVERFLOW            PIC X VALUE "N".
01  WS-OPN-COUNT               PIC 9(3) VALUE 0.
01  WS-OPN-TABLE.
    05 WS-OPN-ROW-ENTRY OCCURS 500 TIMES.
        10 WS-OPNT-JOB-ID    PIC X(10).
        10 WS-OPNT-SLOTS     PIC 9(3).
01  WS-OPN-I                   PIC 9(3) VALUE 0.
01  WS-OPN-ROW                 PIC 9(3) VALUE 0.
01  WS-OPN-CURRENT             PIC 9(3) VALUE 0.
01  WS-OPN-NEW                 PIC 9(3) VALUE 0.
01  WS-OPN-HIRED               PIC 9(4) VALUE 0.
01  WS-OPN-TEXT                PIC ZZ9.
01  WS-FILL-CLOSED             PIC 9(4) VALUE 0.

*> Application-to-posting rows, loaded whole to tell which copy of a
*> title/employer pair each application belongs to.
01  WS-APL-STATUS              PIC XX VALUE "00".
01  WS-APLW-STATUS             PIC XX VALUE "00".
01  WS-APL-EOF                 PIC X VALUE "N".
01  WS-APL-COUNT               PIC 9(4) VALUE 0.
01  WS-APL-I                   PIC 9(4) VALUE 0.
01  WS-APL-MATCH               PIC 9(4) VALUE 0.
01  WS-APL-ON-POSTING          PIC X VALUE "N".
01  WS-APL-TABLE.
    05 WS-APL-ENTRY OCCURS 2000 TIMES.
        10 WS-APL-USER       PIC X(20).
        10 WS-APL-JOB-ID     PIC X(10).
        10 WS-APL-TITLE      PIC X(40).
        10 WS-APL-EMPLOYER   PIC X(40).
        10 WS-APL-DATE       PIC X(10).

*> Likely-duplicate check on a new posting: the new posting's
*> normalized keys and the open posting it appears to copy.
01  WS-NEW-N-TITLE             PIC X(40) VALUE SPACES.
01  WS-NEW-N-EMPLOYER          PIC X(40) VALUE SPACES.
01  WS-NEW-N-LOCATION          PIC X(40) VALUE SPACES.
01  WS-DUP-ROW                 PIC 9(3) VALUE 0.

*> Working fields for NORMALIZE-KEY.
01  WS-NORM-IN                 PIC X(40) VALUE SPACES.
01  WS-NORM-OUT                PIC X(40) VALUE SPACES.
01  WS-NORM-I                  PIC 9(2) VALUE 0.
01  WS-NORM-LEN                PIC 9(2) VALUE 0.

01  WS-I                     PIC 9(3) VALUE 0.
01  WS-J                     PIC 9(3) VALUE 0.
01  WS-LEN                   PIC 9(3) VALUE 0.
*>   (add/edit/retire a posting). InCollege.cob's account records have
*>   no employer/student role flag yet, so this runs as its own
*>   program rather than a POST-LOGIN-MENU option until that flag
*>   exists. New and edited postings are saved PENDING and stay out
*>   of Browse Jobs until staff approve them in InCollege's Job
*>   posting approvals screen.
*> ---------------------------------------------------------------
MAIN-MAINLINE.
    PERFORM ACQUIRE-RUN-LOCK
    PERFORM FORMAT-TODAY-DATE
    PERFORM LOAD-ALL-EMPLOYERS
    PERFORM LOAD-ALL-JOBS
    PERFORM LOAD-ALL-QUESTIONS
    PERFORM LOAD-ALL-POSTING-SKILLS
    PERFORM LOAD-ALL-OPENINGS

    MOVE "Resume Writing"         TO WS-SKILL-TITLE(1)
    MOVE "Technical Interviewing" TO WS-SKILL-TITLE(2)
    MOVE "Excel Fundamentals"     TO WS-SKILL-TITLE(3)
    MOVE "Public Speaking"        TO WS-SKILL-TITLE(4)
    MOVE "Time Management"        TO WS-SKILL-TITLE(5)

    MOVE "N" TO WS-DONE
    PERFORM UNTIL WS-DONE = "Y"
        PERFORM PRINT-LINE
        MOVE "5. Renew a posting (extend deadline / reopen)" TO WS-OUT-LINE
        PERFORM PRINT-LINE
        MOVE "6. Screening questions" TO WS-OUT-LINE
        PERFORM PRINT-LINE
        MOVE "7. Required and preferred skills" TO WS-OUT-LINE
        PERFORM PRINT-LINE
        MOVE "8. Number of openings" TO WS-OUT-LINE
        PERFORM PRINT-LINE
        MOVE "9. Exit" TO WS-OUT-LINE
        PERFORM PRINT-LINE

        MOVE "Enter your choice:" TO WS-PROMPT
            WHEN "5"
                PERFORM RENEW-POSTING
            WHEN "6"
                PERFORM MAINTAIN-SCREENING-QUESTIONS
            WHEN "7"
                PERFORM MAINTAIN-POSTING-SKILLS
            WHEN "8"
                PERFORM SET-POSTING-OPENINGS
            WHEN "9"
                MOVE "Y" TO WS-DONE
            WHEN OTHER
                MOVE "Invalid choice. Please enter 1-9." TO WS-OUT-LINE
                PERFORM PRINT-LINE
        END-EVALUATE
    END-PERFORM

    PERFORM SAVE-ALL-JOBS
    PERFORM SAVE-ALL-QUESTIONS
    PERFORM SAVE-ALL-POSTING-SKILLS
    PERFORM SAVE-ALL-OPENINGS

    PERFORM RELEASE-RUN-LOCK
    STOP RUN.
    END-IF
    MOVE WS-CHOICE TO WS-JT-LOCATION(WS-JOB-TABLE-COUNT)

    *> The same internship typed in here and also arriving on the job
    *> feed is the usual way a posting ends up listed twice.
    PERFORM CHECK-LIKELY-DUPLICATE
    IF WS-DUP-ROW > 0
        MOVE SPACES TO WS-OUT-LINE
        STRING "Warning: this looks like a duplicate of open posting "
               FUNCTION TRIM(WS-JT-ID(WS-DUP-ROW)) ": "
               FUNCTION TRIM(WS-JT-TITLE(WS-DUP-ROW)) ", "
               FUNCTION TRIM(WS-JT-LOCATION(WS-DUP-ROW))
               " [" FUNCTION TRIM(WS-JT-STATUS(WS-DUP-ROW)) "]"
          INTO WS-OUT-LINE
        END-STRING
        PERFORM PRINT-LINE
        MOVE "Add it anyway? (Y/N):" TO WS-PROMPT
        PERFORM PRINT-PROMPT-AND-READ
        IF FUNCTION UPPER-CASE(WS-CHOICE(1:1)) NOT = "Y"
            MOVE "Posting discarded." TO WS-OUT-LINE
            PERFORM PRINT-LINE
            SUBTRACT 1 FROM WS-JOB-TABLE-COUNT
            EXIT PARAGRAPH
        END-IF
    END-IF

    MOVE "Salary:" TO WS-PROMPT
    PERFORM PRINT-PROMPT-AND-READ
    COMPUTE WS-LEN = FUNCTION LENGTH(FUNCTION TRIM(WS-CHOICE))
    END-IF
    MOVE WS-CHOICE TO WS-JT-DEADLINE(WS-JOB-TABLE-COUNT)

    MOVE "Number of openings (blank for 1):" TO WS-PROMPT
    PERFORM PRINT-PROMPT-AND-READ
    IF FUNCTION TRIM(WS-CHOICE) = SPACES
        MOVE 1 TO WS-OPN-NEW
    ELSE
        PERFORM VALIDATE-OPENINGS
        IF WS-VALID = "N"
            MOVE "Error: Openings must be a whole number from 1 to 999. Posting discarded."
                TO WS-OUT-LINE
            PERFORM PRINT-LINE
            SUBTRACT 1 FROM WS-JOB-TABLE-COUNT
            EXIT PARAGRAPH
        END-IF
    END-IF
    MOVE WS-JOB-TABLE-COUNT TO WS-J
    PERFORM STORE-OPENINGS

    MOVE "PENDING" TO WS-JT-STATUS(WS-JOB-TABLE-COUNT)
    MOVE WS-TODAY-DATE TO WS-JT-POSTED(WS-JOB-TABLE-COUNT)

    MOVE "Posting added. It goes live once career services approves it."
        TO WS-OUT-LINE
    PERFORM PRINT-LINE.

*> ---------------------------------------------------------------
*> CHECK-LIKELY-DUPLICATE
*>   WS-DUP-ROW = the first open (ACTIVE or PENDING) posting with the
*>   same employer as the posting being added and a title and
*>   location that match once case, spacing and punctuation are
*>   ignored; 0 when there is none. Same rule JobFeedImport applies.
*> ---------------------------------------------------------------
CHECK-LIKELY-DUPLICATE.
    MOVE WS-JT-TITLE(WS-JOB-TABLE-COUNT) TO WS-NORM-IN
    PERFORM NORMALIZE-KEY
    MOVE WS-NORM-OUT TO WS-NEW-N-TITLE
    MOVE WS-JT-EMPLOYER(WS-JOB-TABLE-COUNT) TO WS-NORM-IN
    PERFORM NORMALIZE-KEY
    MOVE WS-NORM-OUT TO WS-NEW-N-EMPLOYER
    MOVE WS-JT-LOCATION(WS-JOB-TABLE-COUNT) TO WS-NORM-IN
    PERFORM NORMALIZE-KEY
    MOVE WS-NORM-OUT TO WS-NEW-N-LOCATION

    MOVE 0 TO WS-DUP-ROW
    PERFORM VARYING WS-I FROM 1 BY 1
        UNTIL WS-I >= WS-JOB-TABLE-COUNT OR WS-DUP-ROW > 0
        IF FUNCTION TRIM(WS-JT-STATUS(WS-I)) = "ACTIVE"
           OR FUNCTION TRIM(WS-JT-STATUS(WS-I)) = "PENDING"
            MOVE WS-JT-EMPLOYER(WS-I) TO WS-NORM-IN
            PERFORM NORMALIZE-KEY
            IF WS-NORM-OUT = WS-NEW-N-EMPLOYER
                MOVE WS-JT-TITLE(WS-I) TO WS-NORM-IN
                PERFORM NORMALIZE-KEY
                IF WS-NORM-OUT = WS-NEW-N-TITLE
                    MOVE WS-JT-LOCATION(WS-I) TO WS-NORM-IN
                    PERFORM NORMALIZE-KEY
                    IF WS-NORM-OUT = WS-NEW-N-LOCATION
                        MOVE WS-I TO WS-DUP-ROW
                    END-IF
                END-IF
            END-IF
        END-IF
    END-PERFORM.

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

LIST-POSTINGS.
    IF WS-JOB-TABLE-COUNT = 0
        MOVE "No postings on file." TO WS-OUT-LINE
        EXIT PARAGRAPH
    END-IF

    MOVE "N" TO WS-EDIT-CHANGED
    PERFORM SAVE-POSTING-BEFORE

    MOVE "New job title (blank keeps current):" TO WS-PROMPT
    PERFORM PRINT-PROMPT-AND-READ
    IF FUNCTION TRIM(WS-CHOICE) NOT = SPACES
            PERFORM PRINT-LINE
        ELSE
            MOVE WS-CHOICE TO WS-JT-TITLE(WS-J)
            MOVE "Y" TO WS-EDIT-CHANGED
        END-IF
    END-IF

            PERFORM PRINT-LINE
        ELSE
            MOVE WS-CHOICE TO WS-JT-LOCATION(WS-J)
            MOVE "Y" TO WS-EDIT-CHANGED
        END-IF
    END-IF

            PERFORM PRINT-LINE
        ELSE
            MOVE WS-CHOICE TO WS-JT-SALARY(WS-J)
            MOVE "Y" TO WS-EDIT-CHANGED
        END-IF
    END-IF

            PERFORM PRINT-LINE
        ELSE
            MOVE WS-CHOICE TO WS-JT-DEADLINE(WS-J)
            MOVE "Y" TO WS-EDIT-CHANGED
        END-IF
    END-IF

    *> An edited posting goes back through staff review (a rejected
    *> one is resubmitted this way); a retired posting stays retired
    *> and a filled one stays filled.
    IF WS-EDIT-CHANGED = "Y"
       AND FUNCTION TRIM(WS-JT-STATUS(WS-J)) NOT = "RETIRED"
       AND FUNCTION TRIM(WS-JT-STATUS(WS-J)) NOT = "FILLED"
        MOVE "PENDING" TO WS-JT-STATUS(WS-J)
        MOVE "Posting updated. It goes live again once career services approves it."
            TO WS-OUT-LINE
    ELSE
        MOVE "Posting updated." TO WS-OUT-LINE
    END-IF
    PERFORM PRINT-LINE

    PERFORM RECORD-POSTING-EDITS.

*> ---------------------------------------------------------------
*> RENEW-POSTING
*>   Extends a posting's deadline and flips a CLOSED one back to
*>   ACTIVE. The JOB-ID never changes, so every application already
*>   attached to the posting stays attached. A posting still waiting
*>   on staff approval keeps PENDING; a rejected one has to be
*>   edited and resubmitted instead.
*> ---------------------------------------------------------------
RENEW-POSTING.
    PERFORM LIST-POSTINGS
        EXIT PARAGRAPH
    END-IF

    IF FUNCTION TRIM(WS-JT-STATUS(WS-J)) = "REJECTED"
        MOVE "That posting was rejected by career services; edit it to resubmit."
            TO WS-OUT-LINE
        PERFORM PRINT-LINE
        EXIT PARAGRAPH
    END-IF

    IF FUNCTION TRIM(WS-JT-STATUS(WS-J)) = "FILLED"
        MOVE "Every opening on that posting is filled; raise its number of openings to reopen it."
            TO WS-OUT-LINE
        PERFORM PRINT-LINE
        EXIT PARAGRAPH
    END-IF

    MOVE "New application deadline (YYYY-MM-DD):" TO WS-PROMPT
    PERFORM PRINT-PROMPT-AND-READ
    PERFORM VALIDATE-DEADLINE-DATE
        EXIT PARAGRAPH
    END-IF

    PERFORM SAVE-POSTING-BEFORE
    MOVE WS-CHOICE TO WS-JT-DEADLINE(WS-J)
    IF FUNCTION TRIM(WS-JT-STATUS(WS-J)) = "PENDING"
        MOVE "Deadline extended; the posting is still waiting for approval."
            TO WS-OUT-LINE
        PERFORM PRINT-LINE
        PERFORM RECORD-POSTING-EDITS
        EXIT PARAGRAPH
    END-IF
    MOVE "ACTIVE"  TO WS-JT-STATUS(WS-J)

    MOVE "Posting renewed and reopened with the new deadline." TO WS-OUT-LINE
    PERFORM PRINT-LINE

    PERFORM RECORD-POSTING-EDITS.

*> ---------------------------------------------------------------
*> MAINTAIN-SCREENING-QUESTIONS
*>   Shows a posting's screening questions and lets the employer
*>   replace them (up to five, yes/no or short text) or remove them.
*>   A posting with no questions applies exactly as before.
*> ---------------------------------------------------------------
MAINTAIN-SCREENING-QUESTIONS.
    PERFORM LIST-POSTINGS
    IF WS-JOB-TABLE-COUNT = 0
        EXIT PARAGRAPH
    END-IF

    MOVE "Enter posting number:" TO WS-PROMPT
    PERFORM PRINT-PROMPT-AND-READ
    MOVE FUNCTION NUMVAL(WS-CHOICE) TO WS-J

    IF WS-J < 1 OR WS-J > WS-JOB-TABLE-COUNT
        MOVE "Invalid posting number." TO WS-OUT-LINE
        PERFORM PRINT-LINE
        EXIT PARAGRAPH
    END-IF

    PERFORM LIST-POSTING-QUESTIONS

    MOVE "1. Replace the questions" TO WS-OUT-LINE
    PERFORM PRINT-LINE
    MOVE "2. Remove all questions" TO WS-OUT-LINE
    PERFORM PRINT-LINE
    MOVE "3. Back" TO WS-OUT-LINE
    PERFORM PRINT-LINE
    MOVE "Enter your choice:" TO WS-PROMPT
    PERFORM PRINT-PROMPT-AND-READ

    EVALUATE WS-CHOICE(1:1)
        WHEN "1"
            PERFORM REMOVE-POSTING-QUESTIONS
            PERFORM ENTER-POSTING-QUESTIONS
        WHEN "2"
            PERFORM REMOVE-POSTING-QUESTIONS
            MOVE "Screening questions removed." TO WS-OUT-LINE
            PERFORM PRINT-LINE
        WHEN OTHER
            CONTINUE
    END-EVALUATE.

LIST-POSTING-QUESTIONS.
    MOVE 0 TO WS-SQ-ON-POSTING
    PERFORM VARYING WS-SQ-I FROM 1 BY 1 UNTIL WS-SQ-I > WS-SQ-COUNT
        IF FUNCTION TRIM(WS-SQT-JOB-ID(WS-SQ-I))
               = FUNCTION TRIM(WS-JT-ID(WS-J))
            ADD 1 TO WS-SQ-ON-POSTING
            MOVE SPACES TO WS-OUT-LINE
            IF WS-SQT-TYPE(WS-SQ-I) = "Y"
                STRING WS-SQT-SEQ(WS-SQ-I) ". "
                       FUNCTION TRIM(WS-SQT-TEXT(WS-SQ-I))
                       " (yes/no)"
                  INTO WS-OUT-LINE
                END-STRING
            ELSE
                STRING WS-SQT-SEQ(WS-SQ-I) ". "
                       FUNCTION TRIM(WS-SQT-TEXT(WS-SQ-I))
                       " (short text)"
                  INTO WS-OUT-LINE
                END-STRING
            END-IF
            PERFORM PRINT-LINE
        END-IF
    END-PERFORM

    IF WS-SQ-ON-POSTING = 0
        MOVE "This posting has no screening questions." TO WS-OUT-LINE
        PERFORM PRINT-LINE
    END-IF.

*> ---------------------------------------------------------------
*> REMOVE-POSTING-QUESTIONS
*>   Closes the gap left by the posting's questions so the table
*>   stays dense for SAVE-ALL-QUESTIONS.
*> ---------------------------------------------------------------
REMOVE-POSTING-QUESTIONS.
    MOVE 0 TO WS-SQ-KEEP
    PERFORM VARYING WS-SQ-I FROM 1 BY 1 UNTIL WS-SQ-I > WS-SQ-COUNT
        IF FUNCTION TRIM(WS-SQT-JOB-ID(WS-SQ-I))
               NOT = FUNCTION TRIM(WS-JT-ID(WS-J))
            ADD 1 TO WS-SQ-KEEP
            MOVE WS-SQ-ROW(WS-SQ-I) TO WS-SQ-ROW(WS-SQ-KEEP)
        END-IF
    END-PERFORM
    MOVE WS-SQ-KEEP TO WS-SQ-COUNT.

ENTER-POSTING-QUESTIONS.
    MOVE 0 TO WS-SQ-ON-POSTING
    PERFORM UNTIL WS-SQ-ON-POSTING >= 5
        IF WS-SQ-COUNT >= 1000
            MOVE "The screening question file is full. No more questions can be added."
                TO WS-OUT-LINE
            PERFORM PRINT-LINE
            EXIT PERFORM
        END-IF

        ADD 1 TO WS-SQ-ON-POSTING GIVING WS-SQ-NEXT
        MOVE SPACES TO WS-PROMPT
        STRING "Question " WS-SQ-NEXT
               " (blank to finish):"
          INTO WS-PROMPT
        END-STRING
        PERFORM PRINT-PROMPT-AND-READ

        IF FUNCTION TRIM(WS-CHOICE) = SPACES
            EXIT PERFORM
        END-IF
        COMPUTE WS-LEN = FUNCTION LENGTH(FUNCTION TRIM(WS-CHOICE))
        IF WS-LEN > 80
            MOVE "Error: A question cannot exceed 80 characters. Question discarded."
                TO WS-OUT-LINE
            PERFORM PRINT-LINE
            EXIT PERFORM
        END-IF
        MOVE WS-CHOICE TO WS-SQ-NEW-TEXT

        MOVE "Answer type: 1. Yes/No  2. Short text" TO WS-PROMPT
        PERFORM PRINT-PROMPT-AND-READ
        IF WS-CHOICE(1:1) NOT = "1" AND WS-CHOICE(1:1) NOT = "2"
            MOVE "Error: Answer type must be 1 or 2. Question discarded."
                TO WS-OUT-LINE
            PERFORM PRINT-LINE
            EXIT PERFORM
        END-IF

        ADD 1 TO WS-SQ-ON-POSTING
        ADD 1 TO WS-SQ-COUNT
        MOVE WS-JT-ID(WS-J)   TO WS-SQT-JOB-ID(WS-SQ-COUNT)
        MOVE WS-SQ-ON-POSTING TO WS-SQT-SEQ(WS-SQ-COUNT)
        MOVE WS-SQ-NEW-TEXT   TO WS-SQT-TEXT(WS-SQ-COUNT)
        IF WS-CHOICE(1:1) = "1"
            MOVE "Y" TO WS-SQT-TYPE(WS-SQ-COUNT)
        ELSE
            MOVE "T" TO WS-SQT-TYPE(WS-SQ-COUNT)
        END-IF
    END-PERFORM

    MOVE SPACES TO WS-OUT-LINE
    STRING "Posting now has " WS-SQ-ON-POSTING
           " screening question(s)."
      INTO WS-OUT-LINE
    END-STRING
    PERFORM PRINT-LINE.

LOAD-ALL-QUESTIONS.
    MOVE 0 TO WS-SQ-COUNT
    MOVE "N" TO WS-SQ-EOF

    OPEN INPUT SCREEN-QUESTION-FILE
    IF WS-SQ-STATUS = "35"
        CLOSE SCREEN-QUESTION-FILE
        OPEN OUTPUT SCREEN-QUESTION-FILE
        CLOSE SCREEN-QUESTION-FILE
        EXIT PARAGRAPH
    END-IF

    PERFORM UNTIL WS-SQ-EOF = "Y"
        READ SCREEN-QUESTION-FILE
            AT END
                MOVE "Y" TO WS-SQ-EOF
            NOT AT END
                IF WS-SQ-COUNT < 1000
                    ADD 1 TO WS-SQ-COUNT
                    MOVE SQ-JOB-ID TO WS-SQT-JOB-ID(WS-SQ-COUNT)
                    MOVE SQ-SEQ    TO WS-SQT-SEQ(WS-SQ-COUNT)
                    MOVE SQ-TYPE   TO WS-SQT-TYPE(WS-SQ-COUNT)
                    MOVE SQ-TEXT   TO WS-SQT-TEXT(WS-SQ-COUNT)
                ELSE
                    MOVE "Y" TO WS-SQ-OVERFLOW
                END-IF
        END-READ
    END-PERFORM
    CLOSE SCREEN-QUESTION-FILE

    IF WS-SQ-OVERFLOW = "Y"
        MOVE "The screening question file has outgrown this tool's 1000-question limit; exiting before the rewrite could lose questions."
            TO WS-OUT-LINE
        PERFORM PRINT-LINE
        PERFORM RELEASE-RUN-LOCK
        STOP RUN
    END-IF.

SAVE-ALL-QUESTIONS.
    OPEN OUTPUT SCREEN-QUESTION-FILE
    PERFORM VARYING WS-SQ-I FROM 1 BY 1 UNTIL WS-SQ-I > WS-SQ-COUNT
        MOVE SPACES TO SCREEN-QUESTION-REC
        MOVE WS-SQT-JOB-ID(WS-SQ-I) TO SQ-JOB-ID
        MOVE WS-SQT-SEQ(WS-SQ-I)    TO SQ-SEQ
        MOVE WS-SQT-TYPE(WS-SQ-I)   TO SQ-TYPE
        MOVE WS-SQT-TEXT(WS-SQ-I)   TO SQ-TEXT
        MOVE "|" TO SCREEN-QUESTION-REC(11:1)
        MOVE "|" TO SCREEN-QUESTION-REC(13:1)
        MOVE "|" TO SCREEN-QUESTION-REC(15:1)
        WRITE SCREEN-QUESTION-REC
    END-PERFORM
    CLOSE SCREEN-QUESTION-FILE.

*> ---------------------------------------------------------------
*> MAINTAIN-POSTING-SKILLS
*>   Shows a posting's required and preferred skills and lets the
*>   employer replace them (up to eight, each a catalog skill or
*>   free text) or remove them. Students' fit scores against the
*>   posting come from this list.
*> ---------------------------------------------------------------
MAINTAIN-POSTING-SKILLS.
    PERFORM LIST-POSTINGS
    IF WS-JOB-TABLE-COUNT = 0
        EXIT PARAGRAPH
    END-IF

    MOVE "Enter posting number:" TO WS-PROMPT
    PERFORM PRINT-PROMPT-AND-READ
    MOVE FUNCTION NUMVAL(WS-CHOICE) TO WS-J

    IF WS-J < 1 OR WS-J > WS-JOB-TABLE-COUNT
        MOVE "Invalid posting number." TO WS-OUT-LINE
        PERFORM PRINT-LINE
        EXIT PARAGRAPH
    END-IF

    PERFORM LIST-POSTING-SKILLS

    MOVE "1. Replace the skills" TO WS-OUT-LINE
    PERFORM PRINT-LINE
    MOVE "2. Remove all skills" TO WS-OUT-LINE
    PERFORM PRINT-LINE
    MOVE "3. Back" TO WS-OUT-LINE
    PERFORM PRINT-LINE
    MOVE "Enter your choice:" TO WS-PROMPT
    PERFORM PRINT-PROMPT-AND-READ

    EVALUATE WS-CHOICE(1:1)
        WHEN "1"
            PERFORM REMOVE-POSTING-SKILLS
            PERFORM ENTER-POSTING-SKILLS
        WHEN "2"
            PERFORM REMOVE-POSTING-SKILLS
            MOVE "Posting skills removed." TO WS-OUT-LINE
            PERFORM PRINT-LINE
        WHEN OTHER
            CONTINUE
    END-EVALUATE.

LIST-POSTING-SKILLS.
    MOVE 0 TO WS-PSK-ON-POSTING
    PERFORM VARYING WS-PSK-I FROM 1 BY 1 UNTIL WS-PSK-I > WS-PSK-COUNT
        IF FUNCTION TRIM(WS-PSKT-JOB-ID(WS-PSK-I))
               = FUNCTION TRIM(WS-JT-ID(WS-J))
            ADD 1 TO WS-PSK-ON-POSTING
            MOVE SPACES TO WS-OUT-LINE
            IF WS-PSKT-KIND(WS-PSK-I) = "R"
                STRING WS-PSKT-SEQ(WS-PSK-I) ". "
                       FUNCTION TRIM(WS-PSKT-TEXT(WS-PSK-I))
                       " (required)"
                  INTO WS-OUT-LINE
                END-STRING
            ELSE
                STRING WS-PSKT-SEQ(WS-PSK-I) ". "
                       FUNCTION TRIM(WS-PSKT-TEXT(WS-PSK-I))
                       " (preferred)"
                  INTO WS-OUT-LINE
                END-STRING
            END-IF
            PERFORM PRINT-LINE
        END-IF
    END-PERFORM

    IF WS-PSK-ON-POSTING = 0
        MOVE "This posting lists no skills." TO WS-OUT-LINE
        PERFORM PRINT-LINE
    END-IF.

*> ---------------------------------------------------------------
*> REMOVE-POSTING-SKILLS
*>   Closes the gap left by the posting's skills so the table stays
*>   dense for SAVE-ALL-POSTING-SKILLS.
*> ---------------------------------------------------------------
REMOVE-POSTING-SKILLS.
    MOVE 0 TO WS-PSK-KEEP
    PERFORM VARYING WS-PSK-I FROM 1 BY 1 UNTIL WS-PSK-I > WS-PSK-COUNT
        IF FUNCTION TRIM(WS-PSKT-JOB-ID(WS-PSK-I))
               NOT = FUNCTION TRIM(WS-JT-ID(WS-J))
            ADD 1 TO WS-PSK-KEEP
            MOVE WS-PSK-ROW(WS-PSK-I) TO WS-PSK-ROW(WS-PSK-KEEP)
        END-IF
    END-PERFORM
    MOVE WS-PSK-KEEP TO WS-PSK-COUNT.

*> ---------------------------------------------------------------
*> ENTER-POSTING-SKILLS
*>   A catalog number picks a Learn a New Skill course; anything
*>   else is a free-text skill. Free text spelled like a catalog
*>   title is stored as that catalog skill, so completions count.
*> ---------------------------------------------------------------
ENTER-POSTING-SKILLS.
    PERFORM VARYING WS-SKILL-K FROM 1 BY 1 UNTIL WS-SKILL-K > 5
        MOVE SPACES TO WS-OUT-LINE
        STRING "  " WS-SKILL-K ". " FUNCTION TRIM(WS-SKILL-TITLE(WS-SKILL-K))
          INTO WS-OUT-LINE
        END-STRING
        PERFORM PRINT-LINE
    END-PERFORM

    MOVE 0 TO WS-PSK-ON-POSTING
    PERFORM UNTIL WS-PSK-ON-POSTING >= 8
        IF WS-PSK-COUNT >= 1000
            MOVE "The posting skill file is full. No more skills can be added."
                TO WS-OUT-LINE
            PERFORM PRINT-LINE
            EXIT PERFORM
        END-IF

        ADD 1 TO WS-PSK-ON-POSTING GIVING WS-PSK-NEXT
        MOVE SPACES TO WS-PROMPT
        STRING "Skill " WS-PSK-NEXT
               " -- catalog number 1-5 or free text (blank to finish):"
          INTO WS-PROMPT
        END-STRING
        PERFORM PRINT-PROMPT-AND-READ

        IF FUNCTION TRIM(WS-CHOICE) = SPACES
            EXIT PERFORM
        END-IF

        MOVE 0 TO WS-PSK-NEW-NUM
        MOVE SPACES TO WS-PSK-NEW-TEXT
        IF WS-CHOICE(1:1) >= "1" AND WS-CHOICE(1:1) <= "5"
           AND WS-CHOICE(2:1) = SPACE
            MOVE FUNCTION NUMVAL(WS-CHOICE(1:1)) TO WS-PSK-NEW-NUM
            MOVE WS-SKILL-TITLE(WS-PSK-NEW-NUM) TO WS-PSK-NEW-TEXT
        ELSE
            COMPUTE WS-LEN = FUNCTION LENGTH(FUNCTION TRIM(WS-CHOICE))
            IF WS-LEN > 30
                MOVE "Error: A skill cannot exceed 30 characters. Skill discarded."
                    TO WS-OUT-LINE
                PERFORM PRINT-LINE
                EXIT PERFORM
            END-IF
            MOVE FUNCTION TRIM(WS-CHOICE) TO WS-PSK-NEW-TEXT
            PERFORM VARYING WS-SKILL-K FROM 1 BY 1 UNTIL WS-SKILL-K > 5
                IF FUNCTION UPPER-CASE(WS-PSK-NEW-TEXT)
                       = FUNCTION UPPER-CASE(WS-SKILL-TITLE(WS-SKILL-K))
                    MOVE WS-SKILL-K TO WS-PSK-NEW-NUM
                    MOVE WS-SKILL-TITLE(WS-SKILL-K) TO WS-PSK-NEW-TEXT
                END-IF
            END-PERFORM
        END-IF

        MOVE "1. Required  2. Preferred" TO WS-PROMPT
        PERFORM PRINT-PROMPT-AND-READ
        IF WS-CHOICE(1:1) NOT = "1" AND WS-CHOICE(1:1) NOT = "2"
            MOVE "Error: Choose 1 or 2. Skill discarded." TO WS-OUT-LINE
            PERFORM PRINT-LINE
            EXIT PERFORM
        END-IF

        ADD 1 TO WS-PSK-ON-POSTING
        ADD 1 TO WS-PSK-COUNT
        MOVE WS-JT-ID(WS-J)    TO WS-PSKT-JOB-ID(WS-PSK-COUNT)
        MOVE WS-PSK-ON-POSTING TO WS-PSKT-SEQ(WS-PSK-COUNT)
        MOVE WS-PSK-NEW-NUM    TO WS-PSKT-NUM(WS-PSK-COUNT)
        MOVE WS-PSK-NEW-TEXT   TO WS-PSKT-TEXT(WS-PSK-COUNT)
        IF WS-CHOICE(1:1) = "1"
            MOVE "R" TO WS-PSKT-KIND(WS-PSK-COUNT)
        ELSE
            MOVE "P" TO WS-PSKT-KIND(WS-PSK-COUNT)
        END-IF
    END-PERFORM

    MOVE SPACES TO WS-OUT-LINE
    STRING "Posting now lists " WS-PSK-ON-POSTING " skill(s)."
      INTO WS-OUT-LINE
    END-STRING
    PERFORM PRINT-LINE.

LOAD-ALL-POSTING-SKILLS.
    MOVE 0 TO WS-PSK-COUNT
    MOVE "N" TO WS-PSK-EOF

    OPEN INPUT POSTING-SKILL-FILE
    IF WS-PSK-STATUS = "35"
        CLOSE POSTING-SKILL-FILE
        OPEN OUTPUT POSTING-SKILL-FILE
        CLOSE POSTING-SKILL-FILE
        EXIT PARAGRAPH
    END-IF

    PERFORM UNTIL WS-PSK-EOF = "Y"
        READ POSTING-SKILL-FILE
            AT END
                MOVE "Y" TO WS-PSK-EOF
            NOT AT END
                IF WS-PSK-COUNT < 1000
                    ADD 1 TO WS-PSK-COUNT
                    MOVE PSK-JOB-ID    TO WS-PSKT-JOB-ID(WS-PSK-COUNT)
                    MOVE PSK-SEQ       TO WS-PSKT-SEQ(WS-PSK-COUNT)
                    MOVE PSK-KIND      TO WS-PSKT-KIND(WS-PSK-COUNT)
                    MOVE PSK-SKILL-NUM TO WS-PSKT-NUM(WS-PSK-COUNT)
                    MOVE PSK-TEXT      TO WS-PSKT-TEXT(WS-PSK-COUNT)
                ELSE
                    MOVE "Y" TO WS-PSK-OVERFLOW
                END-IF
        END-READ
    END-PERFORM
    CLOSE POSTING-SKILL-FILE

    IF WS-PSK-OVERFLOW = "Y"
        MOVE "The posting skill file has outgrown this tool's 1000-skill limit; exiting before the rewrite could lose skills."
            TO WS-OUT-LINE
        PERFORM PRINT-LINE
        PERFORM RELEASE-RUN-LOCK
        STOP RUN
    END-IF.

SAVE-ALL-POSTING-SKILLS.
    OPEN OUTPUT POSTING-SKILL-FILE
    PERFORM VARYING WS-PSK-I FROM 1 BY 1 UNTIL WS-PSK-I > WS-PSK-COUNT
        MOVE SPACES TO POSTING-SKILL-REC
        MOVE WS-PSKT-JOB-ID(WS-PSK-I) TO PSK-JOB-ID
        MOVE WS-PSKT-SEQ(WS-PSK-I)    TO PSK-SEQ
        MOVE WS-PSKT-KIND(WS-PSK-I)   TO PSK-KIND
        MOVE WS-PSKT-NUM(WS-PSK-I)    TO PSK-SKILL-NUM
        MOVE WS-PSKT-TEXT(WS-PSK-I)   TO PSK-TEXT
        MOVE "|" TO POSTING-SKILL-REC(11:1)
        MOVE "|" TO POSTING-SKILL-REC(13:1)
        MOVE "|" TO POSTING-SKILL-REC(15:1)
        MOVE "|" TO POSTING-SKILL-REC(17:1)
        WRITE POSTING-SKILL-REC
    END-PERFORM
    CLOSE POSTING-SKILL-FILE.

RETIRE-POSTING.
    PERFORM LIST-POSTINGS
    IF WS-JOB-TABLE-COUNT = 0
        EXIT PARAGRAPH
    END-IF

    PERFORM SAVE-POSTING-BEFORE
    MOVE "RETIRED" TO WS-JT-STATUS(WS-J)

    MOVE "Posting retired." TO WS-OUT-LINE
    PERFORM PRINT-LINE

    PERFORM RECORD-POSTING-EDITS.

*> ---------------------------------------------------------------
*> LOAD-ALL-OPENINGS / SAVE-ALL-OPENINGS
*>   How many people each posting will hire, same load-all/
*>   rewrite-all handling as the posting skills. A posting with no
*>   row hires one.
*> ---------------------------------------------------------------
LOAD-ALL-OPENINGS.
    MOVE 0 TO WS-OPN-COUNT
    MOVE "N" TO WS-OPN-EOF

    OPEN INPUT OPENINGS-FILE
    IF WS-OPN-STATUS = "35"
        CLOSE OPENINGS-FILE
        OPEN OUTPUT OPENINGS-FILE
        CLOSE OPENINGS-FILE
        EXIT PARAGRAPH
    END-IF

    PERFORM UNTIL WS-OPN-EOF = "Y"
        READ OPENINGS-FILE
            AT END
                MOVE "Y" TO WS-OPN-EOF
            NOT AT END
                IF PO-JOB-ID NOT = SPACES
                    IF WS-OPN-COUNT < 500
                        ADD 1 TO WS-OPN-COUNT
                        MOVE PO-JOB-ID   TO WS-OPNT-JOB-ID(WS-OPN-COUNT)
                        MOVE PO-OPENINGS TO WS-OPNT-SLOTS(WS-OPN-COUNT)
                    ELSE
                        MOVE "Y" TO WS-OPN-OVERFLOW
                    END-IF
                END-IF
        END-READ
    END-PERFORM
    CLOSE OPENINGS-FILE

    IF WS-OPN-OVERFLOW = "Y"
        MOVE "The openings file has outgrown this tool's 500-row limit; exiting before the rewrite could lose rows."
            TO WS-OUT-LINE
        PERFORM PRINT-LINE
        PERFORM RELEASE-RUN-LOCK
        STOP RUN
    END-IF.

SAVE-ALL-OPENINGS.
    OPEN OUTPUT OPENINGS-FILE
    PERFORM VARYING WS-OPN-I FROM 1 BY 1 UNTIL WS-OPN-I > WS-OPN-COUNT
        MOVE SPACES TO OPENINGS-REC
        MOVE WS-OPNT-JOB-ID(WS-OPN-I) TO PO-JOB-ID
        MOVE WS-OPNT-SLOTS(WS-OPN-I)  TO PO-OPENINGS
        MOVE "|" TO OPENINGS-REC(11:1)
        WRITE OPENINGS-REC
    END-PERFORM
    CLOSE OPENINGS-FILE.

*> WS-OPN-ROW = posting WS-J's row in the openings table (0 when it
*> has none); WS-OPN-CURRENT = its openings, 1 when it has no row.
FIND-OPENINGS-ROW.
    MOVE 0 TO WS-OPN-ROW
    MOVE 1 TO WS-OPN-CURRENT
    PERFORM VARYING WS-OPN-I FROM 1 BY 1
        UNTIL WS-OPN-I > WS-OPN-COUNT OR WS-OPN-ROW > 0
        IF WS-OPNT-JOB-ID(WS-OPN-I) = WS-JT-ID(WS-J)
            MOVE WS-OPN-I TO WS-OPN-ROW
            IF WS-OPNT-SLOTS(WS-OPN-I) > 0
                MOVE WS-OPNT-SLOTS(WS-OPN-I) TO WS-OPN-CURRENT
            END-IF
        END-IF
    END-PERFORM.

*> Gives posting WS-J WS-OPN-NEW openings, adding its row if needed.
STORE-OPENINGS.
    PERFORM FIND-OPENINGS-ROW
    IF WS-OPN-ROW = 0
        IF WS-OPN-COUNT >= 500
            MOVE "The openings file is full; the count was not saved."
                TO WS-OUT-LINE
            PERFORM PRINT-LINE
            EXIT PARAGRAPH
        END-IF
        ADD 1 TO WS-OPN-COUNT
        MOVE WS-OPN-COUNT TO WS-OPN-ROW
        MOVE WS-JT-ID(WS-J) TO WS-OPNT-JOB-ID(WS-OPN-ROW)
    END-IF
    MOVE WS-OPN-NEW TO WS-OPNT-SLOTS(WS-OPN-ROW).

*> WS-VALID = "Y" when WS-CHOICE is a whole number from 1 to 999,
*> left in WS-OPN-NEW.
VALIDATE-OPENINGS.
    MOVE "N" TO WS-VALID
    MOVE 0 TO WS-OPN-NEW
    IF FUNCTION TEST-NUMVAL(WS-CHOICE) NOT = 0
        EXIT PARAGRAPH
    END-IF
    IF FUNCTION NUMVAL(WS-CHOICE) < 1
       OR FUNCTION NUMVAL(WS-CHOICE) > 999
       OR FUNCTION NUMVAL(WS-CHOICE) NOT = FUNCTION INTEGER(FUNCTION NUMVAL(WS-CHOICE))
        EXIT PARAGRAPH
    END-IF
    MOVE FUNCTION NUMVAL(WS-CHOICE) TO WS-OPN-NEW
    MOVE "Y" TO WS-VALID.

*> ---------------------------------------------------------------
*> SET-POSTING-OPENINGS
*>   Changes how many people a posting will hire. The accepted
*>   offers (Hired applications) already on it decide what happens
*>   next: an ACTIVE posting whose hires now reach the openings is
*>   marked FILLED and its waiting applications are closed, and a
*>   FILLED posting given more openings than it has hires reopens.
*> ---------------------------------------------------------------
SET-POSTING-OPENINGS.
    PERFORM LIST-POSTINGS
    IF WS-JOB-TABLE-COUNT = 0
        EXIT PARAGRAPH
    END-IF

    MOVE "Enter posting number:" TO WS-PROMPT
    PERFORM PRINT-PROMPT-AND-READ
    MOVE FUNCTION NUMVAL(WS-CHOICE) TO WS-J

    IF WS-J < 1 OR WS-J > WS-JOB-TABLE-COUNT
        MOVE "Invalid posting number." TO WS-OUT-LINE
        PERFORM PRINT-LINE
        EXIT PARAGRAPH
    END-IF

    PERFORM FIND-OPENINGS-ROW
    PERFORM COUNT-POSTING-HIRES
    MOVE SPACES TO WS-OUT-LINE
    STRING "Openings: " WS-OPN-CURRENT
           "   Accepted offers so far: " WS-OPN-HIRED
      INTO WS-OUT-LINE
    END-STRING
    PERFORM PRINT-LINE

    MOVE "New number of openings (1-999, blank keeps current):"
        TO WS-PROMPT
    PERFORM PRINT-PROMPT-AND-READ
    IF FUNCTION TRIM(WS-CHOICE) = SPACES
        EXIT PARAGRAPH
    END-IF
    PERFORM VALIDATE-OPENINGS
    IF WS-VALID = "N"
        MOVE "Error: Openings must be a whole number from 1 to 999. Nothing changed."
            TO WS-OUT-LINE
        PERFORM PRINT-LINE
        EXIT PARAGRAPH
    END-IF
    IF WS-OPN-NEW = WS-OPN-CURRENT
        MOVE "Nothing changed." TO WS-OUT-LINE
        PERFORM PRINT-LINE
        EXIT PARAGRAPH
    END-IF

    MOVE "OPENINGS" TO WS-PC-FIELD
    MOVE WS-OPN-CURRENT TO WS-OPN-TEXT
    MOVE FUNCTION TRIM(WS-OPN-TEXT) TO WS-PC-OLD
    MOVE WS-OPN-NEW TO WS-OPN-TEXT
    MOVE FUNCTION TRIM(WS-OPN-TEXT) TO WS-PC-NEW
    PERFORM LOG-POSTING-CHANGE
    PERFORM STORE-OPENINGS

    PERFORM SAVE-POSTING-BEFORE
    IF FUNCTION TRIM(WS-JT-STATUS(WS-J)) = "ACTIVE"
       AND WS-OPN-HIRED >= WS-OPN-NEW
        MOVE "FILLED" TO WS-JT-STATUS(WS-J)
        PERFORM CLOSE-UNFILLED-APPLICATIONS
        MOVE SPACES TO WS-OUT-LINE
        STRING "Openings updated. Every opening is now filled; "
               WS-FILL-CLOSED " waiting application(s) were closed."
          INTO WS-OUT-LINE
        END-STRING
    ELSE
        IF FUNCTION TRIM(WS-JT-STATUS(WS-J)) = "FILLED"
           AND WS-OPN-HIRED < WS-OPN-NEW
            MOVE "ACTIVE" TO WS-JT-STATUS(WS-J)
            MOVE "Openings updated. The posting is open again."
                TO WS-OUT-LINE
        ELSE
            MOVE "Openings updated." TO WS-OUT-LINE
        END-IF
    END-IF
    PERFORM PRINT-LINE

    PERFORM RECORD-POSTING-EDITS.

*> WS-OPN-HIRED = the Hired applications on posting WS-J: those
*> under its title and employer that CHECK-APP-ON-POSTING places on
*> this copy of the posting.
COUNT-POSTING-HIRES.
    MOVE 0 TO WS-OPN-HIRED
    PERFORM LOAD-APP-POSTINGS
    MOVE "N" TO WS-APP-EOF
    OPEN INPUT APPLICATION-FILE
    IF WS-APP-STATUS NOT = "35"
        PERFORM UNTIL WS-APP-EOF = "Y"
            READ APPLICATION-FILE
                AT END
                    MOVE "Y" TO WS-APP-EOF
                NOT AT END
                    IF APPLICATION-REC(1:9) NOT = "*TRAILER*"
                       AND APPLICATION-REC(22:40) = WS-JT-TITLE(WS-J)
                       AND APPLICATION-REC(65:40) = WS-JT-EMPLOYER(WS-J)
                       AND APPLICATION-REC(150:20) = "Hired"
                        PERFORM CHECK-APP-ON-POSTING
                        IF WS-APL-ON-POSTING = "Y"
                            ADD 1 TO WS-OPN-HIRED
                        END-IF
                    END-IF
            END-READ
        END-PERFORM
    END-IF
    CLOSE APPLICATION-FILE.

*> ---------------------------------------------------------------
*> LOAD-APP-POSTINGS / CHECK-APP-ON-POSTING
*>   The application in APPLICATION-REC belongs to posting WS-J
*>   (WS-APL-ON-POSTING = "Y") when the posting id APPLY-TO-JOB
*>   recorded for it is WS-J's. An application from before the ids
*>   were recorded belongs to it when made on or after the day WS-J
*>   went up, so an old copy's hires never count against a re-post.
*>   The caller has matched the title and employer already.
*> ---------------------------------------------------------------
LOAD-APP-POSTINGS.
    MOVE 0 TO WS-APL-COUNT
    MOVE "N" TO WS-APL-EOF
    OPEN INPUT APP-POSTING-FILE
    IF WS-APL-STATUS NOT = "35"
        PERFORM UNTIL WS-APL-EOF = "Y"
            READ APP-POSTING-FILE
                AT END
                    MOVE "Y" TO WS-APL-EOF
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
    END-IF
    CLOSE APP-POSTING-FILE.

CHECK-APP-ON-POSTING.
    *> The latest matching row wins: a student who withdrew and
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

    MOVE "N" TO WS-APL-ON-POSTING
    IF WS-APL-MATCH > 0
        IF WS-APL-JOB-ID(WS-APL-MATCH) = WS-JT-ID(WS-J)
            MOVE "Y" TO WS-APL-ON-POSTING
        END-IF
        EXIT PARAGRAPH
    END-IF
    IF WS-JT-POSTED(WS-J) = SPACES
       OR APPLICATION-REC(4005:10) = SPACES
       OR APPLICATION-REC(4005:10) >= WS-JT-POSTED(WS-J)
        MOVE "Y" TO WS-APL-ON-POSTING
    END-IF.

*> ---------------------------------------------------------------
*> CLOSE-UNFILLED-APPLICATIONS
*>   Posting WS-J just filled: applications still in Submitted,
*>   Under Review, or Interview become "Position Filled" (streamed
*>   through the scratch copy like RETITLE-APPLICATIONS) and each
*>   student gets a courteous APP-STATUS notice. Offers already out
*>   are left for the student to answer, and applications to another
*>   copy of the posting are left alone.
*> ---------------------------------------------------------------
CLOSE-UNFILLED-APPLICATIONS.
    MOVE 0 TO WS-FILL-CLOSED
    MOVE 0 TO WS-FOLLOW-COUNT
    PERFORM LOAD-APP-POSTINGS
    OPEN INPUT APPLICATION-FILE
    IF WS-APP-STATUS = "35"
        CLOSE APPLICATION-FILE
        EXIT PARAGRAPH
    END-IF
    OPEN OUTPUT APP-WORK-FILE

    MOVE "N" TO WS-APP-EOF
    PERFORM UNTIL WS-APP-EOF = "Y"
        READ APPLICATION-FILE
            AT END
                MOVE "Y" TO WS-APP-EOF
            NOT AT END
                IF APPLICATION-REC(1:9) NOT = "*TRAILER*"
                   AND APPLICATION-REC(22:40) = WS-JT-TITLE(WS-J)
                   AND APPLICATION-REC(65:40) = WS-JT-EMPLOYER(WS-J)
                   AND (APPLICATION-REC(150:20) = "Submitted"
                     OR APPLICATION-REC(150:20) = "Under Review"
                     OR APPLICATION-REC(150:20) = "Interview")
                    PERFORM CHECK-APP-ON-POSTING
                    IF WS-APL-ON-POSTING = "Y"
                        MOVE "Position Filled" TO APPLICATION-REC(150:20)
                        MOVE WS-TODAY-DATE     TO APPLICATION-REC(4015:10)
                        ADD 1 TO WS-FILL-CLOSED
                        MOVE APPLICATION-REC(1:20) TO WS-FOLLOW-NEW
                        PERFORM ADD-FOLLOWER
                    END-IF
                END-IF
                MOVE APPLICATION-REC TO APP-WORK-REC
                WRITE APP-WORK-REC
        END-READ
    END-PERFORM

    CLOSE APP-WORK-FILE
    CLOSE APPLICATION-FILE

    OPEN OUTPUT APPLICATION-FILE
    OPEN INPUT APP-WORK-FILE

    MOVE "N" TO WS-APP-EOF
    PERFORM UNTIL WS-APP-EOF = "Y"
        READ APP-WORK-FILE
            AT END
                MOVE "Y" TO WS-APP-EOF
            NOT AT END
                MOVE APP-WORK-REC TO APPLICATION-REC
                WRITE APPLICATION-REC
        END-READ
    END-PERFORM

    CLOSE APP-WORK-FILE
    CLOSE APPLICATION-FILE

    MOVE "APP-STATUS" TO WS-FOLLOW-EVENT
    MOVE SPACES TO WS-FOLLOW-DETAIL
    STRING FUNCTION TRIM(WS-JT-TITLE(WS-J))
           " has been filled. Thank you for applying."
      INTO WS-FOLLOW-DETAIL
    END-STRING
    MOVE 0 TO WS-NOTIFIED-COUNT
    PERFORM VARYING WS-FOLLOW-I FROM 1 BY 1
        UNTIL WS-FOLLOW-I > WS-FOLLOW-COUNT
        PERFORM NOTIFY-ONE-FOLLOWER
    END-PERFORM.

*> ---------------------------------------------------------------
*> SAVE-POSTING-BEFORE / RECORD-POSTING-EDITS
*>   Bracket every change to posting WS-J: the first keeps the
*>   fields as they stood, the second logs one change row per field
*>   that differs and then carries the change to the students it
*>   touches. A new title is written through to the applications and
*>   saved jobs that carry it; a new salary, location, or deadline is
*>   a material change and notifies every active applicant and every
*>   student who saved the posting.
*> ---------------------------------------------------------------
SAVE-POSTING-BEFORE.
    MOVE WS-JT-TITLE(WS-J)    TO WS-OLD-TITLE
    MOVE WS-JT-LOCATION(WS-J) TO WS-OLD-LOCATION
    MOVE WS-JT-SALARY(WS-J)   TO WS-OLD-SALARY
    MOVE WS-JT-DEADLINE(WS-J) TO WS-OLD-DEADLINE
    MOVE WS-JT-STATUS(WS-J)   TO WS-OLD-STATUS.

RECORD-POSTING-EDITS.
    MOVE SPACES TO WS-MATERIAL-TEXT
    MOVE 1 TO WS-MATERIAL-PTR

    IF WS-JT-TITLE(WS-J) NOT = WS-OLD-TITLE
        MOVE "TITLE"           TO WS-PC-FIELD
        MOVE WS-OLD-TITLE      TO WS-PC-OLD
        MOVE WS-JT-TITLE(WS-J) TO WS-PC-NEW
        PERFORM LOG-POSTING-CHANGE
        PERFORM RETITLE-APPLICATIONS
        PERFORM RETITLE-APPLICATION-POSTINGS
        PERFORM RETITLE-SAVED-JOBS
    END-IF

    IF WS-JT-SALARY(WS-J) NOT = WS-OLD-SALARY
        MOVE "SALARY"           TO WS-PC-FIELD
        MOVE WS-OLD-SALARY      TO WS-PC-OLD
        MOVE WS-JT-SALARY(WS-J) TO WS-PC-NEW
        PERFORM LOG-POSTING-CHANGE
        MOVE "salary" TO WS-MATERIAL-WORD
        PERFORM ADD-MATERIAL-WORD
    END-IF

    IF WS-JT-LOCATION(WS-J) NOT = WS-OLD-LOCATION
        MOVE "LOCATION"           TO WS-PC-FIELD
        MOVE WS-OLD-LOCATION      TO WS-PC-OLD
        MOVE WS-JT-LOCATION(WS-J) TO WS-PC-NEW
        PERFORM LOG-POSTING-CHANGE
        MOVE "location" TO WS-MATERIAL-WORD
        PERFORM ADD-MATERIAL-WORD
    END-IF

    IF WS-JT-DEADLINE(WS-J) NOT = WS-OLD-DEADLINE
        MOVE "DEADLINE"           TO WS-PC-FIELD
        MOVE WS-OLD-DEADLINE      TO WS-PC-OLD
        MOVE WS-JT-DEADLINE(WS-J) TO WS-PC-NEW
        PERFORM LOG-POSTING-CHANGE
        MOVE "deadline" TO WS-MATERIAL-WORD
        PERFORM ADD-MATERIAL-WORD
    END-IF

    IF WS-JT-STATUS(WS-J) NOT = WS-OLD-STATUS
        MOVE "STATUS"           TO WS-PC-FIELD
        MOVE WS-OLD-STATUS      TO WS-PC-OLD
        MOVE WS-JT-STATUS(WS-J) TO WS-PC-NEW
        PERFORM LOG-POSTING-CHANGE
    END-IF

    IF WS-MATERIAL-TEXT NOT = SPACES
        PERFORM NOTIFY-POSTING-FOLLOWERS
    END-IF.

ADD-MATERIAL-WORD.
    IF WS-MATERIAL-PTR > 1
        STRING ", " DELIMITED BY SIZE
          INTO WS-MATERIAL-TEXT WITH POINTER WS-MATERIAL-PTR
        END-STRING
    END-IF
    STRING FUNCTION TRIM(WS-MATERIAL-WORD) DELIMITED BY SIZE
      INTO WS-MATERIAL-TEXT WITH POINTER WS-MATERIAL-PTR
    END-STRING.

LOG-POSTING-CHANGE.
    OPEN EXTEND POSTING-CHANGE-FILE
    IF WS-PC-STATUS = "35"
        OPEN OUTPUT POSTING-CHANGE-FILE
        CLOSE POSTING-CHANGE-FILE
        OPEN EXTEND POSTING-CHANGE-FILE
    END-IF
    MOVE SPACES TO POSTING-CHANGE-REC
    MOVE WS-JT-ID(WS-J)    TO PC-JOB-ID
    MOVE WS-TODAY-DATE     TO PC-DATE
    MOVE WS-PC-FIELD       TO PC-FIELD
    MOVE WS-PC-OLD         TO PC-OLD
    MOVE WS-PC-NEW         TO PC-NEW
    MOVE WS-RUNLOCK-MYNAME TO PC-BY
    MOVE "|" TO POSTING-CHANGE-REC(11:1)
    MOVE "|" TO POSTING-CHANGE-REC(22:1)
    MOVE "|" TO POSTING-CHANGE-REC(33:1)
    MOVE "|" TO POSTING-CHANGE-REC(74:1)
    MOVE "|" TO POSTING-CHANGE-REC(115:1)
    WRITE POSTING-CHANGE-REC
    CLOSE POSTING-CHANGE-FILE.

*> ---------------------------------------------------------------
*> RETITLE-APPLICATIONS
*>   Applications are tied to a posting by title and employer, so
*>   every row under the old title moves to the new one -- otherwise
*>   the applicants' My Applications and the employer's review queue
*>   would lose the posting. The control trailer row passes through
*>   untouched; the row count does not change.
*> ---------------------------------------------------------------
RETITLE-APPLICATIONS.
    MOVE 0 TO WS-RETITLED-COUNT
    OPEN INPUT APPLICATION-FILE
    IF WS-APP-STATUS = "35"
        CLOSE APPLICATION-FILE
        EXIT PARAGRAPH
    END-IF
    OPEN OUTPUT APP-WORK-FILE

    MOVE "N" TO WS-APP-EOF
    PERFORM UNTIL WS-APP-EOF = "Y"
        READ APPLICATION-FILE
            AT END
                MOVE "Y" TO WS-APP-EOF
            NOT AT END
                IF APPLICATION-REC(1:9) NOT = "*TRAILER*"
                   AND APPLICATION-REC(22:40) = WS-OLD-TITLE
                   AND APPLICATION-REC(65:40) = WS-JT-EMPLOYER(WS-J)
                    MOVE WS-JT-TITLE(WS-J) TO APPLICATION-REC(22:40)
                    ADD 1 TO WS-RETITLED-COUNT
                END-IF
                MOVE APPLICATION-REC TO APP-WORK-REC
                WRITE APP-WORK-REC
        END-READ
    END-PERFORM

    CLOSE APP-WORK-FILE
    CLOSE APPLICATION-FILE

    OPEN OUTPUT APPLICATION-FILE
    OPEN INPUT APP-WORK-FILE

    MOVE "N" TO WS-APP-EOF
    PERFORM UNTIL WS-APP-EOF = "Y"
        READ APP-WORK-FILE
            AT END
                MOVE "Y" TO WS-APP-EOF
            NOT AT END
                MOVE APP-WORK-REC TO APPLICATION-REC
                WRITE APPLICATION-REC
        END-READ
    END-PERFORM

    CLOSE APP-WORK-FILE
    CLOSE APPLICATION-FILE

    IF WS-RETITLED-COUNT > 0
        MOVE SPACES TO WS-OUT-LINE
        STRING WS-RETITLED-COUNT
               " application(s) moved to the new title."
          INTO WS-OUT-LINE
        END-STRING
        PERFORM PRINT-LINE
    END-IF.

*> The application-to-posting rows follow their applications to the
*> new title (same old-title/employer rule), so the two still pair
*> up afterwards.
RETITLE-APPLICATION-POSTINGS.
    OPEN INPUT APP-POSTING-FILE
    IF WS-APL-STATUS = "35"
        CLOSE APP-POSTING-FILE
        EXIT PARAGRAPH
    END-IF
    OPEN OUTPUT APL-WORK-FILE

    MOVE "N" TO WS-APL-EOF
    PERFORM UNTIL WS-APL-EOF = "Y"
        READ APP-POSTING-FILE
            AT END
                MOVE "Y" TO WS-APL-EOF
            NOT AT END
                IF AP-TITLE = WS-OLD-TITLE
                   AND AP-EMPLOYER = WS-JT-EMPLOYER(WS-J)
                    MOVE WS-JT-TITLE(WS-J) TO AP-TITLE
                END-IF
                MOVE APP-POSTING-REC TO APL-WORK-REC
                WRITE APL-WORK-REC
        END-READ
    END-PERFORM

    CLOSE APL-WORK-FILE
    CLOSE APP-POSTING-FILE

    OPEN OUTPUT APP-POSTING-FILE
    OPEN INPUT APL-WORK-FILE

    MOVE "N" TO WS-APL-EOF
    PERFORM UNTIL WS-APL-EOF = "Y"
        READ APL-WORK-FILE
            AT END
                MOVE "Y" TO WS-APL-EOF
            NOT AT END
                MOVE APL-WORK-REC TO APP-POSTING-REC
                WRITE APP-POSTING-REC
        END-READ
    END-PERFORM

    CLOSE APL-WORK-FILE
    CLOSE APP-POSTING-FILE.

RETITLE-SAVED-JOBS.
    OPEN INPUT SAVED-JOBS-FILE
    IF WS-SJ-STATUS = "35"
        CLOSE SAVED-JOBS-FILE
        EXIT PARAGRAPH
    END-IF
    OPEN OUTPUT SJ-WORK-FILE

    MOVE "N" TO WS-SJ-EOF
    PERFORM UNTIL WS-SJ-EOF = "Y"
        READ SAVED-JOBS-FILE
            AT END
                MOVE "Y" TO WS-SJ-EOF
            NOT AT END
                IF SJ-JOB-ID = WS-JT-ID(WS-J)
                    MOVE WS-JT-TITLE(WS-J) TO SJ-TITLE
                END-IF
                MOVE SAVED-JOB-REC TO SJ-WORK-REC
                WRITE SJ-WORK-REC
        END-READ
    END-PERFORM

    CLOSE SJ-WORK-FILE
    CLOSE SAVED-JOBS-FILE

    OPEN OUTPUT SAVED-JOBS-FILE
    OPEN INPUT SJ-WORK-FILE

    MOVE "N" TO WS-SJ-EOF
    PERFORM UNTIL WS-SJ-EOF = "Y"
        READ SJ-WORK-FILE
            AT END
                MOVE "Y" TO WS-SJ-EOF
            NOT AT END
                MOVE SJ-WORK-REC TO SAVED-JOB-REC
                WRITE SAVED-JOB-REC
        END-READ
    END-PERFORM

    CLOSE SJ-WORK-FILE
    CLOSE SAVED-JOBS-FILE.

*> ---------------------------------------------------------------
*> NOTIFY-POSTING-FOLLOWERS
*>   Gathers the students following posting WS-J -- applicants whose
*>   application is still live (not withdrawn, rejected, hired,
*>   expired, or closed as filled) and everyone who saved it -- once
*>   each, and drops each
*>   a POSTING-CHANGED notification naming what changed.
*> ---------------------------------------------------------------
NOTIFY-POSTING-FOLLOWERS.
    MOVE 0 TO WS-FOLLOW-COUNT

    MOVE "N" TO WS-APP-EOF
    OPEN INPUT APPLICATION-FILE
    IF WS-APP-STATUS NOT = "35"
        PERFORM UNTIL WS-APP-EOF = "Y"
            READ APPLICATION-FILE
                AT END
                    MOVE "Y" TO WS-APP-EOF
                NOT AT END
                    IF APPLICATION-REC(1:9) NOT = "*TRAILER*"
                       AND APPLICATION-REC(22:40) = WS-JT-TITLE(WS-J)
                       AND APPLICATION-REC(65:40) = WS-JT-EMPLOYER(WS-J)
                       AND APPLICATION-REC(150:20) NOT = "Withdrawn"
                       AND APPLICATION-REC(150:20) NOT = "Rejected"
                       AND APPLICATION-REC(150:20) NOT = "Hired"
                       AND APPLICATION-REC(150:20) NOT = "Expired"
                       AND APPLICATION-REC(150:20) NOT = "Position Filled"
                        MOVE APPLICATION-REC(1:20) TO WS-FOLLOW-NEW
                        PERFORM ADD-FOLLOWER
                    END-IF
            END-READ
        END-PERFORM
    END-IF
    CLOSE APPLICATION-FILE

    MOVE "N" TO WS-SJ-EOF
    OPEN INPUT SAVED-JOBS-FILE
    IF WS-SJ-STATUS NOT = "35"
        PERFORM UNTIL WS-SJ-EOF = "Y"
            READ SAVED-JOBS-FILE
                AT END
                    MOVE "Y" TO WS-SJ-EOF
                NOT AT END
                    IF SJ-JOB-ID = WS-JT-ID(WS-J)
                        MOVE SJ-USER TO WS-FOLLOW-NEW
                        PERFORM ADD-FOLLOWER
                    END-IF
            END-READ
        END-PERFORM
    END-IF
    CLOSE SAVED-JOBS-FILE

    MOVE "POSTING-CHANGED" TO WS-FOLLOW-EVENT
    MOVE SPACES TO WS-FOLLOW-DETAIL
    STRING FUNCTION TRIM(WS-JT-TITLE(WS-J))
           " changed: "
           FUNCTION TRIM(WS-MATERIAL-TEXT)
      INTO WS-FOLLOW-DETAIL
    END-STRING
    MOVE 0 TO WS-NOTIFIED-COUNT
    PERFORM VARYING WS-FOLLOW-I FROM 1 BY 1
        UNTIL WS-FOLLOW-I > WS-FOLLOW-COUNT
        PERFORM NOTIFY-ONE-FOLLOWER
    END-PERFORM

    IF WS-NOTIFIED-COUNT > 0
        MOVE SPACES TO WS-OUT-LINE
        STRING WS-NOTIFIED-COUNT
               " applicant(s) and saver(s) notified of the change."
          INTO WS-OUT-LINE
        END-STRING
        PERFORM PRINT-LINE
    END-IF.

ADD-FOLLOWER.
    IF WS-FOLLOW-NEW = SPACES
        EXIT PARAGRAPH
    END-IF
    MOVE "N" TO WS-FOLLOW-FOUND
    PERFORM VARYING WS-FOLLOW-I FROM 1 BY 1
        UNTIL WS-FOLLOW-I > WS-FOLLOW-COUNT OR WS-FOLLOW-FOUND = "Y"
        IF WS-FOLLOW-USER(WS-FOLLOW-I) = WS-FOLLOW-NEW
            MOVE "Y" TO WS-FOLLOW-FOUND
        END-IF
    END-PERFORM
    IF WS-FOLLOW-FOUND = "N" AND WS-FOLLOW-COUNT < 500
        ADD 1 TO WS-FOLLOW-COUNT
        MOVE WS-FOLLOW-NEW TO WS-FOLLOW-USER(WS-FOLLOW-COUNT)
    END-IF.

NOTIFY-ONE-FOLLOWER.
    *> The student's own notification preferences apply on the
    *> batch path too: a muted category writes nothing.
    MOVE WS-FOLLOW-USER(WS-FOLLOW-I) TO WS-MUTE-USER
    MOVE WS-FOLLOW-EVENT             TO WS-MUTE-EVENT
    PERFORM CHECK-NOTIFY-MUTED
    IF WS-NOTIFY-MUTED = "Y"
        EXIT PARAGRAPH
    END-IF

    OPEN EXTEND NOTIFY-FILE
    IF WS-NOTIFY-STATUS = "35"
        OPEN OUTPUT NOTIFY-FILE
        CLOSE NOTIFY-FILE
        OPEN EXTEND NOTIFY-FILE
    END-IF

    MOVE SPACES TO NOTIFY-REC
    MOVE WS-FOLLOW-USER(WS-FOLLOW-I) TO NOTIFY-USER
    MOVE WS-FOLLOW-EVENT             TO NOTIFY-EVENT
    MOVE WS-FOLLOW-DETAIL            TO NOTIFY-DETAIL
    MOVE WS-TODAY-DATE TO NOTIFY-DATE
    MOVE "N"           TO NOTIFY-SEEN
    MOVE "|" TO NOTIFY-REC(21:1)
    MOVE "|" TO NOTIFY-REC(42:1)
    MOVE "|" TO NOTIFY-REC(103:1)
    MOVE "|" TO NOTIFY-REC(114:1)
    MOVE NOTIFY-REC TO WS-SP-NOTIFY-ROW
    WRITE NOTIFY-REC
    CLOSE NOTIFY-FILE
    PERFORM QUEUE-NOTIFICATION-MAIL

    ADD 1 TO WS-NOTIFIED-COUNT.

*> ---------------------------------------------------------------
*> CHECK-NOTIFY-MUTED
*>   Same check ADD-NOTIFICATION makes in InCollege.cob: a
*>   user|event row in the preference file means the category is
*>   muted for that user and no notification row is written.
*> ---------------------------------------------------------------
CHECK-NOTIFY-MUTED.
    MOVE "N" TO WS-NOTIFY-MUTED
    MOVE "N" TO WS-NPREF-EOF

    OPEN INPUT NOTIFY-PREF-FILE
    IF WS-NPREF-STATUS NOT = "35"
        PERFORM UNTIL WS-NPREF-EOF = "Y"
            READ NOTIFY-PREF-FILE
                AT END
                    MOVE "Y" TO WS-NPREF-EOF
                NOT AT END
                    IF FUNCTION TRIM(NP-USER)
                           = FUNCTION TRIM(WS-MUTE-USER)
                       AND FUNCTION TRIM(NP-EVENT)
                           = FUNCTION TRIM(WS-MUTE-EVENT)
                        MOVE "Y" TO WS-NOTIFY-MUTED
                        MOVE "Y" TO WS-NPREF-EOF
                    END-IF
            END-READ
        END-PERFORM
    END-IF
    CLOSE NOTIFY-PREF-FILE.

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

PRINT-PROMPT-AND-READ.
    MOVE WS-PROMPT TO WS-OUT-LINE
