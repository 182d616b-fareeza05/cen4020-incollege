        RECORD KEY IS PROF-USER
        FILE STATUS IS WS-PROF-STATUS.

    SELECT CONN-FILE ASSIGN TO "data/InCollege-Connections.txt"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS CONN-KEY
        ALTERNATE RECORD KEY IS CONN-RECIPIENT WITH DUPLICATES
        FILE STATUS IS WS-CONN-STATUS.

*> Every line-sequential data file is purged through this one pair:
*> the file under WS-DATA-FILENAME is copied to the staging file with
*> the departing user's rows dropped (or their name scrubbed), then
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-CKPT-STATUS.

*> Legal holds placed from the staff menu; a held member's rows are
*> left alone and tallied in the skip file for LegalHoldReport.
    SELECT LEGAL-HOLD-FILE ASSIGN TO "data/InCollege-LegalHolds.txt"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-LH-STATUS.

    SELECT LEGAL-HOLD-SKIP-FILE ASSIGN TO "data/InCollege-LegalHoldSkips.txt"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-LS-STATUS.

*> Change list written by a preview run (see GET-RUN-MODE).
    SELECT PREVIEW-FILE ASSIGN TO "data/InCollege-AccountPurgeTool-Preview.txt"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-PV-STATUS.

DATA DIVISION.
FILE SECTION.

    05 PROF-USER             PIC X(20).
    05 PROF-REST             PIC X(3799).

FD  CONN-FILE.
01  CONN-REC.
    05 CONN-KEY.
        10 CONN-SENDER       PIC X(20).
        10 FILLER            PIC X(01).
        10 CONN-RECIPIENT    PIC X(20).
    05 FILLER                PIC X(01).
    05 CONN-STATUS           PIC X(20).

FD  DATA-FILE.
01  DATA-REC                 PIC X(4024).

    05 CKPT-USER             PIC X(20).
    05 CKPT-REST             PIC X(3799).

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
01  WS-RUNLOCK-MYNAME          PIC X(30) VALUE "AccountPurgeTool".
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
01  WS-PV-SCRUBBED             PIC X VALUE "N".

01  WS-ACC-STATUS             PIC XX VALUE "00".
01  WS-PROF-STATUS            PIC XX VALUE "00".
01  WS-CONN-STATUS            PIC XX VALUE "00".
01  WS-DATA-STATUS            PIC XX VALUE "00".
01  WS-WORK-STATUS            PIC XX VALUE "00".
01  WS-CKPT-STATUS             PIC XX VALUE "00".
*> where their username sits in the record (up to two fields) and
*> what to do about it. Mode D drops the whole row, mode S scrubs the
*> name in place (for the append-only audit and history trails, which
*> stay intact but anonymous), mode W drops rows whose
*> pipe-delimited first field matches (the waitlist's trimmed shape),
*> and mode K is the keyed connections file, whose rows are found
*> and deleted by key (see PURGE-CONNECTION-ROWS).
01  WS-PURGE-ENTRY-COUNT       PIC 9(2) VALUE 0.
01  WS-PURGE-TABLE.
    05 WS-PURGE-ENTRY OCCURS 60 TIMES.
        10 WS-PT-FILENAME     PIC X(60).
        10 WS-PT-POS1         PIC 9(5).
        10 WS-PT-POS2         PIC 9(5).
01  WS-E                      PIC 9(2) VALUE 0.
01  WS-ROW-HIT                PIC X VALUE "N".
01  WS-FILE-HITS              PIC 9(5) VALUE 0.
01  WS-FILE-HELD              PIC 9(5) VALUE 0.
01  WS-RAW-DATE               PIC X(21) VALUE SPACES.

*> Count-only pass: used when the member named is under legal hold,
*> to report what the purge would have removed without touching it.
01  WS-COUNT-ONLY             PIC X VALUE "N".

*> Audit chain support: scrubbing a name changes row content, so
*> every chained audit row downstream must be recomputed during the
01  WS-AUDIT-CHAIN-DISP       PIC 9(12) VALUE 0.
01  WS-DELIM-FIELD            PIC X(80) VALUE SPACES.

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
*>   today's best effort of just stopping the login.
*> ---------------------------------------------------------------
MAIN-MAINLINE.
    PERFORM GET-RUN-MODE
    IF WS-PREVIEW-MODE = "Y"
        PERFORM ACQUIRE-SHARED-LOCK
        PERFORM OPEN-PREVIEW-FILE
    ELSE
        PERFORM ACQUIRE-RUN-LOCK
    END-IF
    PERFORM INIT-PURGE-TABLE

    MOVE "Username to remove completely:" TO WS-PROMPT
        STOP RUN
    END-IF

    PERFORM LOAD-LEGAL-HOLDS
    MOVE FUNCTION CURRENT-DATE TO WS-RAW-DATE
    MOVE SPACES TO WS-LS-DATE
    STRING WS-RAW-DATE(1:4) "-"
           WS-RAW-DATE(5:2) "-"
           WS-RAW-DATE(7:2)
      INTO WS-LS-DATE
    END-STRING

    MOVE WS-PURGE-USER TO WS-LH-QUERY
    PERFORM CHECK-LEGAL-HOLD
    IF WS-LH-IDX > 0
        PERFORM REFUSE-HELD-PURGE
        IF WS-PREVIEW-MODE = "Y"
            PERFORM CLOSE-PREVIEW-FILE
        END-IF
        PERFORM RELEASE-RUN-LOCK
        STOP RUN
    END-IF

    MOVE SPACES TO WS-OUT-LINE
    STRING "Removing every trace of "
           FUNCTION TRIM(WS-PURGE-USER) ":"
    PERFORM DELETE-PROFILE-ROW
    PERFORM DELETE-ACCOUNT-ROW

    IF WS-HELD-COUNT > 0
        MOVE SPACES TO WS-OUT-LINE
        STRING "  Legal holds: " WS-HELD-COUNT
               " shared row(s) kept for held members."
          INTO WS-OUT-LINE
        END-STRING
        PERFORM PRINT-LINE
        PERFORM WRITE-LEGAL-HOLD-SKIPS
    END-IF

    MOVE "Removal complete." TO WS-OUT-LINE
    PERFORM PRINT-LINE
    IF WS-PREVIEW-MODE = "Y"
        PERFORM CLOSE-PREVIEW-FILE
    END-IF
    PERFORM RELEASE-RUN-LOCK
    STOP RUN.

*> ---------------------------------------------------------------
*> REFUSE-HELD-PURGE
*>   A member under legal hold is not removed. The registry is
*>   walked count-only so the manifest (and the hold's tally) shows
*>   every row the purge would have touched.
*> ---------------------------------------------------------------
REFUSE-HELD-PURGE.
    MOVE SPACES TO WS-OUT-LINE
    STRING FUNCTION TRIM(WS-PURGE-USER)
           " is under legal hold; nothing removed. Rows protected:"
      INTO WS-OUT-LINE
    END-STRING
    PERFORM PRINT-LINE

    MOVE "Y" TO WS-COUNT-ONLY
    PERFORM VARYING WS-E FROM 1 BY 1
        UNTIL WS-E > WS-PURGE-ENTRY-COUNT
        PERFORM PURGE-ONE-FILE
        ADD WS-FILE-HITS TO WS-HELD-COUNT
        ADD WS-FILE-HITS TO WS-LHT-SKIPS(WS-LH-IDX)
    END-PERFORM

    *> The account row itself is protected too.
    ADD 1 TO WS-HELD-COUNT
    ADD 1 TO WS-LHT-SKIPS(WS-LH-IDX)
    PERFORM WRITE-LEGAL-HOLD-SKIPS

    MOVE SPACES TO WS-OUT-LINE
    STRING "  Legal holds: " WS-HELD-COUNT
           " row(s) skipped, including the account row."
      INTO WS-OUT-LINE
    END-STRING
    PERFORM PRINT-LINE.

*> ---------------------------------------------------------------
*> INIT-PURGE-TABLE
*>   The username's byte positions come from each file's record
    MOVE "data/InCollege-Connections.txt" TO WS-PT-FILENAME(WS-PURGE-ENTRY-COUNT)
    MOVE 1 TO WS-PT-POS1(WS-PURGE-ENTRY-COUNT)
    MOVE 22 TO WS-PT-POS2(WS-PURGE-ENTRY-COUNT)
    MOVE "K" TO WS-PT-MODE(WS-PURGE-ENTRY-COUNT).

ADD-ENTRY-OTHERS.
    ADD 1 TO WS-PURGE-ENTRY-COUNT
    MOVE 0 TO WS-PT-POS2(WS-PURGE-ENTRY-COUNT)
    MOVE "D" TO WS-PT-MODE(WS-PURGE-ENTRY-COUNT)

    ADD 1 TO WS-PURGE-ENTRY-COUNT
    MOVE "data/InCollege-ApplicationPostings.txt" TO WS-PT-FILENAME(WS-PURGE-ENTRY-COUNT)
    MOVE 1 TO WS-PT-POS1(WS-PURGE-ENTRY-COUNT)
    MOVE 0 TO WS-PT-POS2(WS-PURGE-ENTRY-COUNT)
    MOVE "D" TO WS-PT-MODE(WS-PURGE-ENTRY-COUNT)

    ADD 1 TO WS-PURGE-ENTRY-COUNT
    MOVE "data/InCollege-Notifications.txt" TO WS-PT-FILENAME(WS-PURGE-ENTRY-COUNT)
    MOVE 1 TO WS-PT-POS1(WS-PURGE-ENTRY-COUNT)
    MOVE 22 TO WS-PT-POS2(WS-PURGE-ENTRY-COUNT)
    MOVE "D" TO WS-PT-MODE(WS-PURGE-ENTRY-COUNT)

    ADD 1 TO WS-PURGE-ENTRY-COUNT
    MOVE "data/InCollege-ReferenceChecks.txt" TO WS-PT-FILENAME(WS-PURGE-ENTRY-COUNT)
    MOVE 1 TO WS-PT-POS1(WS-PURGE-ENTRY-COUNT)
    MOVE 104 TO WS-PT-POS2(WS-PURGE-ENTRY-COUNT)
    MOVE "D" TO WS-PT-MODE(WS-PURGE-ENTRY-COUNT)

    ADD 1 TO WS-PURGE-ENTRY-COUNT
    MOVE "data/InCollege-Interviews.txt" TO WS-PT-FILENAME(WS-PURGE-ENTRY-COUNT)
    MOVE 1 TO WS-PT-POS1(WS-PURGE-ENTRY-COUNT)
    MOVE 0 TO WS-PT-POS2(WS-PURGE-ENTRY-COUNT)
    MOVE "D" TO WS-PT-MODE(WS-PURGE-ENTRY-COUNT)

    ADD 1 TO WS-PURGE-ENTRY-COUNT
    MOVE "data/InCollege-DeliveryLog.txt" TO WS-PT-FILENAME(WS-PURGE-ENTRY-COUNT)
    MOVE 1 TO WS-PT-POS1(WS-PURGE-ENTRY-COUNT)
    MOVE 0 TO WS-PT-POS2(WS-PURGE-ENTRY-COUNT)
    MOVE "D" TO WS-PT-MODE(WS-PURGE-ENTRY-COUNT)

    ADD 1 TO WS-PURGE-ENTRY-COUNT
    MOVE "data/InCollege-Placements.txt" TO WS-PT-FILENAME(WS-PURGE-ENTRY-COUNT)
    MOVE 1 TO WS-PT-POS1(WS-PURGE-ENTRY-COUNT)
    MOVE 0 TO WS-PT-POS2(WS-PURGE-ENTRY-COUNT)
    MOVE "D" TO WS-PT-MODE(WS-PURGE-ENTRY-COUNT)

    *> The member's own rows in the career, advising and mail files,
    *> at the same columns AccountRenameTool re-keys.
    ADD 1 TO WS-PURGE-ENTRY-COUNT
    MOVE "data/InCollege-Offers.txt" TO WS-PT-FILENAME(WS-PURGE-ENTRY-COUNT)
    MOVE 1 TO WS-PT-POS1(WS-PURGE-ENTRY-COUNT)
    MOVE 0 TO WS-PT-POS2(WS-PURGE-ENTRY-COUNT)
    MOVE "D" TO WS-PT-MODE(WS-PURGE-ENTRY-COUNT)

    ADD 1 TO WS-PURGE-ENTRY-COUNT
    MOVE "data/InCollege-ScreeningAnswers.txt" TO WS-PT-FILENAME(WS-PURGE-ENTRY-COUNT)
    MOVE 1 TO WS-PT-POS1(WS-PURGE-ENTRY-COUNT)
    MOVE 0 TO WS-PT-POS2(WS-PURGE-ENTRY-COUNT)
    MOVE "D" TO WS-PT-MODE(WS-PURGE-ENTRY-COUNT)

    ADD 1 TO WS-PURGE-ENTRY-COUNT
    MOVE "data/InCollege-EmployerReviews.txt" TO WS-PT-FILENAME(WS-PURGE-ENTRY-COUNT)
    MOVE 1 TO WS-PT-POS1(WS-PURGE-ENTRY-COUNT)
    MOVE 0 TO WS-PT-POS2(WS-PURGE-ENTRY-COUNT)
    MOVE "D" TO WS-PT-MODE(WS-PURGE-ENTRY-COUNT)

    ADD 1 TO WS-PURGE-ENTRY-COUNT
    MOVE "data/InCollege-MailAddresses.txt" TO WS-PT-FILENAME(WS-PURGE-ENTRY-COUNT)
    MOVE 1 TO WS-PT-POS1(WS-PURGE-ENTRY-COUNT)
    MOVE 0 TO WS-PT-POS2(WS-PURGE-ENTRY-COUNT)
    MOVE "D" TO WS-PT-MODE(WS-PURGE-ENTRY-COUNT)

    ADD 1 TO WS-PURGE-ENTRY-COUNT
    MOVE "data/InCollege-MailSpool.txt" TO WS-PT-FILENAME(WS-PURGE-ENTRY-COUNT)
    MOVE 1 TO WS-PT-POS1(WS-PURGE-ENTRY-COUNT)
    MOVE 0 TO WS-PT-POS2(WS-PURGE-ENTRY-COUNT)
    MOVE "D" TO WS-PT-MODE(WS-PURGE-ENTRY-COUNT)

    ADD 1 TO WS-PURGE-ENTRY-COUNT
    MOVE "data/InCollege-Gpa.txt" TO WS-PT-FILENAME(WS-PURGE-ENTRY-COUNT)
    MOVE 1 TO WS-PT-POS1(WS-PURGE-ENTRY-COUNT)
    MOVE 0 TO WS-PT-POS2(WS-PURGE-ENTRY-COUNT)
    MOVE "D" TO WS-PT-MODE(WS-PURGE-ENTRY-COUNT)

    ADD 1 TO WS-PURGE-ENTRY-COUNT
    MOVE "data/InCollege-GpaConsent.txt" TO WS-PT-FILENAME(WS-PURGE-ENTRY-COUNT)
    MOVE 1 TO WS-PT-POS1(WS-PURGE-ENTRY-COUNT)
    MOVE 0 TO WS-PT-POS2(WS-PURGE-ENTRY-COUNT)
    MOVE "D" TO WS-PT-MODE(WS-PURGE-ENTRY-COUNT)

    ADD 1 TO WS-PURGE-ENTRY-COUNT
    MOVE "data/InCollege-Certifications.txt" TO WS-PT-FILENAME(WS-PURGE-ENTRY-COUNT)
    MOVE 1 TO WS-PT-POS1(WS-PURGE-ENTRY-COUNT)
    MOVE 0 TO WS-PT-POS2(WS-PURGE-ENTRY-COUNT)
    MOVE "D" TO WS-PT-MODE(WS-PURGE-ENTRY-COUNT)

    ADD 1 TO WS-PURGE-ENTRY-COUNT
    MOVE "data/InCollege-AdvisingNotes.txt" TO WS-PT-FILENAME(WS-PURGE-ENTRY-COUNT)
    MOVE 1 TO WS-PT-POS1(WS-PURGE-ENTRY-COUNT)
    MOVE 0 TO WS-PT-POS2(WS-PURGE-ENTRY-COUNT)
    MOVE "D" TO WS-PT-MODE(WS-PURGE-ENTRY-COUNT)

    ADD 1 TO WS-PURGE-ENTRY-COUNT
    MOVE "data/InCollege-HiringNotes.txt" TO WS-PT-FILENAME(WS-PURGE-ENTRY-COUNT)
    MOVE 1 TO WS-PT-POS1(WS-PURGE-ENTRY-COUNT)
    MOVE 0 TO WS-PT-POS2(WS-PURGE-ENTRY-COUNT)
    MOVE "D" TO WS-PT-MODE(WS-PURGE-ENTRY-COUNT)

    ADD 1 TO WS-PURGE-ENTRY-COUNT
    MOVE "data/InCollege-Caseloads.txt" TO WS-PT-FILENAME(WS-PURGE-ENTRY-COUNT)
    MOVE 1 TO WS-PT-POS1(WS-PURGE-ENTRY-COUNT)
    MOVE 0 TO WS-PT-POS2(WS-PURGE-ENTRY-COUNT)
    MOVE "D" TO WS-PT-MODE(WS-PURGE-ENTRY-COUNT)

    ADD 1 TO WS-PURGE-ENTRY-COUNT
    MOVE "data/InCollege-Referrals.txt" TO WS-PT-FILENAME(WS-PURGE-ENTRY-COUNT)
    MOVE 1 TO WS-PT-POS1(WS-PURGE-ENTRY-COUNT)
    MOVE 22 TO WS-PT-POS2(WS-PURGE-ENTRY-COUNT)
    MOVE "D" TO WS-PT-MODE(WS-PURGE-ENTRY-COUNT)

    ADD 1 TO WS-PURGE-ENTRY-COUNT
    MOVE "data/InCollege-CreditAgreements.txt" TO WS-PT-FILENAME(WS-PURGE-ENTRY-COUNT)
    MOVE 7 TO WS-PT-POS1(WS-PURGE-ENTRY-COUNT)
    MOVE 0 TO WS-PT-POS2(WS-PURGE-ENTRY-COUNT)
    MOVE "D" TO WS-PT-MODE(WS-PURGE-ENTRY-COUNT)

    ADD 1 TO WS-PURGE-ENTRY-COUNT
    MOVE "data/InCollege-CreditHours.txt" TO WS-PT-FILENAME(WS-PURGE-ENTRY-COUNT)
    MOVE 7 TO WS-PT-POS1(WS-PURGE-ENTRY-COUNT)
    MOVE 0 TO WS-PT-POS2(WS-PURGE-ENTRY-COUNT)
    MOVE "D" TO WS-PT-MODE(WS-PURGE-ENTRY-COUNT)

    ADD 1 TO WS-PURGE-ENTRY-COUNT
    MOVE "data/InCollege-PostingViews.txt" TO WS-PT-FILENAME(WS-PURGE-ENTRY-COUNT)
    MOVE 12 TO WS-PT-POS1(WS-PURGE-ENTRY-COUNT)
    MOVE 0 TO WS-PT-POS2(WS-PURGE-ENTRY-COUNT)
    MOVE "D" TO WS-PT-MODE(WS-PURGE-ENTRY-COUNT)

    ADD 1 TO WS-PURGE-ENTRY-COUNT
    MOVE "data/InCollege-Accommodations.txt" TO WS-PT-FILENAME(WS-PURGE-ENTRY-COUNT)
    MOVE 17 TO WS-PT-POS1(WS-PURGE-ENTRY-COUNT)
    MOVE 0 TO WS-PT-POS2(WS-PURGE-ENTRY-COUNT)
    MOVE "D" TO WS-PT-MODE(WS-PURGE-ENTRY-COUNT)

    ADD 1 TO WS-PURGE-ENTRY-COUNT
    MOVE "data/InCollege-InterviewScorecards.txt" TO WS-PT-FILENAME(WS-PURGE-ENTRY-COUNT)
    MOVE 1 TO WS-PT-POS1(WS-PURGE-ENTRY-COUNT)
    MOVE 0 TO WS-PT-POS2(WS-PURGE-ENTRY-COUNT)
    MOVE "D" TO WS-PT-MODE(WS-PURGE-ENTRY-COUNT)

    ADD 1 TO WS-PURGE-ENTRY-COUNT
    MOVE "data/InCollege-HeldContent.txt" TO WS-PT-FILENAME(WS-PURGE-ENTRY-COUNT)
    MOVE 23 TO WS-PT-POS1(WS-PURGE-ENTRY-COUNT)
    MOVE 0 TO WS-PT-POS2(WS-PURGE-ENTRY-COUNT)
    MOVE "D" TO WS-PT-MODE(WS-PURGE-ENTRY-COUNT)

    *> Archived messages are as personal as live ones.
    ADD 1 TO WS-PURGE-ENTRY-COUNT
    MOVE "data/InCollege-MessageHistory.txt" TO WS-PT-FILENAME(WS-PURGE-ENTRY-COUNT)
*>   file back. Missing files are simply skipped.
*> ---------------------------------------------------------------
PURGE-ONE-FILE.
    IF WS-PT-MODE(WS-E) = "K"
        PERFORM PURGE-CONNECTION-ROWS
        EXIT PARAGRAPH
    END-IF

    MOVE WS-PT-FILENAME(WS-E) TO WS-DATA-FILENAME
    MOVE 0 TO WS-FILE-HITS
    MOVE 0 TO WS-FILE-HELD
    MOVE "N" TO WS-PV-SCRUBBED
    MOVE "N" TO WS-CHAIN-SEEN

    OPEN INPUT DATA-FILE
    IF WS-DATA-STATUS = "35"
        CLOSE DATA-FILE
        EXIT PARAGRAPH
    END-IF
    IF WS-COUNT-ONLY = "N" AND WS-PREVIEW-MODE NOT = "Y"
        OPEN OUTPUT WORK-FILE
    END-IF

    MOVE "N" TO WS-EOF
    PERFORM UNTIL WS-EOF = "Y"
        END-READ
    END-PERFORM

    IF WS-COUNT-ONLY = "Y"
        CLOSE DATA-FILE
        IF WS-FILE-HITS > 0
            MOVE SPACES TO WS-OUT-LINE
            STRING "  " FUNCTION TRIM(WS-PT-FILENAME(WS-E))
                   ": " WS-FILE-HITS " row(s) held"
              INTO WS-OUT-LINE
            END-STRING
            PERFORM PRINT-LINE
        END-IF
        EXIT PARAGRAPH
    END-IF

    *> A preview stops at the counts; the rows it would drop or
    *> scrub are already on the change list.
    IF WS-PREVIEW-MODE = "Y"
        CLOSE DATA-FILE
        IF WS-CHAIN-SEEN = "Y" AND WS-PV-SCRUBBED = "Y"
            MOVE "REWRITE" TO WS-PV-ACTION
            MOVE "InCollege-AuditChainSeal.txt" TO WS-PV-FILE
            MOVE "resealed after the audit chain is recomputed"
                TO WS-PV-REASON
            MOVE SPACES TO WS-PV-ROW
            PERFORM WRITE-PREVIEW-ROW
        END-IF
        PERFORM REPORT-FILE-COUNTS
        EXIT PARAGRAPH
    END-IF

    CLOSE WORK-FILE
    CLOSE DATA-FILE

        PERFORM WRITE-AUDIT-SEAL
    END-IF

    PERFORM REPORT-FILE-COUNTS.

REPORT-FILE-COUNTS.
    IF WS-FILE-HITS > 0
        MOVE SPACES TO WS-OUT-LINE
        STRING "  " FUNCTION TRIM(WS-PT-FILENAME(WS-E))
          INTO WS-OUT-LINE
        END-STRING
        PERFORM PRINT-LINE
    END-IF

    IF WS-FILE-HELD > 0
        MOVE SPACES TO WS-OUT-LINE
        STRING "  " FUNCTION TRIM(WS-PT-FILENAME(WS-E))
               ": " WS-FILE-HELD " row(s) kept under legal hold"
          INTO WS-OUT-LINE
        END-STRING
        PERFORM PRINT-LINE
    END-IF.

*> ---------------------------------------------------------------
*> PURGE-CONNECTION-ROWS
*>   The connections file is keyed, so instead of the copy-through
*>   the member's rows are found by key -- as sender on the primary
*>   key, as recipient on the alternate key -- and deleted in place.
*>   Count-only, preview, legal holds and the per-file counts work
*>   as they do in PURGE-ONE-FILE.
*> ---------------------------------------------------------------
PURGE-CONNECTION-ROWS.
    MOVE 0 TO WS-FILE-HITS
    MOVE 0 TO WS-FILE-HELD

    IF WS-COUNT-ONLY = "Y" OR WS-PREVIEW-MODE = "Y"
        OPEN INPUT CONN-FILE
    ELSE
        OPEN I-O CONN-FILE
    END-IF
    IF WS-CONN-STATUS = "35"
        CLOSE CONN-FILE
        EXIT PARAGRAPH
    END-IF

    *> Rows the member sent.
    MOVE LOW-VALUES TO CONN-KEY
    MOVE WS-PURGE-USER TO CONN-SENDER
    MOVE "N" TO WS-EOF
    START CONN-FILE KEY IS NOT LESS THAN CONN-KEY
        INVALID KEY
            MOVE "Y" TO WS-EOF
    END-START
    PERFORM UNTIL WS-EOF = "Y"
        READ CONN-FILE NEXT RECORD
            AT END
                MOVE "Y" TO WS-EOF
            NOT AT END
                IF CONN-SENDER NOT = WS-PURGE-USER
                    MOVE "Y" TO WS-EOF
                ELSE
                    PERFORM PURGE-ONE-CONNECTION
                END-IF
        END-READ
    END-PERFORM

    *> Rows sent to the member.
    MOVE WS-PURGE-USER TO CONN-RECIPIENT
    MOVE "N" TO WS-EOF
    START CONN-FILE KEY IS EQUAL TO CONN-RECIPIENT
        INVALID KEY
            MOVE "Y" TO WS-EOF
    END-START
    PERFORM UNTIL WS-EOF = "Y"
        READ CONN-FILE NEXT RECORD
            AT END
                MOVE "Y" TO WS-EOF
            NOT AT END
                IF CONN-RECIPIENT NOT = WS-PURGE-USER
                    MOVE "Y" TO WS-EOF
                ELSE
                    PERFORM PURGE-ONE-CONNECTION
                END-IF
        END-READ
    END-PERFORM

    CLOSE CONN-FILE

    IF WS-COUNT-ONLY = "Y"
        IF WS-FILE-HITS > 0
            MOVE SPACES TO WS-OUT-LINE
            STRING "  " FUNCTION TRIM(WS-PT-FILENAME(WS-E))
                   ": " WS-FILE-HITS " row(s) held"
              INTO WS-OUT-LINE
            END-STRING
            PERFORM PRINT-LINE
        END-IF
        EXIT PARAGRAPH
    END-IF

    PERFORM REPORT-FILE-COUNTS.

*> The connection row just read names the member on one side; the
*> other party's legal hold keeps it, as in PURGE-ONE-ROW.
PURGE-ONE-CONNECTION.
    IF WS-COUNT-ONLY = "Y"
        ADD 1 TO WS-FILE-HITS
        EXIT PARAGRAPH
    END-IF

    IF CONN-SENDER = WS-PURGE-USER
        MOVE CONN-RECIPIENT TO WS-LH-QUERY
    ELSE
        MOVE CONN-SENDER TO WS-LH-QUERY
    END-IF
    PERFORM CHECK-LEGAL-HOLD
    IF WS-LH-IDX > 0
        ADD 1 TO WS-FILE-HELD
        ADD 1 TO WS-HELD-COUNT
        ADD 1 TO WS-LHT-SKIPS(WS-LH-IDX)
        EXIT PARAGRAPH
    END-IF

    ADD 1 TO WS-FILE-HITS

    IF WS-PREVIEW-MODE = "Y"
        MOVE "DELETE" TO WS-PV-ACTION
        MOVE SPACES TO WS-PV-REASON
        STRING "row belongs to removed member "
               FUNCTION TRIM(WS-PURGE-USER)
          INTO WS-PV-REASON
        END-STRING
        MOVE WS-PT-FILENAME(WS-E)(6:40) TO WS-PV-FILE
        MOVE CONN-REC TO WS-PV-ROW
        PERFORM WRITE-PREVIEW-ROW
        EXIT PARAGRAPH
    END-IF

    DELETE CONN-FILE RECORD.

PURGE-ONE-ROW.
    *> The control trailer is dropped here: a purge changes the row
    *> count, and the online program's next save writes a fresh one
    *> (a missing trailer is tolerated on load).
    IF DATA-REC(1:9) = "*TRAILER*"
        IF WS-PREVIEW-MODE = "Y" AND WS-COUNT-ONLY = "N"
            MOVE "DELETE" TO WS-PV-ACTION
            MOVE "control trailer; next online save writes a new one"
                TO WS-PV-REASON
            PERFORM PREVIEW-PURGE-ROW
        END-IF
        EXIT PARAGRAPH
    END-IF

            END-IF
    END-EVALUATE

    IF WS-COUNT-ONLY = "Y"
        IF WS-ROW-HIT = "Y"
            ADD 1 TO WS-FILE-HITS
        END-IF
        EXIT PARAGRAPH
    END-IF

    IF WS-ROW-HIT = "N"
        IF WS-PREVIEW-MODE = "Y"
            PERFORM PREVIEW-RECHAINED-ROW
            EXIT PARAGRAPH
        END-IF
        MOVE DATA-REC TO WORK-REC
        WRITE WORK-REC
        EXIT PARAGRAPH
    END-IF

    *> A row shared with a member under legal hold (the other party
    *> of a connection, message, block, and so on) is kept as it is.
    IF WS-PT-MODE(WS-E) NOT = "W" AND WS-PT-POS2(WS-E) > 0
        IF DATA-REC(WS-PT-POS1(WS-E):20) = WS-PURGE-USER
            MOVE DATA-REC(WS-PT-POS2(WS-E):20) TO WS-LH-QUERY
        ELSE
            MOVE DATA-REC(WS-PT-POS1(WS-E):20) TO WS-LH-QUERY
        END-IF
        PERFORM CHECK-LEGAL-HOLD
        IF WS-LH-IDX > 0
            ADD 1 TO WS-FILE-HELD
            ADD 1 TO WS-HELD-COUNT
            ADD 1 TO WS-LHT-SKIPS(WS-LH-IDX)
            IF WS-PREVIEW-MODE = "Y"
                EXIT PARAGRAPH
            END-IF
            MOVE DATA-REC TO WORK-REC
            WRITE WORK-REC
            EXIT PARAGRAPH
        END-IF
    END-IF

    ADD 1 TO WS-FILE-HITS

    IF WS-PREVIEW-MODE = "Y"
        IF WS-PT-MODE(WS-E) = "S"
            MOVE "REWRITE" TO WS-PV-ACTION
            MOVE SPACES TO WS-PV-REASON
            STRING "name scrubbed to " FUNCTION TRIM(WS-SCRUB-NAME)
              INTO WS-PV-REASON
            END-STRING
            MOVE "Y" TO WS-PV-SCRUBBED
            IF DATA-REC(105:12) NOT = SPACES
               AND WS-PT-FILENAME(WS-E) = "data/InCollege-AuditLog.txt"
                MOVE "Y" TO WS-CHAIN-SEEN
            END-IF
        ELSE
            MOVE "DELETE" TO WS-PV-ACTION
            MOVE SPACES TO WS-PV-REASON
            STRING "row belongs to removed member "
                   FUNCTION TRIM(WS-PURGE-USER)
              INTO WS-PV-REASON
            END-STRING
        END-IF
        PERFORM PREVIEW-PURGE-ROW
        EXIT PARAGRAPH
    END-IF

    IF WS-PT-MODE(WS-E) = "S"
        *> Keep the trail row, scrub the name.
        IF DATA-REC(WS-PT-POS1(WS-E):20) = WS-PURGE-USER
        WRITE WORK-REC
    END-IF.

PREVIEW-PURGE-ROW.
    MOVE WS-PT-FILENAME(WS-E)(6:40) TO WS-PV-FILE
    MOVE DATA-REC TO WS-PV-ROW
    PERFORM WRITE-PREVIEW-ROW.

*> A chained audit row after the first scrub gets a new chain value
*> on the copy-back even though its own content is untouched.
PREVIEW-RECHAINED-ROW.
    IF WS-PT-FILENAME(WS-E) NOT = "data/InCollege-AuditLog.txt"
       OR DATA-REC(105:12) = SPACES
        EXIT PARAGRAPH
    END-IF
    MOVE "Y" TO WS-CHAIN-SEEN
    IF WS-PV-SCRUBBED = "Y"
        MOVE "REWRITE" TO WS-PV-ACTION
        MOVE "chain value recomputed after an earlier scrub"
            TO WS-PV-REASON
        PERFORM PREVIEW-PURGE-ROW
    END-IF.

*> ---------------------------------------------------------------
*> RECHAIN-ONE-AUDIT-ROW / COMPUTE-AUDIT-CHAIN / WRITE-AUDIT-SEAL
*>   Recomputes an audit row's chain value over its scrubbed
    CLOSE CHECKPOINT-FILE

    IF FUNCTION TRIM(CKPT-USER) = FUNCTION TRIM(WS-PURGE-USER)
        IF WS-PREVIEW-MODE = "Y"
            MOVE "DELETE" TO WS-PV-ACTION
            MOVE "InCollege-Checkpoint.txt" TO WS-PV-FILE
            MOVE "in-progress profile edit of the removed member"
                TO WS-PV-REASON
            MOVE CHECKPOINT-REC TO WS-PV-ROW
            PERFORM WRITE-PREVIEW-ROW
        ELSE
            OPEN OUTPUT CHECKPOINT-FILE
            CLOSE CHECKPOINT-FILE
        END-IF
        MOVE "  In-progress profile checkpoint cleared." TO WS-OUT-LINE
        PERFORM PRINT-LINE
    END-IF.

DELETE-PROFILE-ROW.
    IF WS-PREVIEW-MODE = "Y"
        OPEN INPUT PROF-FILE
    ELSE
        OPEN I-O PROF-FILE
    END-IF
    IF WS-PROF-STATUS = "35"
        CLOSE PROF-FILE
        EXIT PARAGRAPH
        INVALID KEY
            CONTINUE
        NOT INVALID KEY
            IF WS-PREVIEW-MODE = "Y"
                MOVE "DELETE" TO WS-PV-ACTION
                MOVE "InCollege-Profiles.txt" TO WS-PV-FILE
                MOVE "profile of the removed member" TO WS-PV-REASON
                MOVE PROF-REC TO WS-PV-ROW
                PERFORM WRITE-PREVIEW-ROW
            ELSE
                DELETE PROF-FILE RECORD
            END-IF
            MOVE "  Profile row deleted." TO WS-OUT-LINE
            PERFORM PRINT-LINE
    END-READ
    CLOSE PROF-FILE.

DELETE-ACCOUNT-ROW.
    IF WS-PREVIEW-MODE = "Y"
        OPEN INPUT ACC-FILE
    ELSE
        OPEN I-O ACC-FILE
    END-IF
    IF WS-ACC-STATUS = "35"
        CLOSE ACC-FILE
        EXIT PARAGRAPH
            MOVE "  No account row found for that username." TO WS-OUT-LINE
            PERFORM PRINT-LINE
        NOT INVALID KEY
            IF WS-PREVIEW-MODE = "Y"
                MOVE "DELETE" TO WS-PV-ACTION
                MOVE "InCollege-Accounts.txt" TO WS-PV-FILE
                MOVE "account of the removed member" TO WS-PV-REASON
                MOVE ACC-REC TO WS-PV-ROW
                PERFORM WRITE-PREVIEW-ROW
            ELSE
                DELETE ACC-FILE RECORD
            END-IF
            MOVE "  Account row deleted." TO WS-OUT-LINE
            PERFORM PRINT-LINE
    END-READ
    CLOSE ACC-FILE.

PRINT-PROMPT-AND-READ.
    DISPLAY WS-PROMPT
    MOVE SPACES TO WS-CHOICE
    ACCEPT WS-CHOICE FROM CONSOLE.

*> On a preview the manifest goes to the change list too, so it can
*> be held up against the real run's.
PRINT-LINE.
    DISPLAY WS-OUT-LINE
    IF WS-PREVIEW-MODE = "Y"
        MOVE WS-OUT-LINE TO WS-PV-LINE
        PERFORM WRITE-PREVIEW-LINE
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
        "data/InCollege-AccountPurgeTool-Preview.txt".

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
