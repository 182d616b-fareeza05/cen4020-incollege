       >>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. AccountRenameTool.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.

*> Run lock shared by the online program and every batch tool that
*> writes the data files, so a load-all/rewrite-all in one program
*> cannot silently erase another's changes mid-run.
    SELECT RUN-LOCK-FILE ASSIGN TO "data/InCollege-RunLock.txt"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-RUNLOCK-STATUS.
    SELECT ACC-FILE ASSIGN TO "data/InCollege-Accounts.txt"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS ACC-USER
        FILE STATUS IS WS-ACC-STATUS.

    SELECT PROF-FILE ASSIGN TO "data/InCollege-Profiles.txt"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS PROF-USER
        FILE STATUS IS WS-PROF-STATUS.

    SELECT CONN-FILE ASSIGN TO "data/InCollege-Connections.txt"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS CONN-KEY
        ALTERNATE RECORD KEY IS CONN-RECIPIENT WITH DUPLICATES
        FILE STATUS IS WS-CONN-STATUS.

*> Every line-sequential data file is re-keyed through this one pair:
*> the file under WS-DATA-FILENAME is copied to the staging file with
*> the old username replaced, then copied back -- the AccountPurgeTool
*> arrangement.
    SELECT DATA-FILE ASSIGN TO WS-DATA-FILENAME
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-DATA-STATUS.

    SELECT WORK-FILE ASSIGN TO "data/InCollege-Rename.work"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-WORK-STATUS.

*> Old-to-new username pairs, one row per change. The audit log and
*> the connection and profile history trails keep the name that was
*> current when each row was written; AuditLogQuery follows these
*> rows to find them, and registration refuses a retired name so it
*> can never come to mean someone else.
    SELECT ALIAS-FILE ASSIGN TO "data/InCollege-UsernameAliases.txt"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-ALIAS-STATUS.

*> Before-image journal: every row of every file a change rewrites,
*> exactly as it stood beforehand, plus the old account and profile
*> rows, so DataRestore can put a username change back. All rows of
*> one change share the BEGIN timestamp; an END row closes each
*> file's image and COMMIT closes the change.
    SELECT RENAME-JOURNAL-FILE ASSIGN TO "data/InCollege-RenameJournal.txt"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-RJ-STATUS.

    SELECT LOG-FILE ASSIGN TO "data/InCollege-RenameLog.txt"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-LOG-STATUS.

    SELECT AUDIT-LOG-FILE ASSIGN TO "data/InCollege-AuditLog.txt"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-AUDIT-STATUS.

*> Last audit chain value, rewritten after every append -- see the
*> chain notes on AUDIT-LOG-FILE in InCollege.cob.
    SELECT AUDIT-SEAL-FILE ASSIGN TO "data/InCollege-AuditChainSeal.txt"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-AUDIT-SEAL-STATUS.

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
    05 ACC-USER              PIC X(20).
    05 ACC-PASS              PIC X(12).
    05 ACC-PASS-DATE         PIC X(10).
    05 ACC-ACCT-TYPE         PIC X(01).
    05 ACC-LAST-LOGIN        PIC X(10).

FD  PROF-FILE.
01  PROF-REC.
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

FD  WORK-FILE.
01  WORK-REC                 PIC X(4024).

FD  ALIAS-FILE.
01  ALIAS-REC.
    05 AL-OLD                PIC X(20).
    05 FILLER                PIC X(01).
    05 AL-NEW                PIC X(20).
    05 FILLER                PIC X(01).
    05 AL-DATE               PIC X(10).
    05 FILLER                PIC X(01).
    05 AL-BY                 PIC X(20).

*> RJ-KIND: BEGIN (RJ-DATA = old name, new name), BEFORE (one row of
*> RJ-FILE as it was), EMPTY (RJ-FILE had no rows), END (RJ-FILE's
*> image is complete), ACCT / PROF (the old account / profile row),
*> CONN (one old connection row, moved by key), COMMIT, and UNDONE
*> (written by DataRestore after a rollback).
FD  RENAME-JOURNAL-FILE.
01  RENAME-JOURNAL-REC.
    05 RJ-TS                 PIC X(19).
    05 FILLER                PIC X(01).
    05 RJ-KIND               PIC X(06).
    05 FILLER                PIC X(01).
    05 RJ-FILE               PIC X(60).
    05 FILLER                PIC X(01).
    05 RJ-DATA               PIC X(4024).

FD  LOG-FILE.
01  LOG-REC                  PIC X(200).

FD  AUDIT-LOG-FILE.
01  AUDIT-LOG-REC.
    05 AUDIT-EVENT          PIC X(20).
    05 FILLER               PIC X(01).
    05 AUDIT-USER           PIC X(20).
    05 FILLER               PIC X(01).
    05 AUDIT-DETAIL         PIC X(40).
    05 FILLER               PIC X(01).
    05 AUDIT-TIMESTAMP      PIC X(20).
    05 FILLER               PIC X(01).
    05 AUDIT-CHAIN          PIC X(12).

FD  AUDIT-SEAL-FILE.
01  AUDIT-SEAL-REC           PIC X(12).

WORKING-STORAGE SECTION.

01  WS-RUNLOCK-STATUS          PIC XX VALUE "00".
01  WS-RUNLOCK-MYNAME          PIC X(30) VALUE "AccountRenameTool".

01  WS-ACC-STATUS             PIC XX VALUE "00".
01  WS-PROF-STATUS            PIC XX VALUE "00".
01  WS-CONN-STATUS            PIC XX VALUE "00".
01  WS-DATA-STATUS            PIC XX VALUE "00".
01  WS-WORK-STATUS            PIC XX VALUE "00".
01  WS-ALIAS-STATUS           PIC XX VALUE "00".
01  WS-RJ-STATUS              PIC XX VALUE "00".
01  WS-LOG-STATUS             PIC XX VALUE "00".
01  WS-EOF                    PIC X VALUE "N".

01  WS-DATA-FILENAME          PIC X(60) VALUE SPACES.

01  WS-CHOICE                 PIC X(200) VALUE SPACES.
01  WS-OUT-LINE               PIC X(200) VALUE SPACES.
01  WS-PROMPT                 PIC X(200) VALUE SPACES.

01  WS-OLD-USER               PIC X(20) VALUE SPACES.
01  WS-NEW-USER               PIC X(20) VALUE SPACES.
01  WS-STAFF-USER             PIC X(20) VALUE SPACES.
01  WS-NAME-LEN               PIC 9(3) VALUE 0.
01  WS-BAR-COUNT              PIC 9(3) VALUE 0.
01  WS-SPACE-COUNT            PIC 9(3) VALUE 0.
01  WS-RETIRED-NAME           PIC X VALUE "N".

01  WS-RAW-DATE               PIC X(21) VALUE SPACES.
01  WS-TODAY-DATE             PIC X(10) VALUE SPACES.
01  WS-RUN-TS                 PIC X(19) VALUE SPACES.

*> One entry per shared file that carries a username: where it sits
*> in the record (up to three fields, zero for unused). Mode F
*> replaces the name wherever it appears in those fields; mode H
*> leaves the second field alone on a held group post, whose key
*> there is a group id rather than a member. The audit log and the
*> connection and profile history trails are deliberately not
*> listed -- they keep the name as it was, reachable through the
*> alias file. The connections file is keyed and is not listed
*> either; MOVE-CONNECTION-ROWS moves its rows by key.
01  WS-RENAME-ENTRY-COUNT      PIC 9(2) VALUE 0.
01  WS-RENAME-TABLE.
    05 WS-RENAME-ENTRY OCCURS 80 TIMES.
        10 WS-RT-FILENAME     PIC X(60).
        10 WS-RT-POS1         PIC 9(5).
        10 WS-RT-POS2         PIC 9(5).
        10 WS-RT-POS3         PIC 9(5).
        10 WS-RT-MODE         PIC X.

01  WS-E                      PIC 9(2) VALUE 0.
01  WS-ROW-HIT                PIC X VALUE "N".
01  WS-FILE-ROWS              PIC 9(7) VALUE 0.
01  WS-FILE-HITS              PIC 9(7) VALUE 0.
01  WS-FILES-TOUCHED          PIC 9(3) VALUE 0.
01  WS-TOTAL-HITS             PIC 9(7) VALUE 0.
01  WS-IMAGE-ROWS             PIC 9(7) VALUE 0.

*> Audit chain support -- must stay identical to the chain
*> paragraphs around LOG-AUDIT-EVENT in InCollege.cob or the chain
*> breaks.
01  WS-AUDIT-STATUS             PIC XX VALUE "00".
01  WS-AUDIT-SEAL-STATUS        PIC XX VALUE "00".
01  WS-AUDIT-EOF                PIC X VALUE "N".
01  WS-AUDIT-CHAIN-PREV         PIC 9(12) VALUE 0.
01  WS-AUDIT-CHAIN-HASH         PIC 9(18) VALUE 0.
01  WS-AUDIT-CHAIN-I            PIC 9(3) VALUE 0.
01  WS-AUDIT-CHAIN-DISP         PIC 9(12) VALUE 0.

PROCEDURE DIVISION.

*> ---------------------------------------------------------------
*> MAIN-MAINLINE
*>   Staff-run username change, for a member whose legal name
*>   changed: the old username is replaced by the new one in every
*>   shared file that carries it, the account and profile rows move
*>   to the new key, an old-to-new alias is recorded, and each file
*>   touched is logged with its row counts. Every file is journaled
*>   before it is rewritten so DataRestore can roll the change back.
*> ---------------------------------------------------------------
MAIN-MAINLINE.
    PERFORM ACQUIRE-RUN-LOCK
    PERFORM INIT-RENAME-TABLE

    MOVE "Current username to change:" TO WS-PROMPT
    PERFORM PRINT-PROMPT-AND-READ
    MOVE WS-CHOICE TO WS-OLD-USER

    MOVE "New username (up to 20 characters, no spaces or |):"
        TO WS-PROMPT
    PERFORM PRINT-PROMPT-AND-READ
    PERFORM CHECK-NEW-NAME-SHAPE
    MOVE WS-CHOICE TO WS-NEW-USER

    MOVE "Staff username authorizing the change:" TO WS-PROMPT
    PERFORM PRINT-PROMPT-AND-READ
    MOVE WS-CHOICE TO WS-STAFF-USER

    IF FUNCTION TRIM(WS-OLD-USER) = SPACES
       OR FUNCTION TRIM(WS-STAFF-USER) = SPACES
       OR WS-OLD-USER = WS-NEW-USER
        MOVE "The current name, a different new name, and the staff name are all required. Nothing changed."
            TO WS-OUT-LINE
        PERFORM PRINT-LINE
        PERFORM RELEASE-RUN-LOCK
        STOP RUN
    END-IF

    PERFORM VERIFY-NAMES

    MOVE FUNCTION CURRENT-DATE TO WS-RAW-DATE
    MOVE SPACES TO WS-TODAY-DATE
    STRING WS-RAW-DATE(1:4) "-"
           WS-RAW-DATE(5:2) "-"
           WS-RAW-DATE(7:2)
      INTO WS-TODAY-DATE
    END-STRING
    MOVE SPACES TO WS-RUN-TS
    STRING WS-TODAY-DATE " "
           WS-RAW-DATE(9:2) ":"
           WS-RAW-DATE(11:2) ":"
           WS-RAW-DATE(13:2)
      INTO WS-RUN-TS
    END-STRING

    PERFORM OPEN-RENAME-LOG
    OPEN EXTEND RENAME-JOURNAL-FILE
    IF WS-RJ-STATUS = "35"
        OPEN OUTPUT RENAME-JOURNAL-FILE
        CLOSE RENAME-JOURNAL-FILE
        OPEN EXTEND RENAME-JOURNAL-FILE
    END-IF
    MOVE "BEGIN" TO RJ-KIND
    MOVE SPACES TO RJ-FILE
    MOVE SPACES TO RJ-DATA
    MOVE WS-OLD-USER TO RJ-DATA(1:20)
    MOVE "|" TO RJ-DATA(21:1)
    MOVE WS-NEW-USER TO RJ-DATA(22:20)
    PERFORM WRITE-JOURNAL-ROW

    PERFORM VARYING WS-E FROM 1 BY 1
        UNTIL WS-E > WS-RENAME-ENTRY-COUNT
        PERFORM RENAME-ONE-FILE
    END-PERFORM

    PERFORM MOVE-CONNECTION-ROWS
    PERFORM MOVE-PROFILE-ROW
    PERFORM MOVE-ACCOUNT-ROW
    PERFORM RECORD-ALIAS

    MOVE "COMMIT" TO RJ-KIND
    MOVE SPACES TO RJ-FILE
    MOVE SPACES TO RJ-DATA
    PERFORM WRITE-JOURNAL-ROW
    CLOSE RENAME-JOURNAL-FILE

    PERFORM WRITE-RENAME-AUDIT
    PERFORM CLOSE-RENAME-LOG

    MOVE SPACES TO WS-OUT-LINE
    STRING "Username change complete: " WS-FILES-TOUCHED
           " file(s), " WS-TOTAL-HITS " row(s) re-keyed."
      INTO WS-OUT-LINE
    END-STRING
    PERFORM PRINT-LINE
    PERFORM RELEASE-RUN-LOCK
    STOP RUN.

*> ---------------------------------------------------------------
*> CHECK-NEW-NAME-SHAPE
*>   A username is a fixed 20-byte key in pipe-delimited rows, so a
*>   longer name, an embedded space, or a "|" would corrupt the
*>   files it is written into.
*> ---------------------------------------------------------------
CHECK-NEW-NAME-SHAPE.
    IF FUNCTION TRIM(WS-CHOICE) = SPACES
        MOVE "No new username given. Nothing changed." TO WS-OUT-LINE
        PERFORM PRINT-LINE
        PERFORM RELEASE-RUN-LOCK
        STOP RUN
    END-IF

    MOVE FUNCTION LENGTH(FUNCTION TRIM(WS-CHOICE)) TO WS-NAME-LEN
    MOVE 0 TO WS-BAR-COUNT
    MOVE 0 TO WS-SPACE-COUNT
    INSPECT WS-CHOICE TALLYING WS-BAR-COUNT FOR ALL "|"
    IF WS-NAME-LEN <= 20
        INSPECT WS-CHOICE(1:WS-NAME-LEN)
            TALLYING WS-SPACE-COUNT FOR ALL SPACES
    END-IF

    IF WS-NAME-LEN > 20 OR WS-BAR-COUNT > 0 OR WS-SPACE-COUNT > 0
       OR WS-CHOICE(1:1) = SPACE
        MOVE "A username is at most 20 characters with no spaces or |. Nothing changed."
            TO WS-OUT-LINE
        PERFORM PRINT-LINE
        PERFORM RELEASE-RUN-LOCK
        STOP RUN
    END-IF.

*> ---------------------------------------------------------------
*> VERIFY-NAMES
*>   The old name must have an account; the new name must not, and
*>   must not be a name some earlier change retired.
*> ---------------------------------------------------------------
VERIFY-NAMES.
    OPEN INPUT ACC-FILE
    IF WS-ACC-STATUS = "35"
        DISPLAY "No accounts file found; nothing to change."
        CLOSE ACC-FILE
        PERFORM RELEASE-RUN-LOCK
        STOP RUN
    END-IF

    MOVE WS-OLD-USER TO ACC-USER
    READ ACC-FILE
        INVALID KEY
            MOVE "There is no account with the current username. Nothing changed."
                TO WS-OUT-LINE
            PERFORM PRINT-LINE
            CLOSE ACC-FILE
            PERFORM RELEASE-RUN-LOCK
            STOP RUN
    END-READ

    MOVE WS-NEW-USER TO ACC-USER
    READ ACC-FILE
        INVALID KEY
            CONTINUE
        NOT INVALID KEY
            MOVE "The new username already belongs to an account. Nothing changed."
                TO WS-OUT-LINE
            PERFORM PRINT-LINE
            CLOSE ACC-FILE
            PERFORM RELEASE-RUN-LOCK
            STOP RUN
    END-READ
    CLOSE ACC-FILE

    MOVE "N" TO WS-RETIRED-NAME
    OPEN INPUT ALIAS-FILE
    IF WS-ALIAS-STATUS NOT = "35"
        MOVE "N" TO WS-EOF
        PERFORM UNTIL WS-EOF = "Y"
            READ ALIAS-FILE
                AT END
                    MOVE "Y" TO WS-EOF
                NOT AT END
                    IF AL-OLD = WS-NEW-USER
                        MOVE "Y" TO WS-RETIRED-NAME
                    END-IF
            END-READ
        END-PERFORM
    END-IF
    CLOSE ALIAS-FILE

    IF WS-RETIRED-NAME = "Y"
        MOVE "The new username was retired by an earlier change and cannot be reused. Nothing changed."
            TO WS-OUT-LINE
        PERFORM PRINT-LINE
        PERFORM RELEASE-RUN-LOCK
        STOP RUN
    END-IF.

*> ---------------------------------------------------------------
*> INIT-RENAME-TABLE
*>   The username's byte positions come from each file's record
*>   layout (see the FDs in InCollege.cob and the batch tools that
*>   own the digest and reminder files).
*> ---------------------------------------------------------------
INIT-RENAME-TABLE.
    MOVE 0 TO WS-RENAME-ENTRY-COUNT

    ADD 1 TO WS-RENAME-ENTRY-COUNT
    MOVE "data/InCollege-Messages.txt" TO WS-RT-FILENAME(WS-RENAME-ENTRY-COUNT)
    MOVE 1 TO WS-RT-POS1(WS-RENAME-ENTRY-COUNT)
    MOVE 22 TO WS-RT-POS2(WS-RENAME-ENTRY-COUNT)
    MOVE 0 TO WS-RT-POS3(WS-RENAME-ENTRY-COUNT)
    MOVE "F" TO WS-RT-MODE(WS-RENAME-ENTRY-COUNT)

    *> Archived messages move with the live ones.
    ADD 1 TO WS-RENAME-ENTRY-COUNT
    MOVE "data/InCollege-MessageHistory.txt" TO WS-RT-FILENAME(WS-RENAME-ENTRY-COUNT)
    MOVE 1 TO WS-RT-POS1(WS-RENAME-ENTRY-COUNT)
    MOVE 22 TO WS-RT-POS2(WS-RENAME-ENTRY-COUNT)
    MOVE 0 TO WS-RT-POS3(WS-RENAME-ENTRY-COUNT)
    MOVE "F" TO WS-RT-MODE(WS-RENAME-ENTRY-COUNT)

    ADD 1 TO WS-RENAME-ENTRY-COUNT
    MOVE "data/InCollege-Applications.txt" TO WS-RT-FILENAME(WS-RENAME-ENTRY-COUNT)
    MOVE 1 TO WS-RT-POS1(WS-RENAME-ENTRY-COUNT)
    MOVE 0 TO WS-RT-POS2(WS-RENAME-ENTRY-COUNT)
    MOVE 0 TO WS-RT-POS3(WS-RENAME-ENTRY-COUNT)
    MOVE "F" TO WS-RT-MODE(WS-RENAME-ENTRY-COUNT)

    ADD 1 TO WS-RENAME-ENTRY-COUNT
    MOVE "data/InCollege-DistLists.txt" TO WS-RT-FILENAME(WS-RENAME-ENTRY-COUNT)
    MOVE 1 TO WS-RT-POS1(WS-RENAME-ENTRY-COUNT)
    MOVE 53 TO WS-RT-POS2(WS-RENAME-ENTRY-COUNT)
    MOVE 0 TO WS-RT-POS3(WS-RENAME-ENTRY-COUNT)
    MOVE "F" TO WS-RT-MODE(WS-RENAME-ENTRY-COUNT)

    ADD 1 TO WS-RENAME-ENTRY-COUNT
    MOVE "data/InCollege-PolicyAcceptances.txt" TO WS-RT-FILENAME(WS-RENAME-ENTRY-COUNT)
    MOVE 1 TO WS-RT-POS1(WS-RENAME-ENTRY-COUNT)
    MOVE 0 TO WS-RT-POS2(WS-RENAME-ENTRY-COUNT)
    MOVE 0 TO WS-RT-POS3(WS-RENAME-ENTRY-COUNT)
    MOVE "F" TO WS-RT-MODE(WS-RENAME-ENTRY-COUNT)

    ADD 1 TO WS-RENAME-ENTRY-COUNT
    MOVE "data/InCollege-Skills.txt" TO WS-RT-FILENAME(WS-RENAME-ENTRY-COUNT)
    MOVE 1 TO WS-RT-POS1(WS-RENAME-ENTRY-COUNT)
    MOVE 0 TO WS-RT-POS2(WS-RENAME-ENTRY-COUNT)
    MOVE 0 TO WS-RT-POS3(WS-RENAME-ENTRY-COUNT)
    MOVE "F" TO WS-RT-MODE(WS-RENAME-ENTRY-COUNT)

    ADD 1 TO WS-RENAME-ENTRY-COUNT
    MOVE "data/InCollege-Certifications.txt" TO WS-RT-FILENAME(WS-RENAME-ENTRY-COUNT)
    MOVE 1 TO WS-RT-POS1(WS-RENAME-ENTRY-COUNT)
    MOVE 0 TO WS-RT-POS2(WS-RENAME-ENTRY-COUNT)
    MOVE 0 TO WS-RT-POS3(WS-RENAME-ENTRY-COUNT)
    MOVE "F" TO WS-RT-MODE(WS-RENAME-ENTRY-COUNT)

    ADD 1 TO WS-RENAME-ENTRY-COUNT
    MOVE "data/InCollege-Deactivated.txt" TO WS-RT-FILENAME(WS-RENAME-ENTRY-COUNT)
    MOVE 1 TO WS-RT-POS1(WS-RENAME-ENTRY-COUNT)
    MOVE 0 TO WS-RT-POS2(WS-RENAME-ENTRY-COUNT)
    MOVE 0 TO WS-RT-POS3(WS-RENAME-ENTRY-COUNT)
    MOVE "F" TO WS-RT-MODE(WS-RENAME-ENTRY-COUNT)

    ADD 1 TO WS-RENAME-ENTRY-COUNT
    MOVE "data/InCollege-Suspensions.txt" TO WS-RT-FILENAME(WS-RENAME-ENTRY-COUNT)
    MOVE 1 TO WS-RT-POS1(WS-RENAME-ENTRY-COUNT)
    MOVE 0 TO WS-RT-POS2(WS-RENAME-ENTRY-COUNT)
    MOVE 0 TO WS-RT-POS3(WS-RENAME-ENTRY-COUNT)
    MOVE "F" TO WS-RT-MODE(WS-RENAME-ENTRY-COUNT)

    ADD 1 TO WS-RENAME-ENTRY-COUNT
    MOVE "data/InCollege-Lockouts.txt" TO WS-RT-FILENAME(WS-RENAME-ENTRY-COUNT)
    MOVE 1 TO WS-RT-POS1(WS-RENAME-ENTRY-COUNT)
    MOVE 0 TO WS-RT-POS2(WS-RENAME-ENTRY-COUNT)
    MOVE 0 TO WS-RT-POS3(WS-RENAME-ENTRY-COUNT)
    MOVE "F" TO WS-RT-MODE(WS-RENAME-ENTRY-COUNT)

    ADD 1 TO WS-RENAME-ENTRY-COUNT
    MOVE "data/InCollege-SavedJobs.txt" TO WS-RT-FILENAME(WS-RENAME-ENTRY-COUNT)
    MOVE 1 TO WS-RT-POS1(WS-RENAME-ENTRY-COUNT)
    MOVE 0 TO WS-RT-POS2(WS-RENAME-ENTRY-COUNT)
    MOVE 0 TO WS-RT-POS3(WS-RENAME-ENTRY-COUNT)
    MOVE "F" TO WS-RT-MODE(WS-RENAME-ENTRY-COUNT)

    ADD 1 TO WS-RENAME-ENTRY-COUNT
    MOVE "data/InCollege-ApplicationPostings.txt" TO WS-RT-FILENAME(WS-RENAME-ENTRY-COUNT)
    MOVE 1 TO WS-RT-POS1(WS-RENAME-ENTRY-COUNT)
    MOVE 0 TO WS-RT-POS2(WS-RENAME-ENTRY-COUNT)
    MOVE 0 TO WS-RT-POS3(WS-RENAME-ENTRY-COUNT)
    MOVE "F" TO WS-RT-MODE(WS-RENAME-ENTRY-COUNT)

    ADD 1 TO WS-RENAME-ENTRY-COUNT
    MOVE "data/InCollege-SavedSearches.txt" TO WS-RT-FILENAME(WS-RENAME-ENTRY-COUNT)
    MOVE 1 TO WS-RT-POS1(WS-RENAME-ENTRY-COUNT)
    MOVE 0 TO WS-RT-POS2(WS-RENAME-ENTRY-COUNT)
    MOVE 0 TO WS-RT-POS3(WS-RENAME-ENTRY-COUNT)
    MOVE "F" TO WS-RT-MODE(WS-RENAME-ENTRY-COUNT)

    ADD 1 TO WS-RENAME-ENTRY-COUNT
    MOVE "data/InCollege-Notifications.txt" TO WS-RT-FILENAME(WS-RENAME-ENTRY-COUNT)
    MOVE 1 TO WS-RT-POS1(WS-RENAME-ENTRY-COUNT)
    MOVE 0 TO WS-RT-POS2(WS-RENAME-ENTRY-COUNT)
    MOVE 0 TO WS-RT-POS3(WS-RENAME-ENTRY-COUNT)
    MOVE "F" TO WS-RT-MODE(WS-RENAME-ENTRY-COUNT)

    ADD 1 TO WS-RENAME-ENTRY-COUNT
    MOVE "data/InCollege-MailSpool.txt" TO WS-RT-FILENAME(WS-RENAME-ENTRY-COUNT)
    MOVE 1 TO WS-RT-POS1(WS-RENAME-ENTRY-COUNT)
    MOVE 0 TO WS-RT-POS2(WS-RENAME-ENTRY-COUNT)
    MOVE 0 TO WS-RT-POS3(WS-RENAME-ENTRY-COUNT)
    MOVE "F" TO WS-RT-MODE(WS-RENAME-ENTRY-COUNT)

    ADD 1 TO WS-RENAME-ENTRY-COUNT
    MOVE "data/InCollege-MailAddresses.txt" TO WS-RT-FILENAME(WS-RENAME-ENTRY-COUNT)
    MOVE 1 TO WS-RT-POS1(WS-RENAME-ENTRY-COUNT)
    MOVE 0 TO WS-RT-POS2(WS-RENAME-ENTRY-COUNT)
    MOVE 0 TO WS-RT-POS3(WS-RENAME-ENTRY-COUNT)
    MOVE "F" TO WS-RT-MODE(WS-RENAME-ENTRY-COUNT)

    ADD 1 TO WS-RENAME-ENTRY-COUNT
    MOVE "data/InCollege-Gpa.txt" TO WS-RT-FILENAME(WS-RENAME-ENTRY-COUNT)
    MOVE 1 TO WS-RT-POS1(WS-RENAME-ENTRY-COUNT)
    MOVE 0 TO WS-RT-POS2(WS-RENAME-ENTRY-COUNT)
    MOVE 0 TO WS-RT-POS3(WS-RENAME-ENTRY-COUNT)
    MOVE "F" TO WS-RT-MODE(WS-RENAME-ENTRY-COUNT)

    ADD 1 TO WS-RENAME-ENTRY-COUNT
    MOVE "data/InCollege-GpaConsent.txt" TO WS-RT-FILENAME(WS-RENAME-ENTRY-COUNT)
    MOVE 1 TO WS-RT-POS1(WS-RENAME-ENTRY-COUNT)
    MOVE 0 TO WS-RT-POS2(WS-RENAME-ENTRY-COUNT)
    MOVE 0 TO WS-RT-POS3(WS-RENAME-ENTRY-COUNT)
    MOVE "F" TO WS-RT-MODE(WS-RENAME-ENTRY-COUNT)

    ADD 1 TO WS-RENAME-ENTRY-COUNT
    MOVE "data/InCollege-NotifyPrefs.txt" TO WS-RT-FILENAME(WS-RENAME-ENTRY-COUNT)
    MOVE 1 TO WS-RT-POS1(WS-RENAME-ENTRY-COUNT)
    MOVE 0 TO WS-RT-POS2(WS-RENAME-ENTRY-COUNT)
    MOVE 0 TO WS-RT-POS3(WS-RENAME-ENTRY-COUNT)
    MOVE "F" TO WS-RT-MODE(WS-RENAME-ENTRY-COUNT)

    ADD 1 TO WS-RENAME-ENTRY-COUNT
    MOVE "data/InCollege-EmployerAccounts.txt" TO WS-RT-FILENAME(WS-RENAME-ENTRY-COUNT)
    MOVE 1 TO WS-RT-POS1(WS-RENAME-ENTRY-COUNT)
    MOVE 0 TO WS-RT-POS2(WS-RENAME-ENTRY-COUNT)
    MOVE 0 TO WS-RT-POS3(WS-RENAME-ENTRY-COUNT)
    MOVE "F" TO WS-RT-MODE(WS-RENAME-ENTRY-COUNT)

    ADD 1 TO WS-RENAME-ENTRY-COUNT
    MOVE "data/InCollege-EmployerApprovals.txt" TO WS-RT-FILENAME(WS-RENAME-ENTRY-COUNT)
    MOVE 1 TO WS-RT-POS1(WS-RENAME-ENTRY-COUNT)
    MOVE 0 TO WS-RT-POS2(WS-RENAME-ENTRY-COUNT)
    MOVE 0 TO WS-RT-POS3(WS-RENAME-ENTRY-COUNT)
    MOVE "F" TO WS-RT-MODE(WS-RENAME-ENTRY-COUNT)

    ADD 1 TO WS-RENAME-ENTRY-COUNT
    MOVE "data/InCollege-PostingReviews.txt" TO WS-RT-FILENAME(WS-RENAME-ENTRY-COUNT)
    MOVE 84 TO WS-RT-POS1(WS-RENAME-ENTRY-COUNT)
    MOVE 0 TO WS-RT-POS2(WS-RENAME-ENTRY-COUNT)
    MOVE 0 TO WS-RT-POS3(WS-RENAME-ENTRY-COUNT)
    MOVE "F" TO WS-RT-MODE(WS-RENAME-ENTRY-COUNT)

    ADD 1 TO WS-RENAME-ENTRY-COUNT
    MOVE "data/InCollege-EmployerReviews.txt" TO WS-RT-FILENAME(WS-RENAME-ENTRY-COUNT)
    MOVE 1 TO WS-RT-POS1(WS-RENAME-ENTRY-COUNT)
    MOVE 0 TO WS-RT-POS2(WS-RENAME-ENTRY-COUNT)
    MOVE 0 TO WS-RT-POS3(WS-RENAME-ENTRY-COUNT)
    MOVE "F" TO WS-RT-MODE(WS-RENAME-ENTRY-COUNT)

    ADD 1 TO WS-RENAME-ENTRY-COUNT
    MOVE "data/InCollege-CreditAgreements.txt" TO WS-RT-FILENAME(WS-RENAME-ENTRY-COUNT)
    MOVE 7 TO WS-RT-POS1(WS-RENAME-ENTRY-COUNT)
    MOVE 0 TO WS-RT-POS2(WS-RENAME-ENTRY-COUNT)
    MOVE 0 TO WS-RT-POS3(WS-RENAME-ENTRY-COUNT)
    MOVE "F" TO WS-RT-MODE(WS-RENAME-ENTRY-COUNT)

    ADD 1 TO WS-RENAME-ENTRY-COUNT
    MOVE "data/InCollege-CreditHours.txt" TO WS-RT-FILENAME(WS-RENAME-ENTRY-COUNT)
    MOVE 7 TO WS-RT-POS1(WS-RENAME-ENTRY-COUNT)
    MOVE 0 TO WS-RT-POS2(WS-RENAME-ENTRY-COUNT)
    MOVE 0 TO WS-RT-POS3(WS-RENAME-ENTRY-COUNT)
    MOVE "F" TO WS-RT-MODE(WS-RENAME-ENTRY-COUNT)

    ADD 1 TO WS-RENAME-ENTRY-COUNT
    MOVE "data/InCollege-Blocks.txt" TO WS-RT-FILENAME(WS-RENAME-ENTRY-COUNT)
    MOVE 1 TO WS-RT-POS1(WS-RENAME-ENTRY-COUNT)
    MOVE 22 TO WS-RT-POS2(WS-RENAME-ENTRY-COUNT)
    MOVE 0 TO WS-RT-POS3(WS-RENAME-ENTRY-COUNT)
    MOVE "F" TO WS-RT-MODE(WS-RENAME-ENTRY-COUNT)

    ADD 1 TO WS-RENAME-ENTRY-COUNT
    MOVE "data/InCollege-Endorsements.txt" TO WS-RT-FILENAME(WS-RENAME-ENTRY-COUNT)
    MOVE 1 TO WS-RT-POS1(WS-RENAME-ENTRY-COUNT)
    MOVE 24 TO WS-RT-POS2(WS-RENAME-ENTRY-COUNT)
    MOVE 0 TO WS-RT-POS3(WS-RENAME-ENTRY-COUNT)
    MOVE "F" TO WS-RT-MODE(WS-RENAME-ENTRY-COUNT)

    ADD 1 TO WS-RENAME-ENTRY-COUNT
    MOVE "data/InCollege-Recommendations.txt" TO WS-RT-FILENAME(WS-RENAME-ENTRY-COUNT)
    MOVE 1 TO WS-RT-POS1(WS-RENAME-ENTRY-COUNT)
    MOVE 22 TO WS-RT-POS2(WS-RENAME-ENTRY-COUNT)
    MOVE 0 TO WS-RT-POS3(WS-RENAME-ENTRY-COUNT)
    MOVE "F" TO WS-RT-MODE(WS-RENAME-ENTRY-COUNT)

    ADD 1 TO WS-RENAME-ENTRY-COUNT
    MOVE "data/InCollege-ProfileViews.txt" TO WS-RT-FILENAME(WS-RENAME-ENTRY-COUNT)
    MOVE 1 TO WS-RT-POS1(WS-RENAME-ENTRY-COUNT)
    MOVE 22 TO WS-RT-POS2(WS-RENAME-ENTRY-COUNT)
    MOVE 0 TO WS-RT-POS3(WS-RENAME-ENTRY-COUNT)
    MOVE "F" TO WS-RT-MODE(WS-RENAME-ENTRY-COUNT)

    ADD 1 TO WS-RENAME-ENTRY-COUNT
    MOVE "data/InCollege-PostingViews.txt" TO WS-RT-FILENAME(WS-RENAME-ENTRY-COUNT)
    MOVE 12 TO WS-RT-POS1(WS-RENAME-ENTRY-COUNT)
    MOVE 0 TO WS-RT-POS2(WS-RENAME-ENTRY-COUNT)
    MOVE 0 TO WS-RT-POS3(WS-RENAME-ENTRY-COUNT)
    MOVE "F" TO WS-RT-MODE(WS-RENAME-ENTRY-COUNT)

    ADD 1 TO WS-RENAME-ENTRY-COUNT
    MOVE "data/InCollege-Interviews.txt" TO WS-RT-FILENAME(WS-RENAME-ENTRY-COUNT)
    MOVE 1 TO WS-RT-POS1(WS-RENAME-ENTRY-COUNT)
    MOVE 0 TO WS-RT-POS2(WS-RENAME-ENTRY-COUNT)
    MOVE 0 TO WS-RT-POS3(WS-RENAME-ENTRY-COUNT)
    MOVE "F" TO WS-RT-MODE(WS-RENAME-ENTRY-COUNT)

    ADD 1 TO WS-RENAME-ENTRY-COUNT
    MOVE "data/InCollege-InterviewScorecards.txt" TO WS-RT-FILENAME(WS-RENAME-ENTRY-COUNT)
    MOVE 1 TO WS-RT-POS1(WS-RENAME-ENTRY-COUNT)
    MOVE 135 TO WS-RT-POS2(WS-RENAME-ENTRY-COUNT)
    MOVE 0 TO WS-RT-POS3(WS-RENAME-ENTRY-COUNT)
    MOVE "F" TO WS-RT-MODE(WS-RENAME-ENTRY-COUNT)

    ADD 1 TO WS-RENAME-ENTRY-COUNT
    MOVE "data/InCollege-ScorecardReminders.txt" TO WS-RT-FILENAME(WS-RENAME-ENTRY-COUNT)
    MOVE 1 TO WS-RT-POS1(WS-RENAME-ENTRY-COUNT)
    MOVE 0 TO WS-RT-POS2(WS-RENAME-ENTRY-COUNT)
    MOVE 0 TO WS-RT-POS3(WS-RENAME-ENTRY-COUNT)
    MOVE "F" TO WS-RT-MODE(WS-RENAME-ENTRY-COUNT)

    ADD 1 TO WS-RENAME-ENTRY-COUNT
    MOVE "data/InCollege-Offers.txt" TO WS-RT-FILENAME(WS-RENAME-ENTRY-COUNT)
    MOVE 1 TO WS-RT-POS1(WS-RENAME-ENTRY-COUNT)
    MOVE 0 TO WS-RT-POS2(WS-RENAME-ENTRY-COUNT)
    MOVE 0 TO WS-RT-POS3(WS-RENAME-ENTRY-COUNT)
    MOVE "F" TO WS-RT-MODE(WS-RENAME-ENTRY-COUNT)

    ADD 1 TO WS-RENAME-ENTRY-COUNT
    MOVE "data/InCollege-ScreeningAnswers.txt" TO WS-RT-FILENAME(WS-RENAME-ENTRY-COUNT)
    MOVE 1 TO WS-RT-POS1(WS-RENAME-ENTRY-COUNT)
    MOVE 0 TO WS-RT-POS2(WS-RENAME-ENTRY-COUNT)
    MOVE 0 TO WS-RT-POS3(WS-RENAME-ENTRY-COUNT)
    MOVE "F" TO WS-RT-MODE(WS-RENAME-ENTRY-COUNT)

    ADD 1 TO WS-RENAME-ENTRY-COUNT
    MOVE "data/InCollege-Referrals.txt" TO WS-RT-FILENAME(WS-RENAME-ENTRY-COUNT)
    MOVE 1 TO WS-RT-POS1(WS-RENAME-ENTRY-COUNT)
    MOVE 22 TO WS-RT-POS2(WS-RENAME-ENTRY-COUNT)
    MOVE 0 TO WS-RT-POS3(WS-RENAME-ENTRY-COUNT)
    MOVE "F" TO WS-RT-MODE(WS-RENAME-ENTRY-COUNT)

    *> Student, referee and the employer account that asked.
    ADD 1 TO WS-RENAME-ENTRY-COUNT
    MOVE "data/InCollege-ReferenceChecks.txt" TO WS-RT-FILENAME(WS-RENAME-ENTRY-COUNT)
    MOVE 1 TO WS-RT-POS1(WS-RENAME-ENTRY-COUNT)
    MOVE 104 TO WS-RT-POS2(WS-RENAME-ENTRY-COUNT)
    MOVE 138 TO WS-RT-POS3(WS-RENAME-ENTRY-COUNT)
    MOVE "F" TO WS-RT-MODE(WS-RENAME-ENTRY-COUNT)

    ADD 1 TO WS-RENAME-ENTRY-COUNT
    MOVE "data/InCollege-EventRSVPs.txt" TO WS-RT-FILENAME(WS-RENAME-ENTRY-COUNT)
    MOVE 12 TO WS-RT-POS1(WS-RENAME-ENTRY-COUNT)
    MOVE 0 TO WS-RT-POS2(WS-RENAME-ENTRY-COUNT)
    MOVE 0 TO WS-RT-POS3(WS-RENAME-ENTRY-COUNT)
    MOVE "F" TO WS-RT-MODE(WS-RENAME-ENTRY-COUNT)

    ADD 1 TO WS-RENAME-ENTRY-COUNT
    MOVE "data/InCollege-EventCheckins.txt" TO WS-RT-FILENAME(WS-RENAME-ENTRY-COUNT)
    MOVE 12 TO WS-RT-POS1(WS-RENAME-ENTRY-COUNT)
    MOVE 0 TO WS-RT-POS2(WS-RENAME-ENTRY-COUNT)
    MOVE 0 TO WS-RT-POS3(WS-RENAME-ENTRY-COUNT)
    MOVE "F" TO WS-RT-MODE(WS-RENAME-ENTRY-COUNT)

    ADD 1 TO WS-RENAME-ENTRY-COUNT
    MOVE "data/InCollege-EventBooths.txt" TO WS-RT-FILENAME(WS-RENAME-ENTRY-COUNT)
    MOVE 12 TO WS-RT-POS1(WS-RENAME-ENTRY-COUNT)
    MOVE 0 TO WS-RT-POS2(WS-RENAME-ENTRY-COUNT)
    MOVE 0 TO WS-RT-POS3(WS-RENAME-ENTRY-COUNT)
    MOVE "F" TO WS-RT-MODE(WS-RENAME-ENTRY-COUNT)

    ADD 1 TO WS-RENAME-ENTRY-COUNT
    MOVE "data/InCollege-FeeLedger.txt" TO WS-RT-FILENAME(WS-RENAME-ENTRY-COUNT)
    MOVE 105 TO WS-RT-POS1(WS-RENAME-ENTRY-COUNT)
    MOVE 0 TO WS-RT-POS2(WS-RENAME-ENTRY-COUNT)
    MOVE 0 TO WS-RT-POS3(WS-RENAME-ENTRY-COUNT)
    MOVE "F" TO WS-RT-MODE(WS-RENAME-ENTRY-COUNT)

    ADD 1 TO WS-RENAME-ENTRY-COUNT
    MOVE "data/InCollege-PostingChanges.txt" TO WS-RT-FILENAME(WS-RENAME-ENTRY-COUNT)
    MOVE 116 TO WS-RT-POS1(WS-RENAME-ENTRY-COUNT)
    MOVE 0 TO WS-RT-POS2(WS-RENAME-ENTRY-COUNT)
    MOVE 0 TO WS-RT-POS3(WS-RENAME-ENTRY-COUNT)
    MOVE "F" TO WS-RT-MODE(WS-RENAME-ENTRY-COUNT)

    ADD 1 TO WS-RENAME-ENTRY-COUNT
    MOVE "data/InCollege-Groups.txt" TO WS-RT-FILENAME(WS-RENAME-ENTRY-COUNT)
    MOVE 53 TO WS-RT-POS1(WS-RENAME-ENTRY-COUNT)
    MOVE 0 TO WS-RT-POS2(WS-RENAME-ENTRY-COUNT)
    MOVE 0 TO WS-RT-POS3(WS-RENAME-ENTRY-COUNT)
    MOVE "F" TO WS-RT-MODE(WS-RENAME-ENTRY-COUNT)

    ADD 1 TO WS-RENAME-ENTRY-COUNT
    MOVE "data/InCollege-GroupMembers.txt" TO WS-RT-FILENAME(WS-RENAME-ENTRY-COUNT)
    MOVE 12 TO WS-RT-POS1(WS-RENAME-ENTRY-COUNT)
    MOVE 0 TO WS-RT-POS2(WS-RENAME-ENTRY-COUNT)
    MOVE 0 TO WS-RT-POS3(WS-RENAME-ENTRY-COUNT)
    MOVE "F" TO WS-RT-MODE(WS-RENAME-ENTRY-COUNT)

    ADD 1 TO WS-RENAME-ENTRY-COUNT
    MOVE "data/InCollege-GroupPosts.txt" TO WS-RT-FILENAME(WS-RENAME-ENTRY-COUNT)
    MOVE 34 TO WS-RT-POS1(WS-RENAME-ENTRY-COUNT)
    MOVE 0 TO WS-RT-POS2(WS-RENAME-ENTRY-COUNT)
    MOVE 0 TO WS-RT-POS3(WS-RENAME-ENTRY-COUNT)
    MOVE "F" TO WS-RT-MODE(WS-RENAME-ENTRY-COUNT)

    ADD 1 TO WS-RENAME-ENTRY-COUNT
    MOVE "data/InCollege-GroupJoinRequests.txt" TO WS-RT-FILENAME(WS-RENAME-ENTRY-COUNT)
    MOVE 12 TO WS-RT-POS1(WS-RENAME-ENTRY-COUNT)
    MOVE 0 TO WS-RT-POS2(WS-RENAME-ENTRY-COUNT)
    MOVE 0 TO WS-RT-POS3(WS-RENAME-ENTRY-COUNT)
    MOVE "F" TO WS-RT-MODE(WS-RENAME-ENTRY-COUNT)

    ADD 1 TO WS-RENAME-ENTRY-COUNT
    MOVE "data/InCollege-GroupPostArchive.txt" TO WS-RT-FILENAME(WS-RENAME-ENTRY-COUNT)
    MOVE 34 TO WS-RT-POS1(WS-RENAME-ENTRY-COUNT)
    MOVE 0 TO WS-RT-POS2(WS-RENAME-ENTRY-COUNT)
    MOVE 0 TO WS-RT-POS3(WS-RENAME-ENTRY-COUNT)
    MOVE "F" TO WS-RT-MODE(WS-RENAME-ENTRY-COUNT)

    ADD 1 TO WS-RENAME-ENTRY-COUNT
    MOVE "data/InCollege-StatusUpdates.txt" TO WS-RT-FILENAME(WS-RENAME-ENTRY-COUNT)
    MOVE 1 TO WS-RT-POS1(WS-RENAME-ENTRY-COUNT)
    MOVE 0 TO WS-RT-POS2(WS-RENAME-ENTRY-COUNT)
    MOVE 0 TO WS-RT-POS3(WS-RENAME-ENTRY-COUNT)
    MOVE "F" TO WS-RT-MODE(WS-RENAME-ENTRY-COUNT)

    ADD 1 TO WS-RENAME-ENTRY-COUNT
    MOVE "data/InCollege-StatusComments.txt" TO WS-RT-FILENAME(WS-RENAME-ENTRY-COUNT)
    MOVE 1 TO WS-RT-POS1(WS-RENAME-ENTRY-COUNT)
    MOVE 43 TO WS-RT-POS2(WS-RENAME-ENTRY-COUNT)
    MOVE 0 TO WS-RT-POS3(WS-RENAME-ENTRY-COUNT)
    MOVE "F" TO WS-RT-MODE(WS-RENAME-ENTRY-COUNT)

    ADD 1 TO WS-RENAME-ENTRY-COUNT
    MOVE "data/InCollege-Mentors.txt" TO WS-RT-FILENAME(WS-RENAME-ENTRY-COUNT)
    MOVE 1 TO WS-RT-POS1(WS-RENAME-ENTRY-COUNT)
    MOVE 0 TO WS-RT-POS2(WS-RENAME-ENTRY-COUNT)
    MOVE 0 TO WS-RT-POS3(WS-RENAME-ENTRY-COUNT)
    MOVE "F" TO WS-RT-MODE(WS-RENAME-ENTRY-COUNT)

    ADD 1 TO WS-RENAME-ENTRY-COUNT
    MOVE "data/InCollege-Mentorships.txt" TO WS-RT-FILENAME(WS-RENAME-ENTRY-COUNT)
    MOVE 1 TO WS-RT-POS1(WS-RENAME-ENTRY-COUNT)
    MOVE 22 TO WS-RT-POS2(WS-RENAME-ENTRY-COUNT)
    MOVE 0 TO WS-RT-POS3(WS-RENAME-ENTRY-COUNT)
    MOVE "F" TO WS-RT-MODE(WS-RENAME-ENTRY-COUNT)

    ADD 1 TO WS-RENAME-ENTRY-COUNT
    MOVE "data/InCollege-MentorMeetings.txt" TO WS-RT-FILENAME(WS-RENAME-ENTRY-COUNT)
    MOVE 1 TO WS-RT-POS1(WS-RENAME-ENTRY-COUNT)
    MOVE 22 TO WS-RT-POS2(WS-RENAME-ENTRY-COUNT)
    MOVE 0 TO WS-RT-POS3(WS-RENAME-ENTRY-COUNT)
    MOVE "F" TO WS-RT-MODE(WS-RENAME-ENTRY-COUNT)

    ADD 1 TO WS-RENAME-ENTRY-COUNT
    MOVE "data/InCollege-SurveyResponses.txt" TO WS-RT-FILENAME(WS-RENAME-ENTRY-COUNT)
    MOVE 12 TO WS-RT-POS1(WS-RENAME-ENTRY-COUNT)
    MOVE 0 TO WS-RT-POS2(WS-RENAME-ENTRY-COUNT)
    MOVE 0 TO WS-RT-POS3(WS-RENAME-ENTRY-COUNT)
    MOVE "F" TO WS-RT-MODE(WS-RENAME-ENTRY-COUNT)

    ADD 1 TO WS-RENAME-ENTRY-COUNT
    MOVE "data/InCollege-ModerationQueue.txt" TO WS-RT-FILENAME(WS-RENAME-ENTRY-COUNT)
    MOVE 1 TO WS-RT-POS1(WS-RENAME-ENTRY-COUNT)
    MOVE 0 TO WS-RT-POS2(WS-RENAME-ENTRY-COUNT)
    MOVE 0 TO WS-RT-POS3(WS-RENAME-ENTRY-COUNT)
    MOVE "F" TO WS-RT-MODE(WS-RENAME-ENTRY-COUNT)

    *> The held-content key carries a username for a held comment or
    *> recommendation but a group id for a held group post (mode H).
    ADD 1 TO WS-RENAME-ENTRY-COUNT
    MOVE "data/InCollege-HeldContent.txt" TO WS-RT-FILENAME(WS-RENAME-ENTRY-COUNT)
    MOVE 23 TO WS-RT-POS1(WS-RENAME-ENTRY-COUNT)
    MOVE 44 TO WS-RT-POS2(WS-RENAME-ENTRY-COUNT)
    MOVE 0 TO WS-RT-POS3(WS-RENAME-ENTRY-COUNT)
    MOVE "H" TO WS-RT-MODE(WS-RENAME-ENTRY-COUNT)

    ADD 1 TO WS-RENAME-ENTRY-COUNT
    MOVE "data/InCollege-Shortlists.txt" TO WS-RT-FILENAME(WS-RENAME-ENTRY-COUNT)
    MOVE 1 TO WS-RT-POS1(WS-RENAME-ENTRY-COUNT)
    MOVE 22 TO WS-RT-POS2(WS-RENAME-ENTRY-COUNT)
    MOVE 0 TO WS-RT-POS3(WS-RENAME-ENTRY-COUNT)
    MOVE "F" TO WS-RT-MODE(WS-RENAME-ENTRY-COUNT)

    ADD 1 TO WS-RENAME-ENTRY-COUNT
    MOVE "data/InCollege-OfficeHours.txt" TO WS-RT-FILENAME(WS-RENAME-ENTRY-COUNT)
    MOVE 1 TO WS-RT-POS1(WS-RENAME-ENTRY-COUNT)
    MOVE 46 TO WS-RT-POS2(WS-RENAME-ENTRY-COUNT)
    MOVE 0 TO WS-RT-POS3(WS-RENAME-ENTRY-COUNT)
    MOVE "F" TO WS-RT-MODE(WS-RENAME-ENTRY-COUNT)

    ADD 1 TO WS-RENAME-ENTRY-COUNT
    MOVE "data/InCollege-Placements.txt" TO WS-RT-FILENAME(WS-RENAME-ENTRY-COUNT)
    MOVE 1 TO WS-RT-POS1(WS-RENAME-ENTRY-COUNT)
    MOVE 174 TO WS-RT-POS2(WS-RENAME-ENTRY-COUNT)
    MOVE 0 TO WS-RT-POS3(WS-RENAME-ENTRY-COUNT)
    MOVE "F" TO WS-RT-MODE(WS-RENAME-ENTRY-COUNT)

    ADD 1 TO WS-RENAME-ENTRY-COUNT
    MOVE "data/InCollege-Caseloads.txt" TO WS-RT-FILENAME(WS-RENAME-ENTRY-COUNT)
    MOVE 1 TO WS-RT-POS1(WS-RENAME-ENTRY-COUNT)
    MOVE 22 TO WS-RT-POS2(WS-RENAME-ENTRY-COUNT)
    MOVE 0 TO WS-RT-POS3(WS-RENAME-ENTRY-COUNT)
    MOVE "F" TO WS-RT-MODE(WS-RENAME-ENTRY-COUNT)

    *> The assignment rules name the advisor the caseloads now follow.
    ADD 1 TO WS-RENAME-ENTRY-COUNT
    MOVE "data/InCollege-CaseloadRules.txt" TO WS-RT-FILENAME(WS-RENAME-ENTRY-COUNT)
    MOVE 1 TO WS-RT-POS1(WS-RENAME-ENTRY-COUNT)
    MOVE 0 TO WS-RT-POS2(WS-RENAME-ENTRY-COUNT)
    MOVE 0 TO WS-RT-POS3(WS-RENAME-ENTRY-COUNT)
    MOVE "F" TO WS-RT-MODE(WS-RENAME-ENTRY-COUNT)

    ADD 1 TO WS-RENAME-ENTRY-COUNT
    MOVE "data/InCollege-CaseloadLog.txt" TO WS-RT-FILENAME(WS-RENAME-ENTRY-COUNT)
    MOVE 12 TO WS-RT-POS1(WS-RENAME-ENTRY-COUNT)
    MOVE 33 TO WS-RT-POS2(WS-RENAME-ENTRY-COUNT)
    MOVE 54 TO WS-RT-POS3(WS-RENAME-ENTRY-COUNT)
    MOVE "F" TO WS-RT-MODE(WS-RENAME-ENTRY-COUNT)

    ADD 1 TO WS-RENAME-ENTRY-COUNT
    MOVE "data/InCollege-AdvisingNotes.txt" TO WS-RT-FILENAME(WS-RENAME-ENTRY-COUNT)
    MOVE 1 TO WS-RT-POS1(WS-RENAME-ENTRY-COUNT)
    MOVE 22 TO WS-RT-POS2(WS-RENAME-ENTRY-COUNT)
    MOVE 0 TO WS-RT-POS3(WS-RENAME-ENTRY-COUNT)
    MOVE "F" TO WS-RT-MODE(WS-RENAME-ENTRY-COUNT)

    ADD 1 TO WS-RENAME-ENTRY-COUNT
    MOVE "data/InCollege-RecordAccess.txt" TO WS-RT-FILENAME(WS-RENAME-ENTRY-COUNT)
    MOVE 22 TO WS-RT-POS1(WS-RENAME-ENTRY-COUNT)
    MOVE 43 TO WS-RT-POS2(WS-RENAME-ENTRY-COUNT)
    MOVE 0 TO WS-RT-POS3(WS-RENAME-ENTRY-COUNT)
    MOVE "F" TO WS-RT-MODE(WS-RENAME-ENTRY-COUNT)

    ADD 1 TO WS-RENAME-ENTRY-COUNT
    MOVE "data/InCollege-Accommodations.txt" TO WS-RT-FILENAME(WS-RENAME-ENTRY-COUNT)
    MOVE 17 TO WS-RT-POS1(WS-RENAME-ENTRY-COUNT)
    MOVE 309 TO WS-RT-POS2(WS-RENAME-ENTRY-COUNT)
    MOVE 0 TO WS-RT-POS3(WS-RENAME-ENTRY-COUNT)
    MOVE "F" TO WS-RT-MODE(WS-RENAME-ENTRY-COUNT)

    ADD 1 TO WS-RENAME-ENTRY-COUNT
    MOVE "data/InCollege-LegalHolds.txt" TO WS-RT-FILENAME(WS-RENAME-ENTRY-COUNT)
    MOVE 1 TO WS-RT-POS1(WS-RENAME-ENTRY-COUNT)
    MOVE 54 TO WS-RT-POS2(WS-RENAME-ENTRY-COUNT)
    MOVE 0 TO WS-RT-POS3(WS-RENAME-ENTRY-COUNT)
    MOVE "F" TO WS-RT-MODE(WS-RENAME-ENTRY-COUNT)

    ADD 1 TO WS-RENAME-ENTRY-COUNT
    MOVE "data/InCollege-LegalHoldSkips.txt" TO WS-RT-FILENAME(WS-RENAME-ENTRY-COUNT)
    MOVE 12 TO WS-RT-POS1(WS-RENAME-ENTRY-COUNT)
    MOVE 0 TO WS-RT-POS2(WS-RENAME-ENTRY-COUNT)
    MOVE 0 TO WS-RT-POS3(WS-RENAME-ENTRY-COUNT)
    MOVE "F" TO WS-RT-MODE(WS-RENAME-ENTRY-COUNT)

    ADD 1 TO WS-RENAME-ENTRY-COUNT
    MOVE "data/InCollege-StaffScopes.txt" TO WS-RT-FILENAME(WS-RENAME-ENTRY-COUNT)
    MOVE 1 TO WS-RT-POS1(WS-RENAME-ENTRY-COUNT)
    MOVE 0 TO WS-RT-POS2(WS-RENAME-ENTRY-COUNT)
    MOVE 0 TO WS-RT-POS3(WS-RENAME-ENTRY-COUNT)
    MOVE "F" TO WS-RT-MODE(WS-RENAME-ENTRY-COUNT)

    ADD 1 TO WS-RENAME-ENTRY-COUNT
    MOVE "data/InCollege-HiringNotes.txt" TO WS-RT-FILENAME(WS-RENAME-ENTRY-COUNT)
    MOVE 1 TO WS-RT-POS1(WS-RENAME-ENTRY-COUNT)
    MOVE 104 TO WS-RT-POS2(WS-RENAME-ENTRY-COUNT)
    MOVE 0 TO WS-RT-POS3(WS-RENAME-ENTRY-COUNT)
    MOVE "F" TO WS-RT-MODE(WS-RENAME-ENTRY-COUNT)

    ADD 1 TO WS-RENAME-ENTRY-COUNT
    MOVE "data/InCollege-DigestState.txt" TO WS-RT-FILENAME(WS-RENAME-ENTRY-COUNT)
    MOVE 1 TO WS-RT-POS1(WS-RENAME-ENTRY-COUNT)
    MOVE 0 TO WS-RT-POS2(WS-RENAME-ENTRY-COUNT)
    MOVE 0 TO WS-RT-POS3(WS-RENAME-ENTRY-COUNT)
    MOVE "F" TO WS-RT-MODE(WS-RENAME-ENTRY-COUNT)

    *> A resumed broadcast must still recognize a renamed recipient
    *> as already delivered.
    ADD 1 TO WS-RENAME-ENTRY-COUNT
    MOVE "data/InCollege-DeliveryLog.txt" TO WS-RT-FILENAME(WS-RENAME-ENTRY-COUNT)
    MOVE 1 TO WS-RT-POS1(WS-RENAME-ENTRY-COUNT)
    MOVE 0 TO WS-RT-POS2(WS-RENAME-ENTRY-COUNT)
    MOVE 0 TO WS-RT-POS3(WS-RENAME-ENTRY-COUNT)
    MOVE "F" TO WS-RT-MODE(WS-RENAME-ENTRY-COUNT)

    *> An in-progress profile edit follows its owner.
    ADD 1 TO WS-RENAME-ENTRY-COUNT
    MOVE "data/InCollege-Checkpoint.txt" TO WS-RT-FILENAME(WS-RENAME-ENTRY-COUNT)
    MOVE 1 TO WS-RT-POS1(WS-RENAME-ENTRY-COUNT)
    MOVE 0 TO WS-RT-POS2(WS-RENAME-ENTRY-COUNT)
    MOVE 0 TO WS-RT-POS3(WS-RENAME-ENTRY-COUNT)
    MOVE "F" TO WS-RT-MODE(WS-RENAME-ENTRY-COUNT).

*> ---------------------------------------------------------------
*> RENAME-ONE-FILE
*>   Streams WS-RT-FILENAME(WS-E) through the staging copy with the
*>   old name replaced. When nothing matched, the live file is left
*>   untouched; otherwise it is first journaled row by row as it
*>   stands, then replaced from the staging copy. Missing files are
*>   simply skipped.
*> ---------------------------------------------------------------
RENAME-ONE-FILE.
    MOVE WS-RT-FILENAME(WS-E) TO WS-DATA-FILENAME
    MOVE 0 TO WS-FILE-ROWS
    MOVE 0 TO WS-FILE-HITS

    OPEN INPUT DATA-FILE
    IF WS-DATA-STATUS = "35"
        CLOSE DATA-FILE
        EXIT PARAGRAPH
    END-IF
    OPEN OUTPUT WORK-FILE

    MOVE "N" TO WS-EOF
    PERFORM UNTIL WS-EOF = "Y"
        READ DATA-FILE
            AT END
                MOVE "Y" TO WS-EOF
            NOT AT END
                ADD 1 TO WS-FILE-ROWS
                PERFORM RENAME-ONE-ROW
                MOVE DATA-REC TO WORK-REC
                WRITE WORK-REC
        END-READ
    END-PERFORM
    CLOSE WORK-FILE
    CLOSE DATA-FILE

    IF WS-FILE-HITS = 0
        EXIT PARAGRAPH
    END-IF

    PERFORM JOURNAL-FILE-IMAGE

    OPEN OUTPUT DATA-FILE
    OPEN INPUT WORK-FILE
    MOVE "N" TO WS-EOF
    PERFORM UNTIL WS-EOF = "Y"
        READ WORK-FILE
            AT END
                MOVE "Y" TO WS-EOF
            NOT AT END
                MOVE WORK-REC TO DATA-REC
                WRITE DATA-REC
        END-READ
    END-PERFORM
    CLOSE WORK-FILE
    CLOSE DATA-FILE

    ADD 1 TO WS-FILES-TOUCHED
    ADD WS-FILE-HITS TO WS-TOTAL-HITS
    MOVE SPACES TO WS-OUT-LINE
    STRING "  " FUNCTION TRIM(WS-RT-FILENAME(WS-E))
           ": " WS-FILE-HITS " of " WS-FILE-ROWS " row(s) re-keyed"
      INTO WS-OUT-LINE
    END-STRING
    PERFORM PRINT-LINE
    MOVE WS-OUT-LINE TO LOG-REC
    WRITE LOG-REC.

RENAME-ONE-ROW.
    MOVE "N" TO WS-ROW-HIT

    IF DATA-REC(WS-RT-POS1(WS-E):20) = WS-OLD-USER
        MOVE WS-NEW-USER TO DATA-REC(WS-RT-POS1(WS-E):20)
        MOVE "Y" TO WS-ROW-HIT
    END-IF
    IF WS-RT-POS2(WS-E) > 0
        IF DATA-REC(WS-RT-POS2(WS-E):20) = WS-OLD-USER
           AND NOT (WS-RT-MODE(WS-E) = "H"
                    AND DATA-REC(12:10) = "GROUPPOST")
            MOVE WS-NEW-USER TO DATA-REC(WS-RT-POS2(WS-E):20)
            MOVE "Y" TO WS-ROW-HIT
        END-IF
    END-IF
    IF WS-RT-POS3(WS-E) > 0
        IF DATA-REC(WS-RT-POS3(WS-E):20) = WS-OLD-USER
            MOVE WS-NEW-USER TO DATA-REC(WS-RT-POS3(WS-E):20)
            MOVE "Y" TO WS-ROW-HIT
        END-IF
    END-IF

    IF WS-ROW-HIT = "Y"
        ADD 1 TO WS-FILE-HITS
    END-IF.

*> ---------------------------------------------------------------
*> JOURNAL-FILE-IMAGE
*>   Copies WS-DATA-FILENAME, as it stands before the copy-back,
*>   into the rename journal (EMPTY when it has no rows) and closes
*>   the image with END -- DataRestore only puts back a file whose
*>   image finished.
*> ---------------------------------------------------------------
JOURNAL-FILE-IMAGE.
    MOVE 0 TO WS-IMAGE-ROWS
    OPEN INPUT DATA-FILE
    IF WS-DATA-STATUS NOT = "35"
        MOVE "N" TO WS-EOF
        PERFORM UNTIL WS-EOF = "Y"
            READ DATA-FILE
                AT END
                    MOVE "Y" TO WS-EOF
                NOT AT END
                    ADD 1 TO WS-IMAGE-ROWS
                    MOVE "BEFORE" TO RJ-KIND
                    MOVE WS-DATA-FILENAME TO RJ-FILE
                    MOVE DATA-REC TO RJ-DATA
                    PERFORM WRITE-JOURNAL-ROW
            END-READ
        END-PERFORM
    END-IF
    CLOSE DATA-FILE

    IF WS-IMAGE-ROWS = 0
        MOVE "EMPTY" TO RJ-KIND
        MOVE WS-DATA-FILENAME TO RJ-FILE
        MOVE SPACES TO RJ-DATA
        PERFORM WRITE-JOURNAL-ROW
    END-IF

    MOVE "END" TO RJ-KIND
    MOVE WS-DATA-FILENAME TO RJ-FILE
    MOVE SPACES TO RJ-DATA
    PERFORM WRITE-JOURNAL-ROW.

WRITE-JOURNAL-ROW.
    MOVE WS-RUN-TS TO RJ-TS
    MOVE "|" TO RENAME-JOURNAL-REC(20:1)
    MOVE "|" TO RENAME-JOURNAL-REC(27:1)
    MOVE "|" TO RENAME-JOURNAL-REC(88:1)
    WRITE RENAME-JOURNAL-REC.

*> ---------------------------------------------------------------
*> MOVE-CONNECTION-ROWS
*>   The connections file is keyed on the sender/recipient pair, so
*>   the old name's rows are found by key -- as sender on the primary
*>   key, as recipient on the alternate key -- and each is journaled
*>   as a CONN row, deleted, and written again under the new name.
*> ---------------------------------------------------------------
MOVE-CONNECTION-ROWS.
    MOVE 0 TO WS-FILE-HITS
    OPEN I-O CONN-FILE
    IF WS-CONN-STATUS = "35"
        CLOSE CONN-FILE
        EXIT PARAGRAPH
    END-IF

    *> Rows the member sent.
    MOVE LOW-VALUES TO CONN-KEY
    MOVE WS-OLD-USER TO CONN-SENDER
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
                IF CONN-SENDER NOT = WS-OLD-USER
                    MOVE "Y" TO WS-EOF
                ELSE
                    PERFORM MOVE-ONE-CONNECTION
                END-IF
        END-READ
    END-PERFORM

    *> Rows sent to the member.
    MOVE WS-OLD-USER TO CONN-RECIPIENT
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
                IF CONN-RECIPIENT NOT = WS-OLD-USER
                    MOVE "Y" TO WS-EOF
                ELSE
                    PERFORM MOVE-ONE-CONNECTION
                END-IF
        END-READ
    END-PERFORM

    CLOSE CONN-FILE

    IF WS-FILE-HITS = 0
        EXIT PARAGRAPH
    END-IF
    ADD 1 TO WS-FILES-TOUCHED
    ADD WS-FILE-HITS TO WS-TOTAL-HITS
    MOVE SPACES TO WS-OUT-LINE
    STRING "  data/InCollege-Connections.txt: " WS-FILE-HITS
           " row(s) re-keyed"
      INTO WS-OUT-LINE
    END-STRING
    PERFORM PRINT-LINE
    MOVE WS-OUT-LINE TO LOG-REC
    WRITE LOG-REC.

MOVE-ONE-CONNECTION.
    MOVE "CONN" TO RJ-KIND
    MOVE "data/InCollege-Connections.txt" TO RJ-FILE
    MOVE SPACES TO RJ-DATA
    MOVE CONN-REC TO RJ-DATA
    PERFORM WRITE-JOURNAL-ROW

    DELETE CONN-FILE RECORD
    MOVE RJ-DATA(1:62) TO CONN-REC
    IF CONN-SENDER = WS-OLD-USER
        MOVE WS-NEW-USER TO CONN-SENDER
    END-IF
    IF CONN-RECIPIENT = WS-OLD-USER
        MOVE WS-NEW-USER TO CONN-RECIPIENT
    END-IF
    WRITE CONN-REC
        INVALID KEY
            CONTINUE
    END-WRITE
    ADD 1 TO WS-FILE-HITS.

*> ---------------------------------------------------------------
*> MOVE-PROFILE-ROW / MOVE-ACCOUNT-ROW
*>   The indexed rows cannot be rewritten under a new key, so each is
*>   journaled, written again under the new name, and the old one
*>   deleted. The password scramble does not fold in the username,
*>   so the member's password still works.
*> ---------------------------------------------------------------
MOVE-PROFILE-ROW.
    OPEN I-O PROF-FILE
    IF WS-PROF-STATUS = "35"
        CLOSE PROF-FILE
        EXIT PARAGRAPH
    END-IF

    MOVE SPACES TO PROF-REC
    MOVE WS-OLD-USER TO PROF-USER
    READ PROF-FILE
        INVALID KEY
            CLOSE PROF-FILE
            EXIT PARAGRAPH
    END-READ

    MOVE "PROF" TO RJ-KIND
    MOVE "data/InCollege-Profiles.txt" TO RJ-FILE
    MOVE PROF-REC TO RJ-DATA
    PERFORM WRITE-JOURNAL-ROW

    DELETE PROF-FILE RECORD
    MOVE RJ-DATA(1:3819) TO PROF-REC
    MOVE WS-NEW-USER TO PROF-USER
    WRITE PROF-REC
    CLOSE PROF-FILE

    MOVE "  data/InCollege-Profiles.txt: profile row moved" TO WS-OUT-LINE
    PERFORM PRINT-LINE
    MOVE WS-OUT-LINE TO LOG-REC
    WRITE LOG-REC.

MOVE-ACCOUNT-ROW.
    OPEN I-O ACC-FILE
    MOVE WS-OLD-USER TO ACC-USER
    READ ACC-FILE
        INVALID KEY
            CLOSE ACC-FILE
            EXIT PARAGRAPH
    END-READ

    MOVE "ACCT" TO RJ-KIND
    MOVE "data/InCollege-Accounts.txt" TO RJ-FILE
    MOVE SPACES TO RJ-DATA
    MOVE ACC-REC TO RJ-DATA
    PERFORM WRITE-JOURNAL-ROW

    DELETE ACC-FILE RECORD
    MOVE RJ-DATA(1:53) TO ACC-REC
    MOVE WS-NEW-USER TO ACC-USER
    WRITE ACC-REC
    CLOSE ACC-FILE

    MOVE "  data/InCollege-Accounts.txt: account row moved" TO WS-OUT-LINE
    PERFORM PRINT-LINE
    MOVE WS-OUT-LINE TO LOG-REC
    WRITE LOG-REC.

*> ---------------------------------------------------------------
*> RECORD-ALIAS
*>   The alias file is journaled like any other file it changes, so
*>   a rollback takes the pair back out.
*> ---------------------------------------------------------------
RECORD-ALIAS.
    MOVE "data/InCollege-UsernameAliases.txt" TO WS-DATA-FILENAME
    PERFORM JOURNAL-FILE-IMAGE

    OPEN EXTEND ALIAS-FILE
    IF WS-ALIAS-STATUS = "35"
        OPEN OUTPUT ALIAS-FILE
        CLOSE ALIAS-FILE
        OPEN EXTEND ALIAS-FILE
    END-IF
    MOVE SPACES TO ALIAS-REC
    MOVE WS-OLD-USER   TO AL-OLD
    MOVE WS-NEW-USER   TO AL-NEW
    MOVE WS-TODAY-DATE TO AL-DATE
    MOVE WS-STAFF-USER TO AL-BY
    MOVE "|" TO ALIAS-REC(21:1)
    MOVE "|" TO ALIAS-REC(42:1)
    MOVE "|" TO ALIAS-REC(53:1)
    WRITE ALIAS-REC
    CLOSE ALIAS-FILE.

OPEN-RENAME-LOG.
    OPEN EXTEND LOG-FILE
    IF WS-LOG-STATUS = "35"
        OPEN OUTPUT LOG-FILE
        CLOSE LOG-FILE
        OPEN EXTEND LOG-FILE
    END-IF
    MOVE SPACES TO WS-OUT-LINE
    STRING WS-RUN-TS " " FUNCTION TRIM(WS-OLD-USER)
           " renamed to " FUNCTION TRIM(WS-NEW-USER)
           " by " FUNCTION TRIM(WS-STAFF-USER) ":"
      INTO WS-OUT-LINE
    END-STRING
    PERFORM PRINT-LINE
    MOVE WS-OUT-LINE TO LOG-REC
    WRITE LOG-REC.

CLOSE-RENAME-LOG.
    MOVE SPACES TO LOG-REC
    STRING "  Total: " WS-FILES-TOUCHED " file(s), "
           WS-TOTAL-HITS " row(s) re-keyed; journal stamp " WS-RUN-TS
      INTO LOG-REC
    END-STRING
    WRITE LOG-REC
    CLOSE LOG-FILE.

*> ---------------------------------------------------------------
*> WRITE-RENAME-AUDIT
*>   One chained USERNAME-CHANGED row under the new name, with the
*>   old name in the detail.
*> ---------------------------------------------------------------
WRITE-RENAME-AUDIT.
    PERFORM PRIME-AUDIT-CHAIN
    OPEN EXTEND AUDIT-LOG-FILE
    IF WS-AUDIT-STATUS = "35"
        CLOSE AUDIT-LOG-FILE
        OPEN OUTPUT AUDIT-LOG-FILE
        CLOSE AUDIT-LOG-FILE
        OPEN EXTEND AUDIT-LOG-FILE
    END-IF

    MOVE SPACES TO AUDIT-LOG-REC
    MOVE "USERNAME-CHANGED" TO AUDIT-EVENT
    MOVE WS-NEW-USER        TO AUDIT-USER
    STRING "from " FUNCTION TRIM(WS-OLD-USER)
           " by " FUNCTION TRIM(WS-STAFF-USER)
      INTO AUDIT-DETAIL
    END-STRING
    MOVE WS-RUN-TS          TO AUDIT-TIMESTAMP
    PERFORM COMPUTE-AUDIT-CHAIN
    MOVE WS-AUDIT-CHAIN-DISP TO AUDIT-CHAIN
    WRITE AUDIT-LOG-REC
    CLOSE AUDIT-LOG-FILE
    PERFORM WRITE-AUDIT-SEAL.

PRINT-PROMPT-AND-READ.
    MOVE WS-PROMPT TO WS-OUT-LINE
    PERFORM PRINT-LINE
    MOVE SPACES TO WS-CHOICE
    ACCEPT WS-CHOICE FROM CONSOLE.

PRINT-LINE.
    DISPLAY WS-OUT-LINE.

*> ---------------------------------------------------------------
*> PRIME-AUDIT-CHAIN / COMPUTE-AUDIT-CHAIN / WRITE-AUDIT-SEAL
*>   Must stay identical to the chain paragraphs around
*>   LOG-AUDIT-EVENT in InCollege.cob or the chain breaks.
*> ---------------------------------------------------------------
PRIME-AUDIT-CHAIN.
    MOVE 0 TO WS-AUDIT-CHAIN-PREV
    MOVE "N" TO WS-AUDIT-EOF

    OPEN INPUT AUDIT-LOG-FILE
    IF WS-AUDIT-STATUS NOT = "35"
        PERFORM UNTIL WS-AUDIT-EOF = "Y"
            READ AUDIT-LOG-FILE
                AT END
                    MOVE "Y" TO WS-AUDIT-EOF
                NOT AT END
                    IF AUDIT-CHAIN IS NUMERIC
                        MOVE AUDIT-CHAIN TO WS-AUDIT-CHAIN-PREV
                    END-IF
            END-READ
        END-PERFORM
    END-IF
    CLOSE AUDIT-LOG-FILE.

COMPUTE-AUDIT-CHAIN.
    MOVE WS-AUDIT-CHAIN-PREV TO WS-AUDIT-CHAIN-HASH
    PERFORM VARYING WS-AUDIT-CHAIN-I FROM 1 BY 1
        UNTIL WS-AUDIT-CHAIN-I > 103
        COMPUTE WS-AUDIT-CHAIN-HASH =
            FUNCTION MOD(
                WS-AUDIT-CHAIN-HASH * 131
                + FUNCTION ORD(AUDIT-LOG-REC(WS-AUDIT-CHAIN-I:1))
                  * WS-AUDIT-CHAIN-I,
                999999999937)
    END-PERFORM
    MOVE WS-AUDIT-CHAIN-HASH TO WS-AUDIT-CHAIN-DISP.

WRITE-AUDIT-SEAL.
    OPEN OUTPUT AUDIT-SEAL-FILE
    MOVE WS-AUDIT-CHAIN-DISP TO AUDIT-SEAL-REC
    WRITE AUDIT-SEAL-REC
    CLOSE AUDIT-SEAL-FILE.

*> ---------------------------------------------------------------
*> ACQUIRE-RUN-LOCK / RELEASE-RUN-LOCK
*>   The run-lock convention every program that writes the shared
*>   data files honors: take the named lock before touching them,
*>   exit cleanly with a message if another holder is active, and
*>   release it on the way out -- duplicated in each program rather
*>   than shared, since this codebase has no mechanism for one
*>   program to CALL into another.
*> ---------------------------------------------------------------
ACQUIRE-RUN-LOCK.
    OPEN INPUT RUN-LOCK-FILE
    IF WS-RUNLOCK-STATUS = "35"
        CLOSE RUN-LOCK-FILE
        PERFORM STAMP-RUN-LOCK
        EXIT PARAGRAPH
    END-IF

    MOVE "FREE" TO RUN-LOCK-REC
    READ RUN-LOCK-FILE
        AT END
            MOVE "FREE" TO RUN-LOCK-REC
    END-READ
    CLOSE RUN-LOCK-FILE

    IF FUNCTION TRIM(RUNLOCK-HOLDER) NOT = "FREE"
       AND FUNCTION TRIM(RUNLOCK-HOLDER) NOT = SPACES
        DISPLAY "The run lock is held by "
            FUNCTION TRIM(RUNLOCK-HOLDER)
            ". Try again once it finishes."
        STOP RUN
    END-IF

    *> A writer also waits for the shared readers to drain -- the
    *> read-only report tools hold a shared stamp instead of the
    *> whole lock.
    IF RUNLOCK-READERS IS NUMERIC
        IF RUNLOCK-READERS > 0
            DISPLAY "Shared readers are active on the data files. "
                "Try again once they finish."
            STOP RUN
        END-IF
    END-IF

    PERFORM STAMP-RUN-LOCK.

STAMP-RUN-LOCK.
    OPEN OUTPUT RUN-LOCK-FILE
    MOVE SPACES TO RUN-LOCK-REC
    MOVE WS-RUNLOCK-MYNAME TO RUNLOCK-HOLDER
    MOVE "EXCL" TO RUNLOCK-MODE
    MOVE 0 TO RUNLOCK-READERS
    MOVE "|" TO RUN-LOCK-REC(31:1)
    MOVE "|" TO RUN-LOCK-REC(42:1)
    WRITE RUN-LOCK-REC
    CLOSE RUN-LOCK-FILE.

RELEASE-RUN-LOCK.
    OPEN OUTPUT RUN-LOCK-FILE
    MOVE SPACES TO RUN-LOCK-REC
    MOVE "FREE" TO RUNLOCK-HOLDER
    MOVE 0 TO RUNLOCK-READERS
    MOVE "|" TO RUN-LOCK-REC(31:1)
    MOVE "|" TO RUN-LOCK-REC(42:1)
    WRITE RUN-LOCK-REC
    CLOSE RUN-LOCK-FILE.
