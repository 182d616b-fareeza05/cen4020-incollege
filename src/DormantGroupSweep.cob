       >>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. DormantGroupSweep.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.

*> Run lock shared by the online program and every batch tool that
*> writes the data files, so a load-all/rewrite-all in one program
*> cannot silently erase another's changes mid-run.
    SELECT RUN-LOCK-FILE ASSIGN TO "data/InCollege-RunLock.txt"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-RUNLOCK-STATUS.

*> Central runtime parameter file maintained from the staff menu;
*> this sweep reads GROUP-IDLE-DAYS and GROUP-CLOSE-GRACE-DAYS.
    SELECT PARAM-FILE ASSIGN TO "data/InCollege-Parameters.txt"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-PARAM-STATUS.

*> Student groups, their members, boards, waiting join requests, and
*> the closed-board archive; see the GROUP-FILE notes in InCollege.cob.
    SELECT GROUP-FILE ASSIGN TO "data/InCollege-Groups.txt"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-GROUP-STATUS.

    SELECT GROUP-MEMBER-FILE ASSIGN TO "data/InCollege-GroupMembers.txt"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-GMEM-STATUS.

    SELECT GROUP-POST-FILE ASSIGN TO "data/InCollege-GroupPosts.txt"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-GPOST-STATUS.

    SELECT GROUP-JOIN-FILE ASSIGN TO "data/InCollege-GroupJoinRequests.txt"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-GJOIN-STATUS.

    SELECT GROUP-POST-ARCH-FILE ASSIGN TO "data/InCollege-GroupPostArchive.txt"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-GARCH-STATUS.

*> Paused members: a group whose owner is on the list passes to its
*> longest-standing active member.
    SELECT DEACTIVATED-FILE ASSIGN TO "data/InCollege-Deactivated.txt"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-DEACT-STATUS.

*> The sweep's own memory, one row per live group: the date it was
*> first seen (so a group that never had a post still ages) and the
*> date its owner was warned, blank when no warning is outstanding.
    SELECT IDLE-STATE-FILE ASSIGN TO "data/InCollege-GroupIdleState.txt"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-IDLE-STATUS.

*> Legal holds placed from the staff menu; a held member's group rows
*> are left in place when the group closes and tallied in the skip
*> file for LegalHoldReport.
    SELECT LEGAL-HOLD-FILE ASSIGN TO "data/InCollege-LegalHolds.txt"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-LH-STATUS.

    SELECT LEGAL-HOLD-SKIP-FILE ASSIGN TO "data/InCollege-LegalHoldSkips.txt"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-LS-STATUS.

    SELECT LOG-FILE ASSIGN TO "data/InCollege-DormantGroupLog.txt"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-LOG-STATUS.

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

    SELECT AUDIT-LOG-FILE ASSIGN TO "data/InCollege-AuditLog.txt"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-AUDIT-STATUS.

*> Last audit chain value, rewritten after every append -- see the
*> chain notes on AUDIT-LOG-FILE in InCollege.cob.
    SELECT AUDIT-SEAL-FILE ASSIGN TO "data/InCollege-AuditChainSeal.txt"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-AUDIT-SEAL-STATUS.

*> The four group files stream through scratch copies and back -- the
*> same staging OfferExpirySweep uses -- so no file is ever held in a
*> bounded table for the rewrite.
    SELECT GROUP-WORK-FILE ASSIGN TO "data/InCollege-Groups.txt.work"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-WORK-STATUS.

    SELECT MEMBER-WORK-FILE ASSIGN TO "data/InCollege-GroupMembers.txt.work"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-WORK-STATUS.

    SELECT POST-WORK-FILE ASSIGN TO "data/InCollege-GroupPosts.txt.work"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-WORK-STATUS.

    SELECT JOIN-WORK-FILE ASSIGN TO "data/InCollege-GroupJoinRequests.txt.work"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-WORK-STATUS.

DATA DIVISION.
FILE SECTION.

FD  RUN-LOCK-FILE.
01  RUN-LOCK-REC.
    05 RUNLOCK-HOLDER        PIC X(30).
    05 FILLER                PIC X(01).
    05 RUNLOCK-MODE          PIC X(10).
    05 FILLER                PIC X(01).
    05 RUNLOCK-READERS       PIC 9(03).

FD  PARAM-FILE.
01  PARAM-REC.
    05 PARAM-NAME           PIC X(24).
    05 FILLER               PIC X(01).
    05 PARAM-VALUE          PIC X(08).

FD  GROUP-FILE.
01  GROUP-REC.
    05 GRP-ID                PIC X(10).
    05 FILLER                PIC X(01).
    05 GRP-NAME              PIC X(40).
    05 FILLER                PIC X(01).
    05 GRP-OWNER             PIC X(20).

FD  GROUP-MEMBER-FILE.
01  GROUP-MEMBER-REC.
    05 GM-GROUP-ID           PIC X(10).
    05 FILLER                PIC X(01).
    05 GM-USER               PIC X(20).

FD  GROUP-POST-FILE.
01  GROUP-POST-REC.
    05 GP-GROUP-ID           PIC X(10).
    05 FILLER                PIC X(01).
    05 GP-ID                 PIC X(10).
    05 FILLER                PIC X(01).
    05 GP-PARENT             PIC X(10).
    05 FILLER                PIC X(01).
    05 GP-AUTHOR             PIC X(20).
    05 FILLER                PIC X(01).
    05 GP-TS                 PIC X(20).
    05 FILLER                PIC X(01).
    05 GP-TEXT               PIC X(200).

FD  GROUP-JOIN-FILE.
01  GROUP-JOIN-REC.
    05 GJ-GROUP-ID           PIC X(10).
    05 FILLER                PIC X(01).
    05 GJ-USER               PIC X(20).
    05 FILLER                PIC X(01).
    05 GJ-STATUS             PIC X(10).

FD  GROUP-POST-ARCH-FILE.
01  GROUP-POST-ARCH-REC      PIC X(300).

FD  DEACTIVATED-FILE.
01  DEACTIVATED-REC.
    05 DA-USER               PIC X(20).
    05 FILLER                PIC X(01).
    05 DA-DATE               PIC X(10).
    05 FILLER                PIC X(01).
    05 DA-SOURCE             PIC X(10).

FD  IDLE-STATE-FILE.
01  IDLE-STATE-REC.
    05 IS-GROUP-ID           PIC X(10).
    05 FILLER                PIC X(01).
    05 IS-FIRST-SEEN         PIC X(10).
    05 FILLER                PIC X(01).
    05 IS-WARNED             PIC X(10).

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

FD  LOG-FILE.
01  LOG-REC                  PIC X(200).

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

*> Outbound mail spool read by NotificationMailRelay; the first 113
*> bytes are the NOTIFY-FILE row.
FD  MAIL-SPOOL-FILE.
01  MAIL-SPOOL-REC.
    05 SP-NOTIFY-ROW         PIC X(113).
    05 FILLER                PIC X(01).
    05 SP-STATUS             PIC X(07).
    05 FILLER                PIC X(01).
    05 SP-SENT-DATE          PIC X(10).

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

FD  GROUP-WORK-FILE.
01  GROUP-WORK-REC           PIC X(72).

FD  MEMBER-WORK-FILE.
01  MEMBER-WORK-REC          PIC X(31).

FD  POST-WORK-FILE.
01  POST-WORK-REC            PIC X(275).

FD  JOIN-WORK-FILE.
01  JOIN-WORK-REC            PIC X(42).

WORKING-STORAGE SECTION.

01  WS-RUNLOCK-STATUS          PIC XX VALUE "00".
01  WS-RUNLOCK-MYNAME          PIC X(30) VALUE "DormantGroupSweep".

01  WS-PARAM-STATUS          PIC XX VALUE "00".
01  WS-PARAM-EOF             PIC X VALUE "N".
01  WS-GROUP-STATUS          PIC XX VALUE "00".
01  WS-GMEM-STATUS           PIC XX VALUE "00".
01  WS-GPOST-STATUS          PIC XX VALUE "00".
01  WS-GJOIN-STATUS          PIC XX VALUE "00".
01  WS-GARCH-STATUS          PIC XX VALUE "00".
01  WS-DEACT-STATUS          PIC XX VALUE "00".
01  WS-IDLE-STATUS           PIC XX VALUE "00".
01  WS-LOG-STATUS            PIC XX VALUE "00".
01  WS-WORK-STATUS           PIC XX VALUE "00".
01  WS-EOF                   PIC X VALUE "N".

*> Compiled-in defaults, overridden from the parameter file.
01  WS-IDLE-DAYS             PIC 9(05) VALUE 365.
01  WS-GRACE-DAYS            PIC 9(05) VALUE 30.

01  WS-RAW-DATE              PIC X(21) VALUE SPACES.
*> As-of date for reproducible runs: pass YYYY-MM-DD as the first
*> command-line argument (same handling JobDeadlineSweep uses) to
*> sweep as of that date; with no argument the run date is used.
01  WS-ARG-COUNT               PIC 9(2) VALUE 0.
01  WS-ASOF-DATE               PIC X(10) VALUE SPACES.

01  WS-TODAY-DATE            PIC X(10) VALUE SPACES.
01  WS-DATE-NUM-TEXT         PIC X(08) VALUE SPACES.
01  WS-TODAY-NUM             PIC 9(08) VALUE 0.
01  WS-THEN-NUM              PIC 9(08) VALUE 0.
01  WS-DAYS-PAST             PIC S9(7) VALUE 0.
01  WS-DATE-IN               PIC X(10) VALUE SPACES.
01  WS-AUDIT-TS              PIC X(20) VALUE SPACES.

*> One row per live group. WS-GT-ACTION is what tonight's run does
*> to it: blank (nothing), W (warn the owner), C (close it).
*> WS-GT-NEW-OWNER is set when ownership passes tonight.
01  WS-GROUP-COUNT           PIC 9(3) VALUE 0.
01  WS-GROUP-TABLE OCCURS 500 TIMES.
    05 WS-GT-ID              PIC X(10).
    05 WS-GT-NAME            PIC X(40).
    05 WS-GT-OWNER           PIC X(20).
    05 WS-GT-OWNER-GONE      PIC X(01).
    05 WS-GT-NEW-OWNER       PIC X(20).
    05 WS-GT-LAST-POST       PIC X(10).
    05 WS-GT-FIRST-SEEN      PIC X(10).
    05 WS-GT-WARNED          PIC X(10).
    05 WS-GT-ACTION          PIC X(01).
01  WS-G                     PIC 9(3) VALUE 0.
01  WS-GROUP-IDX             PIC 9(3) VALUE 0.
01  WS-FIND-ID               PIC X(10) VALUE SPACES.
01  WS-SKIPPED-GROUPS        PIC 9(5) VALUE 0.

01  WS-DEACT-COUNT           PIC 9(3) VALUE 0.
01  WS-DEACT-TABLE OCCURS 500 TIMES PIC X(20).
01  WS-K                     PIC 9(3) VALUE 0.
01  WS-IS-DEACTIVATED        PIC X VALUE "N".
01  WS-DEACT-QUERY           PIC X(20) VALUE SPACES.

01  WS-PASSED-COUNT          PIC 9(5) VALUE 0.
01  WS-ORPHAN-COUNT          PIC 9(5) VALUE 0.
01  WS-WARNED-COUNT          PIC 9(5) VALUE 0.
01  WS-RESUMED-COUNT         PIC 9(5) VALUE 0.
01  WS-CLOSED-COUNT          PIC 9(5) VALUE 0.
01  WS-ARCHIVED-COUNT        PIC 9(5) VALUE 0.
01  WS-NOTIFIED-COUNT        PIC 9(5) VALUE 0.
01  WS-AUDITED-COUNT         PIC 9(5) VALUE 0.
01  WS-CLOSE-BY              PIC X(10) VALUE SPACES.

*> Active legal holds, each with the rows this run left alone for it.
01  WS-LH-STATUS               PIC XX VALUE "00".
01  WS-LH-EOF                  PIC X VALUE "N".
01  WS-LS-STATUS               PIC XX VALUE "00".
01  WS-LS-DATE                 PIC X(10) VALUE SPACES.
01  WS-LH-QUERY                PIC X(20) VALUE SPACES.
01  WS-LH-IDX                  PIC 9(3) VALUE 0.
01  WS-LH-J                    PIC 9(3) VALUE 0.
01  WS-HELD-COUNT              PIC 9(7) VALUE 0.
01  WS-HELD-OPEN-COUNT         PIC 9(5) VALUE 0.
01  WS-LH-COUNT                PIC 9(3) VALUE 0.
01  WS-LH-TABLE OCCURS 500 TIMES.
    05 WS-LHT-USER            PIC X(20).
    05 WS-LHT-SKIPS           PIC 9(7).

*> Notification support, same as OfferExpirySweep.
01  WS-NOTIFY-STATUS         PIC XX VALUE "00".
01  WS-SP-STATUS             PIC XX VALUE "00".
01  WS-SP-NOTIFY-ROW         PIC X(113) VALUE SPACES.
01  WS-NPREF-STATUS            PIC XX VALUE "00".
01  WS-NPREF-EOF               PIC X VALUE "N".
01  WS-NOTIFY-MUTED            PIC X VALUE "N".
01  WS-MUTE-USER               PIC X(20) VALUE SPACES.
01  WS-MUTE-EVENT              PIC X(20) VALUE SPACES.
01  WS-NOTIFY-TARGET         PIC X(20) VALUE SPACES.
01  WS-NOTIFY-EVENT          PIC X(20) VALUE SPACES.
01  WS-NOTIFY-TEXT           PIC X(60) VALUE SPACES.

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
*>   Nightly batch that keeps GROUP-FILE from filling with abandoned
*>   groups. A group whose owner is deactivated passes to its
*>   longest-standing active member (the earliest membership row, as
*>   joins are appended). A group with no post for GROUP-IDLE-DAYS
*>   gets its owner warned; if nobody posts within
*>   GROUP-CLOSE-GRACE-DAYS of the warning it is closed the way
*>   GROUP-CLOSE closes one online: board appended to the archive,
*>   then the group, memberships, posts, and waiting join requests
*>   dropped from the live files. A group whose owner is under an
*>   active legal hold is left open, and a held member's membership,
*>   join request and posts stay on the live files when the group
*>   around them closes.
*> ---------------------------------------------------------------
MAIN-MAINLINE.
    PERFORM ACQUIRE-RUN-LOCK
    PERFORM GET-ASOF-DATE
    PERFORM FORMAT-TODAY-DATE
    PERFORM LOAD-RUNTIME-PARAMETERS
    PERFORM LOAD-LEGAL-HOLDS
    PERFORM OPEN-LOG
    PERFORM LOAD-GROUPS
    PERFORM LOAD-DEACTIVATED-LIST
    PERFORM LOAD-IDLE-STATE
    PERFORM FIND-LAST-POSTS
    PERFORM FIND-SUCCESSORS

    PERFORM PRIME-AUDIT-CHAIN
    OPEN EXTEND AUDIT-LOG-FILE
    IF WS-AUDIT-STATUS = "35"
        CLOSE AUDIT-LOG-FILE
        OPEN OUTPUT AUDIT-LOG-FILE
        CLOSE AUDIT-LOG-FILE
        OPEN EXTEND AUDIT-LOG-FILE
    END-IF
    PERFORM VARYING WS-G FROM 1 BY 1 UNTIL WS-G > WS-GROUP-COUNT
        PERFORM SWEEP-ONE-GROUP
    END-PERFORM
    CLOSE AUDIT-LOG-FILE
    IF WS-AUDITED-COUNT > 0
        PERFORM WRITE-AUDIT-SEAL
    END-IF

    IF WS-PASSED-COUNT > 0 OR WS-CLOSED-COUNT > 0
        PERFORM REWRITE-GROUP-FILE
    END-IF
    IF WS-CLOSED-COUNT > 0
        PERFORM REWRITE-MEMBER-FILE
        PERFORM ARCHIVE-CLOSED-POSTS
        PERFORM REWRITE-JOIN-FILE
    END-IF
    PERFORM SAVE-IDLE-STATE
    MOVE WS-TODAY-DATE TO WS-LS-DATE
    PERFORM WRITE-LEGAL-HOLD-SKIPS
    PERFORM WRITE-LOG-SUMMARY

    DISPLAY "Dormant group sweep complete: " WS-PASSED-COUNT
        " ownership transfer(s), " WS-WARNED-COUNT " warning(s), "
        WS-CLOSED-COUNT " group(s) closed."
    IF WS-HELD-COUNT > 0
        DISPLAY "  Legal holds: " WS-HELD-COUNT
            " group row(s) kept for held members."
    END-IF
    PERFORM RELEASE-RUN-LOCK
    STOP RUN.

FORMAT-TODAY-DATE.
    MOVE WS-ASOF-DATE TO WS-TODAY-DATE

    MOVE SPACES TO WS-DATE-NUM-TEXT
    STRING WS-TODAY-DATE(1:4) WS-TODAY-DATE(6:2) WS-TODAY-DATE(9:2)
      INTO WS-DATE-NUM-TEXT
    END-STRING
    MOVE WS-DATE-NUM-TEXT TO WS-TODAY-NUM

    MOVE FUNCTION CURRENT-DATE TO WS-RAW-DATE
    MOVE SPACES TO WS-AUDIT-TS
    STRING WS-RAW-DATE(1:4) "-"
           WS-RAW-DATE(5:2) "-"
           WS-RAW-DATE(7:2) " "
           WS-RAW-DATE(9:2) ":"
           WS-RAW-DATE(11:2) ":"
           WS-RAW-DATE(13:2)
      INTO WS-AUDIT-TS
    END-STRING.

*> ---------------------------------------------------------------
*> LOAD-RUNTIME-PARAMETERS
*>   Picks this sweep's two knobs out of the central parameter file;
*>   a missing file or an out-of-range value keeps the compiled-in
*>   default.
*> ---------------------------------------------------------------
LOAD-RUNTIME-PARAMETERS.
    OPEN INPUT PARAM-FILE
    IF WS-PARAM-STATUS NOT = "35"
        MOVE "N" TO WS-PARAM-EOF
        PERFORM UNTIL WS-PARAM-EOF = "Y"
            READ PARAM-FILE
                AT END
                    MOVE "Y" TO WS-PARAM-EOF
                NOT AT END
                    IF FUNCTION TRIM(PARAM-NAME) = "GROUP-IDLE-DAYS"
                       AND FUNCTION TRIM(PARAM-VALUE) IS NUMERIC
                        IF FUNCTION NUMVAL(PARAM-VALUE) >= 30
                           AND FUNCTION NUMVAL(PARAM-VALUE) <= 3650
                            MOVE FUNCTION NUMVAL(PARAM-VALUE)
                                TO WS-IDLE-DAYS
                        END-IF
                    END-IF
                    IF FUNCTION TRIM(PARAM-NAME) = "GROUP-CLOSE-GRACE-DAYS"
                       AND FUNCTION TRIM(PARAM-VALUE) IS NUMERIC
                        IF FUNCTION NUMVAL(PARAM-VALUE) >= 7
                           AND FUNCTION NUMVAL(PARAM-VALUE) <= 365
                            MOVE FUNCTION NUMVAL(PARAM-VALUE)
                                TO WS-GRACE-DAYS
                        END-IF
                    END-IF
            END-READ
        END-PERFORM
    END-IF
    CLOSE PARAM-FILE.

OPEN-LOG.
    OPEN OUTPUT LOG-FILE
    MOVE SPACES TO LOG-REC
    STRING "Dormant group sweep run " WS-TODAY-DATE
           " (idle after " WS-IDLE-DAYS " days, close "
           WS-GRACE-DAYS " days after warning):"
      INTO LOG-REC
    END-STRING
    WRITE LOG-REC.

LOAD-GROUPS.
    MOVE 0 TO WS-GROUP-COUNT
    OPEN INPUT GROUP-FILE
    IF WS-GROUP-STATUS = "35"
        DISPLAY "No groups file found; nothing to sweep."
        CLOSE GROUP-FILE
        CLOSE LOG-FILE
        PERFORM RELEASE-RUN-LOCK
        STOP RUN
    END-IF

    MOVE "N" TO WS-EOF
    PERFORM UNTIL WS-EOF = "Y"
        READ GROUP-FILE
            AT END
                MOVE "Y" TO WS-EOF
            NOT AT END
                IF GRP-ID NOT = SPACES
                    IF WS-GROUP-COUNT < 500
                        ADD 1 TO WS-GROUP-COUNT
                        MOVE GRP-ID    TO WS-GT-ID(WS-GROUP-COUNT)
                        MOVE GRP-NAME  TO WS-GT-NAME(WS-GROUP-COUNT)
                        MOVE GRP-OWNER TO WS-GT-OWNER(WS-GROUP-COUNT)
                        MOVE "N"    TO WS-GT-OWNER-GONE(WS-GROUP-COUNT)
                        MOVE SPACES TO WS-GT-NEW-OWNER(WS-GROUP-COUNT)
                        MOVE SPACES TO WS-GT-LAST-POST(WS-GROUP-COUNT)
                        MOVE WS-TODAY-DATE
                            TO WS-GT-FIRST-SEEN(WS-GROUP-COUNT)
                        MOVE SPACES TO WS-GT-WARNED(WS-GROUP-COUNT)
                        MOVE SPACES TO WS-GT-ACTION(WS-GROUP-COUNT)
                    ELSE
                        ADD 1 TO WS-SKIPPED-GROUPS
                    END-IF
                END-IF
        END-READ
    END-PERFORM
    CLOSE GROUP-FILE.

*> ---------------------------------------------------------------
*> FIND-GROUP
*>   WS-GROUP-IDX = the table row for group id WS-FIND-ID, or 0.
*> ---------------------------------------------------------------
FIND-GROUP.
    MOVE 0 TO WS-GROUP-IDX
    PERFORM VARYING WS-K FROM 1 BY 1
        UNTIL WS-K > WS-GROUP-COUNT OR WS-GROUP-IDX > 0
        IF WS-GT-ID(WS-K) = WS-FIND-ID
            MOVE WS-K TO WS-GROUP-IDX
        END-IF
    END-PERFORM.

LOAD-DEACTIVATED-LIST.
    MOVE 0 TO WS-DEACT-COUNT
    MOVE "N" TO WS-EOF
    OPEN INPUT DEACTIVATED-FILE
    IF WS-DEACT-STATUS NOT = "35"
        PERFORM UNTIL WS-EOF = "Y"
            READ DEACTIVATED-FILE
                AT END
                    MOVE "Y" TO WS-EOF
                NOT AT END
                    IF DA-USER NOT = SPACES AND WS-DEACT-COUNT < 500
                        ADD 1 TO WS-DEACT-COUNT
                        MOVE DA-USER TO WS-DEACT-TABLE(WS-DEACT-COUNT)
                    END-IF
            END-READ
        END-PERFORM
    END-IF
    CLOSE DEACTIVATED-FILE

    PERFORM VARYING WS-G FROM 1 BY 1 UNTIL WS-G > WS-GROUP-COUNT
        MOVE WS-GT-OWNER(WS-G) TO WS-DEACT-QUERY
        PERFORM CHECK-USER-DEACTIVATED
        MOVE WS-IS-DEACTIVATED TO WS-GT-OWNER-GONE(WS-G)
    END-PERFORM.

CHECK-USER-DEACTIVATED.
    MOVE "N" TO WS-IS-DEACTIVATED
    PERFORM VARYING WS-K FROM 1 BY 1
        UNTIL WS-K > WS-DEACT-COUNT OR WS-IS-DEACTIVATED = "Y"
        IF WS-DEACT-TABLE(WS-K) = WS-DEACT-QUERY
            MOVE "Y" TO WS-IS-DEACTIVATED
        END-IF
    END-PERFORM.

*> ---------------------------------------------------------------
*> LOAD-IDLE-STATE
*>   Carries each live group's first-seen and warned dates forward
*>   from the last run; rows for groups that no longer exist fall
*>   away when SAVE-IDLE-STATE rewrites the file.
*> ---------------------------------------------------------------
LOAD-IDLE-STATE.
    MOVE "N" TO WS-EOF
    OPEN INPUT IDLE-STATE-FILE
    IF WS-IDLE-STATUS NOT = "35"
        PERFORM UNTIL WS-EOF = "Y"
            READ IDLE-STATE-FILE
                AT END
                    MOVE "Y" TO WS-EOF
                NOT AT END
                    MOVE IS-GROUP-ID TO WS-FIND-ID
                    PERFORM FIND-GROUP
                    IF WS-GROUP-IDX > 0
                        IF IS-FIRST-SEEN NOT = SPACES
                            MOVE IS-FIRST-SEEN
                                TO WS-GT-FIRST-SEEN(WS-GROUP-IDX)
                        END-IF
                        MOVE IS-WARNED TO WS-GT-WARNED(WS-GROUP-IDX)
                    END-IF
            END-READ
        END-PERFORM
    END-IF
    CLOSE IDLE-STATE-FILE.

FIND-LAST-POSTS.
    MOVE "N" TO WS-EOF
    OPEN INPUT GROUP-POST-FILE
    IF WS-GPOST-STATUS NOT = "35"
        PERFORM UNTIL WS-EOF = "Y"
            READ GROUP-POST-FILE
                AT END
                    MOVE "Y" TO WS-EOF
                NOT AT END
                    IF GP-AUTHOR NOT = SPACES
                       AND GP-TS(1:4) IS NUMERIC
                        MOVE GP-GROUP-ID TO WS-FIND-ID
                        PERFORM FIND-GROUP
                        IF WS-GROUP-IDX > 0
                            IF GP-TS(1:10) > WS-GT-LAST-POST(WS-GROUP-IDX)
                               OR WS-GT-LAST-POST(WS-GROUP-IDX) = SPACES
                                MOVE GP-TS(1:10)
                                    TO WS-GT-LAST-POST(WS-GROUP-IDX)
                            END-IF
                        END-IF
                    END-IF
            END-READ
        END-PERFORM
    END-IF
    CLOSE GROUP-POST-FILE.

*> ---------------------------------------------------------------
*> FIND-SUCCESSORS
*>   For each group whose owner is deactivated, the first member row
*>   (oldest join) belonging to someone other than the owner who is
*>   not deactivated themselves.
*> ---------------------------------------------------------------
FIND-SUCCESSORS.
    MOVE "N" TO WS-EOF
    OPEN INPUT GROUP-MEMBER-FILE
    IF WS-GMEM-STATUS NOT = "35"
        PERFORM UNTIL WS-EOF = "Y"
            READ GROUP-MEMBER-FILE
                AT END
                    MOVE "Y" TO WS-EOF
                NOT AT END
                    IF GM-USER NOT = SPACES
                        MOVE GM-GROUP-ID TO WS-FIND-ID
                        PERFORM FIND-GROUP
                        IF WS-GROUP-IDX > 0
                            PERFORM CONSIDER-SUCCESSOR
                        END-IF
                    END-IF
            END-READ
        END-PERFORM
    END-IF
    CLOSE GROUP-MEMBER-FILE.

CONSIDER-SUCCESSOR.
    IF WS-GT-OWNER-GONE(WS-GROUP-IDX) NOT = "Y"
       OR WS-GT-NEW-OWNER(WS-GROUP-IDX) NOT = SPACES
       OR GM-USER = WS-GT-OWNER(WS-GROUP-IDX)
        EXIT PARAGRAPH
    END-IF
    MOVE GM-USER TO WS-DEACT-QUERY
    PERFORM CHECK-USER-DEACTIVATED
    IF WS-IS-DEACTIVATED = "N"
        MOVE GM-USER TO WS-GT-NEW-OWNER(WS-GROUP-IDX)
    END-IF.

*> ---------------------------------------------------------------
*> SWEEP-ONE-GROUP
*>   Decides tonight's action for table row WS-G: pass ownership if
*>   the owner is deactivated, then warn, clear a warning, or close
*>   by how long the board has been quiet. Ownership passes first so
*>   any warning reaches the new owner.
*> ---------------------------------------------------------------
SWEEP-ONE-GROUP.
    IF WS-GT-OWNER-GONE(WS-G) = "Y"
        IF WS-GT-NEW-OWNER(WS-G) NOT = SPACES
            PERFORM PASS-OWNERSHIP
        ELSE
            ADD 1 TO WS-ORPHAN-COUNT
            MOVE SPACES TO LOG-REC
            STRING "  " FUNCTION TRIM(WS-GT-ID(WS-G))
                   " " FUNCTION TRIM(WS-GT-NAME(WS-G))
                   " -- owner " FUNCTION TRIM(WS-GT-OWNER(WS-G))
                   " is deactivated and no active member can take over"
              INTO LOG-REC
            END-STRING
            WRITE LOG-REC
        END-IF
    END-IF

    IF WS-GT-WARNED(WS-G) NOT = SPACES
        IF WS-GT-LAST-POST(WS-G) NOT = SPACES
           AND WS-GT-LAST-POST(WS-G) >= WS-GT-WARNED(WS-G)
            MOVE SPACES TO WS-GT-WARNED(WS-G)
            ADD 1 TO WS-RESUMED-COUNT
            MOVE SPACES TO LOG-REC
            STRING "  " FUNCTION TRIM(WS-GT-ID(WS-G))
                   " " FUNCTION TRIM(WS-GT-NAME(WS-G))
                   " -- posted since the warning; warning cleared"
              INTO LOG-REC
            END-STRING
            WRITE LOG-REC
            EXIT PARAGRAPH
        END-IF
        MOVE WS-GT-WARNED(WS-G) TO WS-DATE-IN
        PERFORM DAYS-SINCE-DATE-IN
        IF WS-DAYS-PAST >= WS-GRACE-DAYS
            PERFORM CLOSE-DORMANT-GROUP
        END-IF
        EXIT PARAGRAPH
    END-IF

    IF WS-GT-LAST-POST(WS-G) NOT = SPACES
        MOVE WS-GT-LAST-POST(WS-G) TO WS-DATE-IN
    ELSE
        MOVE WS-GT-FIRST-SEEN(WS-G) TO WS-DATE-IN
    END-IF
    PERFORM DAYS-SINCE-DATE-IN
    IF WS-DAYS-PAST >= WS-IDLE-DAYS
        PERFORM WARN-GROUP-OWNER
    END-IF.

*> ---------------------------------------------------------------
*> DAYS-SINCE-DATE-IN
*>   WS-DAYS-PAST = days from WS-DATE-IN (YYYY-MM-DD) to the as-of
*>   date; 0 when WS-DATE-IN is not a date.
*> ---------------------------------------------------------------
DAYS-SINCE-DATE-IN.
    MOVE 0 TO WS-DAYS-PAST
    IF WS-DATE-IN(1:4) IS NOT NUMERIC
       OR WS-DATE-IN(6:2) IS NOT NUMERIC
       OR WS-DATE-IN(9:2) IS NOT NUMERIC
        EXIT PARAGRAPH
    END-IF
    MOVE SPACES TO WS-DATE-NUM-TEXT
    STRING WS-DATE-IN(1:4) WS-DATE-IN(6:2) WS-DATE-IN(9:2)
      INTO WS-DATE-NUM-TEXT
    END-STRING
    MOVE WS-DATE-NUM-TEXT TO WS-THEN-NUM
    COMPUTE WS-DAYS-PAST =
        FUNCTION INTEGER-OF-DATE(WS-TODAY-NUM) -
        FUNCTION INTEGER-OF-DATE(WS-THEN-NUM).

PASS-OWNERSHIP.
    ADD 1 TO WS-PASSED-COUNT
    MOVE SPACES TO LOG-REC
    STRING "  " FUNCTION TRIM(WS-GT-ID(WS-G))
           " " FUNCTION TRIM(WS-GT-NAME(WS-G))
           " -- owner " FUNCTION TRIM(WS-GT-OWNER(WS-G))
           " is deactivated; passed to "
           FUNCTION TRIM(WS-GT-NEW-OWNER(WS-G))
      INTO LOG-REC
    END-STRING
    WRITE LOG-REC

    MOVE WS-GT-NEW-OWNER(WS-G) TO WS-GT-OWNER(WS-G)

    MOVE WS-GT-OWNER(WS-G) TO WS-NOTIFY-TARGET
    MOVE "GROUP-OWNERSHIP" TO WS-NOTIFY-EVENT
    MOVE SPACES TO WS-NOTIFY-TEXT
    STRING "You are now the owner of "
           FUNCTION TRIM(WS-GT-NAME(WS-G))
      INTO WS-NOTIFY-TEXT
    END-STRING
    PERFORM WRITE-GROUP-NOTIFICATION

    MOVE SPACES TO AUDIT-LOG-REC
    MOVE "GROUP-OWNER-PASSED" TO AUDIT-EVENT
    MOVE WS-GT-OWNER(WS-G)    TO AUDIT-USER
    MOVE WS-GT-ID(WS-G)       TO AUDIT-DETAIL
    PERFORM WRITE-SWEEP-AUDIT.

WARN-GROUP-OWNER.
    MOVE WS-TODAY-DATE TO WS-GT-WARNED(WS-G)
    ADD 1 TO WS-WARNED-COUNT

    MOVE SPACES TO WS-DATE-NUM-TEXT
    COMPUTE WS-THEN-NUM = FUNCTION DATE-OF-INTEGER(
        FUNCTION INTEGER-OF-DATE(WS-TODAY-NUM) + WS-GRACE-DAYS)
    MOVE SPACES TO WS-CLOSE-BY
    STRING WS-THEN-NUM(1:4) "-" WS-THEN-NUM(5:2) "-" WS-THEN-NUM(7:2)
      INTO WS-CLOSE-BY
    END-STRING

    MOVE SPACES TO LOG-REC
    STRING "  " FUNCTION TRIM(WS-GT-ID(WS-G))
           " " FUNCTION TRIM(WS-GT-NAME(WS-G))
           " -- no post since " FUNCTION TRIM(WS-DATE-IN)
           "; owner " FUNCTION TRIM(WS-GT-OWNER(WS-G))
           " warned, closes " WS-CLOSE-BY " without a post"
      INTO LOG-REC
    END-STRING
    WRITE LOG-REC

    MOVE WS-GT-OWNER(WS-G) TO WS-NOTIFY-TARGET
    MOVE "GROUP-IDLE-WARNING" TO WS-NOTIFY-EVENT
    MOVE SPACES TO WS-NOTIFY-TEXT
    STRING FUNCTION TRIM(WS-GT-NAME(WS-G))
           " is idle; post by " WS-CLOSE-BY " or it closes"
      INTO WS-NOTIFY-TEXT
    END-STRING
    PERFORM WRITE-GROUP-NOTIFICATION.

CLOSE-DORMANT-GROUP.
    *> A held owner's group stays open, warning and all, so it is
    *> looked at again each night until the hold is released.
    MOVE WS-GT-OWNER(WS-G) TO WS-LH-QUERY
    PERFORM CHECK-LEGAL-HOLD
    IF WS-LH-IDX > 0
        ADD 1 TO WS-HELD-COUNT
        ADD 1 TO WS-LHT-SKIPS(WS-LH-IDX)
        ADD 1 TO WS-HELD-OPEN-COUNT
        MOVE SPACES TO LOG-REC
        STRING "  " FUNCTION TRIM(WS-GT-ID(WS-G))
               " " FUNCTION TRIM(WS-GT-NAME(WS-G))
               " -- due to close, but owner "
               FUNCTION TRIM(WS-GT-OWNER(WS-G))
               " is under legal hold; left open"
          INTO LOG-REC
        END-STRING
        WRITE LOG-REC
        EXIT PARAGRAPH
    END-IF

    MOVE "C" TO WS-GT-ACTION(WS-G)
    ADD 1 TO WS-CLOSED-COUNT

    MOVE SPACES TO LOG-REC
    STRING "  " FUNCTION TRIM(WS-GT-ID(WS-G))
           " " FUNCTION TRIM(WS-GT-NAME(WS-G))
           " -- no post since the warning of "
           FUNCTION TRIM(WS-GT-WARNED(WS-G))
           "; closed and board archived"
      INTO LOG-REC
    END-STRING
    WRITE LOG-REC

    MOVE WS-GT-OWNER(WS-G) TO WS-NOTIFY-TARGET
    MOVE "GROUP-CLOSED" TO WS-NOTIFY-EVENT
    MOVE SPACES TO WS-NOTIFY-TEXT
    STRING FUNCTION TRIM(WS-GT-NAME(WS-G))
           " was closed as idle; its board is archived"
      INTO WS-NOTIFY-TEXT
    END-STRING
    PERFORM WRITE-GROUP-NOTIFICATION

    MOVE SPACES TO AUDIT-LOG-REC
    MOVE "GROUP-CLOSED"    TO AUDIT-EVENT
    MOVE WS-GT-OWNER(WS-G) TO AUDIT-USER
    MOVE WS-GT-ID(WS-G)    TO AUDIT-DETAIL
    PERFORM WRITE-SWEEP-AUDIT.

*> ---------------------------------------------------------------
*> WRITE-SWEEP-AUDIT
*>   Chains and appends the AUDIT-LOG-REC the caller filled in.
*> ---------------------------------------------------------------
WRITE-SWEEP-AUDIT.
    MOVE WS-AUDIT-TS TO AUDIT-TIMESTAMP
    PERFORM COMPUTE-AUDIT-CHAIN
    MOVE WS-AUDIT-CHAIN-DISP TO AUDIT-CHAIN
    WRITE AUDIT-LOG-REC
    MOVE WS-AUDIT-CHAIN-DISP TO WS-AUDIT-CHAIN-PREV
    ADD 1 TO WS-AUDITED-COUNT.

*> ---------------------------------------------------------------
*> WRITE-GROUP-NOTIFICATION
*>   Appends one WS-NOTIFY-EVENT row for WS-NOTIFY-TARGET carrying
*>   WS-NOTIFY-TEXT, unless that user has muted the category.
*> ---------------------------------------------------------------
WRITE-GROUP-NOTIFICATION.
    MOVE WS-NOTIFY-TARGET TO WS-MUTE-USER
    MOVE WS-NOTIFY-EVENT  TO WS-MUTE-EVENT
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
    MOVE WS-NOTIFY-TARGET TO NOTIFY-USER
    MOVE WS-NOTIFY-EVENT  TO NOTIFY-EVENT
    MOVE WS-NOTIFY-TEXT   TO NOTIFY-DETAIL
    MOVE WS-TODAY-DATE    TO NOTIFY-DATE
    MOVE "N"              TO NOTIFY-SEEN
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
*> REWRITE-GROUP-FILE
*>   Streams GROUP-FILE through its staging copy and back, dropping
*>   tonight's closed groups and stamping any new owner. Rows past
*>   the table pass through untouched.
*> ---------------------------------------------------------------
REWRITE-GROUP-FILE.
    OPEN INPUT GROUP-FILE
    OPEN OUTPUT GROUP-WORK-FILE
    MOVE "N" TO WS-EOF
    PERFORM UNTIL WS-EOF = "Y"
        READ GROUP-FILE
            AT END
                MOVE "Y" TO WS-EOF
            NOT AT END
                MOVE GRP-ID TO WS-FIND-ID
                PERFORM FIND-GROUP
                IF WS-GROUP-IDX = 0
                    MOVE GROUP-REC TO GROUP-WORK-REC
                    WRITE GROUP-WORK-REC
                ELSE
                    IF WS-GT-ACTION(WS-GROUP-IDX) NOT = "C"
                        MOVE WS-GT-OWNER(WS-GROUP-IDX) TO GRP-OWNER
                        MOVE GROUP-REC TO GROUP-WORK-REC
                        WRITE GROUP-WORK-REC
                    END-IF
                END-IF
        END-READ
    END-PERFORM
    CLOSE GROUP-WORK-FILE
    CLOSE GROUP-FILE

    OPEN OUTPUT GROUP-FILE
    OPEN INPUT GROUP-WORK-FILE
    MOVE "N" TO WS-EOF
    PERFORM UNTIL WS-EOF = "Y"
        READ GROUP-WORK-FILE
            AT END
                MOVE "Y" TO WS-EOF
            NOT AT END
                MOVE GROUP-WORK-REC TO GROUP-REC
                WRITE GROUP-REC
        END-READ
    END-PERFORM
    CLOSE GROUP-WORK-FILE
    CLOSE GROUP-FILE.

*> ---------------------------------------------------------------
*> REWRITE-MEMBER-FILE / REWRITE-JOIN-FILE
*>   Drop every membership row and waiting join request for a group
*>   closed tonight, as GROUP-CLOSE does -- except a held member's,
*>   which stays behind (the group row itself is gone, so nothing
*>   online shows it) until the hold is released.
*> ---------------------------------------------------------------
REWRITE-MEMBER-FILE.
    OPEN INPUT GROUP-MEMBER-FILE
    IF WS-GMEM-STATUS = "35"
        CLOSE GROUP-MEMBER-FILE
        EXIT PARAGRAPH
    END-IF
    OPEN OUTPUT MEMBER-WORK-FILE
    MOVE "N" TO WS-EOF
    PERFORM UNTIL WS-EOF = "Y"
        READ GROUP-MEMBER-FILE
            AT END
                MOVE "Y" TO WS-EOF
            NOT AT END
                MOVE GM-GROUP-ID TO WS-FIND-ID
                PERFORM FIND-GROUP
                IF WS-GROUP-IDX = 0
                    MOVE GROUP-MEMBER-REC TO MEMBER-WORK-REC
                    WRITE MEMBER-WORK-REC
                ELSE
                    IF WS-GT-ACTION(WS-GROUP-IDX) NOT = "C"
                        MOVE GROUP-MEMBER-REC TO MEMBER-WORK-REC
                        WRITE MEMBER-WORK-REC
                    ELSE
                        MOVE GM-USER TO WS-LH-QUERY
                        PERFORM CHECK-LEGAL-HOLD
                        IF WS-LH-IDX > 0
                            ADD 1 TO WS-HELD-COUNT
                            ADD 1 TO WS-LHT-SKIPS(WS-LH-IDX)
                            MOVE GROUP-MEMBER-REC TO MEMBER-WORK-REC
                            WRITE MEMBER-WORK-REC
                        END-IF
                    END-IF
                END-IF
        END-READ
    END-PERFORM
    CLOSE MEMBER-WORK-FILE
    CLOSE GROUP-MEMBER-FILE

    OPEN OUTPUT GROUP-MEMBER-FILE
    OPEN INPUT MEMBER-WORK-FILE
    MOVE "N" TO WS-EOF
    PERFORM UNTIL WS-EOF = "Y"
        READ MEMBER-WORK-FILE
            AT END
                MOVE "Y" TO WS-EOF
            NOT AT END
                MOVE MEMBER-WORK-REC TO GROUP-MEMBER-REC
                WRITE GROUP-MEMBER-REC
        END-READ
    END-PERFORM
    CLOSE MEMBER-WORK-FILE
    CLOSE GROUP-MEMBER-FILE.

REWRITE-JOIN-FILE.
    OPEN INPUT GROUP-JOIN-FILE
    IF WS-GJOIN-STATUS = "35"
        CLOSE GROUP-JOIN-FILE
        EXIT PARAGRAPH
    END-IF
    OPEN OUTPUT JOIN-WORK-FILE
    MOVE "N" TO WS-EOF
    PERFORM UNTIL WS-EOF = "Y"
        READ GROUP-JOIN-FILE
            AT END
                MOVE "Y" TO WS-EOF
            NOT AT END
                MOVE GJ-GROUP-ID TO WS-FIND-ID
                PERFORM FIND-GROUP
                IF WS-GROUP-IDX = 0
                    MOVE GROUP-JOIN-REC TO JOIN-WORK-REC
                    WRITE JOIN-WORK-REC
                ELSE
                    IF WS-GT-ACTION(WS-GROUP-IDX) NOT = "C"
                        MOVE GROUP-JOIN-REC TO JOIN-WORK-REC
                        WRITE JOIN-WORK-REC
                    ELSE
                        MOVE GJ-USER TO WS-LH-QUERY
                        PERFORM CHECK-LEGAL-HOLD
                        IF WS-LH-IDX > 0
                            ADD 1 TO WS-HELD-COUNT
                            ADD 1 TO WS-LHT-SKIPS(WS-LH-IDX)
                            MOVE GROUP-JOIN-REC TO JOIN-WORK-REC
                            WRITE JOIN-WORK-REC
                        END-IF
                    END-IF
                END-IF
        END-READ
    END-PERFORM
    CLOSE JOIN-WORK-FILE
    CLOSE GROUP-JOIN-FILE

    OPEN OUTPUT GROUP-JOIN-FILE
    OPEN INPUT JOIN-WORK-FILE
    MOVE "N" TO WS-EOF
    PERFORM UNTIL WS-EOF = "Y"
        READ JOIN-WORK-FILE
            AT END
                MOVE "Y" TO WS-EOF
            NOT AT END
                MOVE JOIN-WORK-REC TO GROUP-JOIN-REC
                WRITE GROUP-JOIN-REC
        END-READ
    END-PERFORM
    CLOSE JOIN-WORK-FILE
    CLOSE GROUP-JOIN-FILE.

*> ---------------------------------------------------------------
*> ARCHIVE-CLOSED-POSTS
*>   The GROUP-CLOSE archive path: each post on a board closed
*>   tonight is appended to GROUP-POST-ARCH-FILE in the live row's
*>   own shape, then left out of the rewritten board. A held
*>   author's posts are neither archived nor dropped.
*> ---------------------------------------------------------------
ARCHIVE-CLOSED-POSTS.
    OPEN INPUT GROUP-POST-FILE
    IF WS-GPOST-STATUS = "35"
        CLOSE GROUP-POST-FILE
        EXIT PARAGRAPH
    END-IF
    OPEN OUTPUT POST-WORK-FILE

    OPEN EXTEND GROUP-POST-ARCH-FILE
    IF WS-GARCH-STATUS = "35"
        OPEN OUTPUT GROUP-POST-ARCH-FILE
        CLOSE GROUP-POST-ARCH-FILE
        OPEN EXTEND GROUP-POST-ARCH-FILE
    END-IF

    MOVE "N" TO WS-EOF
    PERFORM UNTIL WS-EOF = "Y"
        READ GROUP-POST-FILE
            AT END
                MOVE "Y" TO WS-EOF
            NOT AT END
                MOVE GP-GROUP-ID TO WS-FIND-ID
                PERFORM FIND-GROUP
                MOVE "N" TO WS-IS-DEACTIVATED
                IF WS-GROUP-IDX > 0
                    IF WS-GT-ACTION(WS-GROUP-IDX) = "C"
                        MOVE "Y" TO WS-IS-DEACTIVATED
                        MOVE GP-AUTHOR TO WS-LH-QUERY
                        PERFORM CHECK-LEGAL-HOLD
                        IF WS-LH-IDX > 0
                            ADD 1 TO WS-HELD-COUNT
                            ADD 1 TO WS-LHT-SKIPS(WS-LH-IDX)
                            MOVE "N" TO WS-IS-DEACTIVATED
                        END-IF
                    END-IF
                END-IF
                IF WS-IS-DEACTIVATED = "Y"
                    MOVE SPACES TO GROUP-POST-ARCH-REC
                    MOVE GROUP-POST-REC TO GROUP-POST-ARCH-REC
                    WRITE GROUP-POST-ARCH-REC
                    ADD 1 TO WS-ARCHIVED-COUNT
                ELSE
                    MOVE GROUP-POST-REC TO POST-WORK-REC
                    WRITE POST-WORK-REC
                END-IF
        END-READ
    END-PERFORM
    CLOSE GROUP-POST-ARCH-FILE
    CLOSE POST-WORK-FILE
    CLOSE GROUP-POST-FILE

    OPEN OUTPUT GROUP-POST-FILE
    OPEN INPUT POST-WORK-FILE
    MOVE "N" TO WS-EOF
    PERFORM UNTIL WS-EOF = "Y"
        READ POST-WORK-FILE
            AT END
                MOVE "Y" TO WS-EOF
            NOT AT END
                MOVE POST-WORK-REC TO GROUP-POST-REC
                WRITE GROUP-POST-REC
        END-READ
    END-PERFORM
    CLOSE POST-WORK-FILE
    CLOSE GROUP-POST-FILE.

*> ---------------------------------------------------------------
*> SAVE-IDLE-STATE
*>   One row per group still open after tonight.
*> ---------------------------------------------------------------
SAVE-IDLE-STATE.
    OPEN OUTPUT IDLE-STATE-FILE
    PERFORM VARYING WS-G FROM 1 BY 1 UNTIL WS-G > WS-GROUP-COUNT
        IF WS-GT-ACTION(WS-G) NOT = "C"
            MOVE SPACES TO IDLE-STATE-REC
            MOVE WS-GT-ID(WS-G)         TO IS-GROUP-ID
            MOVE WS-GT-FIRST-SEEN(WS-G) TO IS-FIRST-SEEN
            MOVE WS-GT-WARNED(WS-G)     TO IS-WARNED
            MOVE "|" TO IDLE-STATE-REC(11:1)
            MOVE "|" TO IDLE-STATE-REC(22:1)
            WRITE IDLE-STATE-REC
        END-IF
    END-PERFORM
    CLOSE IDLE-STATE-FILE.

WRITE-LOG-SUMMARY.
    MOVE SPACES TO LOG-REC
    STRING "Ownership passed: " WS-PASSED-COUNT
           "  Owner gone, no successor: " WS-ORPHAN-COUNT
           "  Warned: " WS-WARNED-COUNT
           "  Warnings cleared: " WS-RESUMED-COUNT
           "  Closed: " WS-CLOSED-COUNT
           "  Posts archived: " WS-ARCHIVED-COUNT
      INTO LOG-REC
    END-STRING
    WRITE LOG-REC
    IF WS-SKIPPED-GROUPS > 0
        MOVE SPACES TO LOG-REC
        STRING "Groups past the table, left for a later run: "
               WS-SKIPPED-GROUPS
          INTO LOG-REC
        END-STRING
        WRITE LOG-REC
    END-IF
    IF WS-HELD-COUNT > 0
        MOVE SPACES TO LOG-REC
        STRING "Legal holds: " WS-HELD-COUNT
               " row(s) kept for held members, "
               WS-HELD-OPEN-COUNT " group(s) left open for a held owner"
          INTO LOG-REC
        END-STRING
        WRITE LOG-REC
    END-IF
    CLOSE LOG-FILE.

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
    IF WS-HELD-COUNT = 0
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

*> ---------------------------------------------------------------
*> GET-ASOF-DATE
*>   Leaves the sweep's as-of date in WS-ASOF-DATE: the validated
*>   first argument when one was given, otherwise today. A malformed
*>   argument falls back to today.
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
