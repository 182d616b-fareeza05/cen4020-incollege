       >>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. PlacementVerifySweep.

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
*> this sweep reads PLACEMENT-VERIFY-DAYS.
    SELECT PARAM-FILE ASSIGN TO "data/InCollege-Parameters.txt"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-PARAM-STATUS.

*> Placements, system and self-reported; see the PLACEMENT-FILE
*> notes in InCollege.cob for the verification columns.
    SELECT PLACEMENT-FILE ASSIGN TO "data/InCollege-Placements.txt"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-PLACE-STATUS.

*> Student -> advisor assignments; an escalated placement is flagged
*> to the student's own advisor.
    SELECT CASELOAD-FILE ASSIGN TO "data/InCollege-Caseloads.txt"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-CASELOAD-STATUS.

    SELECT LOG-FILE ASSIGN TO "data/InCollege-PlacementVerifyLog.txt"
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

*> The placement file streams through a scratch copy and back -- the
*> same staging DormantGroupSweep uses -- so it is never held in a
*> bounded table for the rewrite.
    SELECT PLACEMENT-WORK-FILE ASSIGN TO "data/InCollege-Placements.txt.work"
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

FD  CASELOAD-FILE.
01  CASELOAD-REC.
    05 CL-STUDENT            PIC X(20).
    05 FILLER                PIC X(01).
    05 CL-ADVISOR            PIC X(20).
    05 FILLER                PIC X(01).
    05 CL-SOURCE             PIC X(06).
    05 FILLER                PIC X(01).
    05 CL-DATE               PIC X(10).

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

FD  PLACEMENT-WORK-FILE.
01  PLACEMENT-WORK-REC       PIC X(193).

WORKING-STORAGE SECTION.

01  WS-RUNLOCK-STATUS          PIC XX VALUE "00".
01  WS-RUNLOCK-MYNAME          PIC X(30) VALUE "PlacementVerifySweep".

01  WS-PARAM-STATUS          PIC XX VALUE "00".
01  WS-PARAM-EOF             PIC X VALUE "N".
01  WS-PLACE-STATUS          PIC XX VALUE "00".
01  WS-CASELOAD-STATUS       PIC XX VALUE "00".
01  WS-LOG-STATUS            PIC XX VALUE "00".
01  WS-WORK-STATUS           PIC XX VALUE "00".
01  WS-EOF                   PIC X VALUE "N".
01  WS-CL-EOF                PIC X VALUE "N".

*> Compiled-in default, overridden from the parameter file.
01  WS-VERIFY-DAYS           PIC 9(05) VALUE 30.

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

01  WS-DAYS-SHOWN            PIC 9(5) VALUE 0.
01  WS-ADVISOR               PIC X(20) VALUE SPACES.
01  WS-PENDING-COUNT         PIC 9(5) VALUE 0.
01  WS-ESCALATED-COUNT       PIC 9(5) VALUE 0.
01  WS-NO-ADVISOR-COUNT      PIC 9(5) VALUE 0.
01  WS-NOTIFIED-COUNT        PIC 9(5) VALUE 0.
01  WS-AUDITED-COUNT         PIC 9(5) VALUE 0.

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
*>   Nightly batch behind employer verification of self-reported
*>   placements. A SELF row still PENDING PLACEMENT-VERIFY-DAYS after
*>   the employer was asked goes to career services: it is marked
*>   STAFF (so it leaves nobody's queue -- the employer can still
*>   answer it late, and it now also shows in the staff
*>   "Placement verifications" queue) and the student's caseload
*>   advisor is told.
*> ---------------------------------------------------------------
MAIN-MAINLINE.
    PERFORM ACQUIRE-RUN-LOCK
    PERFORM GET-ASOF-DATE
    PERFORM FORMAT-TODAY-DATE
    PERFORM LOAD-RUNTIME-PARAMETERS
    PERFORM OPEN-LOG

    PERFORM PRIME-AUDIT-CHAIN
    OPEN EXTEND AUDIT-LOG-FILE
    IF WS-AUDIT-STATUS = "35"
        CLOSE AUDIT-LOG-FILE
        OPEN OUTPUT AUDIT-LOG-FILE
        CLOSE AUDIT-LOG-FILE
        OPEN EXTEND AUDIT-LOG-FILE
    END-IF
    PERFORM SWEEP-PLACEMENTS
    CLOSE AUDIT-LOG-FILE
    IF WS-AUDITED-COUNT > 0
        PERFORM WRITE-AUDIT-SEAL
    END-IF

    IF WS-ESCALATED-COUNT > 0
        PERFORM COPY-BACK-PLACEMENTS
    END-IF
    PERFORM WRITE-LOG-SUMMARY

    DISPLAY "Placement verification sweep complete: "
        WS-ESCALATED-COUNT " placement(s) passed to career services, "
        WS-PENDING-COUNT " still waiting on the employer."
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
*>   Picks PLACEMENT-VERIFY-DAYS out of the central parameter file;
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
                    IF FUNCTION TRIM(PARAM-NAME) = "PLACEMENT-VERIFY-DAYS"
                       AND FUNCTION TRIM(PARAM-VALUE) IS NUMERIC
                        IF FUNCTION NUMVAL(PARAM-VALUE) >= 7
                           AND FUNCTION NUMVAL(PARAM-VALUE) <= 180
                            MOVE FUNCTION NUMVAL(PARAM-VALUE)
                                TO WS-VERIFY-DAYS
                        END-IF
                    END-IF
            END-READ
        END-PERFORM
    END-IF
    CLOSE PARAM-FILE.

OPEN-LOG.
    OPEN OUTPUT LOG-FILE
    MOVE SPACES TO LOG-REC
    STRING "Placement verification sweep run " WS-TODAY-DATE
           " (to career services after " WS-VERIFY-DAYS
           " days unanswered):"
      INTO LOG-REC
    END-STRING
    WRITE LOG-REC.

*> ---------------------------------------------------------------
*> SWEEP-PLACEMENTS
*>   Streams PLACEMENT-FILE to its staging copy, escalating each
*>   PENDING self-report whose request date is old enough. Every
*>   other row passes through untouched.
*> ---------------------------------------------------------------
SWEEP-PLACEMENTS.
    OPEN INPUT PLACEMENT-FILE
    IF WS-PLACE-STATUS = "35"
        CLOSE PLACEMENT-FILE
        EXIT PARAGRAPH
    END-IF
    OPEN OUTPUT PLACEMENT-WORK-FILE

    MOVE "N" TO WS-EOF
    PERFORM UNTIL WS-EOF = "Y"
        READ PLACEMENT-FILE
            AT END
                MOVE "Y" TO WS-EOF
            NOT AT END
                IF FUNCTION TRIM(PL-SOURCE) = "SELF"
                   AND PL-VERIFY = "PENDING"
                    MOVE PL-VERIFY-DATE TO WS-DATE-IN
                    PERFORM DAYS-SINCE-DATE-IN
                    IF WS-DAYS-PAST >= WS-VERIFY-DAYS
                        PERFORM ESCALATE-PLACEMENT
                    ELSE
                        ADD 1 TO WS-PENDING-COUNT
                    END-IF
                END-IF
                MOVE SPACES TO PLACEMENT-WORK-REC
                MOVE PLACEMENT-REC TO PLACEMENT-WORK-REC
                WRITE PLACEMENT-WORK-REC
        END-READ
    END-PERFORM

    CLOSE PLACEMENT-WORK-FILE
    CLOSE PLACEMENT-FILE.

*> ---------------------------------------------------------------
*> ESCALATE-PLACEMENT
*>   Marks the current PLACEMENT-REC STAFF as of today, logs and
*>   audits it, and tells the student's advisor. A student with no
*>   advisor is still escalated -- the row shows in every in-scope
*>   staff queue -- and is counted in the log.
*> ---------------------------------------------------------------
ESCALATE-PLACEMENT.
    MOVE "STAFF"       TO PL-VERIFY
    MOVE WS-TODAY-DATE TO PL-VERIFY-DATE
    MOVE SPACES        TO PL-VERIFY-BY
    MOVE "|" TO PLACEMENT-REC(151:1)
    MOVE "|" TO PLACEMENT-REC(162:1)
    MOVE "|" TO PLACEMENT-REC(173:1)
    ADD 1 TO WS-ESCALATED-COUNT

    PERFORM FIND-ADVISOR
    MOVE WS-DAYS-PAST TO WS-DAYS-SHOWN

    MOVE SPACES TO LOG-REC
    IF WS-ADVISOR = SPACES
        ADD 1 TO WS-NO-ADVISOR-COUNT
        STRING "  " FUNCTION TRIM(PL-USER)
               " at " FUNCTION TRIM(PL-EMPLOYER)
               " -- unanswered " WS-DAYS-SHOWN
               " days; to career services (no caseload advisor)"
          INTO LOG-REC
        END-STRING
    ELSE
        STRING "  " FUNCTION TRIM(PL-USER)
               " at " FUNCTION TRIM(PL-EMPLOYER)
               " -- unanswered " WS-DAYS-SHOWN
               " days; to career services, advisor "
               FUNCTION TRIM(WS-ADVISOR)
          INTO LOG-REC
        END-STRING
    END-IF
    WRITE LOG-REC

    IF WS-ADVISOR NOT = SPACES
        MOVE WS-ADVISOR TO WS-NOTIFY-TARGET
        MOVE "PLACEMENT-VERIFY" TO WS-NOTIFY-EVENT
        MOVE SPACES TO WS-NOTIFY-TEXT
        STRING FUNCTION TRIM(PL-USER) "'s placement at "
               FUNCTION TRIM(PL-EMPLOYER) " needs checking"
          INTO WS-NOTIFY-TEXT
        END-STRING
        PERFORM WRITE-SWEEP-NOTIFICATION
    END-IF

    MOVE SPACES TO AUDIT-LOG-REC
    MOVE "PLACEMENT-ESCALATED" TO AUDIT-EVENT
    MOVE PL-USER               TO AUDIT-USER
    MOVE PL-EMPLOYER           TO AUDIT-DETAIL
    PERFORM WRITE-SWEEP-AUDIT.

*> ---------------------------------------------------------------
*> FIND-ADVISOR
*>   WS-ADVISOR = the caseload advisor for PL-USER, or spaces.
*> ---------------------------------------------------------------
FIND-ADVISOR.
    MOVE SPACES TO WS-ADVISOR
    MOVE "N" TO WS-CL-EOF
    OPEN INPUT CASELOAD-FILE
    IF WS-CASELOAD-STATUS NOT = "35"
        PERFORM UNTIL WS-CL-EOF = "Y"
            READ CASELOAD-FILE
                AT END
                    MOVE "Y" TO WS-CL-EOF
                NOT AT END
                    IF CL-STUDENT = PL-USER
                        MOVE CL-ADVISOR TO WS-ADVISOR
                        MOVE "Y" TO WS-CL-EOF
                    END-IF
            END-READ
        END-PERFORM
    END-IF
    CLOSE CASELOAD-FILE.

*> ---------------------------------------------------------------
*> COPY-BACK-PLACEMENTS
*>   Replaces PLACEMENT-FILE with tonight's staged copy.
*> ---------------------------------------------------------------
COPY-BACK-PLACEMENTS.
    OPEN OUTPUT PLACEMENT-FILE
    OPEN INPUT PLACEMENT-WORK-FILE
    MOVE "N" TO WS-EOF
    PERFORM UNTIL WS-EOF = "Y"
        READ PLACEMENT-WORK-FILE
            AT END
                MOVE "Y" TO WS-EOF
            NOT AT END
                MOVE PLACEMENT-WORK-REC TO PLACEMENT-REC
                WRITE PLACEMENT-REC
        END-READ
    END-PERFORM
    CLOSE PLACEMENT-WORK-FILE
    CLOSE PLACEMENT-FILE.

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
*> WRITE-SWEEP-NOTIFICATION
*>   Appends one WS-NOTIFY-EVENT row for WS-NOTIFY-TARGET carrying
*>   WS-NOTIFY-TEXT, unless that user has muted the category.
*> ---------------------------------------------------------------
WRITE-SWEEP-NOTIFICATION.
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

WRITE-LOG-SUMMARY.
    MOVE SPACES TO LOG-REC
    STRING "Passed to career services: " WS-ESCALATED-COUNT
           "  (no caseload advisor: " WS-NO-ADVISOR-COUNT ")"
           "  Still waiting on the employer: " WS-PENDING-COUNT
           "  Advisors notified: " WS-NOTIFIED-COUNT
      INTO LOG-REC
    END-STRING
    WRITE LOG-REC
    CLOSE LOG-FILE.

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
