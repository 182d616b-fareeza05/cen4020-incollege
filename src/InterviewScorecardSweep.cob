       >>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. InterviewScorecardSweep.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.

*> Run lock shared by the online program and every batch tool that
*> writes the data files, so a load-all/rewrite-all in one program
*> cannot silently erase another's changes mid-run.
    SELECT RUN-LOCK-FILE ASSIGN TO "data/InCollege-RunLock.txt"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-RUNLOCK-STATUS.

*> Interview slots and the scorecards recorded against them; see the
*> INTERVIEW-FILE and SCORECARD-FILE notes in InCollege.cob.
    SELECT INTERVIEW-FILE ASSIGN TO "data/InCollege-Interviews.txt"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-IV-STATUS.

    SELECT SCORECARD-FILE ASSIGN TO "data/InCollege-InterviewScorecards.txt"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-SC-STATUS.

*> One row per overdue interview already chased, so each one reaches
*> the hiring team once rather than every night.
    SELECT REMINDER-FILE ASSIGN TO "data/InCollege-ScorecardReminders.txt"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-RM-STATUS.

    SELECT LOG-FILE ASSIGN TO "data/InCollege-ScorecardSweepLog.txt"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-LOG-STATUS.

*> Employer-account link: every account linked to the employer is on
*> its hiring team and hears about the missing scorecard.
    SELECT EMPLOYER-ACCT-FILE ASSIGN TO "data/InCollege-EmployerAccounts.txt"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-EA-STATUS.

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

FD  RUN-LOCK-FILE.
01  RUN-LOCK-REC.
    05 RUNLOCK-HOLDER        PIC X(30).
    05 FILLER                PIC X(01).
    05 RUNLOCK-MODE          PIC X(10).
    05 FILLER                PIC X(01).
    05 RUNLOCK-READERS       PIC 9(03).

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

FD  SCORECARD-FILE.
01  SCORECARD-REC.
    05 SC-USER               PIC X(20).
    05 FILLER                PIC X(01).
    05 SC-TITLE              PIC X(40).
    05 FILLER                PIC X(01).
    05 SC-EMPLOYER           PIC X(40).
    05 FILLER                PIC X(01).
    05 SC-SLOT               PIC X(30).
    05 FILLER                PIC X(01).
    05 SC-REST               PIC X(110).

FD  REMINDER-FILE.
01  REMINDER-REC.
    05 RM-USER               PIC X(20).
    05 FILLER                PIC X(01).
    05 RM-TITLE              PIC X(40).
    05 FILLER                PIC X(01).
    05 RM-EMPLOYER           PIC X(40).
    05 FILLER                PIC X(01).
    05 RM-SLOT               PIC X(30).
    05 FILLER                PIC X(01).
    05 RM-DATE               PIC X(10).

FD  LOG-FILE.
01  LOG-REC                  PIC X(200).

FD  EMPLOYER-ACCT-FILE.
01  EMPLOYER-ACCT-REC.
    05 EA-USER               PIC X(20).
    05 FILLER                PIC X(01).
    05 EA-EMPLOYER           PIC X(40).

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

WORKING-STORAGE SECTION.

01  WS-RUNLOCK-STATUS          PIC XX VALUE "00".
01  WS-RUNLOCK-MYNAME          PIC X(30) VALUE "InterviewScorecardSweep".

01  WS-IV-STATUS             PIC XX VALUE "00".
01  WS-SC-STATUS             PIC XX VALUE "00".
01  WS-RM-STATUS             PIC XX VALUE "00".
01  WS-LOG-STATUS            PIC XX VALUE "00".
01  WS-IV-EOF                PIC X VALUE "N".
01  WS-SC-EOF                PIC X VALUE "N".
01  WS-RM-EOF                PIC X VALUE "N".

01  WS-RAW-DATE              PIC X(21) VALUE SPACES.
*> As-of date for reproducible runs: pass YYYY-MM-DD as the first
*> command-line argument (same handling JobDeadlineSweep uses) to
*> sweep as of that date; with no argument the run date is used.
01  WS-ARG-COUNT               PIC 9(2) VALUE 0.
01  WS-ASOF-DATE               PIC X(10) VALUE SPACES.

01  WS-TODAY-DATE            PIC X(10) VALUE SPACES.
01  WS-DATE-NUM-TEXT         PIC X(08) VALUE SPACES.
01  WS-TODAY-NUM             PIC 9(08) VALUE 0.
01  WS-SLOT-NUM              PIC 9(08) VALUE 0.
01  WS-DAYS-PAST             PIC S9(5) VALUE 0.

*> An interview is overdue once this many days have passed since
*> the slot with no scorecard from anyone on the team.
01  WS-OVERDUE-DAYS          PIC 9(3) VALUE 7.

01  WS-OVERDUE-COUNT         PIC 9(5) VALUE 0.
01  WS-CHASED-COUNT          PIC 9(5) VALUE 0.
01  WS-NO-TEAM-COUNT         PIC 9(5) VALUE 0.
01  WS-NOTIFIED-COUNT        PIC 9(5) VALUE 0.
01  WS-TEAM-TOLD             PIC 9(3) VALUE 0.

*> Interviews that already have a scorecard, and interviews already
*> chased, keyed by applicant + title + employer + slot.
01  WS-SCORED-COUNT          PIC 9(4) VALUE 0.
01  WS-SCORED-TABLE OCCURS 2000 TIMES.
    05 WS-SCD-USER           PIC X(20).
    05 WS-SCD-TITLE          PIC X(40).
    05 WS-SCD-EMPLOYER       PIC X(40).
    05 WS-SCD-SLOT           PIC X(30).
01  WS-REMINDED-COUNT        PIC 9(4) VALUE 0.
01  WS-REMINDED-TABLE OCCURS 2000 TIMES.
    05 WS-RMD-USER           PIC X(20).
    05 WS-RMD-TITLE          PIC X(40).
    05 WS-RMD-EMPLOYER       PIC X(40).
    05 WS-RMD-SLOT           PIC X(30).
01  WS-K                     PIC 9(4) VALUE 0.
01  WS-FOUND                 PIC X VALUE "N".

*> Notification support, same as OfferExpirySweep.
01  WS-EA-STATUS             PIC XX VALUE "00".
01  WS-NOTIFY-STATUS         PIC XX VALUE "00".
01  WS-SP-STATUS             PIC XX VALUE "00".
01  WS-SP-NOTIFY-ROW         PIC X(113) VALUE SPACES.
01  WS-EA-EOF                PIC X VALUE "N".
01  WS-NPREF-STATUS            PIC XX VALUE "00".
01  WS-NPREF-EOF               PIC X VALUE "N".
01  WS-NOTIFY-MUTED            PIC X VALUE "N".
01  WS-MUTE-USER               PIC X(20) VALUE SPACES.
01  WS-MUTE-EVENT              PIC X(20) VALUE SPACES.
01  WS-NOTIFY-TARGET         PIC X(20) VALUE SPACES.
01  WS-NOTIFY-TEXT           PIC X(60) VALUE SPACES.

PROCEDURE DIVISION.

*> ---------------------------------------------------------------
*> MAIN-MAINLINE
*>   Nightly batch: finds every CONFIRMED interview whose slot is
*>   more than WS-OVERDUE-DAYS days past with no scorecard recorded,
*>   and puts a SCORECARD-DUE notification in front of each account
*>   on the employer's hiring team. Each interview is chased once;
*>   an employer with no linked account is logged and retried on the
*>   next run.
*> ---------------------------------------------------------------
MAIN-MAINLINE.
    PERFORM ACQUIRE-RUN-LOCK
    PERFORM GET-ASOF-DATE
    PERFORM FORMAT-TODAY-DATE
    PERFORM OPEN-LOG
    PERFORM LOAD-SCORED-INTERVIEWS
    PERFORM LOAD-REMINDED-INTERVIEWS
    PERFORM SWEEP-INTERVIEWS
    PERFORM WRITE-LOG-SUMMARY

    DISPLAY "Interview scorecard sweep complete: " WS-OVERDUE-COUNT
        " overdue, " WS-CHASED-COUNT " newly chased, "
        WS-NOTIFIED-COUNT " notification(s) sent."
    PERFORM RELEASE-RUN-LOCK
    STOP RUN.

FORMAT-TODAY-DATE.
    MOVE WS-ASOF-DATE TO WS-TODAY-DATE

    MOVE SPACES TO WS-DATE-NUM-TEXT
    STRING WS-TODAY-DATE(1:4) WS-TODAY-DATE(6:2) WS-TODAY-DATE(9:2)
      INTO WS-DATE-NUM-TEXT
    END-STRING
    MOVE WS-DATE-NUM-TEXT TO WS-TODAY-NUM.

OPEN-LOG.
    OPEN OUTPUT LOG-FILE
    MOVE SPACES TO LOG-REC
    STRING "Interview scorecard sweep run " WS-TODAY-DATE ":"
      INTO LOG-REC
    END-STRING
    WRITE LOG-REC.

*> ---------------------------------------------------------------
*> LOAD-SCORED-INTERVIEWS
*>   Remembers every interview at least one team member has scored.
*> ---------------------------------------------------------------
LOAD-SCORED-INTERVIEWS.
    MOVE 0 TO WS-SCORED-COUNT
    MOVE "N" TO WS-SC-EOF
    OPEN INPUT SCORECARD-FILE
    IF WS-SC-STATUS NOT = "35"
        PERFORM UNTIL WS-SC-EOF = "Y"
            READ SCORECARD-FILE
                AT END
                    MOVE "Y" TO WS-SC-EOF
                NOT AT END
                    IF WS-SCORED-COUNT < 2000
                        ADD 1 TO WS-SCORED-COUNT
                        MOVE SC-USER     TO WS-SCD-USER(WS-SCORED-COUNT)
                        MOVE SC-TITLE    TO WS-SCD-TITLE(WS-SCORED-COUNT)
                        MOVE SC-EMPLOYER TO WS-SCD-EMPLOYER(WS-SCORED-COUNT)
                        MOVE SC-SLOT     TO WS-SCD-SLOT(WS-SCORED-COUNT)
                    END-IF
            END-READ
        END-PERFORM
    END-IF
    CLOSE SCORECARD-FILE.

*> ---------------------------------------------------------------
*> LOAD-REMINDED-INTERVIEWS
*>   Remembers every overdue interview an earlier run already chased.
*> ---------------------------------------------------------------
LOAD-REMINDED-INTERVIEWS.
    MOVE 0 TO WS-REMINDED-COUNT
    MOVE "N" TO WS-RM-EOF
    OPEN INPUT REMINDER-FILE
    IF WS-RM-STATUS NOT = "35"
        PERFORM UNTIL WS-RM-EOF = "Y"
            READ REMINDER-FILE
                AT END
                    MOVE "Y" TO WS-RM-EOF
                NOT AT END
                    IF WS-REMINDED-COUNT < 2000
                        ADD 1 TO WS-REMINDED-COUNT
                        MOVE RM-USER     TO WS-RMD-USER(WS-REMINDED-COUNT)
                        MOVE RM-TITLE    TO WS-RMD-TITLE(WS-REMINDED-COUNT)
                        MOVE RM-EMPLOYER TO WS-RMD-EMPLOYER(WS-REMINDED-COUNT)
                        MOVE RM-SLOT     TO WS-RMD-SLOT(WS-REMINDED-COUNT)
                    END-IF
            END-READ
        END-PERFORM
    END-IF
    CLOSE REMINDER-FILE.

SWEEP-INTERVIEWS.
    OPEN INPUT INTERVIEW-FILE
    IF WS-IV-STATUS = "35"
        DISPLAY "No interviews file found; nothing to sweep."
        CLOSE INTERVIEW-FILE
        CLOSE LOG-FILE
        PERFORM RELEASE-RUN-LOCK
        STOP RUN
    END-IF

    MOVE "N" TO WS-IV-EOF
    PERFORM UNTIL WS-IV-EOF = "Y"
        READ INTERVIEW-FILE
            AT END
                MOVE "Y" TO WS-IV-EOF
            NOT AT END
                PERFORM SWEEP-ONE-INTERVIEW
        END-READ
    END-PERFORM

    CLOSE INTERVIEW-FILE.

*> ---------------------------------------------------------------
*> SWEEP-ONE-INTERVIEW
*>   Chases the INTERVIEW-REC just read when it is CONFIRMED, its
*>   slot date is more than WS-OVERDUE-DAYS days before the as-of
*>   date, nobody has scored it, and no earlier run chased it.
*> ---------------------------------------------------------------
SWEEP-ONE-INTERVIEW.
    IF FUNCTION TRIM(IV-STATUS) NOT = "CONFIRMED"
        EXIT PARAGRAPH
    END-IF
    IF IV-SLOT(1:4) IS NOT NUMERIC
       OR IV-SLOT(6:2) IS NOT NUMERIC
       OR IV-SLOT(9:2) IS NOT NUMERIC
        EXIT PARAGRAPH
    END-IF

    MOVE SPACES TO WS-DATE-NUM-TEXT
    STRING IV-SLOT(1:4) IV-SLOT(6:2) IV-SLOT(9:2)
      INTO WS-DATE-NUM-TEXT
    END-STRING
    MOVE WS-DATE-NUM-TEXT TO WS-SLOT-NUM

    COMPUTE WS-DAYS-PAST =
        FUNCTION INTEGER-OF-DATE(WS-TODAY-NUM) -
        FUNCTION INTEGER-OF-DATE(WS-SLOT-NUM)

    IF WS-DAYS-PAST <= WS-OVERDUE-DAYS
        EXIT PARAGRAPH
    END-IF

    MOVE "N" TO WS-FOUND
    PERFORM VARYING WS-K FROM 1 BY 1
        UNTIL WS-K > WS-SCORED-COUNT OR WS-FOUND = "Y"
        IF WS-SCD-USER(WS-K) = IV-USER
           AND WS-SCD-TITLE(WS-K) = IV-TITLE
           AND WS-SCD-EMPLOYER(WS-K) = IV-EMPLOYER
           AND WS-SCD-SLOT(WS-K) = IV-SLOT
            MOVE "Y" TO WS-FOUND
        END-IF
    END-PERFORM
    IF WS-FOUND = "Y"
        EXIT PARAGRAPH
    END-IF

    ADD 1 TO WS-OVERDUE-COUNT

    MOVE "N" TO WS-FOUND
    PERFORM VARYING WS-K FROM 1 BY 1
        UNTIL WS-K > WS-REMINDED-COUNT OR WS-FOUND = "Y"
        IF WS-RMD-USER(WS-K) = IV-USER
           AND WS-RMD-TITLE(WS-K) = IV-TITLE
           AND WS-RMD-EMPLOYER(WS-K) = IV-EMPLOYER
           AND WS-RMD-SLOT(WS-K) = IV-SLOT
            MOVE "Y" TO WS-FOUND
        END-IF
    END-PERFORM
    IF WS-FOUND = "Y"
        EXIT PARAGRAPH
    END-IF

    MOVE SPACES TO WS-NOTIFY-TEXT
    STRING "Scorecard due: " FUNCTION TRIM(IV-USER)
           " interviewed " IV-SLOT(1:10)
           " for " FUNCTION TRIM(IV-TITLE)
      INTO WS-NOTIFY-TEXT
    END-STRING
    PERFORM NOTIFY-HIRING-TEAM

    IF WS-TEAM-TOLD = 0
        ADD 1 TO WS-NO-TEAM-COUNT
        MOVE SPACES TO LOG-REC
        STRING "  " FUNCTION TRIM(IV-USER)
               " / " FUNCTION TRIM(IV-TITLE)
               " at " FUNCTION TRIM(IV-EMPLOYER)
               " -- no scorecard, but no linked account to tell; left for the next run"
          INTO LOG-REC
        END-STRING
        WRITE LOG-REC
        EXIT PARAGRAPH
    END-IF

    ADD 1 TO WS-CHASED-COUNT
    PERFORM STAMP-REMINDER

    MOVE SPACES TO LOG-REC
    STRING "  " FUNCTION TRIM(IV-USER)
           " / " FUNCTION TRIM(IV-TITLE)
           " at " FUNCTION TRIM(IV-EMPLOYER)
           " -- interviewed " FUNCTION TRIM(IV-SLOT)
           ", no scorecard; " WS-TEAM-TOLD " team account(s) told"
      INTO LOG-REC
    END-STRING
    WRITE LOG-REC.

*> ---------------------------------------------------------------
*> NOTIFY-HIRING-TEAM
*>   Tells every account linked to IV-EMPLOYER about the missing
*>   scorecard (WS-NOTIFY-TEXT). WS-TEAM-TOLD counts the linked
*>   accounts found, muted or not -- a team that muted the category
*>   has still been chased.
*> ---------------------------------------------------------------
NOTIFY-HIRING-TEAM.
    MOVE 0 TO WS-TEAM-TOLD
    MOVE "N" TO WS-EA-EOF

    OPEN INPUT EMPLOYER-ACCT-FILE
    IF WS-EA-STATUS NOT = "35"
        PERFORM UNTIL WS-EA-EOF = "Y"
            READ EMPLOYER-ACCT-FILE
                AT END
                    MOVE "Y" TO WS-EA-EOF
                NOT AT END
                    IF FUNCTION TRIM(EA-EMPLOYER)
                           = FUNCTION TRIM(IV-EMPLOYER)
                       AND EA-USER NOT = SPACES
                        ADD 1 TO WS-TEAM-TOLD
                        MOVE EA-USER TO WS-NOTIFY-TARGET
                        PERFORM WRITE-SCORECARD-NOTIFICATION
                    END-IF
            END-READ
        END-PERFORM
    END-IF
    CLOSE EMPLOYER-ACCT-FILE.

*> ---------------------------------------------------------------
*> WRITE-SCORECARD-NOTIFICATION
*>   Appends one SCORECARD-DUE row for WS-NOTIFY-TARGET carrying
*>   WS-NOTIFY-TEXT, unless that user has muted the category.
*> ---------------------------------------------------------------
WRITE-SCORECARD-NOTIFICATION.
    MOVE WS-NOTIFY-TARGET TO WS-MUTE-USER
    MOVE "SCORECARD-DUE"  TO WS-MUTE-EVENT
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
    MOVE "SCORECARD-DUE"  TO NOTIFY-EVENT
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
*> STAMP-REMINDER
*>   Records the INTERVIEW-REC just chased so later runs skip it.
*> ---------------------------------------------------------------
STAMP-REMINDER.
    OPEN EXTEND REMINDER-FILE
    IF WS-RM-STATUS = "35"
        OPEN OUTPUT REMINDER-FILE
        CLOSE REMINDER-FILE
        OPEN EXTEND REMINDER-FILE
    END-IF
    MOVE SPACES TO REMINDER-REC
    MOVE IV-USER       TO RM-USER
    MOVE IV-TITLE      TO RM-TITLE
    MOVE IV-EMPLOYER   TO RM-EMPLOYER
    MOVE IV-SLOT       TO RM-SLOT
    MOVE WS-TODAY-DATE TO RM-DATE
    MOVE "|" TO REMINDER-REC(21:1)
    MOVE "|" TO REMINDER-REC(62:1)
    MOVE "|" TO REMINDER-REC(103:1)
    MOVE "|" TO REMINDER-REC(134:1)
    WRITE REMINDER-REC
    CLOSE REMINDER-FILE.

WRITE-LOG-SUMMARY.
    MOVE SPACES TO LOG-REC
    STRING "Overdue without a scorecard: " WS-OVERDUE-COUNT
           "  Newly chased: " WS-CHASED-COUNT
           "  No linked account: " WS-NO-TEAM-COUNT
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
