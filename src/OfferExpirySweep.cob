       >>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. OfferExpirySweep.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.

*> Run lock shared by the online program and every batch tool that
*> writes the data files, so a load-all/rewrite-all in one program
*> cannot silently erase another's changes mid-run.
    SELECT RUN-LOCK-FILE ASSIGN TO "data/InCollege-RunLock.txt"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-RUNLOCK-STATUS.

*> Offer terms the employer entered when extending an offer; see the
*> OFFER-FILE notes in InCollege.cob.
    SELECT OFFER-FILE ASSIGN TO "data/InCollege-Offers.txt"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-OFFER-STATUS.

    SELECT APPLICATION-FILE ASSIGN TO "data/InCollege-Applications.txt"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-APP-STATUS.

    SELECT LOG-FILE ASSIGN TO "data/InCollege-OfferExpiryLog.txt"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-LOG-STATUS.

*> Employer-account link and notifications: both the student and the
*> employer's account hear that the offer lapsed.
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

    SELECT AUDIT-LOG-FILE ASSIGN TO "data/InCollege-AuditLog.txt"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-AUDIT-STATUS.

*> Last audit chain value, rewritten after every append -- see the
*> chain notes on AUDIT-LOG-FILE in InCollege.cob.
    SELECT AUDIT-SEAL-FILE ASSIGN TO "data/InCollege-AuditChainSeal.txt"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-AUDIT-SEAL-STATUS.

*> Swept offers and applications stream through scratch copies and
*> back -- the same staging JobDeadlineSweep uses -- so neither file
*> is ever held in a bounded table for the rewrite.
    SELECT OFFER-WORK-FILE ASSIGN TO "data/InCollege-Offers.txt.work"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-WORK-STATUS.

    SELECT APP-WORK-FILE ASSIGN TO "data/InCollege-Applications.txt.work"
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

FD  APPLICATION-FILE.
01  APPLICATION-REC          PIC X(4024).

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

FD  OFFER-WORK-FILE.
01  OFFER-WORK-REC           PIC X(188).

FD  APP-WORK-FILE.
01  APP-WORK-REC             PIC X(4024).

WORKING-STORAGE SECTION.

01  WS-RUNLOCK-STATUS          PIC XX VALUE "00".
01  WS-RUNLOCK-MYNAME          PIC X(30) VALUE "OfferExpirySweep".

01  WS-OFFER-STATUS          PIC XX VALUE "00".
01  WS-APP-STATUS            PIC XX VALUE "00".
01  WS-LOG-STATUS            PIC XX VALUE "00".
01  WS-WORK-STATUS           PIC XX VALUE "00".
01  WS-OFFER-EOF             PIC X VALUE "N".
01  WS-APP-EOF               PIC X VALUE "N".

01  WS-RAW-DATE              PIC X(21) VALUE SPACES.
*> As-of date for reproducible runs: pass YYYY-MM-DD as the first
*> command-line argument (same handling JobDeadlineSweep uses) to
*> sweep as of that date; with no argument the run date is used.
01  WS-ARG-COUNT               PIC 9(2) VALUE 0.
01  WS-ASOF-DATE               PIC X(10) VALUE SPACES.

01  WS-TODAY-DATE            PIC X(10) VALUE SPACES.
01  WS-DATE-NUM-TEXT         PIC X(08) VALUE SPACES.
01  WS-TODAY-NUM             PIC 9(08) VALUE 0.
01  WS-RESPOND-NUM           PIC 9(08) VALUE 0.
01  WS-DAYS-PAST             PIC S9(5) VALUE 0.
01  WS-AUDIT-TS              PIC X(20) VALUE SPACES.

01  WS-EXPIRED-COUNT         PIC 9(5) VALUE 0.
01  WS-DEFERRED-COUNT        PIC 9(5) VALUE 0.
01  WS-APP-FLIPPED-COUNT     PIC 9(5) VALUE 0.
01  WS-NOTIFIED-COUNT        PIC 9(5) VALUE 0.

*> The offers expired tonight, so the application pass can flip the
*> matching applications. Offers past the table wait, still OPEN,
*> for the next run rather than expiring without their application.
01  WS-EXP-COUNT             PIC 9(3) VALUE 0.
01  WS-EXP-TABLE OCCURS 500 TIMES.
    05 WS-EXP-USER           PIC X(20).
    05 WS-EXP-TITLE          PIC X(40).
    05 WS-EXP-EMPLOYER       PIC X(40).
01  WS-E                     PIC 9(3) VALUE 0.
01  WS-EXP-MATCH             PIC X VALUE "N".

*> Notification support, same as JobDeadlineSweep.
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
*>   Nightly batch: flips every OPEN offer whose respond-by date has
*>   passed to EXPIRED, moves the matching application from Offer to
*>   Expired, tells both the student and the employer's linked
*>   account, and records each expiry in AUDIT-LOG-FILE -- students
*>   used to sit on offers indefinitely. Offers with no respond-by
*>   date (bulk decisions from EmployerDecisionImport carry no
*>   terms) have no offer row and are left alone.
*> ---------------------------------------------------------------
MAIN-MAINLINE.
    PERFORM ACQUIRE-RUN-LOCK
    PERFORM GET-ASOF-DATE
    PERFORM FORMAT-TODAY-DATE
    PERFORM OPEN-LOG
    PERFORM SWEEP-OFFERS
    PERFORM REPLACE-OFFER-FILE
    IF WS-EXP-COUNT > 0
        PERFORM EXPIRE-APPLICATIONS
    END-IF
    PERFORM WRITE-LOG-SUMMARY

    DISPLAY "Offer expiry sweep complete: " WS-EXPIRED-COUNT
        " offer(s) expired, " WS-APP-FLIPPED-COUNT
        " application(s) updated, " WS-NOTIFIED-COUNT
        " notification(s) sent."
    PERFORM RELEASE-RUN-LOCK
    STOP RUN.

FORMAT-TODAY-DATE.
    *> Respond-by dates are compared against the as-of date so a
    *> missed night can be swept for the night it should have run.
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

OPEN-LOG.
    OPEN OUTPUT LOG-FILE
    MOVE SPACES TO LOG-REC
    STRING "Offer expiry sweep run " WS-TODAY-DATE ":"
      INTO LOG-REC
    END-STRING
    WRITE LOG-REC.

SWEEP-OFFERS.
    OPEN INPUT OFFER-FILE
    IF WS-OFFER-STATUS = "35"
        DISPLAY "No offers file found; nothing to sweep."
        CLOSE OFFER-FILE
        CLOSE LOG-FILE
        PERFORM RELEASE-RUN-LOCK
        STOP RUN
    END-IF

    OPEN OUTPUT OFFER-WORK-FILE

    PERFORM PRIME-AUDIT-CHAIN
    OPEN EXTEND AUDIT-LOG-FILE
    IF WS-AUDIT-STATUS = "35"
        CLOSE AUDIT-LOG-FILE
        OPEN OUTPUT AUDIT-LOG-FILE
        CLOSE AUDIT-LOG-FILE
        OPEN EXTEND AUDIT-LOG-FILE
    END-IF

    MOVE "N" TO WS-OFFER-EOF
    PERFORM UNTIL WS-OFFER-EOF = "Y"
        READ OFFER-FILE
            AT END
                MOVE "Y" TO WS-OFFER-EOF
            NOT AT END
                PERFORM SWEEP-ONE-OFFER
                MOVE SPACES TO OFFER-WORK-REC
                MOVE OFFER-REC TO OFFER-WORK-REC
                WRITE OFFER-WORK-REC
        END-READ
    END-PERFORM

    CLOSE AUDIT-LOG-FILE
    IF WS-EXPIRED-COUNT > 0
        PERFORM WRITE-AUDIT-SEAL
    END-IF

    CLOSE OFFER-WORK-FILE
    CLOSE OFFER-FILE.

*> ---------------------------------------------------------------
*> SWEEP-ONE-OFFER
*>   Flips the OFFER-REC just read to EXPIRED when it is OPEN and its
*>   respond-by date has passed: remembers it for the application
*>   pass, notifies both sides, audit-logs it, and logs it. The
*>   (possibly updated) record is then written to the staging copy
*>   by the caller.
*> ---------------------------------------------------------------
SWEEP-ONE-OFFER.
    IF FUNCTION TRIM(OF-STATUS) NOT = "OPEN"
        EXIT PARAGRAPH
    END-IF
    IF OF-RESPOND-BY(1:4) IS NOT NUMERIC
       OR OF-RESPOND-BY(6:2) IS NOT NUMERIC
       OR OF-RESPOND-BY(9:2) IS NOT NUMERIC
        EXIT PARAGRAPH
    END-IF

    MOVE SPACES TO WS-DATE-NUM-TEXT
    STRING OF-RESPOND-BY(1:4)
           OF-RESPOND-BY(6:2)
           OF-RESPOND-BY(9:2)
      INTO WS-DATE-NUM-TEXT
    END-STRING
    MOVE WS-DATE-NUM-TEXT TO WS-RESPOND-NUM

    COMPUTE WS-DAYS-PAST =
        FUNCTION INTEGER-OF-DATE(WS-TODAY-NUM) -
        FUNCTION INTEGER-OF-DATE(WS-RESPOND-NUM)

    IF WS-DAYS-PAST <= 0
        EXIT PARAGRAPH
    END-IF

    IF WS-EXP-COUNT >= 500
        ADD 1 TO WS-DEFERRED-COUNT
        MOVE SPACES TO LOG-REC
        STRING "  " FUNCTION TRIM(OF-USER)
               " / " FUNCTION TRIM(OF-TITLE)
               " -- past its respond-by date, left for the next run"
          INTO LOG-REC
        END-STRING
        WRITE LOG-REC
        EXIT PARAGRAPH
    END-IF

    MOVE "EXPIRED" TO OF-STATUS
    ADD 1 TO WS-EXPIRED-COUNT
    ADD 1 TO WS-EXP-COUNT
    MOVE OF-USER     TO WS-EXP-USER(WS-EXP-COUNT)
    MOVE OF-TITLE    TO WS-EXP-TITLE(WS-EXP-COUNT)
    MOVE OF-EMPLOYER TO WS-EXP-EMPLOYER(WS-EXP-COUNT)

    MOVE SPACES TO LOG-REC
    STRING "  " FUNCTION TRIM(OF-USER)
           " / " FUNCTION TRIM(OF-TITLE)
           " at " FUNCTION TRIM(OF-EMPLOYER)
           " -- expired, respond-by was "
           FUNCTION TRIM(OF-RESPOND-BY)
      INTO LOG-REC
    END-STRING
    WRITE LOG-REC

    MOVE OF-USER TO WS-NOTIFY-TARGET
    MOVE SPACES TO WS-NOTIFY-TEXT
    STRING "Your offer for " FUNCTION TRIM(OF-TITLE)
           " at " FUNCTION TRIM(OF-EMPLOYER) " has expired"
      INTO WS-NOTIFY-TEXT
    END-STRING
    PERFORM WRITE-EXPIRY-NOTIFICATION

    PERFORM NOTIFY-OFFER-EMPLOYER

    MOVE SPACES TO AUDIT-LOG-REC
    MOVE "OFFER-EXPIRED"   TO AUDIT-EVENT
    MOVE OF-USER           TO AUDIT-USER
    MOVE OF-TITLE          TO AUDIT-DETAIL
    MOVE WS-AUDIT-TS       TO AUDIT-TIMESTAMP
    PERFORM COMPUTE-AUDIT-CHAIN
    MOVE WS-AUDIT-CHAIN-DISP TO AUDIT-CHAIN
    WRITE AUDIT-LOG-REC
    MOVE WS-AUDIT-CHAIN-DISP TO WS-AUDIT-CHAIN-PREV.

*> ---------------------------------------------------------------
*> NOTIFY-OFFER-EMPLOYER
*>   Finds the account linked to the offer's employer and tells it
*>   the offer lapsed unanswered. Employers without a linked account
*>   cannot be reached and are logged instead.
*> ---------------------------------------------------------------
NOTIFY-OFFER-EMPLOYER.
    MOVE SPACES TO WS-NOTIFY-TARGET
    MOVE "N" TO WS-EA-EOF

    OPEN INPUT EMPLOYER-ACCT-FILE
    IF WS-EA-STATUS NOT = "35"
        PERFORM UNTIL WS-EA-EOF = "Y"
            READ EMPLOYER-ACCT-FILE
                AT END
                    MOVE "Y" TO WS-EA-EOF
                NOT AT END
                    IF FUNCTION TRIM(EA-EMPLOYER)
                           = FUNCTION TRIM(OF-EMPLOYER)
                        MOVE EA-USER TO WS-NOTIFY-TARGET
                        MOVE "Y" TO WS-EA-EOF
                    END-IF
            END-READ
        END-PERFORM
    END-IF
    CLOSE EMPLOYER-ACCT-FILE

    IF WS-NOTIFY-TARGET = SPACES
        MOVE SPACES TO LOG-REC
        STRING "  " FUNCTION TRIM(OF-EMPLOYER)
               " has no linked account to tell about the expiry"
          INTO LOG-REC
        END-STRING
        WRITE LOG-REC
        EXIT PARAGRAPH
    END-IF

    MOVE SPACES TO WS-NOTIFY-TEXT
    STRING "Offer to " FUNCTION TRIM(OF-USER)
           " for " FUNCTION TRIM(OF-TITLE) " expired unanswered"
      INTO WS-NOTIFY-TEXT
    END-STRING
    PERFORM WRITE-EXPIRY-NOTIFICATION.

*> ---------------------------------------------------------------
*> WRITE-EXPIRY-NOTIFICATION
*>   Appends one OFFER-EXPIRED row for WS-NOTIFY-TARGET carrying
*>   WS-NOTIFY-TEXT, unless that user has muted the category.
*> ---------------------------------------------------------------
WRITE-EXPIRY-NOTIFICATION.
    MOVE WS-NOTIFY-TARGET TO WS-MUTE-USER
    MOVE "OFFER-EXPIRED"  TO WS-MUTE-EVENT
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
    MOVE "OFFER-EXPIRED"  TO NOTIFY-EVENT
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
*> REPLACE-OFFER-FILE
*>   Copies the swept rows back over the live OFFER-FILE, same as
*>   REPLACE-JOB-FILE in JobDeadlineSweep.
*> ---------------------------------------------------------------
REPLACE-OFFER-FILE.
    OPEN OUTPUT OFFER-FILE
    OPEN INPUT OFFER-WORK-FILE

    MOVE "N" TO WS-OFFER-EOF
    PERFORM UNTIL WS-OFFER-EOF = "Y"
        READ OFFER-WORK-FILE
            AT END
                MOVE "Y" TO WS-OFFER-EOF
            NOT AT END
                MOVE OFFER-WORK-REC TO OFFER-REC
                WRITE OFFER-REC
        END-READ
    END-PERFORM

    CLOSE OFFER-WORK-FILE
    CLOSE OFFER-FILE.

*> ---------------------------------------------------------------
*> EXPIRE-APPLICATIONS
*>   Streams APPLICATION-FILE through its staging copy and back,
*>   moving each application still at Offer whose offer expired
*>   tonight to Expired with tonight's status date. The control
*>   trailer passes through untouched -- the row count is unchanged.
*> ---------------------------------------------------------------
EXPIRE-APPLICATIONS.
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
                   AND FUNCTION TRIM(APPLICATION-REC(150:20)) = "Offer"
                    PERFORM MATCH-EXPIRED-OFFER
                    IF WS-EXP-MATCH = "Y"
                        MOVE "Expired"     TO APPLICATION-REC(150:20)
                        MOVE WS-TODAY-DATE TO APPLICATION-REC(4015:10)
                        ADD 1 TO WS-APP-FLIPPED-COUNT
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
    CLOSE APPLICATION-FILE.

*> ---------------------------------------------------------------
*> MATCH-EXPIRED-OFFER
*>   WS-EXP-MATCH = "Y" when the APPLICATION-REC just read belongs
*>   to an offer expired tonight (applicant + title + employer).
*> ---------------------------------------------------------------
MATCH-EXPIRED-OFFER.
    MOVE "N" TO WS-EXP-MATCH
    PERFORM VARYING WS-E FROM 1 BY 1
        UNTIL WS-E > WS-EXP-COUNT OR WS-EXP-MATCH = "Y"
        IF FUNCTION TRIM(APPLICATION-REC(1:20))
               = FUNCTION TRIM(WS-EXP-USER(WS-E))
           AND FUNCTION TRIM(APPLICATION-REC(22:40))
               = FUNCTION TRIM(WS-EXP-TITLE(WS-E))
           AND FUNCTION TRIM(APPLICATION-REC(65:40))
               = FUNCTION TRIM(WS-EXP-EMPLOYER(WS-E))
            MOVE "Y" TO WS-EXP-MATCH
        END-IF
    END-PERFORM.

WRITE-LOG-SUMMARY.
    MOVE SPACES TO LOG-REC
    STRING "Offers expired: " WS-EXPIRED-COUNT
           "  Applications updated: " WS-APP-FLIPPED-COUNT
           "  Left for next run: " WS-DEFERRED-COUNT
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
