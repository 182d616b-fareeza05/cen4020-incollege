       >>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. CertificationExpirySweep.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.

*> Run lock shared by the online program and every batch tool that
*> writes the data files, so a load-all/rewrite-all in one program
*> cannot silently erase another's changes mid-run.
    SELECT RUN-LOCK-FILE ASSIGN TO "data/InCollege-RunLock.txt"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-RUNLOCK-STATUS.

*> Students' certifications and licenses; see the CERT-FILE notes in
*> InCollege.cob.
    SELECT CERT-FILE ASSIGN TO "data/InCollege-Certifications.txt"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-CERT-STATUS.

    SELECT LOG-FILE ASSIGN TO "data/InCollege-CertExpiryLog.txt"
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

*> Swept rows stream through a scratch copy and back, the same
*> staging OfferExpirySweep uses.
    SELECT CERT-WORK-FILE ASSIGN TO "data/InCollege-Certifications.txt.work"
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

FD  CERT-FILE.
01  CERT-REC.
    05 CERT-USER             PIC X(20).
    05 FILLER                PIC X(01).
    05 CERT-NAME             PIC X(40).
    05 FILLER                PIC X(01).
    05 CERT-ISSUER           PIC X(40).
    05 FILLER                PIC X(01).
    05 CERT-CRED-ID          PIC X(30).
    05 FILLER                PIC X(01).
    05 CERT-ISSUED           PIC X(10).
    05 FILLER                PIC X(01).
    05 CERT-EXPIRES          PIC X(10).
    05 FILLER                PIC X(01).
    05 CERT-STATE            PIC X(08).
    05 FILLER                PIC X(01).
    05 CERT-REMINDED         PIC X(10).

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

FD  CERT-WORK-FILE.
01  CERT-WORK-REC            PIC X(175).

WORKING-STORAGE SECTION.

01  WS-RUNLOCK-STATUS          PIC XX VALUE "00".
01  WS-RUNLOCK-MYNAME          PIC X(30) VALUE "CertificationExpirySweep".

01  WS-CERT-STATUS           PIC XX VALUE "00".
01  WS-LOG-STATUS            PIC XX VALUE "00".
01  WS-WORK-STATUS           PIC XX VALUE "00".
01  WS-CERT-EOF              PIC X VALUE "N".

01  WS-RAW-DATE              PIC X(21) VALUE SPACES.
*> As-of date for reproducible runs: pass YYYY-MM-DD as the first
*> command-line argument (same handling OfferExpirySweep uses) to
*> sweep as of that date; with no argument the run date is used.
01  WS-ARG-COUNT               PIC 9(2) VALUE 0.
01  WS-ASOF-DATE               PIC X(10) VALUE SPACES.

01  WS-TODAY-DATE            PIC X(10) VALUE SPACES.
01  WS-DATE-NUM-TEXT         PIC X(08) VALUE SPACES.
01  WS-TODAY-NUM             PIC 9(08) VALUE 0.
01  WS-EXPIRES-NUM           PIC 9(08) VALUE 0.
01  WS-DAYS-LEFT             PIC S9(5) VALUE 0.
01  WS-AUDIT-TS              PIC X(20) VALUE SPACES.

*> A reminder goes out once a certification is this many days or
*> fewer from its expiry date.
01  WS-REMIND-DAYS           PIC 9(3) VALUE 30.

01  WS-REMINDED-COUNT        PIC 9(5) VALUE 0.
01  WS-EXPIRED-COUNT         PIC 9(5) VALUE 0.
01  WS-NOTIFIED-COUNT        PIC 9(5) VALUE 0.

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
*>   Nightly batch over the students' certifications and licenses:
*>   one reminder notification once an ACTIVE certification is 30
*>   days or fewer from its expiry date, and -- the day after that
*>   date -- the row flipped to EXPIRED, the student told, and the
*>   expiry recorded in AUDIT-LOG-FILE. Certifications with no
*>   expiry date never expire. A renewal from the profile editor
*>   clears the reminder stamp, so the next cycle is reminded too.
*> ---------------------------------------------------------------
MAIN-MAINLINE.
    PERFORM ACQUIRE-RUN-LOCK
    PERFORM GET-ASOF-DATE
    PERFORM FORMAT-TODAY-DATE
    PERFORM OPEN-LOG
    PERFORM SWEEP-CERTIFICATIONS
    PERFORM REPLACE-CERT-FILE
    PERFORM WRITE-LOG-SUMMARY

    DISPLAY "Certification expiry sweep complete: " WS-REMINDED-COUNT
        " reminder(s), " WS-EXPIRED-COUNT " expired, "
        WS-NOTIFIED-COUNT " notification(s) sent."
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

OPEN-LOG.
    OPEN OUTPUT LOG-FILE
    MOVE SPACES TO LOG-REC
    STRING "Certification expiry sweep run " WS-TODAY-DATE ":"
      INTO LOG-REC
    END-STRING
    WRITE LOG-REC.

SWEEP-CERTIFICATIONS.
    OPEN INPUT CERT-FILE
    IF WS-CERT-STATUS = "35"
        DISPLAY "No certifications file found; nothing to sweep."
        CLOSE CERT-FILE
        CLOSE LOG-FILE
        PERFORM RELEASE-RUN-LOCK
        STOP RUN
    END-IF

    OPEN OUTPUT CERT-WORK-FILE

    PERFORM PRIME-AUDIT-CHAIN
    OPEN EXTEND AUDIT-LOG-FILE
    IF WS-AUDIT-STATUS = "35"
        CLOSE AUDIT-LOG-FILE
        OPEN OUTPUT AUDIT-LOG-FILE
        CLOSE AUDIT-LOG-FILE
        OPEN EXTEND AUDIT-LOG-FILE
    END-IF

    MOVE "N" TO WS-CERT-EOF
    PERFORM UNTIL WS-CERT-EOF = "Y"
        READ CERT-FILE
            AT END
                MOVE "Y" TO WS-CERT-EOF
            NOT AT END
                PERFORM SWEEP-ONE-CERTIFICATION
                MOVE SPACES TO CERT-WORK-REC
                MOVE CERT-REC TO CERT-WORK-REC
                WRITE CERT-WORK-REC
        END-READ
    END-PERFORM

    CLOSE AUDIT-LOG-FILE
    IF WS-EXPIRED-COUNT > 0
        PERFORM WRITE-AUDIT-SEAL
    END-IF

    CLOSE CERT-WORK-FILE
    CLOSE CERT-FILE.

*> ---------------------------------------------------------------
*> SWEEP-ONE-CERTIFICATION
*>   For the CERT-REC just read: an ACTIVE row past its expiry date
*>   becomes EXPIRED (notified, audit-logged, logged); one within
*>   the reminder window that has not been reminded is reminded and
*>   stamped. The (possibly updated) record is then written to the
*>   staging copy by the caller.
*> ---------------------------------------------------------------
SWEEP-ONE-CERTIFICATION.
    IF FUNCTION TRIM(CERT-STATE) NOT = "ACTIVE"
        EXIT PARAGRAPH
    END-IF
    IF CERT-EXPIRES(1:4) IS NOT NUMERIC
       OR CERT-EXPIRES(6:2) IS NOT NUMERIC
       OR CERT-EXPIRES(9:2) IS NOT NUMERIC
        EXIT PARAGRAPH
    END-IF

    MOVE SPACES TO WS-DATE-NUM-TEXT
    STRING CERT-EXPIRES(1:4)
           CERT-EXPIRES(6:2)
           CERT-EXPIRES(9:2)
      INTO WS-DATE-NUM-TEXT
    END-STRING
    MOVE WS-DATE-NUM-TEXT TO WS-EXPIRES-NUM

    COMPUTE WS-DAYS-LEFT =
        FUNCTION INTEGER-OF-DATE(WS-EXPIRES-NUM) -
        FUNCTION INTEGER-OF-DATE(WS-TODAY-NUM)

    IF WS-DAYS-LEFT < 0
        PERFORM EXPIRE-CERTIFICATION
        EXIT PARAGRAPH
    END-IF

    IF WS-DAYS-LEFT <= WS-REMIND-DAYS AND CERT-REMINDED = SPACES
        PERFORM REMIND-CERTIFICATION
    END-IF.

EXPIRE-CERTIFICATION.
    MOVE "EXPIRED" TO CERT-STATE
    ADD 1 TO WS-EXPIRED-COUNT

    MOVE SPACES TO LOG-REC
    STRING "  " FUNCTION TRIM(CERT-USER)
           " / " FUNCTION TRIM(CERT-NAME)
           " (" FUNCTION TRIM(CERT-ISSUER) ")"
           " -- expired " FUNCTION TRIM(CERT-EXPIRES)
      INTO LOG-REC
    END-STRING
    WRITE LOG-REC

    MOVE CERT-USER TO WS-NOTIFY-TARGET
    MOVE SPACES TO WS-NOTIFY-TEXT
    STRING "Your certification " FUNCTION TRIM(CERT-NAME)
           " expired " FUNCTION TRIM(CERT-EXPIRES)
      INTO WS-NOTIFY-TEXT
    END-STRING
    PERFORM WRITE-CERT-NOTIFICATION

    MOVE SPACES TO AUDIT-LOG-REC
    MOVE "CERT-EXPIRED"    TO AUDIT-EVENT
    MOVE CERT-USER         TO AUDIT-USER
    MOVE CERT-NAME         TO AUDIT-DETAIL
    MOVE WS-AUDIT-TS       TO AUDIT-TIMESTAMP
    PERFORM COMPUTE-AUDIT-CHAIN
    MOVE WS-AUDIT-CHAIN-DISP TO AUDIT-CHAIN
    WRITE AUDIT-LOG-REC
    MOVE WS-AUDIT-CHAIN-DISP TO WS-AUDIT-CHAIN-PREV.

REMIND-CERTIFICATION.
    MOVE WS-TODAY-DATE TO CERT-REMINDED
    ADD 1 TO WS-REMINDED-COUNT

    MOVE SPACES TO LOG-REC
    STRING "  " FUNCTION TRIM(CERT-USER)
           " / " FUNCTION TRIM(CERT-NAME)
           " (" FUNCTION TRIM(CERT-ISSUER) ")"
           " -- reminded, expires " FUNCTION TRIM(CERT-EXPIRES)
      INTO LOG-REC
    END-STRING
    WRITE LOG-REC

    MOVE CERT-USER TO WS-NOTIFY-TARGET
    MOVE SPACES TO WS-NOTIFY-TEXT
    STRING "Your certification " FUNCTION TRIM(CERT-NAME)
           " expires " FUNCTION TRIM(CERT-EXPIRES)
      INTO WS-NOTIFY-TEXT
    END-STRING
    PERFORM WRITE-CERT-NOTIFICATION.

*> ---------------------------------------------------------------
*> WRITE-CERT-NOTIFICATION
*>   Appends one CERT-EXPIRY row for WS-NOTIFY-TARGET carrying
*>   WS-NOTIFY-TEXT, unless that user has muted the category.
*> ---------------------------------------------------------------
WRITE-CERT-NOTIFICATION.
    MOVE WS-NOTIFY-TARGET TO WS-MUTE-USER
    MOVE "CERT-EXPIRY"    TO WS-MUTE-EVENT
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
    MOVE "CERT-EXPIRY"    TO NOTIFY-EVENT
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
*> REPLACE-CERT-FILE
*>   Copies the swept rows back over the live CERT-FILE, same as
*>   REPLACE-OFFER-FILE in OfferExpirySweep.
*> ---------------------------------------------------------------
REPLACE-CERT-FILE.
    OPEN OUTPUT CERT-FILE
    OPEN INPUT CERT-WORK-FILE

    MOVE "N" TO WS-CERT-EOF
    PERFORM UNTIL WS-CERT-EOF = "Y"
        READ CERT-WORK-FILE
            AT END
                MOVE "Y" TO WS-CERT-EOF
            NOT AT END
                MOVE CERT-WORK-REC TO CERT-REC
                WRITE CERT-REC
        END-READ
    END-PERFORM

    CLOSE CERT-WORK-FILE
    CLOSE CERT-FILE.

WRITE-LOG-SUMMARY.
    MOVE SPACES TO LOG-REC
    STRING "Reminders sent: " WS-REMINDED-COUNT
           "  Certifications expired: " WS-EXPIRED-COUNT
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
