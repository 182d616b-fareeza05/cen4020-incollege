       >>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. NotificationMailRelay.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.

*> Run lock shared by the online program and every batch tool that
*> writes the data files, so a load-all/rewrite-all in one program
*> cannot silently erase another's changes mid-run.
    SELECT RUN-LOCK-FILE ASSIGN TO "data/InCollege-RunLock.txt"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-RUNLOCK-STATUS.

*> Outbound mail spool; see the MAIL-SPOOL-FILE notes in InCollege.cob.
    SELECT MAIL-SPOOL-FILE ASSIGN TO "data/InCollege-MailSpool.txt"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-SP-STATUS.

    SELECT SPOOL-WORK-FILE ASSIGN TO "data/InCollege-MailSpool.txt.work"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-WORK-STATUS.

    SELECT MAIL-ADDRESS-FILE ASSIGN TO "data/InCollege-MailAddresses.txt"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-MA-STATUS.

*> Per-user notification preferences: a user|event row means that
*> category is muted. Checked again at send time so a category muted
*> after the row was queued is not mailed either.
    SELECT NOTIFY-PREF-FILE ASSIGN TO "data/InCollege-NotifyPrefs.txt"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-NPREF-STATUS.

*> Hand-off files shared with the campus mail relay: the relay picks
*> up and empties the outbox, and leaves a bounce file of addresses
*> it could not deliver to, which this batch consumes and empties.
    SELECT OUTBOX-FILE ASSIGN TO "data/InCollege-MailOutbox.txt"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-OUTBOX-STATUS.

    SELECT BOUNCE-FILE ASSIGN TO "data/InCollege-MailBounces.txt"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-BOUNCE-STATUS.

*> Staff list of every address currently flagged BOUNCED.
    SELECT BAD-ADDRESS-FILE ASSIGN TO "data/InCollege-BadAddresses.txt"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-BAD-STATUS.

DATA DIVISION.
FILE SECTION.

FD  RUN-LOCK-FILE.
01  RUN-LOCK-REC.
    05 RUNLOCK-HOLDER        PIC X(30).
    05 FILLER                PIC X(01).
    05 RUNLOCK-MODE          PIC X(10).
    05 FILLER                PIC X(01).
    05 RUNLOCK-READERS       PIC 9(03).

FD  MAIL-SPOOL-FILE.
01  MAIL-SPOOL-REC.
    05 SP-USER               PIC X(20).
    05 FILLER                PIC X(01).
    05 SP-EVENT              PIC X(20).
    05 FILLER                PIC X(01).
    05 SP-DETAIL             PIC X(60).
    05 FILLER                PIC X(01).
    05 SP-DATE               PIC X(10).
    05 FILLER                PIC X(01).
    05 SP-STATUS             PIC X(07).
    05 FILLER                PIC X(01).
    05 SP-SENT-DATE          PIC X(10).

FD  SPOOL-WORK-FILE.
01  SPOOL-WORK-REC           PIC X(132).

FD  MAIL-ADDRESS-FILE.
01  MAIL-ADDRESS-REC.
    05 MA-USER               PIC X(20).
    05 FILLER                PIC X(01).
    05 MA-ADDRESS            PIC X(60).
    05 FILLER                PIC X(01).
    05 MA-STATUS             PIC X(08).
    05 FILLER                PIC X(01).
    05 MA-DATE               PIC X(10).

FD  NOTIFY-PREF-FILE.
01  NOTIFY-PREF-REC.
    05 NP-USER               PIC X(20).
    05 FILLER                PIC X(01).
    05 NP-EVENT              PIC X(20).

FD  OUTBOX-FILE.
01  OUTBOX-REC               PIC X(200).

*> address | date | relay's reason text
FD  BOUNCE-FILE.
01  BOUNCE-REC.
    05 BN-ADDRESS            PIC X(60).
    05 FILLER                PIC X(01).
    05 BN-DATE               PIC X(10).
    05 FILLER                PIC X(01).
    05 BN-REASON             PIC X(60).

FD  BAD-ADDRESS-FILE.
01  BAD-ADDRESS-REC          PIC X(200).

WORKING-STORAGE SECTION.

01  WS-RUNLOCK-STATUS          PIC XX VALUE "00".
01  WS-RUNLOCK-MYNAME          PIC X(30) VALUE "NotificationMailRelay".

01  WS-SP-STATUS             PIC XX VALUE "00".
01  WS-WORK-STATUS           PIC XX VALUE "00".
01  WS-MA-STATUS             PIC XX VALUE "00".
01  WS-NPREF-STATUS          PIC XX VALUE "00".
01  WS-OUTBOX-STATUS         PIC XX VALUE "00".
01  WS-BOUNCE-STATUS         PIC XX VALUE "00".
01  WS-BAD-STATUS            PIC XX VALUE "00".
01  WS-EOF                   PIC X VALUE "N".

01  WS-RAW-DATE              PIC X(21) VALUE SPACES.
*> As-of date for reproducible runs: pass YYYY-MM-DD as the first
*> command-line argument (same handling JobDeadlineSweep uses) to
*> stamp the run with that date; with no argument the run date is
*> used.
01  WS-ARG-COUNT               PIC 9(2) VALUE 0.
01  WS-ASOF-DATE               PIC X(10) VALUE SPACES.

01  WS-SENDER-ADDRESS        PIC X(40)
        VALUE "InCollege <noreply@incollege.edu>".

*> Addresses, load-all/rewrite-all like the online screen.
01  WS-MA-COUNT              PIC 9(3) VALUE 0.
01  WS-MA-TABLE OCCURS 500 TIMES.
    05 WS-MAT-USER           PIC X(20).
    05 WS-MAT-ADDRESS        PIC X(60).
    05 WS-MAT-STATUS         PIC X(08).
    05 WS-MAT-DATE           PIC X(10).
01  WS-MA-CHANGED            PIC X VALUE "N".
01  WS-MA-IDX                PIC 9(3) VALUE 0.

01  WS-MUTE-COUNT            PIC 9(3) VALUE 0.
01  WS-MUTE-TABLE OCCURS 500 TIMES.
    05 WS-MUTE-USER          PIC X(20).
    05 WS-MUTE-EVENT         PIC X(20).
01  WS-MUTED                 PIC X VALUE "N".

*> Rows going out tonight, sorted by user (then spool order) so each
*> user's rows form one digest. Rows past the table stay QUEUED for
*> the next run.
01  WS-OUT-COUNT             PIC 9(4) VALUE 0.
01  WS-OUT-TABLE OCCURS 2000 TIMES.
    05 WS-OUT-USER           PIC X(20).
    05 WS-OUT-SEQ            PIC 9(6).
    05 WS-OUT-ADDRESS        PIC X(60).
    05 WS-OUT-EVENT          PIC X(20).
    05 WS-OUT-DETAIL         PIC X(60).
    05 WS-OUT-DATE           PIC X(10).
01  WS-SWAP-OUT              PIC X(176).
01  WS-SEQ                   PIC 9(6) VALUE 0.

01  WS-BOUNCE-READ           PIC 9(5) VALUE 0.
01  WS-BOUNCED-COUNT         PIC 9(5) VALUE 0.
01  WS-BOUNCE-UNKNOWN        PIC 9(5) VALUE 0.
01  WS-SENT-ROWS             PIC 9(5) VALUE 0.
01  WS-DIGEST-COUNT          PIC 9(5) VALUE 0.
01  WS-NOADDR-ROWS           PIC 9(5) VALUE 0.
01  WS-MUTED-ROWS            PIC 9(5) VALUE 0.
01  WS-HELD-ROWS             PIC 9(5) VALUE 0.
01  WS-BAD-COUNT             PIC 9(3) VALUE 0.
01  WS-USER-ROWS             PIC 9(4) VALUE 0.
01  WS-USER-ROWS-DISP        PIC Z(3)9.

01  WS-I                     PIC 9(4) VALUE 0.
01  WS-J                     PIC 9(4) VALUE 0.
01  WS-K                     PIC 9(4) VALUE 0.
01  WS-START                 PIC 9(4) VALUE 0.

PROCEDURE DIVISION.

*> ---------------------------------------------------------------
*> MAIN-MAINLINE
*>   Nightly notification mail. First takes in the relay's bounce
*>   file and flags those addresses BOUNCED. Then every QUEUED spool
*>   row becomes part of one digest message per user in the relay's
*>   outbox -- or is closed off as NOADDR (no good address on file)
*>   or MUTED (category muted since it was queued; interview offers
*>   are never muted). Finally the staff bad-address list is
*>   rewritten.
*> ---------------------------------------------------------------
MAIN-MAINLINE.
    PERFORM ACQUIRE-RUN-LOCK
    PERFORM GET-ASOF-DATE
    PERFORM LOAD-ADDRESSES
    PERFORM APPLY-BOUNCES
    IF WS-MA-CHANGED = "Y"
        PERFORM SAVE-ADDRESSES
    END-IF
    PERFORM LOAD-MUTES
    PERFORM MARK-SPOOL
    PERFORM SORT-OUTGOING
    PERFORM WRITE-DIGESTS
    PERFORM REPLACE-SPOOL
    PERFORM WRITE-BAD-ADDRESSES

    DISPLAY "Notification mail run " WS-ASOF-DATE ": "
        WS-DIGEST-COUNT " digest(s) covering " WS-SENT-ROWS
        " notification(s); " WS-NOADDR-ROWS " with no usable address, "
        WS-MUTED-ROWS " muted, " WS-HELD-ROWS " held for next run; "
        WS-BOUNCED-COUNT " address(es) newly flagged bounced."
    PERFORM RELEASE-RUN-LOCK
    STOP RUN.

LOAD-ADDRESSES.
    MOVE 0 TO WS-MA-COUNT
    MOVE "N" TO WS-EOF
    OPEN INPUT MAIL-ADDRESS-FILE
    IF WS-MA-STATUS = "35"
        CLOSE MAIL-ADDRESS-FILE
        EXIT PARAGRAPH
    END-IF
    PERFORM UNTIL WS-EOF = "Y"
        READ MAIL-ADDRESS-FILE
            AT END
                MOVE "Y" TO WS-EOF
            NOT AT END
                IF MA-USER NOT = SPACES AND WS-MA-COUNT < 500
                    ADD 1 TO WS-MA-COUNT
                    MOVE MA-USER    TO WS-MAT-USER(WS-MA-COUNT)
                    MOVE MA-ADDRESS TO WS-MAT-ADDRESS(WS-MA-COUNT)
                    MOVE MA-STATUS  TO WS-MAT-STATUS(WS-MA-COUNT)
                    MOVE MA-DATE    TO WS-MAT-DATE(WS-MA-COUNT)
                END-IF
        END-READ
    END-PERFORM
    CLOSE MAIL-ADDRESS-FILE.

*> ---------------------------------------------------------------
*> APPLY-BOUNCES
*>   Each bounced address (compared without regard to case) is
*>   flagged BOUNCED on every account that uses it. The bounce file
*>   is emptied once read so an old bounce cannot re-flag an address
*>   the member has since confirmed.
*> ---------------------------------------------------------------
APPLY-BOUNCES.
    MOVE "N" TO WS-EOF
    OPEN INPUT BOUNCE-FILE
    IF WS-BOUNCE-STATUS = "35"
        CLOSE BOUNCE-FILE
        EXIT PARAGRAPH
    END-IF
    PERFORM UNTIL WS-EOF = "Y"
        READ BOUNCE-FILE
            AT END
                MOVE "Y" TO WS-EOF
            NOT AT END
                IF BN-ADDRESS NOT = SPACES
                    ADD 1 TO WS-BOUNCE-READ
                    PERFORM FLAG-BOUNCED-ADDRESS
                END-IF
        END-READ
    END-PERFORM
    CLOSE BOUNCE-FILE

    IF WS-BOUNCE-READ > 0
        OPEN OUTPUT BOUNCE-FILE
        CLOSE BOUNCE-FILE
    END-IF.

FLAG-BOUNCED-ADDRESS.
    MOVE 0 TO WS-MA-IDX
    PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > WS-MA-COUNT
        IF FUNCTION UPPER-CASE(FUNCTION TRIM(WS-MAT-ADDRESS(WS-I)))
           = FUNCTION UPPER-CASE(FUNCTION TRIM(BN-ADDRESS))
            MOVE WS-I TO WS-MA-IDX
            IF WS-MAT-STATUS(WS-I) NOT = "BOUNCED"
                MOVE "BOUNCED"    TO WS-MAT-STATUS(WS-I)
                MOVE WS-ASOF-DATE TO WS-MAT-DATE(WS-I)
                MOVE "Y" TO WS-MA-CHANGED
                ADD 1 TO WS-BOUNCED-COUNT
            END-IF
        END-IF
    END-PERFORM
    IF WS-MA-IDX = 0
        ADD 1 TO WS-BOUNCE-UNKNOWN
    END-IF.

SAVE-ADDRESSES.
    OPEN OUTPUT MAIL-ADDRESS-FILE
    PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > WS-MA-COUNT
        MOVE SPACES TO MAIL-ADDRESS-REC
        MOVE WS-MAT-USER(WS-I)    TO MA-USER
        MOVE WS-MAT-ADDRESS(WS-I) TO MA-ADDRESS
        MOVE WS-MAT-STATUS(WS-I)  TO MA-STATUS
        MOVE WS-MAT-DATE(WS-I)    TO MA-DATE
        MOVE "|" TO MAIL-ADDRESS-REC(21:1)
        MOVE "|" TO MAIL-ADDRESS-REC(82:1)
        MOVE "|" TO MAIL-ADDRESS-REC(91:1)
        WRITE MAIL-ADDRESS-REC
    END-PERFORM
    CLOSE MAIL-ADDRESS-FILE.

LOAD-MUTES.
    MOVE 0 TO WS-MUTE-COUNT
    MOVE "N" TO WS-EOF
    OPEN INPUT NOTIFY-PREF-FILE
    IF WS-NPREF-STATUS = "35"
        CLOSE NOTIFY-PREF-FILE
        EXIT PARAGRAPH
    END-IF
    PERFORM UNTIL WS-EOF = "Y"
        READ NOTIFY-PREF-FILE
            AT END
                MOVE "Y" TO WS-EOF
            NOT AT END
                IF NP-USER NOT = SPACES AND WS-MUTE-COUNT < 500
                    ADD 1 TO WS-MUTE-COUNT
                    MOVE NP-USER  TO WS-MUTE-USER(WS-MUTE-COUNT)
                    MOVE NP-EVENT TO WS-MUTE-EVENT(WS-MUTE-COUNT)
                END-IF
        END-READ
    END-PERFORM
    CLOSE NOTIFY-PREF-FILE.

*> ---------------------------------------------------------------
*> MARK-SPOOL
*>   Streams the spool into the work copy, settling each QUEUED row:
*>   MUTED, NOADDR, or SENT (collected for tonight's digests). Rows
*>   already settled are copied unchanged.
*> ---------------------------------------------------------------
MARK-SPOOL.
    OPEN INPUT MAIL-SPOOL-FILE
    IF WS-SP-STATUS = "35"
        CLOSE MAIL-SPOOL-FILE
        OPEN OUTPUT MAIL-SPOOL-FILE
        CLOSE MAIL-SPOOL-FILE
        OPEN INPUT MAIL-SPOOL-FILE
    END-IF
    OPEN OUTPUT SPOOL-WORK-FILE

    MOVE 0 TO WS-SEQ
    MOVE "N" TO WS-EOF
    PERFORM UNTIL WS-EOF = "Y"
        READ MAIL-SPOOL-FILE
            AT END
                MOVE "Y" TO WS-EOF
            NOT AT END
                ADD 1 TO WS-SEQ
                IF SP-USER NOT = SPACES
                   AND FUNCTION TRIM(SP-STATUS) = "QUEUED"
                    PERFORM SETTLE-ONE-ROW
                END-IF
                MOVE MAIL-SPOOL-REC TO SPOOL-WORK-REC
                WRITE SPOOL-WORK-REC
        END-READ
    END-PERFORM

    CLOSE SPOOL-WORK-FILE
    CLOSE MAIL-SPOOL-FILE.

SETTLE-ONE-ROW.
    MOVE "N" TO WS-MUTED
    IF FUNCTION TRIM(SP-EVENT) NOT = "INTERVIEW-OFFER"
        PERFORM VARYING WS-I FROM 1 BY 1
            UNTIL WS-I > WS-MUTE-COUNT OR WS-MUTED = "Y"
            IF FUNCTION TRIM(WS-MUTE-USER(WS-I)) = FUNCTION TRIM(SP-USER)
               AND FUNCTION TRIM(WS-MUTE-EVENT(WS-I))
                   = FUNCTION TRIM(SP-EVENT)
                MOVE "Y" TO WS-MUTED
            END-IF
        END-PERFORM
    END-IF
    IF WS-MUTED = "Y"
        MOVE "MUTED"      TO SP-STATUS
        MOVE WS-ASOF-DATE TO SP-SENT-DATE
        ADD 1 TO WS-MUTED-ROWS
        EXIT PARAGRAPH
    END-IF

    MOVE 0 TO WS-MA-IDX
    PERFORM VARYING WS-I FROM 1 BY 1
        UNTIL WS-I > WS-MA-COUNT OR WS-MA-IDX > 0
        IF FUNCTION TRIM(WS-MAT-USER(WS-I)) = FUNCTION TRIM(SP-USER)
           AND WS-MAT-STATUS(WS-I) = "VALID"
            MOVE WS-I TO WS-MA-IDX
        END-IF
    END-PERFORM
    IF WS-MA-IDX = 0
        MOVE "NOADDR"     TO SP-STATUS
        MOVE WS-ASOF-DATE TO SP-SENT-DATE
        ADD 1 TO WS-NOADDR-ROWS
        EXIT PARAGRAPH
    END-IF

    IF WS-OUT-COUNT >= 2000
        ADD 1 TO WS-HELD-ROWS
        EXIT PARAGRAPH
    END-IF
    ADD 1 TO WS-OUT-COUNT
    MOVE SP-USER                  TO WS-OUT-USER(WS-OUT-COUNT)
    MOVE WS-SEQ                   TO WS-OUT-SEQ(WS-OUT-COUNT)
    MOVE WS-MAT-ADDRESS(WS-MA-IDX) TO WS-OUT-ADDRESS(WS-OUT-COUNT)
    MOVE SP-EVENT                 TO WS-OUT-EVENT(WS-OUT-COUNT)
    MOVE SP-DETAIL                TO WS-OUT-DETAIL(WS-OUT-COUNT)
    MOVE SP-DATE                  TO WS-OUT-DATE(WS-OUT-COUNT)
    MOVE "SENT"       TO SP-STATUS
    MOVE WS-ASOF-DATE TO SP-SENT-DATE
    ADD 1 TO WS-SENT-ROWS.

*> By user, then spool order -- the first 26 bytes of a row.
SORT-OUTGOING.
    PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I >= WS-OUT-COUNT
        ADD 1 TO WS-I GIVING WS-START
        PERFORM VARYING WS-J FROM WS-START BY 1
            UNTIL WS-J > WS-OUT-COUNT
            IF WS-OUT-TABLE(WS-J)(1:26) < WS-OUT-TABLE(WS-I)(1:26)
                MOVE WS-OUT-TABLE(WS-I) TO WS-SWAP-OUT
                MOVE WS-OUT-TABLE(WS-J) TO WS-OUT-TABLE(WS-I)
                MOVE WS-SWAP-OUT        TO WS-OUT-TABLE(WS-J)
            END-IF
        END-PERFORM
    END-PERFORM.

*> ---------------------------------------------------------------
*> WRITE-DIGESTS
*>   Appends one message per user to the relay's outbox in the
*>   relay's batch-submission format: header lines, a blank line,
*>   the body, and a line holding a single "." to end the message.
*> ---------------------------------------------------------------
WRITE-DIGESTS.
    IF WS-OUT-COUNT = 0
        EXIT PARAGRAPH
    END-IF

    OPEN EXTEND OUTBOX-FILE
    IF WS-OUTBOX-STATUS = "35"
        OPEN OUTPUT OUTBOX-FILE
        CLOSE OUTBOX-FILE
        OPEN EXTEND OUTBOX-FILE
    END-IF

    MOVE 1 TO WS-I
    PERFORM UNTIL WS-I > WS-OUT-COUNT
        MOVE 0 TO WS-USER-ROWS
        PERFORM VARYING WS-J FROM WS-I BY 1
            UNTIL WS-J > WS-OUT-COUNT
               OR WS-OUT-USER(WS-J) NOT = WS-OUT-USER(WS-I)
            ADD 1 TO WS-USER-ROWS
        END-PERFORM
        PERFORM WRITE-ONE-DIGEST
        ADD WS-USER-ROWS TO WS-I
    END-PERFORM

    CLOSE OUTBOX-FILE.

WRITE-ONE-DIGEST.
    ADD 1 TO WS-DIGEST-COUNT

    MOVE SPACES TO OUTBOX-REC
    STRING "From: " FUNCTION TRIM(WS-SENDER-ADDRESS)
      INTO OUTBOX-REC
    END-STRING
    WRITE OUTBOX-REC
    MOVE SPACES TO OUTBOX-REC
    STRING "To: " FUNCTION TRIM(WS-OUT-ADDRESS(WS-I))
      INTO OUTBOX-REC
    END-STRING
    WRITE OUTBOX-REC
    MOVE WS-USER-ROWS TO WS-USER-ROWS-DISP
    MOVE SPACES TO OUTBOX-REC
    STRING "Subject: InCollege: " FUNCTION TRIM(WS-USER-ROWS-DISP)
           " new notification(s)"
      INTO OUTBOX-REC
    END-STRING
    WRITE OUTBOX-REC
    MOVE SPACES TO OUTBOX-REC
    STRING "Date: " WS-ASOF-DATE
      INTO OUTBOX-REC
    END-STRING
    WRITE OUTBOX-REC
    MOVE SPACES TO OUTBOX-REC
    WRITE OUTBOX-REC

    MOVE SPACES TO OUTBOX-REC
    STRING "Hello " FUNCTION TRIM(WS-OUT-USER(WS-I)) ","
      INTO OUTBOX-REC
    END-STRING
    WRITE OUTBOX-REC
    MOVE SPACES TO OUTBOX-REC
    WRITE OUTBOX-REC
    MOVE "Here is what happened on InCollege since your last digest:"
        TO OUTBOX-REC
    WRITE OUTBOX-REC

    PERFORM VARYING WS-K FROM WS-I BY 1
        UNTIL WS-K >= WS-I + WS-USER-ROWS
        MOVE SPACES TO OUTBOX-REC
        STRING "  " WS-OUT-DATE(WS-K) "  "
               FUNCTION TRIM(WS-OUT-EVENT(WS-K)) ": "
               FUNCTION TRIM(WS-OUT-DETAIL(WS-K))
          INTO OUTBOX-REC
        END-STRING
        WRITE OUTBOX-REC
    END-PERFORM

    MOVE SPACES TO OUTBOX-REC
    WRITE OUTBOX-REC
    MOVE "Log in to InCollege to see the details. To stop a kind of"
        TO OUTBOX-REC
    WRITE OUTBOX-REC
    MOVE "notification, mute it under Notification settings."
        TO OUTBOX-REC
    WRITE OUTBOX-REC
    MOVE "." TO OUTBOX-REC
    WRITE OUTBOX-REC.

REPLACE-SPOOL.
    OPEN INPUT SPOOL-WORK-FILE
    OPEN OUTPUT MAIL-SPOOL-FILE
    MOVE "N" TO WS-EOF
    PERFORM UNTIL WS-EOF = "Y"
        READ SPOOL-WORK-FILE
            AT END
                MOVE "Y" TO WS-EOF
            NOT AT END
                MOVE SPOOL-WORK-REC TO MAIL-SPOOL-REC
                WRITE MAIL-SPOOL-REC
        END-READ
    END-PERFORM
    CLOSE MAIL-SPOOL-FILE
    CLOSE SPOOL-WORK-FILE.

WRITE-BAD-ADDRESSES.
    OPEN OUTPUT BAD-ADDRESS-FILE

    MOVE SPACES TO BAD-ADDRESS-REC
    STRING "Bounced notification addresses as of " WS-ASOF-DATE ":"
      INTO BAD-ADDRESS-REC
    END-STRING
    WRITE BAD-ADDRESS-REC

    MOVE SPACES TO BAD-ADDRESS-REC
    STRING "Newly flagged this run: " WS-BOUNCED-COUNT
           "   Bounces for addresses not on file: " WS-BOUNCE-UNKNOWN
      INTO BAD-ADDRESS-REC
    END-STRING
    WRITE BAD-ADDRESS-REC

    MOVE SPACES TO BAD-ADDRESS-REC
    WRITE BAD-ADDRESS-REC

    MOVE 0 TO WS-BAD-COUNT
    PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > WS-MA-COUNT
        IF WS-MAT-STATUS(WS-I) = "BOUNCED"
            ADD 1 TO WS-BAD-COUNT
            MOVE SPACES TO BAD-ADDRESS-REC
            STRING "  " WS-MAT-USER(WS-I) " "
                   FUNCTION TRIM(WS-MAT-ADDRESS(WS-I))
                   "  (flagged " WS-MAT-DATE(WS-I) ")"
              INTO BAD-ADDRESS-REC
            END-STRING
            WRITE BAD-ADDRESS-REC
        END-IF
    END-PERFORM

    IF WS-BAD-COUNT = 0
        MOVE "  No bounced addresses on file." TO BAD-ADDRESS-REC
        WRITE BAD-ADDRESS-REC
    END-IF

    CLOSE BAD-ADDRESS-FILE.

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
*>   Leaves the run's as-of date in WS-ASOF-DATE: the validated
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
