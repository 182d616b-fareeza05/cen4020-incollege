        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-NOTIFY-STATUS.

    SELECT MAIL-SPOOL-FILE ASSIGN TO "data/InCollege-MailSpool.txt"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-SP-STATUS.

*> Per-user notification preferences: a user|event row means that
*> category is muted. The bulk path fires the same notification the
*> interactive decision fires, so it honors the same mute.
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

FD  REPORT-FILE.
01  REPORT-REC               PIC X(200).

01  WS-JOB-STATUS             PIC XX VALUE "00".
01  WS-EA-STATUS              PIC XX VALUE "00".
01  WS-NOTIFY-STATUS          PIC XX VALUE "00".
01  WS-SP-STATUS             PIC XX VALUE "00".
01  WS-SP-NOTIFY-ROW         PIC X(113) VALUE SPACES.
01  WS-NPREF-STATUS           PIC XX VALUE "00".
01  WS-NPREF-EOF              PIC X VALUE "N".
01  WS-NOTIFY-MUTED           PIC X VALUE "N".
    MOVE "|" TO NOTIFY-REC(42:1)
    MOVE "|" TO NOTIFY-REC(103:1)
    MOVE "|" TO NOTIFY-REC(114:1)
    MOVE NOTIFY-REC TO WS-SP-NOTIFY-ROW
    WRITE NOTIFY-REC
    CLOSE NOTIFY-FILE
    PERFORM QUEUE-NOTIFICATION-MAIL.

SAVE-APPLICATIONS.
    IF WS-CHANGED = "N"
    MOVE "|" TO RUN-LOCK-REC(42:1)
    WRITE RUN-LOCK-REC
    CLOSE RUN-LOCK-FILE.

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
