       >>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. LoginPatternReport.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.

*> Shared/exclusive run-lock protocol: this read-only report takes
*> a shared stamp (a bumped reader count) instead of the whole
*> lock, so it can overlap the online program and other readers;
*> only an exclusive batch writer turns it away.
    SELECT RUN-LOCK-FILE ASSIGN TO "data/InCollege-RunLock.txt"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-RUNLOCK-STATUS.
    SELECT ACC-FILE ASSIGN TO "data/InCollege-Accounts.txt"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS SEQUENTIAL
        RECORD KEY IS ACC-USER
        FILE STATUS IS WS-ACC-STATUS.

    SELECT AUDIT-LOG-FILE ASSIGN TO "data/InCollege-AuditLog.txt"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-AUDIT-STATUS.

    SELECT PARAM-FILE ASSIGN TO "data/InCollege-Parameters.txt"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-PARAM-STATUS.

    SELECT REPORT-FILE ASSIGN TO "data/InCollege-LoginPatternReport.txt"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-RPT-STATUS.

*> One line for the nightly run summary when anything was found;
*> rewritten empty on a clean night.
    SELECT ALERT-FILE ASSIGN TO "data/InCollege-LoginPatternAlert.txt"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-ALERT-STATUS.

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
    05 ACC-USER             PIC X(20).
    05 ACC-PASS             PIC X(12).
    05 ACC-PASS-DATE        PIC X(10).
    05 ACC-ACCT-TYPE        PIC X(01).
    05 ACC-LAST-LOGIN       PIC X(10).

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

FD  PARAM-FILE.
01  PARAM-REC.
    05 PARAM-NAME           PIC X(24).
    05 FILLER               PIC X(01).
    05 PARAM-VALUE          PIC X(08).

FD  REPORT-FILE.
01  REPORT-REC               PIC X(200).

FD  ALERT-FILE.
01  ALERT-REC                PIC X(200).

WORKING-STORAGE SECTION.

01  WS-RUNLOCK-STATUS         PIC XX VALUE "00".
01  WS-RUNLOCK-HOLDER-SAVE    PIC X(30) VALUE SPACES.
01  WS-RUNLOCK-MODE-SAVE      PIC X(10) VALUE SPACES.
01  WS-RUNLOCK-READERS-SAVE   PIC 9(3) VALUE 0.

01  WS-ACC-STATUS            PIC XX VALUE "00".
01  WS-AUDIT-STATUS          PIC XX VALUE "00".
01  WS-PARAM-STATUS          PIC XX VALUE "00".
01  WS-RPT-STATUS            PIC XX VALUE "00".
01  WS-ALERT-STATUS          PIC XX VALUE "00".
01  WS-ACC-EOF               PIC X VALUE "N".
01  WS-AUDIT-EOF             PIC X VALUE "N".
01  WS-PARAM-EOF             PIC X VALUE "N".

*> Burst thresholds, overridable from the central parameter file:
*> failures against at least WS-BURST-ACCOUNTS distinct usernames
*> inside WS-BURST-MINUTES is one password tried across accounts.
01  WS-BURST-MINUTES         PIC 9(5) VALUE 10.
01  WS-BURST-ACCOUNTS        PIC 9(5) VALUE 5.
01  WS-BURST-SECONDS         PIC 9(7) VALUE 0.
*> Lockouts on this many separate days inside the trailing week
*> mark an account someone keeps coming back to.
01  WS-REPEAT-DAYS           PIC 9(5) VALUE 7.

01  WS-RAW-DATE              PIC X(21) VALUE SPACES.
*> As-of date for reproducible reporting: pass YYYY-MM-DD as the
*> first command-line argument to produce the report as of that
*> date; with no argument the run date is used. The report covers
*> the as-of date and the day before it, so the run just after
*> midnight still sees the whole of the previous day.
01  WS-ARG-COUNT             PIC 9(2) VALUE 0.
01  WS-ASOF-DATE             PIC X(10) VALUE SPACES.
01  WS-DATE-NUM-TEXT         PIC X(08) VALUE SPACES.
01  WS-ASOF-NUM              PIC 9(08) VALUE 0.
01  WS-ASOF-INT              PIC 9(07) VALUE 0.
01  WS-PERIOD-START-INT      PIC 9(07) VALUE 0.
01  WS-WEEK-START-INT        PIC 9(07) VALUE 0.
01  WS-PERIOD-START-DATE     PIC X(10) VALUE SPACES.
01  WS-WEEK-START-DATE       PIC X(10) VALUE SPACES.
01  WS-INT-WORK              PIC 9(08) VALUE 0.

*> The audit row being looked at, with its stamp as a day number
*> and as seconds on one running clock.
01  WS-EV-NAME               PIC X(20) VALUE SPACES.
01  WS-EV-DATE-NUM           PIC 9(08) VALUE 0.
01  WS-EV-DAY-INT            PIC 9(07) VALUE 0.
01  WS-EV-SECS               PIC 9(12) VALUE 0.
01  WS-EV-HH                 PIC 9(02) VALUE 0.
01  WS-EV-MI                 PIC 9(02) VALUE 0.
01  WS-EV-SS                 PIC 9(02) VALUE 0.
01  WS-EV-OK                 PIC X VALUE "N".

*> Every account on file, to tell a mistyped password from a
*> username that does not exist.
01  WS-ACCT-COUNT            PIC 9(5) VALUE 0.
01  WS-ACCT-TABLE OCCURS 2000 TIMES PIC X(20) VALUE SPACES.
01  WS-ACCT-I                PIC 9(5) VALUE 0.
01  WS-ACCT-FOUND            PIC X VALUE "N".

*> Failed logins in the report period, in log (time) order.
01  WS-FAIL-COUNT            PIC 9(5) VALUE 0.
01  WS-FAIL-OVERFLOW         PIC X VALUE "N".
01  WS-FAILS.
    05 WS-FAIL-ROW OCCURS 5000 TIMES.
        10 WS-FL-SECS         PIC 9(12).
        10 WS-FL-TS           PIC X(20).
        10 WS-FL-USER         PIC X(20).
        10 WS-FL-KNOWN        PIC X.

*> Burst search.
01  WS-B-START               PIC 9(5) VALUE 0.
01  WS-B-END                 PIC 9(5) VALUE 0.
01  WS-B-J                   PIC 9(5) VALUE 0.
01  WS-B-K                   PIC 9(5) VALUE 0.
01  WS-B-DUP                 PIC X VALUE "N".
01  WS-B-DISTINCT            PIC 9(5) VALUE 0.
01  WS-B-FAILS               PIC 9(5) VALUE 0.
01  WS-BURST-COUNT           PIC 9(5) VALUE 0.

*> Failures against usernames that do not exist, one row a name.
01  WS-UNK-COUNT             PIC 9(3) VALUE 0.
01  WS-UNKS.
    05 WS-UNK-ROW OCCURS 500 TIMES.
        10 WS-UK-USER         PIC X(20).
        10 WS-UK-TRIES        PIC 9(5).
        10 WS-UK-FIRST        PIC X(20).
        10 WS-UK-LAST         PIC X(20).
01  WS-UNK-I                 PIC 9(3) VALUE 0.
01  WS-UNK-IDX               PIC 9(3) VALUE 0.

*> Lockouts in the trailing week: one row per account per day.
01  WS-LKD-COUNT             PIC 9(4) VALUE 0.
01  WS-LKDS.
    05 WS-LKD-ROW OCCURS 2000 TIMES.
        10 WS-LD-USER         PIC X(20).
        10 WS-LD-DAY          PIC X(10).
01  WS-LKD-I                 PIC 9(4) VALUE 0.
01  WS-LKD-J                 PIC 9(4) VALUE 0.
01  WS-LKD-DUP               PIC X VALUE "N".
01  WS-LKD-DAYS              PIC 9(4) VALUE 0.
01  WS-LKD-LIST              PIC X(150) VALUE SPACES.
01  WS-LKD-PTR               PIC 9(3) VALUE 0.
01  WS-REPEAT-COUNT          PIC 9(5) VALUE 0.

01  WS-ALERT-LINE            PIC X(200) VALUE SPACES.
01  WS-TAG                   PIC X(20) VALUE SPACES.

PROCEDURE DIVISION.

*> ---------------------------------------------------------------
*> MAIN-MAINLINE
*>   Nightly security report over the audit log. LOCKOUT-FILE stops
*>   one account being guessed at; this looks across accounts for
*>   what it cannot see: a burst of failures spread over many
*>   usernames in a few minutes, failures against usernames that
*>   do not exist, and accounts locked out on more than one day in
*>   the past week. Anything found also becomes a one-line alert
*>   the nightly driver puts on its summary page.
*> ---------------------------------------------------------------
MAIN-MAINLINE.
    PERFORM ACQUIRE-SHARED-LOCK
    PERFORM GET-ASOF-DATE
    PERFORM LOAD-RUNTIME-PARAMETERS
    PERFORM SET-REPORT-PERIOD
    PERFORM LOAD-ACCOUNTS
    PERFORM SCAN-AUDIT-LOG

    OPEN OUTPUT REPORT-FILE
    MOVE SPACES TO REPORT-REC
    STRING "Failed-login pattern report as of " WS-ASOF-DATE
           " (failures " WS-PERIOD-START-DATE " to " WS-ASOF-DATE
           ", lockouts " WS-WEEK-START-DATE " to " WS-ASOF-DATE "):"
      INTO REPORT-REC
    END-STRING
    WRITE REPORT-REC
    IF WS-FAIL-OVERFLOW = "Y"
        MOVE SPACES TO REPORT-REC
        STRING "  NOTE: more than 5000 failed logins in the period; "
               "only the first 5000 were examined."
          INTO REPORT-REC
        END-STRING
        WRITE REPORT-REC
    END-IF

    PERFORM REPORT-BURSTS
    PERFORM REPORT-UNKNOWN-USERS
    PERFORM REPORT-REPEAT-LOCKOUTS
    CLOSE REPORT-FILE

    PERFORM WRITE-ALERT

    DISPLAY "Login pattern report complete: " WS-BURST-COUNT
        " burst(s), " WS-UNK-COUNT " unknown username(s), "
        WS-REPEAT-COUNT " repeat lockout(s)."
    PERFORM RELEASE-SHARED-LOCK
    STOP RUN.

*> ---------------------------------------------------------------
*> LOAD-RUNTIME-PARAMETERS
*>   Picks this report's knobs out of the central parameter file. A
*>   missing file or a non-numeric or out-of-range value keeps the
*>   compiled-in default.
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
                    IF FUNCTION TRIM(PARAM-NAME) = "LOGIN-BURST-MINUTES"
                       AND FUNCTION TRIM(PARAM-VALUE) IS NUMERIC
                        IF FUNCTION NUMVAL(PARAM-VALUE) >= 1
                           AND FUNCTION NUMVAL(PARAM-VALUE) <= 120
                            MOVE FUNCTION NUMVAL(PARAM-VALUE)
                                TO WS-BURST-MINUTES
                        END-IF
                    END-IF
                    IF FUNCTION TRIM(PARAM-NAME) = "LOGIN-BURST-ACCOUNTS"
                       AND FUNCTION TRIM(PARAM-VALUE) IS NUMERIC
                        IF FUNCTION NUMVAL(PARAM-VALUE) >= 2
                           AND FUNCTION NUMVAL(PARAM-VALUE) <= 50
                            MOVE FUNCTION NUMVAL(PARAM-VALUE)
                                TO WS-BURST-ACCOUNTS
                        END-IF
                    END-IF
            END-READ
        END-PERFORM
    END-IF
    CLOSE PARAM-FILE
    COMPUTE WS-BURST-SECONDS = WS-BURST-MINUTES * 60.

SET-REPORT-PERIOD.
    MOVE SPACES TO WS-DATE-NUM-TEXT
    STRING WS-ASOF-DATE(1:4) WS-ASOF-DATE(6:2) WS-ASOF-DATE(9:2)
      INTO WS-DATE-NUM-TEXT
    END-STRING
    MOVE WS-DATE-NUM-TEXT TO WS-ASOF-NUM
    COMPUTE WS-ASOF-INT = FUNCTION INTEGER-OF-DATE(WS-ASOF-NUM)
    COMPUTE WS-PERIOD-START-INT = WS-ASOF-INT - 1
    COMPUTE WS-WEEK-START-INT = WS-ASOF-INT - WS-REPEAT-DAYS + 1

    COMPUTE WS-INT-WORK = FUNCTION DATE-OF-INTEGER(WS-PERIOD-START-INT)
    MOVE WS-INT-WORK TO WS-DATE-NUM-TEXT
    MOVE SPACES TO WS-PERIOD-START-DATE
    STRING WS-DATE-NUM-TEXT(1:4) "-" WS-DATE-NUM-TEXT(5:2) "-"
           WS-DATE-NUM-TEXT(7:2)
      INTO WS-PERIOD-START-DATE
    END-STRING

    COMPUTE WS-INT-WORK = FUNCTION DATE-OF-INTEGER(WS-WEEK-START-INT)
    MOVE WS-INT-WORK TO WS-DATE-NUM-TEXT
    MOVE SPACES TO WS-WEEK-START-DATE
    STRING WS-DATE-NUM-TEXT(1:4) "-" WS-DATE-NUM-TEXT(5:2) "-"
           WS-DATE-NUM-TEXT(7:2)
      INTO WS-WEEK-START-DATE
    END-STRING.

LOAD-ACCOUNTS.
    MOVE 0 TO WS-ACCT-COUNT
    OPEN INPUT ACC-FILE
    IF WS-ACC-STATUS = "35"
        CLOSE ACC-FILE
        EXIT PARAGRAPH
    END-IF

    MOVE "N" TO WS-ACC-EOF
    PERFORM UNTIL WS-ACC-EOF = "Y"
        READ ACC-FILE NEXT RECORD
            AT END
                MOVE "Y" TO WS-ACC-EOF
            NOT AT END
                IF WS-ACCT-COUNT < 2000
                    ADD 1 TO WS-ACCT-COUNT
                    MOVE ACC-USER TO WS-ACCT-TABLE(WS-ACCT-COUNT)
                END-IF
        END-READ
    END-PERFORM
    CLOSE ACC-FILE.

*> ---------------------------------------------------------------
*> SCAN-AUDIT-LOG
*>   One pass over the log. LOGIN-FAILURE and LOGIN-LOCKED (an
*>   attempt against an account already locked) are both failed
*>   logins; ACCOUNT-LOCKED marks the lockout itself. A log written
*>   before lockouts were logged still shows a locked day through
*>   its LOGIN-LOCKED rows.
*> ---------------------------------------------------------------
SCAN-AUDIT-LOG.
    OPEN INPUT AUDIT-LOG-FILE
    IF WS-AUDIT-STATUS = "35"
        CLOSE AUDIT-LOG-FILE
        EXIT PARAGRAPH
    END-IF

    MOVE "N" TO WS-AUDIT-EOF
    PERFORM UNTIL WS-AUDIT-EOF = "Y"
        READ AUDIT-LOG-FILE
            AT END
                MOVE "Y" TO WS-AUDIT-EOF
            NOT AT END
                PERFORM TAKE-ONE-AUDIT-ROW
        END-READ
    END-PERFORM
    CLOSE AUDIT-LOG-FILE.

TAKE-ONE-AUDIT-ROW.
    MOVE FUNCTION TRIM(AUDIT-EVENT) TO WS-EV-NAME
    IF WS-EV-NAME NOT = "LOGIN-FAILURE"
       AND WS-EV-NAME NOT = "LOGIN-LOCKED"
       AND WS-EV-NAME NOT = "ACCOUNT-LOCKED"
        EXIT PARAGRAPH
    END-IF
    IF AUDIT-USER = SPACES
        EXIT PARAGRAPH
    END-IF

    PERFORM PARSE-AUDIT-STAMP
    IF WS-EV-OK = "N"
        EXIT PARAGRAPH
    END-IF
    IF WS-EV-DAY-INT > WS-ASOF-INT
        EXIT PARAGRAPH
    END-IF

    IF WS-EV-NAME NOT = "ACCOUNT-LOCKED"
       AND WS-EV-DAY-INT >= WS-PERIOD-START-INT
        PERFORM RECORD-FAILURE
    END-IF

    IF WS-EV-NAME NOT = "LOGIN-FAILURE"
       AND WS-EV-DAY-INT >= WS-WEEK-START-INT
        PERFORM RECORD-LOCKOUT-DAY
    END-IF.

PARSE-AUDIT-STAMP.
    MOVE "N" TO WS-EV-OK
    IF AUDIT-TIMESTAMP(5:1) NOT = "-" OR AUDIT-TIMESTAMP(8:1) NOT = "-"
       OR AUDIT-TIMESTAMP(1:4) IS NOT NUMERIC
       OR AUDIT-TIMESTAMP(6:2) IS NOT NUMERIC
       OR AUDIT-TIMESTAMP(9:2) IS NOT NUMERIC
       OR AUDIT-TIMESTAMP(12:2) IS NOT NUMERIC
       OR AUDIT-TIMESTAMP(15:2) IS NOT NUMERIC
       OR AUDIT-TIMESTAMP(18:2) IS NOT NUMERIC
        EXIT PARAGRAPH
    END-IF

    MOVE SPACES TO WS-DATE-NUM-TEXT
    STRING AUDIT-TIMESTAMP(1:4) AUDIT-TIMESTAMP(6:2) AUDIT-TIMESTAMP(9:2)
      INTO WS-DATE-NUM-TEXT
    END-STRING
    MOVE WS-DATE-NUM-TEXT TO WS-EV-DATE-NUM
    IF FUNCTION TEST-DATE-YYYYMMDD(WS-EV-DATE-NUM) NOT = 0
        EXIT PARAGRAPH
    END-IF
    COMPUTE WS-EV-DAY-INT = FUNCTION INTEGER-OF-DATE(WS-EV-DATE-NUM)

    MOVE AUDIT-TIMESTAMP(12:2) TO WS-EV-HH
    MOVE AUDIT-TIMESTAMP(15:2) TO WS-EV-MI
    MOVE AUDIT-TIMESTAMP(18:2) TO WS-EV-SS
    COMPUTE WS-EV-SECS = WS-EV-DAY-INT * 86400
        + WS-EV-HH * 3600 + WS-EV-MI * 60 + WS-EV-SS
    MOVE "Y" TO WS-EV-OK.

RECORD-FAILURE.
    MOVE "N" TO WS-ACCT-FOUND
    PERFORM VARYING WS-ACCT-I FROM 1 BY 1
        UNTIL WS-ACCT-I > WS-ACCT-COUNT OR WS-ACCT-FOUND = "Y"
        IF WS-ACCT-TABLE(WS-ACCT-I) = AUDIT-USER
            MOVE "Y" TO WS-ACCT-FOUND
        END-IF
    END-PERFORM

    IF WS-FAIL-COUNT < 5000
        ADD 1 TO WS-FAIL-COUNT
        MOVE WS-EV-SECS      TO WS-FL-SECS(WS-FAIL-COUNT)
        MOVE AUDIT-TIMESTAMP TO WS-FL-TS(WS-FAIL-COUNT)
        MOVE AUDIT-USER      TO WS-FL-USER(WS-FAIL-COUNT)
        MOVE WS-ACCT-FOUND   TO WS-FL-KNOWN(WS-FAIL-COUNT)
    ELSE
        MOVE "Y" TO WS-FAIL-OVERFLOW
    END-IF

    IF WS-ACCT-FOUND = "N"
        PERFORM RECORD-UNKNOWN-USER
    END-IF.

RECORD-UNKNOWN-USER.
    MOVE 0 TO WS-UNK-IDX
    PERFORM VARYING WS-UNK-I FROM 1 BY 1
        UNTIL WS-UNK-I > WS-UNK-COUNT OR WS-UNK-IDX > 0
        IF WS-UK-USER(WS-UNK-I) = AUDIT-USER
            MOVE WS-UNK-I TO WS-UNK-IDX
        END-IF
    END-PERFORM

    IF WS-UNK-IDX = 0
        IF WS-UNK-COUNT >= 500
            EXIT PARAGRAPH
        END-IF
        ADD 1 TO WS-UNK-COUNT
        MOVE WS-UNK-COUNT    TO WS-UNK-IDX
        MOVE AUDIT-USER      TO WS-UK-USER(WS-UNK-IDX)
        MOVE 0               TO WS-UK-TRIES(WS-UNK-IDX)
        MOVE AUDIT-TIMESTAMP TO WS-UK-FIRST(WS-UNK-IDX)
    END-IF
    ADD 1 TO WS-UK-TRIES(WS-UNK-IDX)
    MOVE AUDIT-TIMESTAMP TO WS-UK-LAST(WS-UNK-IDX).

RECORD-LOCKOUT-DAY.
    MOVE "N" TO WS-LKD-DUP
    PERFORM VARYING WS-LKD-I FROM 1 BY 1
        UNTIL WS-LKD-I > WS-LKD-COUNT OR WS-LKD-DUP = "Y"
        IF WS-LD-USER(WS-LKD-I) = AUDIT-USER
           AND WS-LD-DAY(WS-LKD-I) = AUDIT-TIMESTAMP(1:10)
            MOVE "Y" TO WS-LKD-DUP
        END-IF
    END-PERFORM

    IF WS-LKD-DUP = "N" AND WS-LKD-COUNT < 2000
        ADD 1 TO WS-LKD-COUNT
        MOVE AUDIT-USER            TO WS-LD-USER(WS-LKD-COUNT)
        MOVE AUDIT-TIMESTAMP(1:10) TO WS-LD-DAY(WS-LKD-COUNT)
    END-IF.

*> ---------------------------------------------------------------
*> REPORT-BURSTS
*>   Walks the failures in time order. From each failure, the run
*>   of failures inside the burst window is counted by distinct
*>   username; enough distinct names makes it a burst, and the
*>   search picks up again after it so one burst is reported once.
*> ---------------------------------------------------------------
REPORT-BURSTS.
    MOVE " " TO REPORT-REC
    WRITE REPORT-REC
    MOVE SPACES TO REPORT-REC
    STRING "Bursts (failures across " WS-BURST-ACCOUNTS
           " or more accounts within " WS-BURST-MINUTES " minute(s)):"
      INTO REPORT-REC
    END-STRING
    WRITE REPORT-REC

    MOVE 0 TO WS-BURST-COUNT
    MOVE 1 TO WS-B-START
    PERFORM UNTIL WS-B-START > WS-FAIL-COUNT
        MOVE WS-B-START TO WS-B-END
        PERFORM VARYING WS-B-J FROM WS-B-START BY 1
            UNTIL WS-B-J > WS-FAIL-COUNT
               OR WS-FL-SECS(WS-B-J) - WS-FL-SECS(WS-B-START)
                      > WS-BURST-SECONDS
            MOVE WS-B-J TO WS-B-END
        END-PERFORM

        PERFORM COUNT-BURST-ACCOUNTS
        IF WS-B-DISTINCT >= WS-BURST-ACCOUNTS
            PERFORM WRITE-ONE-BURST
            COMPUTE WS-B-START = WS-B-END + 1
        ELSE
            ADD 1 TO WS-B-START
        END-IF
    END-PERFORM

    IF WS-BURST-COUNT = 0
        MOVE "  None." TO REPORT-REC
        WRITE REPORT-REC
    END-IF.

COUNT-BURST-ACCOUNTS.
    MOVE 0 TO WS-B-DISTINCT
    PERFORM VARYING WS-B-J FROM WS-B-START BY 1 UNTIL WS-B-J > WS-B-END
        PERFORM CHECK-BURST-DUPLICATE
        IF WS-B-DUP = "N"
            ADD 1 TO WS-B-DISTINCT
        END-IF
    END-PERFORM.

*> Has WS-B-J's username already appeared earlier in the window?
CHECK-BURST-DUPLICATE.
    MOVE "N" TO WS-B-DUP
    PERFORM VARYING WS-B-K FROM WS-B-START BY 1
        UNTIL WS-B-K >= WS-B-J OR WS-B-DUP = "Y"
        IF WS-FL-USER(WS-B-K) = WS-FL-USER(WS-B-J)
            MOVE "Y" TO WS-B-DUP
        END-IF
    END-PERFORM.

WRITE-ONE-BURST.
    ADD 1 TO WS-BURST-COUNT
    COMPUTE WS-B-FAILS = WS-B-END - WS-B-START + 1

    MOVE SPACES TO REPORT-REC
    STRING "  Burst " WS-BURST-COUNT ": "
           FUNCTION TRIM(WS-FL-TS(WS-B-START)) " to "
           FUNCTION TRIM(WS-FL-TS(WS-B-END)) " -- "
           WS-B-FAILS " failure(s) across " WS-B-DISTINCT
           " account(s):"
      INTO REPORT-REC
    END-STRING
    WRITE REPORT-REC

    PERFORM VARYING WS-B-J FROM WS-B-START BY 1 UNTIL WS-B-J > WS-B-END
        PERFORM CHECK-BURST-DUPLICATE
        IF WS-B-DUP = "N"
            MOVE SPACES TO WS-TAG
            IF WS-FL-KNOWN(WS-B-J) = "N"
                MOVE "(no such account)" TO WS-TAG
            END-IF
            MOVE SPACES TO REPORT-REC
            STRING "      " WS-FL-USER(WS-B-J) " " WS-TAG
              INTO REPORT-REC
            END-STRING
            WRITE REPORT-REC
        END-IF
    END-PERFORM.

REPORT-UNKNOWN-USERS.
    MOVE " " TO REPORT-REC
    WRITE REPORT-REC
    MOVE "Failures against usernames that do not exist:" TO REPORT-REC
    WRITE REPORT-REC

    PERFORM VARYING WS-UNK-I FROM 1 BY 1 UNTIL WS-UNK-I > WS-UNK-COUNT
        MOVE SPACES TO REPORT-REC
        STRING "  " WS-UK-USER(WS-UNK-I) " "
               WS-UK-TRIES(WS-UNK-I) " attempt(s), "
               FUNCTION TRIM(WS-UK-FIRST(WS-UNK-I)) " to "
               FUNCTION TRIM(WS-UK-LAST(WS-UNK-I))
          INTO REPORT-REC
        END-STRING
        WRITE REPORT-REC
    END-PERFORM

    IF WS-UNK-COUNT = 0
        MOVE "  None." TO REPORT-REC
        WRITE REPORT-REC
    END-IF.

*> ---------------------------------------------------------------
*> REPORT-REPEAT-LOCKOUTS
*>   An account is listed once, at its first lockout day in the
*>   table, when it was locked out on two or more days this week.
*> ---------------------------------------------------------------
REPORT-REPEAT-LOCKOUTS.
    MOVE " " TO REPORT-REC
    WRITE REPORT-REC
    MOVE "Accounts locked out on more than one day this week:"
        TO REPORT-REC
    WRITE REPORT-REC

    MOVE 0 TO WS-REPEAT-COUNT
    PERFORM VARYING WS-LKD-I FROM 1 BY 1 UNTIL WS-LKD-I > WS-LKD-COUNT
        MOVE "N" TO WS-LKD-DUP
        PERFORM VARYING WS-LKD-J FROM 1 BY 1
            UNTIL WS-LKD-J >= WS-LKD-I OR WS-LKD-DUP = "Y"
            IF WS-LD-USER(WS-LKD-J) = WS-LD-USER(WS-LKD-I)
                MOVE "Y" TO WS-LKD-DUP
            END-IF
        END-PERFORM
        IF WS-LKD-DUP = "N"
            PERFORM CHECK-ONE-REPEAT-LOCKOUT
        END-IF
    END-PERFORM

    IF WS-REPEAT-COUNT = 0
        MOVE "  None." TO REPORT-REC
        WRITE REPORT-REC
    END-IF.

CHECK-ONE-REPEAT-LOCKOUT.
    MOVE 0 TO WS-LKD-DAYS
    MOVE SPACES TO WS-LKD-LIST
    MOVE 1 TO WS-LKD-PTR
    PERFORM VARYING WS-LKD-J FROM WS-LKD-I BY 1
        UNTIL WS-LKD-J > WS-LKD-COUNT
        IF WS-LD-USER(WS-LKD-J) = WS-LD-USER(WS-LKD-I)
            ADD 1 TO WS-LKD-DAYS
            IF WS-LKD-PTR < 140
                STRING WS-LD-DAY(WS-LKD-J) " "
                  DELIMITED BY SIZE
                  INTO WS-LKD-LIST
                  WITH POINTER WS-LKD-PTR
                END-STRING
            END-IF
        END-IF
    END-PERFORM

    IF WS-LKD-DAYS < 2
        EXIT PARAGRAPH
    END-IF
    ADD 1 TO WS-REPEAT-COUNT
    MOVE SPACES TO REPORT-REC
    STRING "  " WS-LD-USER(WS-LKD-I) " locked out on " WS-LKD-DAYS
           " day(s): " FUNCTION TRIM(WS-LKD-LIST)
      INTO REPORT-REC
    END-STRING
    WRITE REPORT-REC.

WRITE-ALERT.
    OPEN OUTPUT ALERT-FILE
    IF WS-BURST-COUNT > 0 OR WS-UNK-COUNT > 0 OR WS-REPEAT-COUNT > 0
        MOVE SPACES TO ALERT-REC
        STRING "LOGIN ALERT: " WS-BURST-COUNT " burst(s), "
               WS-UNK-COUNT " unknown username(s), "
               WS-REPEAT-COUNT " repeat lockout(s) -- see "
               "InCollege-LoginPatternReport.txt"
          INTO ALERT-REC
        END-STRING
        WRITE ALERT-REC
    END-IF
    CLOSE ALERT-FILE.

*> ---------------------------------------------------------------
*> GET-ASOF-DATE
*>   Leaves the report's as-of date in WS-ASOF-DATE: the validated
*>   first argument when one was given, otherwise today. A malformed
*>   argument falls back to today rather than producing a report
*>   stamped with garbage.
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
*> ACQUIRE-SHARED-LOCK / RELEASE-SHARED-LOCK
*>   Reader side of the run-lock protocol: bump the shared reader
*>   count on the way in and drop it on the way out, preserving
*>   whatever holder is stamped. Only an exclusive holder (a batch
*>   tool rewriting the data files) turns a reader away; the online
*>   program's ONLINE stamp and other readers overlap freely --
*>   duplicated in each reader rather than shared, since this
*>   codebase has no mechanism for one program to CALL into another.
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
