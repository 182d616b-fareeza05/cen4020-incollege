       >>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. CreditHoursReport.

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

    SELECT PROF-FILE ASSIGN TO "data/InCollege-Profiles.txt"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS SEQUENTIAL
        RECORD KEY IS PROF-USER
        FILE STATUS IS WS-PROF-STATUS.

    SELECT CREDIT-AGREEMENT-FILE ASSIGN TO "data/InCollege-CreditAgreements.txt"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-CA-STATUS.

    SELECT CREDIT-HOURS-FILE ASSIGN TO "data/InCollege-CreditHours.txt"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-CW-STATUS.

    SELECT REPORT-FILE ASSIGN TO "data/InCollege-CreditHoursSummary.txt"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-RPT-STATUS.

DATA DIVISION.
FILE SECTION.

FD  RUN-LOCK-FILE.
01  RUN-LOCK-REC.
    05 RUNLOCK-HOLDER        PIC X(30).
    05 FILLER                PIC X(01).
    05 RUNLOCK-MODE          PIC X(10).
    05 FILLER                PIC X(01).
    05 RUNLOCK-READERS       PIC 9(03).

FD  PROF-FILE.
01  PROF-REC.
    05 PROF-USER             PIC X(20).
    05 PROF-FNAME            PIC X(20).
    05 PROF-LNAME            PIC X(20).
    05 PROF-REST             PIC X(3759).

FD  CREDIT-AGREEMENT-FILE.
01  CREDIT-AGREEMENT-REC.
    05 CA-ID                 PIC 9(5).
    05 FILLER                PIC X(01).
    05 CA-USER               PIC X(20).
    05 FILLER                PIC X(01).
    05 CA-EMPLOYER           PIC X(40).
    05 FILLER                PIC X(01).
    05 CA-TITLE              PIC X(40).
    05 FILLER                PIC X(01).
    05 CA-SUPERVISOR         PIC X(40).
    05 FILLER                PIC X(01).
    05 CA-TERM               PIC X(12).
    05 FILLER                PIC X(01).
    05 CA-CREDITS            PIC 9(2).
    05 FILLER                PIC X(01).
    05 CA-REQ-HOURS          PIC 9(4).
    05 FILLER                PIC X(01).
    05 CA-STATUS             PIC X(10).
    05 FILLER                PIC X(01).
    05 CA-DATE               PIC X(10).

FD  CREDIT-HOURS-FILE.
01  CREDIT-HOURS-REC.
    05 CW-AGREEMENT-ID       PIC 9(5).
    05 FILLER                PIC X(01).
    05 CW-USER               PIC X(20).
    05 FILLER                PIC X(01).
    05 CW-WEEK               PIC X(10).
    05 FILLER                PIC X(01).
    05 CW-HOURS              PIC 9(2).
    05 FILLER                PIC X(01).
    05 CW-DATE               PIC X(10).

FD  REPORT-FILE.
01  REPORT-REC               PIC X(200).

WORKING-STORAGE SECTION.

01  WS-RUNLOCK-STATUS         PIC XX VALUE "00".
01  WS-RUNLOCK-HOLDER-SAVE    PIC X(30) VALUE SPACES.
01  WS-RUNLOCK-MODE-SAVE      PIC X(10) VALUE SPACES.
01  WS-RUNLOCK-READERS-SAVE   PIC 9(3) VALUE 0.

01  WS-PROF-STATUS          PIC XX VALUE "00".
01  WS-CA-STATUS            PIC XX VALUE "00".
01  WS-CW-STATUS            PIC XX VALUE "00".
01  WS-RPT-STATUS           PIC XX VALUE "00".
01  WS-EOF                  PIC X VALUE "N".

*> Term to summarize: pass it as the first command-line argument
*> (for example FALL-2026, matched without regard to case). With no
*> argument every agreement on file is summarized.
01  WS-ARG-COUNT              PIC 9(2) VALUE 0.
01  WS-TERM                   PIC X(12) VALUE SPACES.
01  WS-RAW-DATE               PIC X(21) VALUE SPACES.
01  WS-RUN-DATE               PIC X(10) VALUE SPACES.

*> One row per agreement in the term, with its logged total.
01  WS-AG-COUNT               PIC 9(3) VALUE 0.
01  WS-AG-TABLE OCCURS 500 TIMES.
    05 WS-AG-TERM             PIC X(12).
    05 WS-AG-USER             PIC X(20).
    05 WS-AG-ID               PIC 9(5).
    05 WS-AG-NAME             PIC X(30).
    05 WS-AG-EMPLOYER         PIC X(40).
    05 WS-AG-SUPERVISOR       PIC X(40).
    05 WS-AG-CREDITS          PIC 9(2).
    05 WS-AG-REQ-HOURS        PIC 9(4).
    05 WS-AG-LOGGED           PIC 9(4).
    05 WS-AG-WEEKS            PIC 9(3).
01  WS-SWAP-AG                PIC X(160).

01  WS-SHORT-COUNT            PIC 9(3) VALUE 0.
01  WS-SHORT-HOURS            PIC 9(4) VALUE 0.
01  WS-SORT-KEY-I             PIC X(37).
01  WS-SORT-KEY-J             PIC X(37).

01  WS-I                      PIC 9(4) VALUE 0.
01  WS-J                      PIC 9(4) VALUE 0.
01  WS-K                      PIC 9(4) VALUE 0.
01  WS-START                  PIC 9(4) VALUE 0.

PROCEDURE DIVISION.

*> ---------------------------------------------------------------
*> MAIN-MAINLINE
*>   Term-end hours summary for the registrar: one line per
*>   internship-for-credit agreement with the hours the student
*>   logged against the hours the credits require, followed by the
*>   agreements that fall short so advising can follow up before
*>   grades are due.
*> ---------------------------------------------------------------
MAIN-MAINLINE.
    PERFORM ACQUIRE-SHARED-LOCK
    PERFORM GET-TERM
    PERFORM LOAD-AGREEMENTS
    PERFORM TOTAL-HOURS
    PERFORM FIND-NAMES
    PERFORM SORT-AGREEMENTS
    PERFORM WRITE-REPORT
    PERFORM RELEASE-SHARED-LOCK
    STOP RUN.

GET-TERM.
    MOVE SPACES TO WS-TERM
    ACCEPT WS-ARG-COUNT FROM ARGUMENT-NUMBER
    IF WS-ARG-COUNT > 0
        DISPLAY 1 UPON ARGUMENT-NUMBER
        ACCEPT WS-TERM FROM ARGUMENT-VALUE
        MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(WS-TERM)) TO WS-TERM
    END-IF

    MOVE FUNCTION CURRENT-DATE TO WS-RAW-DATE
    MOVE SPACES TO WS-RUN-DATE
    STRING WS-RAW-DATE(1:4) "-"
           WS-RAW-DATE(5:2) "-"
           WS-RAW-DATE(7:2)
      INTO WS-RUN-DATE
    END-STRING.

LOAD-AGREEMENTS.
    MOVE 0 TO WS-AG-COUNT
    MOVE "N" TO WS-EOF
    OPEN INPUT CREDIT-AGREEMENT-FILE
    IF WS-CA-STATUS = "35"
        DISPLAY "No credit agreements found; nothing to report."
        CLOSE CREDIT-AGREEMENT-FILE
        PERFORM RELEASE-SHARED-LOCK
        STOP RUN
    END-IF
    PERFORM UNTIL WS-EOF = "Y"
        READ CREDIT-AGREEMENT-FILE
            AT END
                MOVE "Y" TO WS-EOF
            NOT AT END
                IF CA-USER NOT = SPACES
                   AND (WS-TERM = SPACES OR CA-TERM = WS-TERM)
                   AND WS-AG-COUNT < 500
                    ADD 1 TO WS-AG-COUNT
                    MOVE CA-TERM       TO WS-AG-TERM(WS-AG-COUNT)
                    MOVE CA-USER       TO WS-AG-USER(WS-AG-COUNT)
                    MOVE CA-ID         TO WS-AG-ID(WS-AG-COUNT)
                    MOVE SPACES        TO WS-AG-NAME(WS-AG-COUNT)
                    MOVE CA-EMPLOYER   TO WS-AG-EMPLOYER(WS-AG-COUNT)
                    MOVE CA-SUPERVISOR TO WS-AG-SUPERVISOR(WS-AG-COUNT)
                    MOVE CA-CREDITS    TO WS-AG-CREDITS(WS-AG-COUNT)
                    MOVE CA-REQ-HOURS  TO WS-AG-REQ-HOURS(WS-AG-COUNT)
                    MOVE 0             TO WS-AG-LOGGED(WS-AG-COUNT)
                    MOVE 0             TO WS-AG-WEEKS(WS-AG-COUNT)
                END-IF
        END-READ
    END-PERFORM
    CLOSE CREDIT-AGREEMENT-FILE.

TOTAL-HOURS.
    MOVE "N" TO WS-EOF
    OPEN INPUT CREDIT-HOURS-FILE
    IF WS-CW-STATUS = "35"
        CLOSE CREDIT-HOURS-FILE
        EXIT PARAGRAPH
    END-IF
    PERFORM UNTIL WS-EOF = "Y"
        READ CREDIT-HOURS-FILE
            AT END
                MOVE "Y" TO WS-EOF
            NOT AT END
                IF CW-HOURS IS NUMERIC
                    PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > WS-AG-COUNT
                        IF WS-AG-ID(WS-I) = CW-AGREEMENT-ID
                            ADD CW-HOURS TO WS-AG-LOGGED(WS-I)
                            ADD 1 TO WS-AG-WEEKS(WS-I)
                            EXIT PERFORM
                        END-IF
                    END-PERFORM
                END-IF
        END-READ
    END-PERFORM
    CLOSE CREDIT-HOURS-FILE.

FIND-NAMES.
    MOVE "N" TO WS-EOF
    OPEN INPUT PROF-FILE
    IF WS-PROF-STATUS = "35"
        CLOSE PROF-FILE
        EXIT PARAGRAPH
    END-IF
    PERFORM UNTIL WS-EOF = "Y"
        READ PROF-FILE NEXT RECORD
            AT END
                MOVE "Y" TO WS-EOF
            NOT AT END
                PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > WS-AG-COUNT
                    IF WS-AG-USER(WS-I) = PROF-USER
                        MOVE SPACES TO WS-AG-NAME(WS-I)
                        STRING FUNCTION TRIM(PROF-FNAME) " "
                               FUNCTION TRIM(PROF-LNAME)
                          INTO WS-AG-NAME(WS-I)
                        END-STRING
                    END-IF
                END-PERFORM
        END-READ
    END-PERFORM
    CLOSE PROF-FILE.

*> By term, then student, then agreement number.
SORT-AGREEMENTS.
    PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I >= WS-AG-COUNT
        ADD 1 TO WS-I GIVING WS-START
        PERFORM VARYING WS-J FROM WS-START BY 1
            UNTIL WS-J > WS-AG-COUNT
            MOVE WS-AG-TABLE(WS-I)(1:37) TO WS-SORT-KEY-I
            MOVE WS-AG-TABLE(WS-J)(1:37) TO WS-SORT-KEY-J
            IF WS-SORT-KEY-J < WS-SORT-KEY-I
                MOVE WS-AG-TABLE(WS-I) TO WS-SWAP-AG
                MOVE WS-AG-TABLE(WS-J) TO WS-AG-TABLE(WS-I)
                MOVE WS-SWAP-AG        TO WS-AG-TABLE(WS-J)
            END-IF
        END-PERFORM
    END-PERFORM.

WRITE-REPORT.
    OPEN OUTPUT REPORT-FILE

    MOVE SPACES TO REPORT-REC
    IF WS-TERM = SPACES
        STRING "Internship credit hours, all terms, as of " WS-RUN-DATE ":"
          INTO REPORT-REC
        END-STRING
    ELSE
        STRING "Internship credit hours for term " FUNCTION TRIM(WS-TERM)
               " as of " WS-RUN-DATE ":"
          INTO REPORT-REC
        END-STRING
    END-IF
    WRITE REPORT-REC

    MOVE SPACES TO REPORT-REC
    STRING "Agreements: " WS-AG-COUNT
      INTO REPORT-REC
    END-STRING
    WRITE REPORT-REC

    MOVE SPACES TO REPORT-REC
    WRITE REPORT-REC
    MOVE SPACES TO REPORT-REC
    MOVE "Term"       TO REPORT-REC(1:12)
    MOVE "Student"    TO REPORT-REC(14:20)
    MOVE "Name"       TO REPORT-REC(35:30)
    MOVE "Employer"   TO REPORT-REC(66:30)
    MOVE "Supervisor" TO REPORT-REC(97:30)
    MOVE "Cr"         TO REPORT-REC(128:2)
    MOVE "Req"        TO REPORT-REC(131:4)
    MOVE "Logged"     TO REPORT-REC(136:6)
    MOVE "Wks"        TO REPORT-REC(143:3)
    WRITE REPORT-REC

    MOVE 0 TO WS-SHORT-COUNT
    PERFORM VARYING WS-K FROM 1 BY 1 UNTIL WS-K > WS-AG-COUNT
        MOVE SPACES TO REPORT-REC
        MOVE WS-AG-TERM(WS-K)       TO REPORT-REC(1:12)
        MOVE WS-AG-USER(WS-K)       TO REPORT-REC(14:20)
        MOVE WS-AG-NAME(WS-K)       TO REPORT-REC(35:30)
        MOVE WS-AG-EMPLOYER(WS-K)   TO REPORT-REC(66:30)
        MOVE WS-AG-SUPERVISOR(WS-K) TO REPORT-REC(97:30)
        MOVE WS-AG-CREDITS(WS-K)    TO REPORT-REC(128:2)
        MOVE WS-AG-REQ-HOURS(WS-K)  TO REPORT-REC(131:4)
        MOVE WS-AG-LOGGED(WS-K)     TO REPORT-REC(136:4)
        MOVE WS-AG-WEEKS(WS-K)      TO REPORT-REC(143:3)
        IF WS-AG-LOGGED(WS-K) < WS-AG-REQ-HOURS(WS-K)
            ADD 1 TO WS-SHORT-COUNT
            MOVE "UNDER" TO REPORT-REC(148:5)
        END-IF
        WRITE REPORT-REC
    END-PERFORM

    MOVE SPACES TO REPORT-REC
    WRITE REPORT-REC
    MOVE SPACES TO REPORT-REC
    STRING "Under required hours (advising follow-up): " WS-SHORT-COUNT
      INTO REPORT-REC
    END-STRING
    WRITE REPORT-REC

    PERFORM VARYING WS-K FROM 1 BY 1 UNTIL WS-K > WS-AG-COUNT
        IF WS-AG-LOGGED(WS-K) < WS-AG-REQ-HOURS(WS-K)
            COMPUTE WS-SHORT-HOURS =
                WS-AG-REQ-HOURS(WS-K) - WS-AG-LOGGED(WS-K)
            MOVE SPACES TO REPORT-REC
            STRING "  " FUNCTION TRIM(WS-AG-USER(WS-K))
                   " (" FUNCTION TRIM(WS-AG-TERM(WS-K)) ", "
                   FUNCTION TRIM(WS-AG-EMPLOYER(WS-K)) "): "
                   WS-SHORT-HOURS " hours short; supervisor "
                   FUNCTION TRIM(WS-AG-SUPERVISOR(WS-K))
              INTO REPORT-REC
            END-STRING
            WRITE REPORT-REC
        END-IF
    END-PERFORM

    CLOSE REPORT-FILE
    DISPLAY "Credit hours summary written to "
        "data/InCollege-CreditHoursSummary.txt".

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
