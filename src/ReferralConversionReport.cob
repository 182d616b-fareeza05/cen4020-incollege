       >>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. ReferralConversionReport.

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

    SELECT APPLICATION-FILE ASSIGN TO "data/InCollege-Applications.txt"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-APP-STATUS.

    SELECT INTERVIEW-FILE ASSIGN TO "data/InCollege-Interviews.txt"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-IV-STATUS.

    SELECT OFFER-FILE ASSIGN TO "data/InCollege-Offers.txt"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-OFFER-STATUS.

    SELECT REPORT-FILE ASSIGN TO "data/InCollege-ReferralConversion.txt"
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

FD  APPLICATION-FILE.
01  APPLICATION-REC          PIC X(4024).

FD  INTERVIEW-FILE.
01  INTERVIEW-REC.
    05 IV-USER               PIC X(20).
    05 FILLER                PIC X(01).
    05 IV-TITLE              PIC X(40).
    05 FILLER                PIC X(01).
    05 IV-EMPLOYER           PIC X(40).
    05 FILLER                PIC X(01).
    05 IV-REST               PIC X(41).

FD  OFFER-FILE.
01  OFFER-REC.
    05 OF-USER               PIC X(20).
    05 FILLER                PIC X(01).
    05 OF-TITLE              PIC X(40).
    05 FILLER                PIC X(01).
    05 OF-EMPLOYER           PIC X(40).
    05 FILLER                PIC X(01).
    05 OF-REST               PIC X(85).

FD  REPORT-FILE.
01  REPORT-REC               PIC X(200).

WORKING-STORAGE SECTION.

01  WS-RUNLOCK-STATUS         PIC XX VALUE "00".
01  WS-RUNLOCK-HOLDER-SAVE    PIC X(30) VALUE SPACES.
01  WS-RUNLOCK-MODE-SAVE      PIC X(10) VALUE SPACES.
01  WS-RUNLOCK-READERS-SAVE   PIC 9(3) VALUE 0.

01  WS-APP-STATUS           PIC XX VALUE "00".
01  WS-IV-STATUS            PIC XX VALUE "00".
01  WS-OFFER-STATUS         PIC XX VALUE "00".
01  WS-RPT-STATUS           PIC XX VALUE "00".
01  WS-EOF                  PIC X VALUE "N".

*> As-of date for reproducible reporting: pass YYYY-MM-DD as the
*> first command-line argument (same handling as CohortFunnelReport)
*> to stamp the report with that date; with no argument the run date
*> is used.
01  WS-RAW-DATE               PIC X(21) VALUE SPACES.
01  WS-ARG-COUNT               PIC 9(2) VALUE 0.
01  WS-ASOF-DATE               PIC X(10) VALUE SPACES.

*> One row per live (not withdrawn) application: whether an approved
*> referral backs it (byte 105 = "R") and how far it got.
01  WS-APL-COUNT              PIC 9(4) VALUE 0.
01  WS-APL-TABLE OCCURS 1000 TIMES.
    05 WS-APL-USER            PIC X(20).
    05 WS-APL-TITLE           PIC X(40).
    05 WS-APL-EMPLOYER        PIC X(40).
    05 WS-APL-REFERRED        PIC X(01).
    05 WS-APL-INTERVIEWED     PIC X(01).
    05 WS-APL-OFFERED         PIC X(01).

*> Per-employer totals, referred (R) beside everyone else (O).
01  WS-EMP-COUNT              PIC 9(3) VALUE 0.
01  WS-EMP-TABLE OCCURS 200 TIMES.
    05 WS-EMP-NAME            PIC X(40).
    05 WS-EMP-R-APPLIED       PIC 9(5).
    05 WS-EMP-R-INTERVIEWED   PIC 9(5).
    05 WS-EMP-R-OFFERED       PIC 9(5).
    05 WS-EMP-O-APPLIED       PIC 9(5).
    05 WS-EMP-O-INTERVIEWED   PIC 9(5).
    05 WS-EMP-O-OFFERED       PIC 9(5).
01  WS-SWAP-EMP               PIC X(70).

01  WS-STAT                   PIC X(20) VALUE SPACES.
01  WS-PCT-IV                 PIC 9(3) VALUE 0.
01  WS-PCT-OF                 PIC 9(3) VALUE 0.

01  WS-I                      PIC 9(4) VALUE 0.
01  WS-J                      PIC 9(4) VALUE 0.
01  WS-K                      PIC 9(4) VALUE 0.
01  WS-START                  PIC 9(4) VALUE 0.
01  WS-FOUND                  PIC X VALUE "N".

PROCEDURE DIVISION.

*> ---------------------------------------------------------------
*> MAIN-MAINLINE
*>   Shows whether employee referrals pay off: per employer, how many
*>   referred and non-referred applications reached an interview and
*>   an offer, with the conversion percentage for each group.
*>   Withdrawn applications are left out of both groups.
*> ---------------------------------------------------------------
MAIN-MAINLINE.
    PERFORM ACQUIRE-SHARED-LOCK
    PERFORM GET-ASOF-DATE
    PERFORM LOAD-APPLICATIONS
    PERFORM MARK-INTERVIEWS
    PERFORM MARK-OFFERS
    PERFORM TALLY-EMPLOYERS
    PERFORM SORT-EMPLOYERS
    PERFORM WRITE-REPORT
    PERFORM RELEASE-SHARED-LOCK
    STOP RUN.

*> Status already says how far an application went; the interview
*> and offer files catch the ones whose status moved on since.
LOAD-APPLICATIONS.
    MOVE 0 TO WS-APL-COUNT
    MOVE "N" TO WS-EOF
    OPEN INPUT APPLICATION-FILE
    IF WS-APP-STATUS = "35"
        DISPLAY "No applications found; nothing to report."
        CLOSE APPLICATION-FILE
        PERFORM RELEASE-SHARED-LOCK
        STOP RUN
    END-IF
    PERFORM UNTIL WS-EOF = "Y"
        READ APPLICATION-FILE
            AT END
                MOVE "Y" TO WS-EOF
            NOT AT END
                MOVE APPLICATION-REC(150:20) TO WS-STAT
                IF APPLICATION-REC(1:20) NOT = SPACES
                   AND APPLICATION-REC(1:9) NOT = "*TRAILER*"
                   AND FUNCTION TRIM(WS-STAT) NOT = "Withdrawn"
                   AND WS-APL-COUNT < 1000
                    ADD 1 TO WS-APL-COUNT
                    MOVE APPLICATION-REC(1:20)  TO WS-APL-USER(WS-APL-COUNT)
                    MOVE APPLICATION-REC(22:40) TO WS-APL-TITLE(WS-APL-COUNT)
                    MOVE APPLICATION-REC(65:40) TO WS-APL-EMPLOYER(WS-APL-COUNT)
                    MOVE "N" TO WS-APL-REFERRED(WS-APL-COUNT)
                    IF APPLICATION-REC(105:1) = "R"
                        MOVE "Y" TO WS-APL-REFERRED(WS-APL-COUNT)
                    END-IF
                    MOVE "N" TO WS-APL-INTERVIEWED(WS-APL-COUNT)
                    MOVE "N" TO WS-APL-OFFERED(WS-APL-COUNT)
                    EVALUATE FUNCTION TRIM(WS-STAT)
                        WHEN "Interview"
                            MOVE "Y" TO WS-APL-INTERVIEWED(WS-APL-COUNT)
                        WHEN "Offer"
                        WHEN "Hired"
                        WHEN "Expired"
                            MOVE "Y" TO WS-APL-INTERVIEWED(WS-APL-COUNT)
                            MOVE "Y" TO WS-APL-OFFERED(WS-APL-COUNT)
                        WHEN OTHER
                            CONTINUE
                    END-EVALUATE
                END-IF
        END-READ
    END-PERFORM
    CLOSE APPLICATION-FILE.

MARK-INTERVIEWS.
    MOVE "N" TO WS-EOF
    OPEN INPUT INTERVIEW-FILE
    IF WS-IV-STATUS = "35"
        CLOSE INTERVIEW-FILE
        EXIT PARAGRAPH
    END-IF
    PERFORM UNTIL WS-EOF = "Y"
        READ INTERVIEW-FILE
            AT END
                MOVE "Y" TO WS-EOF
            NOT AT END
                IF IV-USER NOT = SPACES
                    PERFORM VARYING WS-I FROM 1 BY 1
                        UNTIL WS-I > WS-APL-COUNT
                        IF FUNCTION TRIM(WS-APL-USER(WS-I))
                               = FUNCTION TRIM(IV-USER)
                           AND FUNCTION TRIM(WS-APL-TITLE(WS-I))
                               = FUNCTION TRIM(IV-TITLE)
                           AND FUNCTION TRIM(WS-APL-EMPLOYER(WS-I))
                               = FUNCTION TRIM(IV-EMPLOYER)
                            MOVE "Y" TO WS-APL-INTERVIEWED(WS-I)
                        END-IF
                    END-PERFORM
                END-IF
        END-READ
    END-PERFORM
    CLOSE INTERVIEW-FILE.

MARK-OFFERS.
    MOVE "N" TO WS-EOF
    OPEN INPUT OFFER-FILE
    IF WS-OFFER-STATUS = "35"
        CLOSE OFFER-FILE
        EXIT PARAGRAPH
    END-IF
    PERFORM UNTIL WS-EOF = "Y"
        READ OFFER-FILE
            AT END
                MOVE "Y" TO WS-EOF
            NOT AT END
                IF OF-USER NOT = SPACES
                    PERFORM VARYING WS-I FROM 1 BY 1
                        UNTIL WS-I > WS-APL-COUNT
                        IF FUNCTION TRIM(WS-APL-USER(WS-I))
                               = FUNCTION TRIM(OF-USER)
                           AND FUNCTION TRIM(WS-APL-TITLE(WS-I))
                               = FUNCTION TRIM(OF-TITLE)
                           AND FUNCTION TRIM(WS-APL-EMPLOYER(WS-I))
                               = FUNCTION TRIM(OF-EMPLOYER)
                            MOVE "Y" TO WS-APL-INTERVIEWED(WS-I)
                            MOVE "Y" TO WS-APL-OFFERED(WS-I)
                        END-IF
                    END-PERFORM
                END-IF
        END-READ
    END-PERFORM
    CLOSE OFFER-FILE.

TALLY-EMPLOYERS.
    MOVE 0 TO WS-EMP-COUNT
    PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > WS-APL-COUNT
        MOVE "N" TO WS-FOUND
        PERFORM VARYING WS-J FROM 1 BY 1
            UNTIL WS-J > WS-EMP-COUNT OR WS-FOUND = "Y"
            IF WS-EMP-NAME(WS-J) = WS-APL-EMPLOYER(WS-I)
                MOVE "Y" TO WS-FOUND
                MOVE WS-J TO WS-K
            END-IF
        END-PERFORM
        IF WS-FOUND = "N"
            IF WS-EMP-COUNT >= 200
                EXIT PERFORM CYCLE
            END-IF
            ADD 1 TO WS-EMP-COUNT
            MOVE WS-EMP-COUNT TO WS-K
            MOVE WS-APL-EMPLOYER(WS-I) TO WS-EMP-NAME(WS-K)
            MOVE 0 TO WS-EMP-R-APPLIED(WS-K)
            MOVE 0 TO WS-EMP-R-INTERVIEWED(WS-K)
            MOVE 0 TO WS-EMP-R-OFFERED(WS-K)
            MOVE 0 TO WS-EMP-O-APPLIED(WS-K)
            MOVE 0 TO WS-EMP-O-INTERVIEWED(WS-K)
            MOVE 0 TO WS-EMP-O-OFFERED(WS-K)
        END-IF

        IF WS-APL-REFERRED(WS-I) = "Y"
            ADD 1 TO WS-EMP-R-APPLIED(WS-K)
            IF WS-APL-INTERVIEWED(WS-I) = "Y"
                ADD 1 TO WS-EMP-R-INTERVIEWED(WS-K)
            END-IF
            IF WS-APL-OFFERED(WS-I) = "Y"
                ADD 1 TO WS-EMP-R-OFFERED(WS-K)
            END-IF
        ELSE
            ADD 1 TO WS-EMP-O-APPLIED(WS-K)
            IF WS-APL-INTERVIEWED(WS-I) = "Y"
                ADD 1 TO WS-EMP-O-INTERVIEWED(WS-K)
            END-IF
            IF WS-APL-OFFERED(WS-I) = "Y"
                ADD 1 TO WS-EMP-O-OFFERED(WS-K)
            END-IF
        END-IF
    END-PERFORM.

SORT-EMPLOYERS.
    PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I >= WS-EMP-COUNT
        ADD 1 TO WS-I GIVING WS-START
        PERFORM VARYING WS-J FROM WS-START BY 1
            UNTIL WS-J > WS-EMP-COUNT
            IF WS-EMP-NAME(WS-J) < WS-EMP-NAME(WS-I)
                MOVE WS-EMP-TABLE(WS-I) TO WS-SWAP-EMP
                MOVE WS-EMP-TABLE(WS-J) TO WS-EMP-TABLE(WS-I)
                MOVE WS-SWAP-EMP        TO WS-EMP-TABLE(WS-J)
            END-IF
        END-PERFORM
    END-PERFORM.

WRITE-REPORT.
    OPEN OUTPUT REPORT-FILE

    MOVE SPACES TO REPORT-REC
    STRING "Referral conversion by employer as of " WS-ASOF-DATE ":"
      INTO REPORT-REC
    END-STRING
    WRITE REPORT-REC

    MOVE SPACES TO REPORT-REC
    STRING "Live applications on file: " WS-APL-COUNT
      INTO REPORT-REC
    END-STRING
    WRITE REPORT-REC

    IF WS-EMP-COUNT = 0
        MOVE SPACES TO REPORT-REC
        WRITE REPORT-REC
        MOVE "No applications to report." TO REPORT-REC
        WRITE REPORT-REC
    END-IF

    PERFORM VARYING WS-K FROM 1 BY 1 UNTIL WS-K > WS-EMP-COUNT
        PERFORM WRITE-ONE-EMPLOYER
    END-PERFORM

    CLOSE REPORT-FILE
    DISPLAY "Referral conversion report written to "
        "data/InCollege-ReferralConversion.txt".

WRITE-ONE-EMPLOYER.
    MOVE SPACES TO REPORT-REC
    WRITE REPORT-REC
    MOVE SPACES TO REPORT-REC
    STRING FUNCTION TRIM(WS-EMP-NAME(WS-K)) ":"
      INTO REPORT-REC
    END-STRING
    WRITE REPORT-REC

    MOVE 0 TO WS-PCT-IV
    MOVE 0 TO WS-PCT-OF
    IF WS-EMP-R-APPLIED(WS-K) > 0
        COMPUTE WS-PCT-IV =
            (WS-EMP-R-INTERVIEWED(WS-K) * 100) / WS-EMP-R-APPLIED(WS-K)
        COMPUTE WS-PCT-OF =
            (WS-EMP-R-OFFERED(WS-K) * 100) / WS-EMP-R-APPLIED(WS-K)
    END-IF
    MOVE SPACES TO REPORT-REC
    STRING "  Referred:     " WS-EMP-R-APPLIED(WS-K) " applied, "
           WS-EMP-R-INTERVIEWED(WS-K) " interviewed (" WS-PCT-IV " pct), "
           WS-EMP-R-OFFERED(WS-K) " offered (" WS-PCT-OF " pct)"
      INTO REPORT-REC
    END-STRING
    WRITE REPORT-REC

    MOVE 0 TO WS-PCT-IV
    MOVE 0 TO WS-PCT-OF
    IF WS-EMP-O-APPLIED(WS-K) > 0
        COMPUTE WS-PCT-IV =
            (WS-EMP-O-INTERVIEWED(WS-K) * 100) / WS-EMP-O-APPLIED(WS-K)
        COMPUTE WS-PCT-OF =
            (WS-EMP-O-OFFERED(WS-K) * 100) / WS-EMP-O-APPLIED(WS-K)
    END-IF
    MOVE SPACES TO REPORT-REC
    STRING "  Not referred: " WS-EMP-O-APPLIED(WS-K) " applied, "
           WS-EMP-O-INTERVIEWED(WS-K) " interviewed (" WS-PCT-IV " pct), "
           WS-EMP-O-OFFERED(WS-K) " offered (" WS-PCT-OF " pct)"
      INTO REPORT-REC
    END-STRING
    WRITE REPORT-REC.

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
