       >>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. BoothFloorReport.

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

    SELECT EVENT-FILE ASSIGN TO "data/InCollege-Events.txt"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-EVENT-STATUS.

    SELECT BOOTH-FILE ASSIGN TO "data/InCollege-EventBooths.txt"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-BOOTH-STATUS.

    SELECT REPORT-FILE ASSIGN TO "data/InCollege-BoothFloor.txt"
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

FD  EVENT-FILE.
01  EVENT-REC.
    05 EV-ID                 PIC X(10).
    05 FILLER                PIC X(01).
    05 EV-TITLE              PIC X(40).
    05 FILLER                PIC X(01).
    05 EV-DATE               PIC X(10).
    05 FILLER                PIC X(01).
    05 EV-LOCATION           PIC X(40).
    05 FILLER                PIC X(01).
    05 EV-CAPACITY           PIC 9(03).
    05 FILLER                PIC X(01).
    05 EV-BOOTH-CAP          PIC 9(03).

FD  BOOTH-FILE.
01  BOOTH-REC.
    05 BR-EVENT-ID           PIC X(10).
    05 FILLER                PIC X(01).
    05 BR-EMP-USER           PIC X(20).
    05 FILLER                PIC X(01).
    05 BR-EMPLOYER           PIC X(40).
    05 FILLER                PIC X(01).
    05 BR-REPS               PIC 9(02).
    05 FILLER                PIC X(01).
    05 BR-TABLE              PIC X(01).
    05 FILLER                PIC X(01).
    05 BR-POWER              PIC X(01).
    05 FILLER                PIC X(01).
    05 BR-BOOTH              PIC X(04).
    05 FILLER                PIC X(01).
    05 BR-DATE               PIC X(10).

FD  REPORT-FILE.
01  REPORT-REC               PIC X(200).

WORKING-STORAGE SECTION.

01  WS-RUNLOCK-STATUS         PIC XX VALUE "00".
01  WS-RUNLOCK-HOLDER-SAVE    PIC X(30) VALUE SPACES.
01  WS-RUNLOCK-MODE-SAVE      PIC X(10) VALUE SPACES.
01  WS-RUNLOCK-READERS-SAVE   PIC 9(3) VALUE 0.

01  WS-EVENT-STATUS         PIC XX VALUE "00".
01  WS-BOOTH-STATUS         PIC XX VALUE "00".
01  WS-RPT-STATUS           PIC XX VALUE "00".
01  WS-EVENT-EOF            PIC X VALUE "N".
01  WS-BOOTH-EOF            PIC X VALUE "N".

*> As-of date, same handling as EventNoShowReport: YYYY-MM-DD as the
*> first command-line argument, otherwise the run date. Only fairs
*> on or after it are laid out -- past floors need no planning.
01  WS-RAW-DATE               PIC X(21) VALUE SPACES.
01  WS-ARG-COUNT               PIC 9(2) VALUE 0.
01  WS-ASOF-DATE               PIC X(10) VALUE SPACES.

01  WS-EVENT-COUNT          PIC 9(3) VALUE 0.
01  WS-EVENT-TABLE OCCURS 100 TIMES.
    05 WS-EV-ID             PIC X(10).
    05 WS-EV-TITLE          PIC X(40).
    05 WS-EV-DATE           PIC X(10).
    05 WS-EV-LOCATION       PIC X(40).
    05 WS-EV-BOOTH-CAP      PIC 9(3).

01  WS-BOOTH-COUNT          PIC 9(3) VALUE 0.
01  WS-BOOTH-TABLE OCCURS 200 TIMES.
    05 WS-BR-EVENT-ID       PIC X(10).
    05 WS-BR-EMPLOYER       PIC X(40).
    05 WS-BR-REPS           PIC 9(2).
    05 WS-BR-TABLE          PIC X(01).
    05 WS-BR-POWER          PIC X(01).
    05 WS-BR-BOOTH          PIC X(04).

*> The current event's registrations, in floor order: assigned
*> booths by number, then the ones still waiting for a booth.
01  WS-ROW-COUNT            PIC 9(3) VALUE 0.
01  WS-ROW-TABLE OCCURS 200 TIMES.
    05 WS-ROW-IDX           PIC 9(3).
    05 WS-ROW-KEY           PIC X(04).
01  WS-SWAP-IDX             PIC 9(3) VALUE 0.
01  WS-SWAP-KEY             PIC X(04) VALUE SPACES.

01  WS-EV-REPS              PIC 9(4) VALUE 0.
01  WS-EV-POWER             PIC 9(3) VALUE 0.
01  WS-EV-LARGE             PIC 9(3) VALUE 0.
01  WS-EV-UNASSIGNED        PIC 9(3) VALUE 0.
01  WS-EVENTS-SHOWN         PIC 9(3) VALUE 0.
01  WS-TABLE-TEXT           PIC X(08) VALUE SPACES.
01  WS-POWER-TEXT           PIC X(03) VALUE SPACES.
01  WS-BOOTH-TEXT           PIC X(04) VALUE SPACES.

01  WS-I                    PIC 9(4) VALUE 0.
01  WS-J                    PIC 9(4) VALUE 0.
01  WS-K                    PIC 9(4) VALUE 0.

PROCEDURE DIVISION.

*> ---------------------------------------------------------------
*> MAIN-MAINLINE
*>   Career fair floor plan: for each upcoming event that takes
*>   employer booths, every registered employer in booth order with
*>   its representative count, table size, and power needs, and the
*>   totals facilities asks for (chairs, large tables, power drops).
*>   Employers still without a booth number are listed last so staff
*>   can see what is left to place.
*> ---------------------------------------------------------------
MAIN-MAINLINE.
    PERFORM ACQUIRE-SHARED-LOCK
    PERFORM GET-ASOF-DATE
    PERFORM LOAD-EVENTS
    PERFORM LOAD-BOOTHS

    OPEN OUTPUT REPORT-FILE
    MOVE SPACES TO REPORT-REC
    STRING "Career fair floor report as of " WS-ASOF-DATE ":"
      INTO REPORT-REC
    END-STRING
    WRITE REPORT-REC

    MOVE 0 TO WS-EVENTS-SHOWN
    PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > WS-EVENT-COUNT
        PERFORM REPORT-ONE-EVENT
    END-PERFORM

    IF WS-EVENTS-SHOWN = 0
        MOVE "  No upcoming events take employer booths." TO REPORT-REC
        WRITE REPORT-REC
    END-IF

    CLOSE REPORT-FILE
    DISPLAY "Booth floor report written to "
        "data/InCollege-BoothFloor.txt".
    PERFORM RELEASE-SHARED-LOCK
    STOP RUN.

LOAD-EVENTS.
    MOVE 0 TO WS-EVENT-COUNT
    MOVE "N" TO WS-EVENT-EOF

    OPEN INPUT EVENT-FILE
    IF WS-EVENT-STATUS = "35"
        DISPLAY "No events on file; nothing to report."
        CLOSE EVENT-FILE
        PERFORM RELEASE-SHARED-LOCK
        STOP RUN
    END-IF
    PERFORM UNTIL WS-EVENT-EOF = "Y"
        READ EVENT-FILE
            AT END
                MOVE "Y" TO WS-EVENT-EOF
            NOT AT END
                IF EV-ID NOT = SPACES AND WS-EVENT-COUNT < 100
                    ADD 1 TO WS-EVENT-COUNT
                    MOVE EV-ID       TO WS-EV-ID(WS-EVENT-COUNT)
                    MOVE EV-TITLE    TO WS-EV-TITLE(WS-EVENT-COUNT)
                    MOVE EV-DATE     TO WS-EV-DATE(WS-EVENT-COUNT)
                    MOVE EV-LOCATION TO WS-EV-LOCATION(WS-EVENT-COUNT)
                    IF EV-BOOTH-CAP IS NUMERIC
                        MOVE EV-BOOTH-CAP
                            TO WS-EV-BOOTH-CAP(WS-EVENT-COUNT)
                    ELSE
                        MOVE 0 TO WS-EV-BOOTH-CAP(WS-EVENT-COUNT)
                    END-IF
                END-IF
        END-READ
    END-PERFORM
    CLOSE EVENT-FILE.

LOAD-BOOTHS.
    MOVE 0 TO WS-BOOTH-COUNT
    MOVE "N" TO WS-BOOTH-EOF

    OPEN INPUT BOOTH-FILE
    IF WS-BOOTH-STATUS NOT = "35"
        PERFORM UNTIL WS-BOOTH-EOF = "Y"
            READ BOOTH-FILE
                AT END
                    MOVE "Y" TO WS-BOOTH-EOF
                NOT AT END
                    IF BR-EVENT-ID NOT = SPACES AND WS-BOOTH-COUNT < 200
                        ADD 1 TO WS-BOOTH-COUNT
                        MOVE BR-EVENT-ID TO WS-BR-EVENT-ID(WS-BOOTH-COUNT)
                        MOVE BR-EMPLOYER TO WS-BR-EMPLOYER(WS-BOOTH-COUNT)
                        IF BR-REPS IS NUMERIC
                            MOVE BR-REPS TO WS-BR-REPS(WS-BOOTH-COUNT)
                        ELSE
                            MOVE 0 TO WS-BR-REPS(WS-BOOTH-COUNT)
                        END-IF
                        MOVE BR-TABLE    TO WS-BR-TABLE(WS-BOOTH-COUNT)
                        MOVE BR-POWER    TO WS-BR-POWER(WS-BOOTH-COUNT)
                        MOVE BR-BOOTH    TO WS-BR-BOOTH(WS-BOOTH-COUNT)
                    END-IF
            END-READ
        END-PERFORM
    END-IF
    CLOSE BOOTH-FILE.

*> ---------------------------------------------------------------
*> REPORT-ONE-EVENT
*>   The floor for event WS-I: skipped when it is already past or
*>   takes no booths and has no registrations on file.
*> ---------------------------------------------------------------
REPORT-ONE-EVENT.
    IF WS-EV-DATE(WS-I) < WS-ASOF-DATE
        EXIT PARAGRAPH
    END-IF

    MOVE 0 TO WS-ROW-COUNT
    PERFORM VARYING WS-J FROM 1 BY 1 UNTIL WS-J > WS-BOOTH-COUNT
        IF WS-BR-EVENT-ID(WS-J) = WS-EV-ID(WS-I)
            ADD 1 TO WS-ROW-COUNT
            MOVE WS-J TO WS-ROW-IDX(WS-ROW-COUNT)
            IF WS-BR-BOOTH(WS-J) = SPACES
                MOVE HIGH-VALUES TO WS-ROW-KEY(WS-ROW-COUNT)
            ELSE
                MOVE WS-BR-BOOTH(WS-J) TO WS-ROW-KEY(WS-ROW-COUNT)
            END-IF
        END-IF
    END-PERFORM

    IF WS-EV-BOOTH-CAP(WS-I) = 0 AND WS-ROW-COUNT = 0
        EXIT PARAGRAPH
    END-IF
    ADD 1 TO WS-EVENTS-SHOWN

    PERFORM SORT-ROWS-BY-BOOTH

    MOVE SPACES TO REPORT-REC
    WRITE REPORT-REC
    MOVE SPACES TO REPORT-REC
    STRING "  " FUNCTION TRIM(WS-EV-TITLE(WS-I))
           " (" FUNCTION TRIM(WS-EV-DATE(WS-I)) ") at "
           FUNCTION TRIM(WS-EV-LOCATION(WS-I))
           " - " WS-ROW-COUNT " of " WS-EV-BOOTH-CAP(WS-I)
           " booths registered"
      INTO REPORT-REC
    END-STRING
    WRITE REPORT-REC

    IF WS-ROW-COUNT > WS-EV-BOOTH-CAP(WS-I)
        MOVE "    ** More employers registered than the booth capacity now allows **"
            TO REPORT-REC
        WRITE REPORT-REC
    END-IF

    IF WS-ROW-COUNT = 0
        MOVE "    No employers registered yet." TO REPORT-REC
        WRITE REPORT-REC
        EXIT PARAGRAPH
    END-IF

    MOVE "    Booth  Employer                                  Reps  Table     Power"
        TO REPORT-REC
    WRITE REPORT-REC

    MOVE 0 TO WS-EV-REPS
    MOVE 0 TO WS-EV-POWER
    MOVE 0 TO WS-EV-LARGE
    MOVE 0 TO WS-EV-UNASSIGNED
    PERFORM VARYING WS-J FROM 1 BY 1 UNTIL WS-J > WS-ROW-COUNT
        PERFORM WRITE-ONE-BOOTH
    END-PERFORM

    MOVE SPACES TO REPORT-REC
    STRING "    Totals: " WS-EV-REPS " representative(s), "
           WS-EV-LARGE " large table(s), "
           WS-EV-POWER " power drop(s), "
           WS-EV-UNASSIGNED " without a booth"
      INTO REPORT-REC
    END-STRING
    WRITE REPORT-REC.

WRITE-ONE-BOOTH.
    MOVE WS-ROW-IDX(WS-J) TO WS-K

    IF WS-BR-BOOTH(WS-K) = SPACES
        MOVE "----" TO WS-BOOTH-TEXT
        ADD 1 TO WS-EV-UNASSIGNED
    ELSE
        MOVE WS-BR-BOOTH(WS-K) TO WS-BOOTH-TEXT
    END-IF
    IF WS-BR-TABLE(WS-K) = "L"
        MOVE "Large" TO WS-TABLE-TEXT
        ADD 1 TO WS-EV-LARGE
    ELSE
        MOVE "Standard" TO WS-TABLE-TEXT
    END-IF
    IF WS-BR-POWER(WS-K) = "Y"
        MOVE "Yes" TO WS-POWER-TEXT
        ADD 1 TO WS-EV-POWER
    ELSE
        MOVE "No" TO WS-POWER-TEXT
    END-IF
    ADD WS-BR-REPS(WS-K) TO WS-EV-REPS

    MOVE SPACES TO REPORT-REC
    MOVE WS-BOOTH-TEXT     TO REPORT-REC(5:4)
    MOVE WS-BR-EMPLOYER(WS-K) TO REPORT-REC(12:40)
    MOVE WS-BR-REPS(WS-K)  TO REPORT-REC(54:2)
    MOVE WS-TABLE-TEXT     TO REPORT-REC(60:8)
    MOVE WS-POWER-TEXT     TO REPORT-REC(70:3)
    WRITE REPORT-REC.

*> ---------------------------------------------------------------
*> SORT-ROWS-BY-BOOTH
*>   Selection sort on the booth key; unassigned rows carry
*>   HIGH-VALUES so they sink to the bottom.
*> ---------------------------------------------------------------
SORT-ROWS-BY-BOOTH.
    PERFORM VARYING WS-J FROM 1 BY 1 UNTIL WS-J >= WS-ROW-COUNT
        PERFORM VARYING WS-K FROM WS-J BY 1 UNTIL WS-K > WS-ROW-COUNT
            IF WS-ROW-KEY(WS-K) < WS-ROW-KEY(WS-J)
                MOVE WS-ROW-IDX(WS-J) TO WS-SWAP-IDX
                MOVE WS-ROW-KEY(WS-J) TO WS-SWAP-KEY
                MOVE WS-ROW-IDX(WS-K) TO WS-ROW-IDX(WS-J)
                MOVE WS-ROW-KEY(WS-K) TO WS-ROW-KEY(WS-J)
                MOVE WS-SWAP-IDX      TO WS-ROW-IDX(WS-K)
                MOVE WS-SWAP-KEY      TO WS-ROW-KEY(WS-K)
            END-IF
        END-PERFORM
    END-PERFORM.

*> ---------------------------------------------------------------
*> GET-ASOF-DATE
*>   Leaves the report's as-of date in WS-ASOF-DATE: the validated
*>   first argument when one was given, otherwise today.
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
