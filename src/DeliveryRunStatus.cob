       >>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. DeliveryRunStatus.

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

*> Written by BroadcastAnnouncement, SurveyBroadcast and
*> JobMatchDigest: one row per start, resume and completion of a
*> run, and one row per recipient delivered.
    SELECT DELIVERY-RUN-FILE ASSIGN TO "data/InCollege-DeliveryRuns.txt"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-DV-RUN-STATUS.

    SELECT DELIVERY-LOG-FILE ASSIGN TO "data/InCollege-DeliveryLog.txt"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-DV-LOG-STATUS.

DATA DIVISION.
FILE SECTION.

FD  RUN-LOCK-FILE.
01  RUN-LOCK-REC.
    05 RUNLOCK-HOLDER        PIC X(30).
    05 FILLER                PIC X(01).
    05 RUNLOCK-MODE          PIC X(10).
    05 FILLER                PIC X(01).
    05 RUNLOCK-READERS       PIC 9(03).

FD  DELIVERY-RUN-FILE.
01  DELIVERY-RUN-REC.
    05 DR-TOOL               PIC X(30).
    05 FILLER                PIC X(01).
    05 DR-RUN-ID             PIC X(20).
    05 FILLER                PIC X(01).
    05 DR-EVENT              PIC X(10).
    05 FILLER                PIC X(01).
    05 DR-STAMP              PIC X(20).
    05 FILLER                PIC X(01).
    05 DR-SENT               PIC 9(05).
    05 FILLER                PIC X(01).
    05 DR-SKIPPED            PIC 9(05).
    05 FILLER                PIC X(01).
    05 DR-DETAIL             PIC X(240).

FD  DELIVERY-LOG-FILE.
01  DELIVERY-LOG-REC.
    05 DL-USER               PIC X(20).
    05 FILLER                PIC X(01).
    05 DL-TOOL               PIC X(30).
    05 FILLER                PIC X(01).
    05 DL-RUN-ID             PIC X(20).
    05 FILLER                PIC X(01).
    05 DL-MSG-ID             PIC 9(10).
    05 FILLER                PIC X(01).
    05 DL-STAMP              PIC X(20).

WORKING-STORAGE SECTION.

01  WS-RUNLOCK-STATUS         PIC XX VALUE "00".
01  WS-RUNLOCK-HOLDER-SAVE    PIC X(30) VALUE SPACES.
01  WS-RUNLOCK-MODE-SAVE      PIC X(10) VALUE SPACES.
01  WS-RUNLOCK-READERS-SAVE   PIC 9(3) VALUE 0.

01  WS-DV-RUN-STATUS          PIC XX VALUE "00".
01  WS-DV-LOG-STATUS          PIC XX VALUE "00".
01  WS-EOF                    PIC X VALUE "N".

01  WS-CHOICE                 PIC X(200) VALUE SPACES.
01  WS-OUT-LINE               PIC X(200) VALUE SPACES.
01  WS-PROMPT                 PIC X(200) VALUE SPACES.

*> Blank lists every run; a run id shows that run's history and the
*> recipients it reached.
01  WS-Q-RUN-ID               PIC X(20) VALUE SPACES.

*> One entry per tool + run id seen on the run file.
01  WS-RUN-COUNT              PIC 9(3) VALUE 0.
01  WS-RUN-TABLE OCCURS 500 TIMES.
    05 WS-RT-TOOL             PIC X(30).
    05 WS-RT-RUN-ID           PIC X(20).
    05 WS-RT-STARTED          PIC X(20).
    05 WS-RT-LAST             PIC X(20).
    05 WS-RT-ATTEMPTS         PIC 9(3).
    05 WS-RT-COMPLETE         PIC X.
    05 WS-RT-DELIVERED        PIC 9(5).
    05 WS-RT-SKIPPED          PIC 9(5).
    05 WS-RT-DETAIL           PIC X(240).
01  WS-R                      PIC 9(3) VALUE 0.
01  WS-FOUND                  PIC X VALUE "N".
01  WS-STATE-WORD             PIC X(10) VALUE SPACES.
01  WS-INCOMPLETE-COUNT       PIC 9(3) VALUE 0.
01  WS-LISTED-COUNT           PIC 9(5) VALUE 0.

PROCEDURE DIVISION.

*> ---------------------------------------------------------------
*> MAIN-MAINLINE
*>   Operator query over the restartable fan-out tools: for every
*>   run (or one run id) shows which tool sent it, when it started,
*>   how many attempts it took, whether it finished, how many
*>   recipients it has reached and how many a resume skipped as
*>   already delivered. An unfinished run is the one to rerun under
*>   its id.
*> ---------------------------------------------------------------
MAIN-MAINLINE.
    PERFORM ACQUIRE-SHARED-LOCK
    PERFORM ASK-RUN-ID
    PERFORM LOAD-RUNS
    IF WS-RUN-COUNT = 0
        IF WS-Q-RUN-ID = SPACES
            DISPLAY "No delivery runs on file."
        ELSE
            DISPLAY "No delivery run " FUNCTION TRIM(WS-Q-RUN-ID)
                " on file."
        END-IF
        PERFORM RELEASE-SHARED-LOCK
        STOP RUN
    END-IF
    PERFORM COUNT-DELIVERIES
    PERFORM PRINT-RUNS
    IF WS-Q-RUN-ID NOT = SPACES
        PERFORM LIST-RECIPIENTS
    END-IF
    PERFORM RELEASE-SHARED-LOCK
    STOP RUN.

ASK-RUN-ID.
    MOVE "Run id to show (blank for every run):" TO WS-PROMPT
    PERFORM PRINT-PROMPT-AND-READ
    MOVE WS-CHOICE TO WS-Q-RUN-ID.

*> ---------------------------------------------------------------
*> LOAD-RUNS
*>   Folds the run file into one entry per tool + run id. A queried
*>   run also has each of its rows printed as they are read, so the
*>   operator sees every start, resume and completion in order.
*> ---------------------------------------------------------------
LOAD-RUNS.
    MOVE 0 TO WS-RUN-COUNT
    MOVE "N" TO WS-EOF
    OPEN INPUT DELIVERY-RUN-FILE
    IF WS-DV-RUN-STATUS = "35"
        CLOSE DELIVERY-RUN-FILE
        EXIT PARAGRAPH
    END-IF
    PERFORM UNTIL WS-EOF = "Y"
        READ DELIVERY-RUN-FILE
            AT END
                MOVE "Y" TO WS-EOF
            NOT AT END
                IF DR-RUN-ID NOT = SPACES
                   AND (WS-Q-RUN-ID = SPACES OR DR-RUN-ID = WS-Q-RUN-ID)
                    PERFORM FOLD-RUN-ROW
                END-IF
        END-READ
    END-PERFORM
    CLOSE DELIVERY-RUN-FILE.

FOLD-RUN-ROW.
    MOVE "N" TO WS-FOUND
    PERFORM VARYING WS-R FROM 1 BY 1
        UNTIL WS-R > WS-RUN-COUNT OR WS-FOUND = "Y"
        IF WS-RT-TOOL(WS-R) = DR-TOOL
           AND WS-RT-RUN-ID(WS-R) = DR-RUN-ID
            MOVE "Y" TO WS-FOUND
        END-IF
    END-PERFORM
    IF WS-FOUND = "Y"
        SUBTRACT 1 FROM WS-R
    ELSE
        IF WS-RUN-COUNT >= 500
            EXIT PARAGRAPH
        END-IF
        ADD 1 TO WS-RUN-COUNT
        MOVE WS-RUN-COUNT TO WS-R
        MOVE DR-TOOL   TO WS-RT-TOOL(WS-R)
        MOVE DR-RUN-ID TO WS-RT-RUN-ID(WS-R)
        MOVE DR-STAMP  TO WS-RT-STARTED(WS-R)
        MOVE 0   TO WS-RT-ATTEMPTS(WS-R)
        MOVE "N" TO WS-RT-COMPLETE(WS-R)
        MOVE 0   TO WS-RT-DELIVERED(WS-R)
        MOVE 0   TO WS-RT-SKIPPED(WS-R)
        MOVE SPACES TO WS-RT-DETAIL(WS-R)
    END-IF

    MOVE DR-STAMP TO WS-RT-LAST(WS-R)
    EVALUATE DR-EVENT
        WHEN "STARTED"
            ADD 1 TO WS-RT-ATTEMPTS(WS-R)
            MOVE DR-DETAIL TO WS-RT-DETAIL(WS-R)
        WHEN "RESUMED"
            ADD 1 TO WS-RT-ATTEMPTS(WS-R)
        WHEN "COMPLETE"
            MOVE "Y" TO WS-RT-COMPLETE(WS-R)
            ADD DR-SKIPPED TO WS-RT-SKIPPED(WS-R)
    END-EVALUATE

    IF WS-Q-RUN-ID NOT = SPACES
        MOVE SPACES TO WS-OUT-LINE
        IF DR-EVENT = "COMPLETE"
            STRING "  " DR-STAMP " " FUNCTION TRIM(DR-TOOL) " "
                   DR-EVENT " sent " DR-SENT " skipped " DR-SKIPPED
              INTO WS-OUT-LINE
            END-STRING
        ELSE
            STRING "  " DR-STAMP " " FUNCTION TRIM(DR-TOOL) " "
                   DR-EVENT
              INTO WS-OUT-LINE
            END-STRING
        END-IF
        PERFORM PRINT-LINE
    END-IF.

*> ---------------------------------------------------------------
*> COUNT-DELIVERIES
*>   The delivery log is the record of who was actually reached, so
*>   the delivered figure comes from it rather than from the counts
*>   on the completion rows (an interrupted attempt never writes
*>   one).
*> ---------------------------------------------------------------
COUNT-DELIVERIES.
    MOVE "N" TO WS-EOF
    OPEN INPUT DELIVERY-LOG-FILE
    IF WS-DV-LOG-STATUS = "35"
        CLOSE DELIVERY-LOG-FILE
        EXIT PARAGRAPH
    END-IF
    PERFORM UNTIL WS-EOF = "Y"
        READ DELIVERY-LOG-FILE
            AT END
                MOVE "Y" TO WS-EOF
            NOT AT END
                PERFORM VARYING WS-R FROM 1 BY 1
                    UNTIL WS-R > WS-RUN-COUNT
                    IF WS-RT-TOOL(WS-R) = DL-TOOL
                       AND WS-RT-RUN-ID(WS-R) = DL-RUN-ID
                        ADD 1 TO WS-RT-DELIVERED(WS-R)
                    END-IF
                END-PERFORM
        END-READ
    END-PERFORM
    CLOSE DELIVERY-LOG-FILE.

PRINT-RUNS.
    MOVE " " TO WS-OUT-LINE
    PERFORM PRINT-LINE
    MOVE 0 TO WS-INCOMPLETE-COUNT
    PERFORM VARYING WS-R FROM 1 BY 1 UNTIL WS-R > WS-RUN-COUNT
        IF WS-RT-COMPLETE(WS-R) = "Y"
            MOVE "COMPLETE" TO WS-STATE-WORD
        ELSE
            MOVE "INCOMPLETE" TO WS-STATE-WORD
            ADD 1 TO WS-INCOMPLETE-COUNT
        END-IF
        MOVE SPACES TO WS-OUT-LINE
        STRING FUNCTION TRIM(WS-RT-RUN-ID(WS-R)) " "
               FUNCTION TRIM(WS-RT-TOOL(WS-R)) " "
               FUNCTION TRIM(WS-STATE-WORD)
               " started " WS-RT-STARTED(WS-R)
          INTO WS-OUT-LINE
        END-STRING
        PERFORM PRINT-LINE
        MOVE SPACES TO WS-OUT-LINE
        STRING "    attempts " WS-RT-ATTEMPTS(WS-R)
               "  delivered " WS-RT-DELIVERED(WS-R)
               "  skipped on resume " WS-RT-SKIPPED(WS-R)
               "  last activity " WS-RT-LAST(WS-R)
          INTO WS-OUT-LINE
        END-STRING
        PERFORM PRINT-LINE
        PERFORM PRINT-RUN-DETAIL
    END-PERFORM

    MOVE " " TO WS-OUT-LINE
    PERFORM PRINT-LINE
    MOVE SPACES TO WS-OUT-LINE
    STRING "Runs: " WS-RUN-COUNT "  Incomplete: " WS-INCOMPLETE-COUNT
      INTO WS-OUT-LINE
    END-STRING
    PERFORM PRINT-LINE.

*> ---------------------------------------------------------------
*> PRINT-RUN-DETAIL
*>   What the run was sending, from its STARTED row: the scope and
*>   text of an announcement, or the survey id and title.
*> ---------------------------------------------------------------
PRINT-RUN-DETAIL.
    MOVE SPACES TO WS-OUT-LINE
    EVALUATE WS-RT-TOOL(WS-R)
        WHEN "BroadcastAnnouncement"
            EVALUATE WS-RT-DETAIL(WS-R)(1:1)
                WHEN "U"
                    STRING "    to university "
                           FUNCTION TRIM(WS-RT-DETAIL(WS-R)(2:30))
                           ": " WS-RT-DETAIL(WS-R)(32:100)
                      INTO WS-OUT-LINE
                    END-STRING
                WHEN "M"
                    STRING "    to major "
                           FUNCTION TRIM(WS-RT-DETAIL(WS-R)(2:30))
                           ": " WS-RT-DETAIL(WS-R)(32:100)
                      INTO WS-OUT-LINE
                    END-STRING
                WHEN OTHER
                    STRING "    to all students: "
                           WS-RT-DETAIL(WS-R)(32:100)
                      INTO WS-OUT-LINE
                    END-STRING
            END-EVALUATE
        WHEN "SurveyBroadcast"
            STRING "    survey " WS-RT-DETAIL(WS-R)(1:10) " "
                   WS-RT-DETAIL(WS-R)(11:60)
              INTO WS-OUT-LINE
            END-STRING
    END-EVALUATE
    IF WS-OUT-LINE NOT = SPACES
        PERFORM PRINT-LINE
    END-IF.

LIST-RECIPIENTS.
    MOVE " " TO WS-OUT-LINE
    PERFORM PRINT-LINE
    MOVE "Recipients delivered:" TO WS-OUT-LINE
    PERFORM PRINT-LINE
    MOVE 0 TO WS-LISTED-COUNT
    MOVE "N" TO WS-EOF
    OPEN INPUT DELIVERY-LOG-FILE
    IF WS-DV-LOG-STATUS NOT = "35"
        PERFORM UNTIL WS-EOF = "Y"
            READ DELIVERY-LOG-FILE
                AT END
                    MOVE "Y" TO WS-EOF
                NOT AT END
                    IF DL-RUN-ID = WS-Q-RUN-ID
                        ADD 1 TO WS-LISTED-COUNT
                        MOVE SPACES TO WS-OUT-LINE
                        STRING "  " DL-USER " message " DL-MSG-ID
                               " at " DL-STAMP " by "
                               FUNCTION TRIM(DL-TOOL)
                          INTO WS-OUT-LINE
                        END-STRING
                        PERFORM PRINT-LINE
                    END-IF
            END-READ
        END-PERFORM
    END-IF
    CLOSE DELIVERY-LOG-FILE
    IF WS-LISTED-COUNT = 0
        MOVE "  (none yet)" TO WS-OUT-LINE
        PERFORM PRINT-LINE
    END-IF.

PRINT-PROMPT-AND-READ.
    MOVE WS-PROMPT TO WS-OUT-LINE
    PERFORM PRINT-LINE
    MOVE SPACES TO WS-CHOICE
    ACCEPT WS-CHOICE FROM CONSOLE.

PRINT-LINE.
    DISPLAY WS-OUT-LINE.

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
