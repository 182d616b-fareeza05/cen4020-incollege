        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-SUS-STATUS.

*> Restartable fan-out: one row per start, resume and completion of
*> a run, and one row per recipient delivered, both keyed by tool
*> and run id (DeliveryRunStatus reads them back for operators).
    SELECT DELIVERY-RUN-FILE ASSIGN TO "data/InCollege-DeliveryRuns.txt"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-DV-RUN-STATUS.

    SELECT DELIVERY-LOG-FILE ASSIGN TO "data/InCollege-DeliveryLog.txt"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-DV-LOG-STATUS.

DATA DIVISION.
FILE SECTION.

    05 FILLER                PIC X(01).
    05 SUS-DATE              PIC X(10).

*> DR-EVENT is STARTED, RESUMED or COMPLETE. DR-DETAIL on the
*> STARTED row carries whatever the tool needs to send the same
*> thing again on a resume.
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

01  WS-RUNLOCK-STATUS          PIC XX VALUE "00".
01  WS-DEACT-COUNT              PIC 9(3) VALUE 0.
01  WS-DEACT-TABLE OCCURS 200 TIMES PIC X(20).

*> Restartable fan-out state for this run (see GET-DELIVERY-RUN-ID).
01  WS-DV-RUN-STATUS            PIC XX VALUE "00".
01  WS-DV-LOG-STATUS            PIC XX VALUE "00".
01  WS-DV-EOF                   PIC X VALUE "N".
01  WS-DV-ARG-COUNT             PIC 9(2) VALUE 0.
01  WS-DV-RUN-ID                PIC X(20) VALUE SPACES.
01  WS-DV-RESUMING              PIC X VALUE "N".
01  WS-DV-COMPLETE              PIC X VALUE "N".
01  WS-DV-DETAIL                PIC X(240) VALUE SPACES.
01  WS-DV-EVENT                 PIC X(10) VALUE SPACES.
01  WS-DV-USER                  PIC X(20) VALUE SPACES.
01  WS-DV-DELIVERED             PIC X VALUE "N".
01  WS-DV-SENT                  PIC 9(5) VALUE 0.
01  WS-DV-SKIPPED               PIC 9(5) VALUE 0.
01  WS-DV-DONE-COUNT            PIC 9(5) VALUE 0.
01  WS-DV-DONE-TABLE OCCURS 5000 TIMES PIC X(20).
01  WS-DV-K                     PIC 9(5) VALUE 0.

PROCEDURE DIVISION.

*> ---------------------------------------------------------------
*>   with matches they haven't been told about yet, so new postings
*>   show up in the unread count on the login banner. Each (student,
*>   posting) pair is recorded in DIGEST-STATE-FILE once announced so
*>   no posting is digested to the same student twice. Each night's
*>   digests are also logged per student against the run id (the
*>   date, unless one is given), so a rerun after a failure picks up
*>   with the next student instead of digesting the first half twice.
*> ---------------------------------------------------------------
MAIN-MAINLINE.
    PERFORM ACQUIRE-RUN-LOCK
    PERFORM OPEN-FILES
    PERFORM FORMAT-TIMESTAMP
    PERFORM GET-DELIVERY-RUN-ID
    IF WS-DV-RESUMING = "Y"
        MOVE "RESUMED" TO WS-DV-EVENT
    ELSE
        MOVE "STARTED" TO WS-DV-EVENT
    END-IF
    PERFORM WRITE-DELIVERY-RUN-EVENT
    PERFORM LOAD-OPEN-JOBS
    PERFORM LOAD-DIGEST-STATE
    PERFORM LOAD-DEACTIVATED-LIST
    PERFORM DIGEST-EACH-PROFILE
    PERFORM SAVE-MESSAGE-SEQ
    PERFORM SAVE-DIGEST-STATE
    MOVE "COMPLETE" TO WS-DV-EVENT
    PERFORM WRITE-DELIVERY-RUN-EVENT
    PERFORM CLOSE-FILES

    DISPLAY "Job match digest complete: " WS-DIGEST-COUNT
        " digest(s) sent to " WS-STUDENT-COUNT " student profile(s)."
    IF WS-DV-RESUMING = "Y"
        DISPLAY "Skipped " WS-DV-SKIPPED
            " student(s) already digested under run "
            FUNCTION TRIM(WS-DV-RUN-ID) "."
    END-IF
    PERFORM RELEASE-RUN-LOCK
    STOP RUN.

            NOT AT END
                IF FUNCTION TRIM(JOB-STATUS-FILE) NOT = "RETIRED"
                   AND FUNCTION TRIM(JOB-STATUS-FILE) NOT = "CLOSED"
                   AND FUNCTION TRIM(JOB-STATUS-FILE) NOT = "PENDING"
                   AND FUNCTION TRIM(JOB-STATUS-FILE) NOT = "REJECTED"
                   AND FUNCTION TRIM(JOB-STATUS-FILE) NOT = "FILLED"
                   AND FUNCTION TRIM(JOB-MAJOR-FILE) NOT = SPACES
                   AND WS-JOB-COUNT < 200
                    ADD 1 TO WS-JOB-COUNT
                MOVE MSEQ-NEXT-ID TO WS-MSG-NEXT-ID
        END-READ
        CLOSE MESSAGE-SEQ-FILE
        *> A resumed run never saved the counter past the ids it
        *> already handed out, so it checks MESSAGE-FILE as well.
        IF WS-MSG-NEXT-ID = 0 OR WS-DV-RESUMING = "Y"
            PERFORM BOOTSTRAP-MESSAGE-SEQ
        END-IF
    END-IF.

BOOTSTRAP-MESSAGE-SEQ.
    IF WS-MSG-NEXT-ID = 0
        MOVE 1 TO WS-MSG-NEXT-ID
    END-IF
    MOVE "N" TO WS-MSG-EOF
    CLOSE MESSAGE-FILE
    OPEN INPUT MESSAGE-FILE
        EXIT PARAGRAPH
    END-IF

    *> Digested before an earlier attempt of this run stopped: no
    *> second message, just the state that attempt never saved.
    MOVE PROF-USER TO WS-DV-USER
    PERFORM CHECK-ALREADY-DELIVERED
    IF WS-DV-DELIVERED = "Y"
        PERFORM RECORD-DIGESTED-PAIRS
        EXIT PARAGRAPH
    END-IF

    PERFORM COMPOSE-DIGEST-CONTENT
    PERFORM WRITE-DIGEST-MESSAGE
    PERFORM RECORD-DIGESTED-PAIRS
    MOVE "|"                 TO MESSAGE-REC(291:1)
    MOVE "N"                 TO MESSAGE-REC(292:1)
    WRITE MESSAGE-REC
    PERFORM RECORD-DELIVERY
    ADD 1 TO WS-MSG-NEXT-ID.

RECORD-DIGESTED-PAIRS.

CLOSE-FILES.
    CLOSE PROF-FILE
    CLOSE MESSAGE-FILE
    CLOSE DELIVERY-LOG-FILE.

*> ---------------------------------------------------------------
*> GET-DELIVERY-RUN-ID
*>   Each send is a run with an id: the first command-line argument,
*>   or a fresh one stamped from the clock (and shown) when none is
*>   given. Rerunning with the id of a run that was cut short picks
*>   up with the next undelivered recipient; rerunning a completed
*>   run sends nothing.
*> ---------------------------------------------------------------
GET-DELIVERY-RUN-ID.
    MOVE SPACES TO WS-DV-RUN-ID
    ACCEPT WS-DV-ARG-COUNT FROM ARGUMENT-NUMBER
    IF WS-DV-ARG-COUNT > 0
        ACCEPT WS-DV-RUN-ID FROM ARGUMENT-VALUE
    END-IF
    IF WS-DV-RUN-ID = SPACES
        STRING "JM" WS-RAW-DATE(1:8)
          INTO WS-DV-RUN-ID
        END-STRING
    END-IF

    PERFORM LOAD-DELIVERY-RUN
    IF WS-DV-COMPLETE = "Y"
        DISPLAY "Run " FUNCTION TRIM(WS-DV-RUN-ID)
            " already completed; nothing sent."
        CLOSE JOB-FILE
        PERFORM CLOSE-FILES
        PERFORM RELEASE-RUN-LOCK
        STOP RUN
    END-IF
    PERFORM LOAD-DELIVERED-LIST
    IF WS-DV-RESUMING = "Y"
        DISPLAY "Resuming run " FUNCTION TRIM(WS-DV-RUN-ID) ": "
            WS-DV-DONE-COUNT " recipient(s) already delivered."
    ELSE
        DISPLAY "Run id: " FUNCTION TRIM(WS-DV-RUN-ID)
            " (rerun with this id to resume if the send is cut short)"
    END-IF.

*> ---------------------------------------------------------------
*> LOAD-DELIVERY-RUN / LOAD-DELIVERED-LIST
*>   Finds this tool's rows for the run id: a STARTED row means a
*>   resume (its detail restores what was being sent), a COMPLETE
*>   row means the run already finished. The delivery log gives the
*>   recipients already sent to under the same run id.
*> ---------------------------------------------------------------
LOAD-DELIVERY-RUN.
    MOVE "N" TO WS-DV-RESUMING
    MOVE "N" TO WS-DV-COMPLETE
    MOVE SPACES TO WS-DV-DETAIL
    MOVE "N" TO WS-DV-EOF
    OPEN INPUT DELIVERY-RUN-FILE
    IF WS-DV-RUN-STATUS NOT = "35"
        PERFORM UNTIL WS-DV-EOF = "Y"
            READ DELIVERY-RUN-FILE
                AT END
                    MOVE "Y" TO WS-DV-EOF
                NOT AT END
                    IF DR-TOOL = WS-RUNLOCK-MYNAME
                       AND DR-RUN-ID = WS-DV-RUN-ID
                        EVALUATE DR-EVENT
                            WHEN "STARTED"
                                MOVE "Y" TO WS-DV-RESUMING
                                MOVE DR-DETAIL TO WS-DV-DETAIL
                            WHEN "COMPLETE"
                                MOVE "Y" TO WS-DV-COMPLETE
                        END-EVALUATE
                    END-IF
            END-READ
        END-PERFORM
    END-IF
    CLOSE DELIVERY-RUN-FILE.

LOAD-DELIVERED-LIST.
    MOVE 0 TO WS-DV-DONE-COUNT
    MOVE "N" TO WS-DV-EOF
    OPEN INPUT DELIVERY-LOG-FILE
    IF WS-DV-LOG-STATUS NOT = "35"
        PERFORM UNTIL WS-DV-EOF = "Y"
            READ DELIVERY-LOG-FILE
                AT END
                    MOVE "Y" TO WS-DV-EOF
                NOT AT END
                    IF DL-TOOL = WS-RUNLOCK-MYNAME
                       AND DL-RUN-ID = WS-DV-RUN-ID
                       AND DL-USER NOT = SPACES
                       AND WS-DV-DONE-COUNT < 5000
                        ADD 1 TO WS-DV-DONE-COUNT
                        MOVE DL-USER TO WS-DV-DONE-TABLE(WS-DV-DONE-COUNT)
                    END-IF
            END-READ
        END-PERFORM
    END-IF
    CLOSE DELIVERY-LOG-FILE

    OPEN EXTEND DELIVERY-LOG-FILE
    IF WS-DV-LOG-STATUS = "35"
        CLOSE DELIVERY-LOG-FILE
        OPEN OUTPUT DELIVERY-LOG-FILE
        CLOSE DELIVERY-LOG-FILE
        OPEN EXTEND DELIVERY-LOG-FILE
    END-IF.

*> ---------------------------------------------------------------
*> CHECK-ALREADY-DELIVERED
*>   Sets WS-DV-DELIVERED when WS-DV-USER was sent to earlier under
*>   this run id, counting the skip.
*> ---------------------------------------------------------------
CHECK-ALREADY-DELIVERED.
    MOVE "N" TO WS-DV-DELIVERED
    PERFORM VARYING WS-DV-K FROM 1 BY 1
        UNTIL WS-DV-K > WS-DV-DONE-COUNT OR WS-DV-DELIVERED = "Y"
        IF WS-DV-DONE-TABLE(WS-DV-K) = WS-DV-USER
            MOVE "Y" TO WS-DV-DELIVERED
        END-IF
    END-PERFORM
    IF WS-DV-DELIVERED = "Y"
        ADD 1 TO WS-DV-SKIPPED
    END-IF.

*> ---------------------------------------------------------------
*> RECORD-DELIVERY
*>   Logs WS-DV-USER as delivered under this run id, right behind
*>   the MESSAGE-FILE row it received (WS-MSG-NEXT-ID, not yet
*>   advanced).
*> ---------------------------------------------------------------
RECORD-DELIVERY.
    MOVE SPACES TO DELIVERY-LOG-REC
    MOVE WS-DV-USER        TO DL-USER
    MOVE WS-RUNLOCK-MYNAME TO DL-TOOL
    MOVE WS-DV-RUN-ID      TO DL-RUN-ID
    MOVE WS-MSG-NEXT-ID    TO DL-MSG-ID
    MOVE WS-MSG-TIMESTAMP  TO DL-STAMP
    MOVE "|" TO DELIVERY-LOG-REC(21:1)
    MOVE "|" TO DELIVERY-LOG-REC(52:1)
    MOVE "|" TO DELIVERY-LOG-REC(73:1)
    MOVE "|" TO DELIVERY-LOG-REC(84:1)
    WRITE DELIVERY-LOG-REC
    ADD 1 TO WS-DV-SENT.

*> ---------------------------------------------------------------
*> WRITE-DELIVERY-RUN-EVENT
*>   Appends a WS-DV-EVENT row for this run with the counts so far.
*> ---------------------------------------------------------------
WRITE-DELIVERY-RUN-EVENT.
    OPEN EXTEND DELIVERY-RUN-FILE
    IF WS-DV-RUN-STATUS = "35"
        CLOSE DELIVERY-RUN-FILE
        OPEN OUTPUT DELIVERY-RUN-FILE
        CLOSE DELIVERY-RUN-FILE
        OPEN EXTEND DELIVERY-RUN-FILE
    END-IF
    MOVE SPACES TO DELIVERY-RUN-REC
    MOVE WS-RUNLOCK-MYNAME TO DR-TOOL
    MOVE WS-DV-RUN-ID      TO DR-RUN-ID
    MOVE WS-DV-EVENT       TO DR-EVENT
    MOVE WS-MSG-TIMESTAMP  TO DR-STAMP
    MOVE WS-DV-SENT        TO DR-SENT
    MOVE WS-DV-SKIPPED     TO DR-SKIPPED
    MOVE WS-DV-DETAIL      TO DR-DETAIL
    MOVE "|" TO DELIVERY-RUN-REC(31:1)
    MOVE "|" TO DELIVERY-RUN-REC(52:1)
    MOVE "|" TO DELIVERY-RUN-REC(63:1)
    MOVE "|" TO DELIVERY-RUN-REC(84:1)
    MOVE "|" TO DELIVERY-RUN-REC(90:1)
    MOVE "|" TO DELIVERY-RUN-REC(96:1)
    WRITE DELIVERY-RUN-REC
    CLOSE DELIVERY-RUN-FILE.

*> ---------------------------------------------------------------
*> ACQUIRE-RUN-LOCK / RELEASE-RUN-LOCK
