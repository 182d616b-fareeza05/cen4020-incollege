       >>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. CaseloadAssignment.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.

*> Run lock shared by the online program and every batch tool that
*> writes the data files, so a load-all/rewrite-all in one program
*> cannot silently erase another's changes mid-run.
    SELECT RUN-LOCK-FILE ASSIGN TO "data/InCollege-RunLock.txt"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-RUNLOCK-STATUS.

    SELECT ACC-FILE ASSIGN TO "data/InCollege-Accounts.txt"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS SEQUENTIAL
        RECORD KEY IS ACC-USER
        FILE STATUS IS WS-ACC-STATUS.

    SELECT PROF-FILE ASSIGN TO "data/InCollege-Profiles.txt"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS SEQUENTIAL
        RECORD KEY IS PROF-USER
        FILE STATUS IS WS-PROF-STATUS.

    SELECT DEACTIVATED-FILE ASSIGN TO "data/InCollege-Deactivated.txt"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-DEACT-STATUS.

    SELECT SUSPEND-FILE ASSIGN TO "data/InCollege-Suspensions.txt"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-SUS-STATUS.

*> The caseload file the staff "My caseload" screen reads and
*> writes: student|advisor|source|date.
    SELECT CASELOAD-FILE ASSIGN TO "data/InCollege-Caseloads.txt"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-CL-STATUS.

*> Hand-maintained routing rules, one per line:
*> advisor|university|major-from|major-to. A blank university
*> matches any; a blank bound leaves that end of the major range
*> open. The first rule that matches a student wins.
    SELECT RULE-FILE ASSIGN TO "data/InCollege-CaseloadRules.txt"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-RULE-STATUS.

*> Every move this tool makes, appended next to the ones staff make
*> by hand from the online screen.
    SELECT CASELOAD-LOG-FILE ASSIGN TO "data/InCollege-CaseloadLog.txt"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-CG-STATUS.

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
    05 ACC-USER            PIC X(20).
    05 ACC-PASS            PIC X(12).
    05 ACC-PASS-DATE       PIC X(10).
    05 ACC-ACCT-TYPE       PIC X(01).
    05 ACC-LAST-LOGIN      PIC X(10).

FD  PROF-FILE.
01  PROF-REC.
    05 PROF-USER           PIC X(20).
    05 PROF-FNAME          PIC X(20).
    05 PROF-LNAME          PIC X(20).
    05 PROF-UNIV           PIC X(30).
    05 PROF-MAJOR          PIC X(20).
    05 PROF-GRAD           PIC 9(4).
    05 PROF-REST           PIC X(3705).

FD  DEACTIVATED-FILE.
01  DEACTIVATED-REC.
    05 DA-USER             PIC X(20).
    05 FILLER              PIC X(01).
    05 DA-REST             PIC X(21).

FD  SUSPEND-FILE.
01  SUSPEND-REC.
    05 SUS-USER            PIC X(20).
    05 FILLER              PIC X(01).
    05 SUS-REST            PIC X(71).

FD  CASELOAD-FILE.
01  CASELOAD-REC.
    05 CL-STUDENT          PIC X(20).
    05 FILLER              PIC X(01).
    05 CL-ADVISOR          PIC X(20).
    05 FILLER              PIC X(01).
    05 CL-SOURCE           PIC X(06).
    05 FILLER              PIC X(01).
    05 CL-DATE             PIC X(10).

FD  RULE-FILE.
01  RULE-REC.
    05 CR-ADVISOR          PIC X(20).
    05 FILLER              PIC X(01).
    05 CR-UNIV             PIC X(30).
    05 FILLER              PIC X(01).
    05 CR-MAJOR-FROM       PIC X(20).
    05 FILLER              PIC X(01).
    05 CR-MAJOR-TO         PIC X(20).

FD  CASELOAD-LOG-FILE.
01  CASELOAD-LOG-REC.
    05 CG-DATE             PIC X(10).
    05 FILLER              PIC X(01).
    05 CG-STUDENT          PIC X(20).
    05 FILLER              PIC X(01).
    05 CG-FROM             PIC X(20).
    05 FILLER              PIC X(01).
    05 CG-TO               PIC X(20).
    05 FILLER              PIC X(01).
    05 CG-REASON           PIC X(30).

WORKING-STORAGE SECTION.

01  WS-RUNLOCK-STATUS          PIC XX VALUE "00".
01  WS-RUNLOCK-MYNAME          PIC X(30) VALUE "CaseloadAssignment".

01  WS-ACC-STATUS              PIC XX VALUE "00".
01  WS-PROF-STATUS             PIC XX VALUE "00".
01  WS-DEACT-STATUS            PIC XX VALUE "00".
01  WS-SUS-STATUS              PIC XX VALUE "00".
01  WS-CL-STATUS               PIC XX VALUE "00".
01  WS-RULE-STATUS             PIC XX VALUE "00".
01  WS-CG-STATUS               PIC XX VALUE "00".
01  WS-EOF                     PIC X VALUE "N".

*> Departure mode: first argument names the staffer who is leaving,
*> optional second argument the staffer who takes over their whole
*> caseload. With no successor the students are rerouted one by one
*> through the rules and then to the least-loaded advisor.
01  WS-ARG-COUNT               PIC 9(2) VALUE 0.
01  WS-LEAVER                  PIC X(20) VALUE SPACES.
01  WS-SUCCESSOR               PIC X(20) VALUE SPACES.

*> Staff accounts and how many students each holds. ACTIVE is N for
*> a staffer deactivated, suspended, or leaving in this run.
01  WS-STAFF-COUNT             PIC 9(3) VALUE 0.
01  WS-STAFF-TABLE OCCURS 200 TIMES.
    05 WS-SF-USER              PIC X(20).
    05 WS-SF-LOAD              PIC 9(4).
    05 WS-SF-ACTIVE            PIC X(01).

*> Student accounts with the profile fields the rules route on.
01  WS-STU-COUNT               PIC 9(4) VALUE 0.
01  WS-STU-TABLE OCCURS 1000 TIMES.
    05 WS-STU-USER             PIC X(20).
    05 WS-STU-UNIV             PIC X(30).
    05 WS-STU-MAJOR            PIC X(20).
    05 WS-STU-HELD             PIC X(01).

01  WS-CL-COUNT                PIC 9(4) VALUE 0.
01  WS-CL-TABLE OCCURS 1000 TIMES.
    05 WS-CLT-STUDENT          PIC X(20).
    05 WS-CLT-ADVISOR          PIC X(20).
    05 WS-CLT-SOURCE           PIC X(06).
    05 WS-CLT-DATE             PIC X(10).

01  WS-RULE-COUNT              PIC 9(3) VALUE 0.
01  WS-RULE-TABLE OCCURS 200 TIMES.
    05 WS-RT-ADVISOR           PIC X(20).
    05 WS-RT-UNIV              PIC X(30).
    05 WS-RT-MAJOR-FROM        PIC X(20).
    05 WS-RT-MAJOR-TO          PIC X(20).
01  WS-RULES-CHANGED           PIC X VALUE "N".

01  WS-I                       PIC 9(4) VALUE 0.
01  WS-K                       PIC 9(4) VALUE 0.
01  WS-R                       PIC 9(3) VALUE 0.
01  WS-STAFF-IDX               PIC 9(3) VALUE 0.
01  WS-STU-IDX                 PIC 9(4) VALUE 0.
01  WS-CL-IDX                  PIC 9(4) VALUE 0.
01  WS-Q-USER                  PIC X(20) VALUE SPACES.
01  WS-NEW-ADVISOR             PIC X(20) VALUE SPACES.
01  WS-NEW-SOURCE              PIC X(06) VALUE SPACES.
01  WS-OLD-ADVISOR             PIC X(20) VALUE SPACES.
01  WS-MOVE-REASON             PIC X(30) VALUE SPACES.
01  WS-MATCH                   PIC X VALUE "N".
01  WS-BOUND-LEN               PIC 9(2) VALUE 0.
01  WS-CMP-MAJOR               PIC X(20) VALUE SPACES.
01  WS-CMP-BOUND               PIC X(20) VALUE SPACES.
01  WS-LOW-LOAD                PIC 9(4) VALUE 0.

01  WS-NEW-COUNT               PIC 9(4) VALUE 0.
01  WS-MOVED-COUNT             PIC 9(4) VALUE 0.
01  WS-UNPLACED-COUNT          PIC 9(4) VALUE 0.

01  WS-RAW-DATE                PIC X(21) VALUE SPACES.
01  WS-TODAY-DATE              PIC X(10) VALUE SPACES.

PROCEDURE DIVISION.

*> ---------------------------------------------------------------
*> MAIN-MAINLINE
*>   Keeps every student on exactly one career-services advisor's
*>   caseload. Each run gives every unassigned student an advisor,
*>   and rehomes students whose advisor's staff account is gone,
*>   deactivated, or suspended: the first matching university/major
*>   rule decides, otherwise the active staffer with the smallest
*>   caseload takes them. MANUAL rows from the staff screen are left
*>   where staff put them unless their advisor is gone.
*>
*>   Run with a staff username to handle a departure: that
*>   staffer's whole caseload moves -- to the successor named in the
*>   second argument, or rebalanced across everyone else -- and any
*>   rules pointing at them are handed to the successor or retired.
*>   Every move is appended to the caseload log.
*> ---------------------------------------------------------------
MAIN-MAINLINE.
    PERFORM ACQUIRE-RUN-LOCK
    PERFORM FORMAT-TODAY-DATE
    PERFORM GET-ARGUMENTS
    PERFORM LOAD-ACCOUNTS
    PERFORM LOAD-PROFILE-FIELDS
    PERFORM MARK-HELD-ACCOUNTS
    PERFORM CHECK-DEPARTURE-ARGS
    PERFORM LOAD-RULES
    PERFORM LOAD-CASELOADS
    PERFORM COUNT-LOADS

    IF WS-STAFF-COUNT = 0
        DISPLAY "No staff accounts exist; nothing to assign."
        PERFORM RELEASE-RUN-LOCK
        STOP RUN
    END-IF

    OPEN EXTEND CASELOAD-LOG-FILE
    IF WS-CG-STATUS = "35"
        OPEN OUTPUT CASELOAD-LOG-FILE
        CLOSE CASELOAD-LOG-FILE
        OPEN EXTEND CASELOAD-LOG-FILE
    END-IF

    IF WS-LEAVER NOT = SPACES
        PERFORM HAND-OVER-RULES
    END-IF
    PERFORM REHOME-ORPHANS
    PERFORM ASSIGN-UNASSIGNED

    CLOSE CASELOAD-LOG-FILE
    PERFORM SAVE-CASELOADS
    IF WS-RULES-CHANGED = "Y"
        PERFORM SAVE-RULES
    END-IF

    DISPLAY "Caseload assignment: " WS-NEW-COUNT " assigned, "
        WS-MOVED-COUNT " moved, " WS-UNPLACED-COUNT
        " left unassigned (no active advisor)."
    *> Nothing here changes the leaver's account; until ops
    *> deactivate it, the next plain run would start giving them
    *> students again.
    IF WS-LEAVER NOT = SPACES
        DISPLAY "Deactivate the " FUNCTION TRIM(WS-LEAVER)
            " staff account so no new students are routed to it."
    END-IF

    PERFORM RELEASE-RUN-LOCK
    STOP RUN.

GET-ARGUMENTS.
    ACCEPT WS-ARG-COUNT FROM ARGUMENT-NUMBER
    IF WS-ARG-COUNT > 0
        ACCEPT WS-LEAVER FROM ARGUMENT-VALUE
    END-IF
    IF WS-ARG-COUNT > 1
        ACCEPT WS-SUCCESSOR FROM ARGUMENT-VALUE
    END-IF.

*> Staff ("C") accounts go in the staff table, students ("S") in the
*> student table; employers are never on a caseload.
LOAD-ACCOUNTS.
    MOVE "N" TO WS-EOF
    OPEN INPUT ACC-FILE
    IF WS-ACC-STATUS = "35"
        DISPLAY "No accounts found; nothing to assign."
        CLOSE ACC-FILE
        PERFORM RELEASE-RUN-LOCK
        STOP RUN
    END-IF
    PERFORM UNTIL WS-EOF = "Y"
        READ ACC-FILE NEXT RECORD
            AT END
                MOVE "Y" TO WS-EOF
            NOT AT END
                EVALUATE ACC-ACCT-TYPE
                    WHEN "C"
                        IF WS-STAFF-COUNT < 200
                            ADD 1 TO WS-STAFF-COUNT
                            MOVE ACC-USER TO WS-SF-USER(WS-STAFF-COUNT)
                            MOVE 0   TO WS-SF-LOAD(WS-STAFF-COUNT)
                            MOVE "Y" TO WS-SF-ACTIVE(WS-STAFF-COUNT)
                        END-IF
                    WHEN "S"
                        IF WS-STU-COUNT < 1000
                            ADD 1 TO WS-STU-COUNT
                            MOVE ACC-USER TO WS-STU-USER(WS-STU-COUNT)
                            MOVE SPACES TO WS-STU-UNIV(WS-STU-COUNT)
                            MOVE SPACES TO WS-STU-MAJOR(WS-STU-COUNT)
                            MOVE "N" TO WS-STU-HELD(WS-STU-COUNT)
                        END-IF
                END-EVALUATE
        END-READ
    END-PERFORM
    CLOSE ACC-FILE.

LOAD-PROFILE-FIELDS.
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
                MOVE PROF-USER TO WS-Q-USER
                PERFORM FIND-STUDENT
                IF WS-STU-IDX > 0
                    MOVE PROF-UNIV  TO WS-STU-UNIV(WS-STU-IDX)
                    MOVE PROF-MAJOR TO WS-STU-MAJOR(WS-STU-IDX)
                END-IF
        END-READ
    END-PERFORM
    CLOSE PROF-FILE.

*> A deactivated or suspended staffer takes no students and loses
*> the ones they have; a deactivated or suspended student keeps
*> their advisor but is not newly assigned until they are back.
MARK-HELD-ACCOUNTS.
    MOVE "N" TO WS-EOF
    OPEN INPUT DEACTIVATED-FILE
    IF WS-DEACT-STATUS NOT = "35"
        PERFORM UNTIL WS-EOF = "Y"
            READ DEACTIVATED-FILE
                AT END
                    MOVE "Y" TO WS-EOF
                NOT AT END
                    MOVE DA-USER TO WS-Q-USER
                    PERFORM MARK-ONE-HELD
            END-READ
        END-PERFORM
    END-IF
    CLOSE DEACTIVATED-FILE

    MOVE "N" TO WS-EOF
    OPEN INPUT SUSPEND-FILE
    IF WS-SUS-STATUS NOT = "35"
        PERFORM UNTIL WS-EOF = "Y"
            READ SUSPEND-FILE
                AT END
                    MOVE "Y" TO WS-EOF
                NOT AT END
                    MOVE SUS-USER TO WS-Q-USER
                    PERFORM MARK-ONE-HELD
            END-READ
        END-PERFORM
    END-IF
    CLOSE SUSPEND-FILE.

MARK-ONE-HELD.
    IF WS-Q-USER = SPACES
        EXIT PARAGRAPH
    END-IF
    PERFORM FIND-STAFF
    IF WS-STAFF-IDX > 0
        MOVE "N" TO WS-SF-ACTIVE(WS-STAFF-IDX)
    END-IF
    PERFORM FIND-STUDENT
    IF WS-STU-IDX > 0
        MOVE "Y" TO WS-STU-HELD(WS-STU-IDX)
    END-IF.

CHECK-DEPARTURE-ARGS.
    IF WS-LEAVER = SPACES
        EXIT PARAGRAPH
    END-IF
    MOVE WS-LEAVER TO WS-Q-USER
    PERFORM FIND-STAFF
    IF WS-STAFF-IDX = 0
        DISPLAY "No staff account " FUNCTION TRIM(WS-LEAVER)
            "; nothing moved."
        PERFORM RELEASE-RUN-LOCK
        STOP RUN
    END-IF
    MOVE "N" TO WS-SF-ACTIVE(WS-STAFF-IDX)

    IF WS-SUCCESSOR NOT = SPACES
        MOVE WS-SUCCESSOR TO WS-Q-USER
        PERFORM FIND-STAFF
        IF WS-STAFF-IDX = 0
            DISPLAY "No staff account " FUNCTION TRIM(WS-SUCCESSOR)
                " to take the caseload over; nothing moved."
            PERFORM RELEASE-RUN-LOCK
            STOP RUN
        END-IF
        IF WS-SF-ACTIVE(WS-STAFF-IDX) = "N"
            DISPLAY "Staff account " FUNCTION TRIM(WS-SUCCESSOR)
                " is not active; nothing moved."
            PERFORM RELEASE-RUN-LOCK
            STOP RUN
        END-IF
    END-IF.

LOAD-RULES.
    MOVE 0 TO WS-RULE-COUNT
    MOVE "N" TO WS-EOF
    OPEN INPUT RULE-FILE
    IF WS-RULE-STATUS = "35"
        CLOSE RULE-FILE
        OPEN OUTPUT RULE-FILE
        CLOSE RULE-FILE
        EXIT PARAGRAPH
    END-IF
    PERFORM UNTIL WS-EOF = "Y"
        READ RULE-FILE
            AT END
                MOVE "Y" TO WS-EOF
            NOT AT END
                IF CR-ADVISOR NOT = SPACES
                   AND CR-ADVISOR(1:1) NOT = "#"
                   AND WS-RULE-COUNT < 200
                    ADD 1 TO WS-RULE-COUNT
                    MOVE CR-ADVISOR    TO WS-RT-ADVISOR(WS-RULE-COUNT)
                    MOVE FUNCTION UPPER-CASE(CR-UNIV)
                        TO WS-RT-UNIV(WS-RULE-COUNT)
                    MOVE FUNCTION UPPER-CASE(CR-MAJOR-FROM)
                        TO WS-RT-MAJOR-FROM(WS-RULE-COUNT)
                    MOVE FUNCTION UPPER-CASE(CR-MAJOR-TO)
                        TO WS-RT-MAJOR-TO(WS-RULE-COUNT)
                END-IF
        END-READ
    END-PERFORM
    CLOSE RULE-FILE.

*> Rules are stored upper-cased on the way back out; matching is
*> case-blind either way.
SAVE-RULES.
    OPEN OUTPUT RULE-FILE
    PERFORM VARYING WS-R FROM 1 BY 1 UNTIL WS-R > WS-RULE-COUNT
        IF WS-RT-ADVISOR(WS-R) NOT = SPACES
            MOVE SPACES TO RULE-REC
            MOVE WS-RT-ADVISOR(WS-R)    TO CR-ADVISOR
            MOVE WS-RT-UNIV(WS-R)       TO CR-UNIV
            MOVE WS-RT-MAJOR-FROM(WS-R) TO CR-MAJOR-FROM
            MOVE WS-RT-MAJOR-TO(WS-R)   TO CR-MAJOR-TO
            MOVE "|" TO RULE-REC(21:1)
            MOVE "|" TO RULE-REC(52:1)
            MOVE "|" TO RULE-REC(73:1)
            WRITE RULE-REC
        END-IF
    END-PERFORM
    CLOSE RULE-FILE.

LOAD-CASELOADS.
    MOVE 0 TO WS-CL-COUNT
    MOVE "N" TO WS-EOF
    OPEN INPUT CASELOAD-FILE
    IF WS-CL-STATUS = "35"
        CLOSE CASELOAD-FILE
        EXIT PARAGRAPH
    END-IF
    PERFORM UNTIL WS-EOF = "Y"
        READ CASELOAD-FILE
            AT END
                MOVE "Y" TO WS-EOF
            NOT AT END
                IF CL-STUDENT NOT = SPACES AND WS-CL-COUNT < 1000
                    ADD 1 TO WS-CL-COUNT
                    MOVE CL-STUDENT TO WS-CLT-STUDENT(WS-CL-COUNT)
                    MOVE CL-ADVISOR TO WS-CLT-ADVISOR(WS-CL-COUNT)
                    MOVE CL-SOURCE  TO WS-CLT-SOURCE(WS-CL-COUNT)
                    MOVE CL-DATE    TO WS-CLT-DATE(WS-CL-COUNT)
                END-IF
        END-READ
    END-PERFORM
    CLOSE CASELOAD-FILE.

SAVE-CASELOADS.
    OPEN OUTPUT CASELOAD-FILE
    PERFORM VARYING WS-K FROM 1 BY 1 UNTIL WS-K > WS-CL-COUNT
        MOVE SPACES TO CASELOAD-REC
        MOVE WS-CLT-STUDENT(WS-K) TO CL-STUDENT
        MOVE WS-CLT-ADVISOR(WS-K) TO CL-ADVISOR
        MOVE WS-CLT-SOURCE(WS-K)  TO CL-SOURCE
        MOVE WS-CLT-DATE(WS-K)    TO CL-DATE
        MOVE "|" TO CASELOAD-REC(21:1)
        MOVE "|" TO CASELOAD-REC(42:1)
        MOVE "|" TO CASELOAD-REC(49:1)
        WRITE CASELOAD-REC
    END-PERFORM
    CLOSE CASELOAD-FILE.

COUNT-LOADS.
    PERFORM VARYING WS-K FROM 1 BY 1 UNTIL WS-K > WS-CL-COUNT
        MOVE WS-CLT-ADVISOR(WS-K) TO WS-Q-USER
        PERFORM FIND-STAFF
        IF WS-STAFF-IDX > 0
            ADD 1 TO WS-SF-LOAD(WS-STAFF-IDX)
        END-IF
    END-PERFORM.

*> The leaver's rules go to the successor, or are retired when the
*> caseload is being rebalanced instead.
HAND-OVER-RULES.
    PERFORM VARYING WS-R FROM 1 BY 1 UNTIL WS-R > WS-RULE-COUNT
        IF WS-RT-ADVISOR(WS-R) = WS-LEAVER
            MOVE WS-SUCCESSOR TO WS-RT-ADVISOR(WS-R)
            MOVE "Y" TO WS-RULES-CHANGED
        END-IF
    END-PERFORM.

*> ---------------------------------------------------------------
*> REHOME-ORPHANS
*>   Every caseload row whose advisor is no longer an active staff
*>   account -- including the leaver in departure mode -- moves, and
*>   the move is logged with the reason.
*> ---------------------------------------------------------------
REHOME-ORPHANS.
    PERFORM VARYING WS-CL-IDX FROM 1 BY 1 UNTIL WS-CL-IDX > WS-CL-COUNT
        MOVE WS-CLT-ADVISOR(WS-CL-IDX) TO WS-Q-USER
        PERFORM FIND-STAFF
        IF WS-STAFF-IDX = 0
            MOVE "ADVISOR ACCOUNT GONE" TO WS-MOVE-REASON
            PERFORM REHOME-ONE
        ELSE
            IF WS-SF-ACTIVE(WS-STAFF-IDX) = "N"
                IF WS-CLT-ADVISOR(WS-CL-IDX) = WS-LEAVER
                    MOVE "STAFF DEPARTURE" TO WS-MOVE-REASON
                ELSE
                    MOVE "ADVISOR INACTIVE" TO WS-MOVE-REASON
                END-IF
                PERFORM REHOME-ONE
            END-IF
        END-IF
    END-PERFORM.

REHOME-ONE.
    MOVE WS-CLT-ADVISOR(WS-CL-IDX) TO WS-OLD-ADVISOR
    MOVE WS-CLT-STUDENT(WS-CL-IDX) TO WS-Q-USER
    PERFORM FIND-STUDENT
    IF WS-CLT-ADVISOR(WS-CL-IDX) = WS-LEAVER
       AND WS-SUCCESSOR NOT = SPACES
        *> A named successor inherits each row as it stands, hand
        *> assignments included.
        MOVE WS-SUCCESSOR TO WS-NEW-ADVISOR
        MOVE WS-CLT-SOURCE(WS-CL-IDX) TO WS-NEW-SOURCE
    ELSE
        PERFORM ROUTE-STUDENT
    END-IF
    IF WS-NEW-ADVISOR = SPACES
        ADD 1 TO WS-UNPLACED-COUNT
        EXIT PARAGRAPH
    END-IF

    MOVE WS-NEW-ADVISOR TO WS-CLT-ADVISOR(WS-CL-IDX)
    MOVE WS-NEW-SOURCE  TO WS-CLT-SOURCE(WS-CL-IDX)
    MOVE WS-TODAY-DATE  TO WS-CLT-DATE(WS-CL-IDX)
    MOVE WS-NEW-ADVISOR TO WS-Q-USER
    PERFORM FIND-STAFF
    ADD 1 TO WS-SF-LOAD(WS-STAFF-IDX)
    MOVE WS-CLT-STUDENT(WS-CL-IDX) TO WS-Q-USER
    PERFORM WRITE-MOVE-LOG
    ADD 1 TO WS-MOVED-COUNT.

*> Students with no caseload row at all (new signups, roster loads)
*> get one. Held students wait until they are active again.
ASSIGN-UNASSIGNED.
    PERFORM VARYING WS-STU-IDX FROM 1 BY 1
        UNTIL WS-STU-IDX > WS-STU-COUNT
        IF WS-STU-HELD(WS-STU-IDX) = "N"
            MOVE WS-STU-USER(WS-STU-IDX) TO WS-Q-USER
            PERFORM FIND-CASELOAD
            IF WS-CL-IDX = 0
                PERFORM ASSIGN-ONE-NEW
            END-IF
        END-IF
    END-PERFORM.

ASSIGN-ONE-NEW.
    IF WS-CL-COUNT >= 1000
        ADD 1 TO WS-UNPLACED-COUNT
        EXIT PARAGRAPH
    END-IF
    PERFORM ROUTE-STUDENT
    IF WS-NEW-ADVISOR = SPACES
        ADD 1 TO WS-UNPLACED-COUNT
        EXIT PARAGRAPH
    END-IF

    ADD 1 TO WS-CL-COUNT
    MOVE WS-STU-USER(WS-STU-IDX) TO WS-CLT-STUDENT(WS-CL-COUNT)
    MOVE WS-NEW-ADVISOR          TO WS-CLT-ADVISOR(WS-CL-COUNT)
    MOVE WS-NEW-SOURCE           TO WS-CLT-SOURCE(WS-CL-COUNT)
    MOVE WS-TODAY-DATE           TO WS-CLT-DATE(WS-CL-COUNT)
    MOVE WS-NEW-ADVISOR TO WS-Q-USER
    PERFORM FIND-STAFF
    ADD 1 TO WS-SF-LOAD(WS-STAFF-IDX)

    MOVE SPACES TO WS-OLD-ADVISOR
    MOVE "NEW STUDENT" TO WS-MOVE-REASON
    MOVE WS-STU-USER(WS-STU-IDX) TO WS-Q-USER
    PERFORM WRITE-MOVE-LOG
    ADD 1 TO WS-NEW-COUNT.

*> ---------------------------------------------------------------
*> ROUTE-STUDENT
*>   WS-NEW-ADVISOR/WS-NEW-SOURCE for the student at WS-STU-IDX: the
*>   first rule whose advisor is active and whose university and
*>   major range fit, otherwise the active staffer with the fewest
*>   students (first in username order on a tie). Blank when no
*>   staffer is active. A student with no account row (WS-STU-IDX 0)
*>   goes straight to the least-loaded staffer.
*> ---------------------------------------------------------------
ROUTE-STUDENT.
    MOVE SPACES TO WS-NEW-ADVISOR
    MOVE SPACES TO WS-NEW-SOURCE

    IF WS-STU-IDX > 0
        PERFORM VARYING WS-R FROM 1 BY 1
            UNTIL WS-R > WS-RULE-COUNT OR WS-NEW-ADVISOR NOT = SPACES
            PERFORM CHECK-ONE-RULE
            IF WS-MATCH = "Y"
                MOVE WS-RT-ADVISOR(WS-R) TO WS-NEW-ADVISOR
                MOVE "RULE" TO WS-NEW-SOURCE
            END-IF
        END-PERFORM
    END-IF
    IF WS-NEW-ADVISOR NOT = SPACES
        EXIT PARAGRAPH
    END-IF

    MOVE 9999 TO WS-LOW-LOAD
    PERFORM VARYING WS-K FROM 1 BY 1 UNTIL WS-K > WS-STAFF-COUNT
        IF WS-SF-ACTIVE(WS-K) = "Y"
           AND WS-SF-LOAD(WS-K) < WS-LOW-LOAD
            MOVE WS-SF-LOAD(WS-K) TO WS-LOW-LOAD
            MOVE WS-SF-USER(WS-K) TO WS-NEW-ADVISOR
            MOVE "BAL" TO WS-NEW-SOURCE
        END-IF
    END-PERFORM.

*> The upper bound of a major range compares on its own length, so
*> a range of A to M takes in "Mathematics" as well as "Art".
CHECK-ONE-RULE.
    MOVE "N" TO WS-MATCH
    MOVE WS-RT-ADVISOR(WS-R) TO WS-Q-USER
    PERFORM FIND-STAFF
    IF WS-STAFF-IDX = 0
        EXIT PARAGRAPH
    END-IF
    IF WS-SF-ACTIVE(WS-STAFF-IDX) = "N"
        EXIT PARAGRAPH
    END-IF

    IF WS-RT-UNIV(WS-R) NOT = SPACES
        IF FUNCTION UPPER-CASE(WS-STU-UNIV(WS-STU-IDX))
               NOT = WS-RT-UNIV(WS-R)
            EXIT PARAGRAPH
        END-IF
    END-IF

    MOVE FUNCTION UPPER-CASE(WS-STU-MAJOR(WS-STU-IDX)) TO WS-CMP-MAJOR
    IF WS-RT-MAJOR-FROM(WS-R) NOT = SPACES
        IF WS-CMP-MAJOR < WS-RT-MAJOR-FROM(WS-R)
            EXIT PARAGRAPH
        END-IF
    END-IF
    IF WS-RT-MAJOR-TO(WS-R) NOT = SPACES
        MOVE WS-RT-MAJOR-TO(WS-R) TO WS-CMP-BOUND
        COMPUTE WS-BOUND-LEN =
            FUNCTION LENGTH(FUNCTION TRIM(WS-CMP-BOUND))
        IF WS-CMP-MAJOR(1:WS-BOUND-LEN) > WS-CMP-BOUND(1:WS-BOUND-LEN)
            EXIT PARAGRAPH
        END-IF
    END-IF

    MOVE "Y" TO WS-MATCH.

*> Appends one row for the student in WS-Q-USER moving from
*> WS-OLD-ADVISOR to WS-NEW-ADVISOR.
WRITE-MOVE-LOG.
    MOVE SPACES TO CASELOAD-LOG-REC
    MOVE WS-TODAY-DATE  TO CG-DATE
    MOVE WS-Q-USER      TO CG-STUDENT
    MOVE WS-OLD-ADVISOR TO CG-FROM
    MOVE WS-NEW-ADVISOR TO CG-TO
    MOVE SPACES TO CG-REASON
    STRING FUNCTION TRIM(WS-MOVE-REASON) " (" FUNCTION TRIM(WS-NEW-SOURCE) ")"
      INTO CG-REASON
    END-STRING
    MOVE "|" TO CASELOAD-LOG-REC(11:1)
    MOVE "|" TO CASELOAD-LOG-REC(32:1)
    MOVE "|" TO CASELOAD-LOG-REC(53:1)
    MOVE "|" TO CASELOAD-LOG-REC(74:1)
    WRITE CASELOAD-LOG-REC.

FIND-STAFF.
    MOVE 0 TO WS-STAFF-IDX
    PERFORM VARYING WS-K FROM 1 BY 1
        UNTIL WS-K > WS-STAFF-COUNT OR WS-STAFF-IDX > 0
        IF WS-SF-USER(WS-K) = WS-Q-USER
            MOVE WS-K TO WS-STAFF-IDX
        END-IF
    END-PERFORM.

FIND-STUDENT.
    MOVE 0 TO WS-STU-IDX
    PERFORM VARYING WS-I FROM 1 BY 1
        UNTIL WS-I > WS-STU-COUNT OR WS-STU-IDX > 0
        IF WS-STU-USER(WS-I) = WS-Q-USER
            MOVE WS-I TO WS-STU-IDX
        END-IF
    END-PERFORM.

FIND-CASELOAD.
    MOVE 0 TO WS-CL-IDX
    PERFORM VARYING WS-K FROM 1 BY 1
        UNTIL WS-K > WS-CL-COUNT OR WS-CL-IDX > 0
        IF WS-CLT-STUDENT(WS-K) = WS-Q-USER
            MOVE WS-K TO WS-CL-IDX
        END-IF
    END-PERFORM.

FORMAT-TODAY-DATE.
    MOVE FUNCTION CURRENT-DATE TO WS-RAW-DATE
    MOVE SPACES TO WS-TODAY-DATE
    STRING WS-RAW-DATE(1:4) "-"
           WS-RAW-DATE(5:2) "-"
           WS-RAW-DATE(7:2)
      INTO WS-TODAY-DATE
    END-STRING.

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
