        RECORD KEY IS ACC-USER
        FILE STATUS IS WS-ACC-STATUS.

*> The campus list the online program maintains; a staff account's
*> scope is picked from it.
    SELECT UNIVERSITY-FILE ASSIGN TO "data/InCollege-Universities.txt"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-UNIV-STATUS.

*> Which universities each staff account may see: one row per
*> staffer per university. A staffer with no rows sees every campus.
    SELECT STAFF-SCOPE-FILE ASSIGN TO "data/InCollege-StaffScopes.txt"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-SSC-STATUS.

*> Names retired by a username change stay reserved -- see
*> AccountRenameTool.
    SELECT ALIAS-FILE ASSIGN TO "data/InCollege-UsernameAliases.txt"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-ALIAS-STATUS.

DATA DIVISION.
FILE SECTION.

    05 ACC-ACCT-TYPE         PIC X(01).
    05 ACC-LAST-LOGIN        PIC X(10).

FD  UNIVERSITY-FILE.
01  UNIVERSITY-REC           PIC X(50).

FD  STAFF-SCOPE-FILE.
01  STAFF-SCOPE-REC.
    05 SSC-STAFF             PIC X(20).
    05 FILLER                PIC X(01).
    05 SSC-UNIV              PIC X(50).

FD  ALIAS-FILE.
01  ALIAS-REC.
    05 AL-OLD                PIC X(20).
    05 FILLER                PIC X(01).
    05 AL-NEW                PIC X(20).
    05 FILLER                PIC X(01).
    05 AL-DATE               PIC X(10).
    05 FILLER                PIC X(01).
    05 AL-BY                 PIC X(20).

WORKING-STORAGE SECTION.

01  WS-RUNLOCK-STATUS          PIC XX VALUE "00".
01  WS-RAW-DATE                PIC X(21) VALUE SPACES.
01  WS-TODAY-DATE              PIC X(10) VALUE SPACES.

*> University scope support.
01  WS-UNIV-STATUS             PIC XX VALUE "00".
01  WS-SSC-STATUS              PIC XX VALUE "00".
01  WS-ALIAS-STATUS            PIC XX VALUE "00".
01  WS-ALIAS-EOF               PIC X VALUE "N".
01  WS-RETIRED-NAME            PIC X VALUE "N".
01  WS-CHECK-NAME              PIC X(20) VALUE SPACES.
01  WS-EOF                     PIC X VALUE "N".
01  WS-UNIV-COUNT              PIC 9(3) VALUE 0.
01  WS-UNIVERSITY-TABLE OCCURS 100 TIMES PIC X(50) VALUE SPACES.
01  WS-UNIV-PICK               PIC 9(3) VALUE 0.
01  WS-PICK-COUNT              PIC 9(2) VALUE 0.
01  WS-PICK-TABLE OCCURS 20 TIMES PIC X(50) VALUE SPACES.
01  WS-PICK-DUP                PIC X VALUE "N".
01  WS-I                       PIC 9(4) VALUE 0.
*> Every other staffer's scope rows, carried across the rewrite.
01  WS-KEEP-COUNT              PIC 9(4) VALUE 0.
01  WS-KEEP-TABLE OCCURS 2000 TIMES.
    05 WS-KEEP-STAFF           PIC X(20).
    05 WS-KEEP-UNIV            PIC X(50).

*> Password scrambling support -- must stay identical to
*> SCRAMBLE-PASSWORD in InCollege.cob or logins break.
01  WS-SCRAMBLE-IN             PIC X(12) VALUE SPACES.
*>   the ForceResetPassword mold. Staff ("C") accounts are created
*>   only here, never from the public signup prompt: the staff menu's
*>   member lookup overrides profile visibility, so handing out that
*>   access has to stay an ops decision, not a self-service one. The
*>   account's university scope (which campuses' members it sees)
*>   is set here too.
*> ---------------------------------------------------------------
MAIN-MAINLINE.
    PERFORM ACQUIRE-RUN-LOCK
        INVALID KEY
            CONTINUE
        NOT INVALID KEY
            PERFORM OFFER-RESCOPE
            EXIT PARAGRAPH
    END-READ

    MOVE FUNCTION TRIM(WS-NEW-USER) TO WS-CHECK-NAME
    PERFORM CHECK-RETIRED-NAME
    IF WS-RETIRED-NAME = "Y"
        MOVE "That username was retired by a username change. Nothing created."
            TO WS-OUT-LINE
        PERFORM PRINT-LINE
        EXIT PARAGRAPH
    END-IF

    MOVE "Password (8-12 chars, 1 uppercase, 1 digit, 1 special):"
        TO WS-PROMPT
    PERFORM PRINT-PROMPT-AND-READ
    WRITE ACC-REC

    MOVE "Staff account created." TO WS-OUT-LINE
    PERFORM PRINT-LINE

    PERFORM SET-STAFF-SCOPE.

*> ---------------------------------------------------------------
*> CHECK-RETIRED-NAME
*>   WS-RETIRED-NAME = "Y" when WS-CHECK-NAME was given up in a
*>   username change, so it cannot be handed to someone new.
*> ---------------------------------------------------------------
CHECK-RETIRED-NAME.
    MOVE "N" TO WS-RETIRED-NAME
    OPEN INPUT ALIAS-FILE
    IF WS-ALIAS-STATUS = "35"
        CLOSE ALIAS-FILE
        EXIT PARAGRAPH
    END-IF
    MOVE "N" TO WS-ALIAS-EOF
    PERFORM UNTIL WS-ALIAS-EOF = "Y" OR WS-RETIRED-NAME = "Y"
        READ ALIAS-FILE
            AT END
                MOVE "Y" TO WS-ALIAS-EOF
            NOT AT END
                IF AL-OLD = WS-CHECK-NAME
                    MOVE "Y" TO WS-RETIRED-NAME
                END-IF
        END-READ
    END-PERFORM
    CLOSE ALIAS-FILE.

*> ---------------------------------------------------------------
*> OFFER-RESCOPE
*>   An existing staff account can have its university scope
*>   replaced here, the one place scopes are set; any other
*>   existing username is left alone.
*> ---------------------------------------------------------------
OFFER-RESCOPE.
    IF ACC-ACCT-TYPE NOT = "C"
        MOVE "That username already exists. Nothing created."
            TO WS-OUT-LINE
        PERFORM PRINT-LINE
        EXIT PARAGRAPH
    END-IF

    MOVE "That staff account already exists. Replace its university scope? (Y/N):"
        TO WS-PROMPT
    PERFORM PRINT-PROMPT-AND-READ
    IF FUNCTION UPPER-CASE(FUNCTION TRIM(WS-CHOICE)) = "Y"
        PERFORM SET-STAFF-SCOPE
    END-IF.

*> ---------------------------------------------------------------
*> SET-STAFF-SCOPE
*>   Picks the universities WS-NEW-USER may see from the campus
*>   list and rewrites that staffer's rows in STAFF-SCOPE-FILE.
*>   Picking none leaves the staffer unscoped: every campus, as
*>   staff accounts have always worked.
*> ---------------------------------------------------------------
SET-STAFF-SCOPE.
    PERFORM LOAD-UNIVERSITIES
    IF WS-UNIV-COUNT = 0
        MOVE "No university list on file; the account sees every campus."
            TO WS-OUT-LINE
        PERFORM PRINT-LINE
        EXIT PARAGRAPH
    END-IF

    MOVE "Universities:" TO WS-OUT-LINE
    PERFORM PRINT-LINE
    PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > WS-UNIV-COUNT
        MOVE SPACES TO WS-OUT-LINE
        STRING "  " WS-I ". " FUNCTION TRIM(WS-UNIVERSITY-TABLE(WS-I))
          INTO WS-OUT-LINE
        END-STRING
        PERFORM PRINT-LINE
    END-PERFORM

    MOVE 0 TO WS-PICK-COUNT
    MOVE "N" TO WS-DONE
    PERFORM UNTIL WS-DONE = "Y"
        MOVE "University number to add to the scope (blank when done; none picked = all campuses):"
            TO WS-PROMPT
        PERFORM PRINT-PROMPT-AND-READ
        IF FUNCTION TRIM(WS-CHOICE) = SPACES
            MOVE "Y" TO WS-DONE
            EXIT PERFORM
        END-IF

        MOVE 0 TO WS-UNIV-PICK
        IF FUNCTION TEST-NUMVAL(WS-CHOICE) = 0
            MOVE FUNCTION NUMVAL(WS-CHOICE) TO WS-UNIV-PICK
        END-IF
        IF WS-UNIV-PICK = 0 OR WS-UNIV-PICK > WS-UNIV-COUNT
            MOVE "Not a number on the list." TO WS-OUT-LINE
            PERFORM PRINT-LINE
            EXIT PERFORM CYCLE
        END-IF

        MOVE "N" TO WS-PICK-DUP
        PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > WS-PICK-COUNT
            IF WS-PICK-TABLE(WS-I) = WS-UNIVERSITY-TABLE(WS-UNIV-PICK)
                MOVE "Y" TO WS-PICK-DUP
            END-IF
        END-PERFORM
        IF WS-PICK-DUP = "N" AND WS-PICK-COUNT < 20
            ADD 1 TO WS-PICK-COUNT
            MOVE WS-UNIVERSITY-TABLE(WS-UNIV-PICK)
                TO WS-PICK-TABLE(WS-PICK-COUNT)
        END-IF
    END-PERFORM
    MOVE "N" TO WS-DONE

    PERFORM REWRITE-STAFF-SCOPE

    MOVE SPACES TO WS-OUT-LINE
    IF WS-PICK-COUNT = 0
        MOVE "No scope set: this staffer sees every campus."
            TO WS-OUT-LINE
    ELSE
        STRING "Scope set: " WS-PICK-COUNT " university(ies)."
          INTO WS-OUT-LINE
        END-STRING
    END-IF
    PERFORM PRINT-LINE.

LOAD-UNIVERSITIES.
    MOVE 0 TO WS-UNIV-COUNT
    OPEN INPUT UNIVERSITY-FILE
    IF WS-UNIV-STATUS = "35"
        CLOSE UNIVERSITY-FILE
        EXIT PARAGRAPH
    END-IF
    MOVE "N" TO WS-EOF
    PERFORM UNTIL WS-EOF = "Y"
        READ UNIVERSITY-FILE
            AT END
                MOVE "Y" TO WS-EOF
            NOT AT END
                IF UNIVERSITY-REC NOT = SPACES AND WS-UNIV-COUNT < 100
                    ADD 1 TO WS-UNIV-COUNT
                    MOVE UNIVERSITY-REC TO WS-UNIVERSITY-TABLE(WS-UNIV-COUNT)
                END-IF
        END-READ
    END-PERFORM
    CLOSE UNIVERSITY-FILE.

*> ---------------------------------------------------------------
*> REWRITE-STAFF-SCOPE
*>   Load-all/rewrite-all: every other staffer's rows go back
*>   unchanged, then this staffer's picks.
*> ---------------------------------------------------------------
REWRITE-STAFF-SCOPE.
    MOVE 0 TO WS-KEEP-COUNT
    OPEN INPUT STAFF-SCOPE-FILE
    IF WS-SSC-STATUS NOT = "35"
        MOVE "N" TO WS-EOF
        PERFORM UNTIL WS-EOF = "Y"
            READ STAFF-SCOPE-FILE
                AT END
                    MOVE "Y" TO WS-EOF
                NOT AT END
                    IF SSC-STAFF NOT = SPACES
                       AND FUNCTION TRIM(SSC-STAFF)
                           NOT = FUNCTION TRIM(WS-NEW-USER)
                       AND WS-KEEP-COUNT < 2000
                        ADD 1 TO WS-KEEP-COUNT
                        MOVE SSC-STAFF TO WS-KEEP-STAFF(WS-KEEP-COUNT)
                        MOVE SSC-UNIV  TO WS-KEEP-UNIV(WS-KEEP-COUNT)
                    END-IF
            END-READ
        END-PERFORM
    END-IF
    CLOSE STAFF-SCOPE-FILE

    OPEN OUTPUT STAFF-SCOPE-FILE
    PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > WS-KEEP-COUNT
        MOVE SPACES TO STAFF-SCOPE-REC
        MOVE WS-KEEP-STAFF(WS-I) TO SSC-STAFF
        MOVE WS-KEEP-UNIV(WS-I)  TO SSC-UNIV
        MOVE "|" TO STAFF-SCOPE-REC(21:1)
        WRITE STAFF-SCOPE-REC
    END-PERFORM
    PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > WS-PICK-COUNT
        MOVE SPACES TO STAFF-SCOPE-REC
        MOVE FUNCTION TRIM(WS-NEW-USER) TO SSC-STAFF
        MOVE WS-PICK-TABLE(WS-I) TO SSC-UNIV
        MOVE "|" TO STAFF-SCOPE-REC(21:1)
        WRITE STAFF-SCOPE-REC
    END-PERFORM
    CLOSE STAFF-SCOPE-FILE.

*> ---------------------------------------------------------------
*> VALIDATE-NEW-PASSWORD
*>   Same complexity rule as InCollege.cob's VALIDATE-PASSWORD --
