        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-AUDIT-STATUS.

*> Old-to-new username pairs from AccountRenameTool. Audit rows keep
*> the name current when they were written, so a username filter
*> also matches every name linked to it through these pairs.
    SELECT ALIAS-FILE ASSIGN TO "data/InCollege-UsernameAliases.txt"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-ALIAS-STATUS.

DATA DIVISION.
FILE SECTION.

    05 FILLER               PIC X(01).
    05 AUDIT-CHAIN          PIC X(12).

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

01  WS-RUNLOCK-STATUS         PIC XX VALUE "00".
01  WS-I                      PIC 9(2) VALUE 0.
01  WS-FOUND                  PIC X VALUE "N".

*> The queried username plus every name linked to it by a username
*> change, in either direction and through any number of changes.
01  WS-ALIAS-STATUS           PIC XX VALUE "00".
01  WS-ALIAS-EOF              PIC X VALUE "N".
01  WS-ALIAS-COUNT            PIC 9(3) VALUE 0.
01  WS-ALIAS-TABLE OCCURS 500 TIMES.
    05 WS-ALT-OLD             PIC X(20).
    05 WS-ALT-NEW             PIC X(20).
01  WS-A                      PIC 9(3) VALUE 0.
01  WS-NAME-COUNT             PIC 9(2) VALUE 0.
01  WS-NAME-SET OCCURS 20 TIMES PIC X(20).
01  WS-N                      PIC 9(2) VALUE 0.
01  WS-OLD-IN-SET             PIC X VALUE "N".
01  WS-NEW-IN-SET             PIC X VALUE "N".
01  WS-SET-GREW               PIC X VALUE "N".

PROCEDURE DIVISION.

*> ---------------------------------------------------------------
    MOVE "Username to match (blank for any):" TO WS-PROMPT
    PERFORM PRINT-PROMPT-AND-READ
    MOVE WS-CHOICE TO WS-Q-USER
    PERFORM LINK-USER-ALIASES

    MOVE "Event type to match, e.g. LOGIN-FAILURE (blank for any):"
        TO WS-PROMPT
    MOVE "Matching audit entries:" TO WS-OUT-LINE
    PERFORM PRINT-LINE.

*> ---------------------------------------------------------------
*> LINK-USER-ALIASES
*>   Builds WS-NAME-SET from the queried username: every alias pair
*>   with one side already in the set adds the other, repeated until
*>   a pass adds nothing, so a member renamed twice is followed back
*>   (or forward) through both changes.
*> ---------------------------------------------------------------
LINK-USER-ALIASES.
    MOVE 0 TO WS-NAME-COUNT
    IF FUNCTION TRIM(WS-Q-USER) = SPACES
        EXIT PARAGRAPH
    END-IF
    MOVE 1 TO WS-NAME-COUNT
    MOVE WS-Q-USER TO WS-NAME-SET(1)

    MOVE 0 TO WS-ALIAS-COUNT
    OPEN INPUT ALIAS-FILE
    IF WS-ALIAS-STATUS = "35"
        CLOSE ALIAS-FILE
        EXIT PARAGRAPH
    END-IF
    MOVE "N" TO WS-ALIAS-EOF
    PERFORM UNTIL WS-ALIAS-EOF = "Y"
        READ ALIAS-FILE
            AT END
                MOVE "Y" TO WS-ALIAS-EOF
            NOT AT END
                IF WS-ALIAS-COUNT < 500
                    ADD 1 TO WS-ALIAS-COUNT
                    MOVE AL-OLD TO WS-ALT-OLD(WS-ALIAS-COUNT)
                    MOVE AL-NEW TO WS-ALT-NEW(WS-ALIAS-COUNT)
                END-IF
        END-READ
    END-PERFORM
    CLOSE ALIAS-FILE

    MOVE "Y" TO WS-SET-GREW
    PERFORM UNTIL WS-SET-GREW = "N"
        MOVE "N" TO WS-SET-GREW
        PERFORM VARYING WS-A FROM 1 BY 1 UNTIL WS-A > WS-ALIAS-COUNT
            PERFORM LINK-ONE-ALIAS
        END-PERFORM
    END-PERFORM

    IF WS-NAME-COUNT > 1
        MOVE "Also matching names linked by a username change:"
            TO WS-OUT-LINE
        PERFORM PRINT-LINE
        PERFORM VARYING WS-N FROM 2 BY 1 UNTIL WS-N > WS-NAME-COUNT
            MOVE SPACES TO WS-OUT-LINE
            STRING "  " FUNCTION TRIM(WS-NAME-SET(WS-N))
              INTO WS-OUT-LINE
            END-STRING
            PERFORM PRINT-LINE
        END-PERFORM
    END-IF.

LINK-ONE-ALIAS.
    MOVE "N" TO WS-OLD-IN-SET
    MOVE "N" TO WS-NEW-IN-SET
    PERFORM VARYING WS-N FROM 1 BY 1 UNTIL WS-N > WS-NAME-COUNT
        IF WS-NAME-SET(WS-N) = WS-ALT-OLD(WS-A)
            MOVE "Y" TO WS-OLD-IN-SET
        END-IF
        IF WS-NAME-SET(WS-N) = WS-ALT-NEW(WS-A)
            MOVE "Y" TO WS-NEW-IN-SET
        END-IF
    END-PERFORM

    IF WS-OLD-IN-SET = WS-NEW-IN-SET OR WS-NAME-COUNT >= 20
        EXIT PARAGRAPH
    END-IF
    ADD 1 TO WS-NAME-COUNT
    IF WS-OLD-IN-SET = "Y"
        MOVE WS-ALT-NEW(WS-A) TO WS-NAME-SET(WS-NAME-COUNT)
    ELSE
        MOVE WS-ALT-OLD(WS-A) TO WS-NAME-SET(WS-NAME-COUNT)
    END-IF
    MOVE "Y" TO WS-SET-GREW.

SCAN-LOG.
    MOVE "N" TO WS-AUDIT-EOF
    PERFORM UNTIL WS-AUDIT-EOF = "Y"
    MOVE AUDIT-TIMESTAMP(1:10) TO WS-ROW-DATE

    IF FUNCTION TRIM(WS-Q-USER) NOT = SPACES
        MOVE "N" TO WS-FOUND
        PERFORM VARYING WS-N FROM 1 BY 1 UNTIL WS-N > WS-NAME-COUNT
            IF AUDIT-USER = WS-NAME-SET(WS-N)
                MOVE "Y" TO WS-FOUND
            END-IF
        END-PERFORM
        IF WS-FOUND = "N"
            MOVE "N" TO WS-KEEP
        END-IF
    END-IF

    IF FUNCTION TRIM(WS-Q-EVENT) NOT = SPACES
