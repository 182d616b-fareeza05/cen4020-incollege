        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-RPT-STATUS.

*> Names retired by a username change stay reserved -- see
*> AccountRenameTool.
    SELECT ALIAS-FILE ASSIGN TO "data/InCollege-UsernameAliases.txt"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-ALIAS-STATUS.

DATA DIVISION.
FILE SECTION.

FD  REPORT-FILE.
01  REPORT-REC                PIC X(200).

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
01  WS-PROF-STATUS            PIC XX VALUE "00".
01  WS-RPT-STATUS             PIC XX VALUE "00".
01  WS-ROSTER-EOF              PIC X VALUE "N".
01  WS-ALIAS-STATUS           PIC XX VALUE "00".
01  WS-ALIAS-EOF              PIC X VALUE "N".
01  WS-RETIRED-NAME           PIC X VALUE "N".
01  WS-CHECK-NAME             PIC X(20) VALUE SPACES.

01  WS-DEFAULT-PASSWORD        PIC X(12) VALUE "Welcome1!".

    MOVE WS-FIELD(5) TO WS-R-MAJOR
    MOVE FUNCTION NUMVAL(WS-FIELD(6)) TO WS-R-GRAD

    MOVE WS-R-USER TO WS-CHECK-NAME
    PERFORM CHECK-RETIRED-NAME
    IF WS-RETIRED-NAME = "Y"
        MOVE SPACES TO REPORT-REC
        STRING "  " FUNCTION TRIM(WS-R-USER)
               " -- skipped, username retired by a username change"
          INTO REPORT-REC
        END-STRING
        WRITE REPORT-REC
        ADD 1 TO WS-SKIPPED-COUNT
        EXIT PARAGRAPH
    END-IF

    MOVE WS-R-USER TO ACC-USER
    READ ACC-FILE
        INVALID KEY
            ADD 1 TO WS-SKIPPED-COUNT
    END-READ.

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

WRITE-ACCOUNT-ROW.
    MOVE WS-R-USER          TO ACC-USER
    *> Only the one-way scramble of the shared default password is
