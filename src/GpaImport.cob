       >>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. GpaImport.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.

*> Run lock shared by the online program and every batch tool that
*> writes the data files, so a load-all/rewrite-all in one program
*> cannot silently erase another's changes mid-run.
    SELECT RUN-LOCK-FILE ASSIGN TO "data/InCollege-RunLock.txt"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-RUNLOCK-STATUS.

*> Registrar GPA extract, pipe-delimited, one student per line:
*> username|gpa, where gpa is 0.00 through 4.00. Same feed shape
*> EnrollmentStatusSync and SkillCompletionImport read.
    SELECT FEED-FILE ASSIGN TO "data/InCollege-GpaFeed.txt"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-FEED-STATUS.

    SELECT ACC-FILE ASSIGN TO "data/InCollege-Accounts.txt"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS ACC-USER
        FILE STATUS IS WS-ACC-STATUS.

*> The GPA file the online program reads. Sharing is decided by the
*> student's consent row there, never here: this import only keeps
*> the registrar's figure current.
    SELECT GPA-FILE ASSIGN TO "data/InCollege-Gpa.txt"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-GA-STATUS.

    SELECT REPORT-FILE ASSIGN TO "data/InCollege-GpaImportLog.txt"
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

FD  FEED-FILE.
01  FEED-REC                 PIC X(100).

FD  ACC-FILE.
01  ACC-REC.
    05 ACC-USER            PIC X(20).
    05 ACC-PASS            PIC X(12).
    05 ACC-PASS-DATE       PIC X(10).
    05 ACC-ACCT-TYPE       PIC X(01).
    05 ACC-LAST-LOGIN      PIC X(10).

FD  GPA-FILE.
01  GPA-REC.
    05 GA-USER               PIC X(20).
    05 FILLER                PIC X(01).
    05 GA-GPA                PIC 9.99.
    05 FILLER                PIC X(01).
    05 GA-DATE               PIC X(10).

FD  REPORT-FILE.
01  REPORT-REC               PIC X(200).

WORKING-STORAGE SECTION.

01  WS-RUNLOCK-STATUS          PIC XX VALUE "00".
01  WS-RUNLOCK-MYNAME          PIC X(30) VALUE "GpaImport".

01  WS-FEED-STATUS            PIC XX VALUE "00".
01  WS-ACC-STATUS             PIC XX VALUE "00".
01  WS-GA-STATUS              PIC XX VALUE "00".
01  WS-RPT-STATUS             PIC XX VALUE "00".
01  WS-FEED-EOF               PIC X VALUE "N".
01  WS-ACC-EOF                PIC X VALUE "N".
01  WS-GA-EOF                 PIC X VALUE "N".

01  WS-ROW-COUNT              PIC 9(5) VALUE 0.
01  WS-ADDED-COUNT            PIC 9(5) VALUE 0.
01  WS-UPDATED-COUNT          PIC 9(5) VALUE 0.
01  WS-UNCHANGED-COUNT        PIC 9(5) VALUE 0.
01  WS-REJECT-COUNT           PIC 9(5) VALUE 0.

*> Known accounts with their type: only student ("S") accounts carry
*> a GPA -- a feed name matching a staff or employer account is
*> rejected.
01  WS-USER-COUNT              PIC 9(3) VALUE 0.
01  WS-USER-TABLE.
    05 WS-USER-ENTRY OCCURS 200 TIMES.
        10 WS-UT-NAME         PIC X(20).
        10 WS-UT-TYPE         PIC X(01).

*> The GPA file, held whole and rewritten at the end.
01  WS-GA-COUNT                PIC 9(3) VALUE 0.
01  WS-GA-TABLE OCCURS 500 TIMES.
    05 WS-GAT-USER            PIC X(20).
    05 WS-GAT-GPA             PIC 9V99.
    05 WS-GAT-DATE            PIC X(10).

01  WS-F-USER                  PIC X(20).
01  WS-F-GPA-TEXT              PIC X(20).
01  WS-F-GPA                   PIC 9V99 VALUE 0.
01  WS-GPA-DISP                PIC 9.99.

01  WS-FIELD-COUNT             PIC 9(2) VALUE 0.
01  WS-FIELD-TABLE.
    05 WS-FIELD OCCURS 2 TIMES PIC X(50).
01  WS-I                       PIC 9(3) VALUE 0.
01  WS-K                       PIC 9(3) VALUE 0.
01  WS-FOUND                   PIC X VALUE "N".
01  WS-ACCT-TYPE               PIC X(01) VALUE SPACE.

01  WS-RAW-DATE                PIC X(21) VALUE SPACES.
01  WS-TODAY-DATE              PIC X(10) VALUE SPACES.

PROCEDURE DIVISION.

*> ---------------------------------------------------------------
*> MAIN-MAINLINE
*>   Registrar GPA import. Each good feed row sets that student's
*>   GPA (adding a row the first time). Rows with the wrong number
*>   of fields, a GPA that is not a number from 0.00 to 4.00, no
*>   account, or a non-student account are rejected into the log
*>   and change nothing. Students absent from the feed keep the GPA
*>   they had: a partial extract must never clear anyone's figure.
*> ---------------------------------------------------------------
MAIN-MAINLINE.
    PERFORM ACQUIRE-RUN-LOCK
    PERFORM FORMAT-TODAY-DATE
    PERFORM OPEN-FILES
    PERFORM LOAD-KNOWN-USERS
    PERFORM LOAD-ALL-GPAS
    PERFORM PROCESS-FEED
    PERFORM SAVE-ALL-GPAS

    MOVE SPACES TO REPORT-REC
    STRING "GPA import complete: " WS-ROW-COUNT
           " feed row(s), " WS-ADDED-COUNT
           " added, " WS-UPDATED-COUNT
           " updated, " WS-UNCHANGED-COUNT
           " unchanged, " WS-REJECT-COUNT
           " rejected."
      INTO REPORT-REC
    END-STRING
    WRITE REPORT-REC
    CLOSE REPORT-FILE
    CLOSE FEED-FILE

    DISPLAY "GPA import: " WS-ADDED-COUNT " added, "
        WS-UPDATED-COUNT " updated, " WS-REJECT-COUNT
        " rejected."

    PERFORM RELEASE-RUN-LOCK
    STOP RUN.

OPEN-FILES.
    OPEN INPUT FEED-FILE
    IF WS-FEED-STATUS = "35"
        DISPLAY "No GPA feed file found; nothing to import."
        CLOSE FEED-FILE
        PERFORM RELEASE-RUN-LOCK
        STOP RUN
    END-IF

    OPEN OUTPUT REPORT-FILE
    MOVE "Registrar GPA import run:" TO REPORT-REC
    WRITE REPORT-REC.

LOAD-KNOWN-USERS.
    MOVE 0 TO WS-USER-COUNT
    MOVE "N" TO WS-ACC-EOF

    OPEN INPUT ACC-FILE
    IF WS-ACC-STATUS NOT = "35"
        PERFORM UNTIL WS-ACC-EOF = "Y"
            READ ACC-FILE NEXT RECORD
                AT END
                    MOVE "Y" TO WS-ACC-EOF
                NOT AT END
                    IF WS-USER-COUNT < 200
                        ADD 1 TO WS-USER-COUNT
                        MOVE ACC-USER TO WS-UT-NAME(WS-USER-COUNT)
                        MOVE ACC-ACCT-TYPE
                            TO WS-UT-TYPE(WS-USER-COUNT)
                    END-IF
            END-READ
        END-PERFORM
    END-IF
    CLOSE ACC-FILE.

LOAD-ALL-GPAS.
    MOVE 0 TO WS-GA-COUNT
    MOVE "N" TO WS-GA-EOF

    OPEN INPUT GPA-FILE
    IF WS-GA-STATUS NOT = "35"
        PERFORM UNTIL WS-GA-EOF = "Y"
            READ GPA-FILE
                AT END
                    MOVE "Y" TO WS-GA-EOF
                NOT AT END
                    IF GA-USER NOT = SPACES AND WS-GA-COUNT < 500
                        ADD 1 TO WS-GA-COUNT
                        MOVE GA-USER TO WS-GAT-USER(WS-GA-COUNT)
                        MOVE GA-GPA  TO WS-GAT-GPA(WS-GA-COUNT)
                        MOVE GA-DATE TO WS-GAT-DATE(WS-GA-COUNT)
                    END-IF
            END-READ
        END-PERFORM
    END-IF
    CLOSE GPA-FILE.

SAVE-ALL-GPAS.
    OPEN OUTPUT GPA-FILE
    PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > WS-GA-COUNT
        MOVE SPACES TO GPA-REC
        MOVE WS-GAT-USER(WS-I) TO GA-USER
        MOVE WS-GAT-GPA(WS-I)  TO GA-GPA
        MOVE WS-GAT-DATE(WS-I) TO GA-DATE
        MOVE "|" TO GPA-REC(21:1)
        MOVE "|" TO GPA-REC(26:1)
        WRITE GPA-REC
    END-PERFORM
    CLOSE GPA-FILE.

PROCESS-FEED.
    MOVE "N" TO WS-FEED-EOF
    PERFORM UNTIL WS-FEED-EOF = "Y"
        READ FEED-FILE
            AT END
                MOVE "Y" TO WS-FEED-EOF
            NOT AT END
                IF FUNCTION TRIM(FEED-REC) NOT = SPACES
                    ADD 1 TO WS-ROW-COUNT
                    PERFORM IMPORT-ONE-ROW
                END-IF
        END-READ
    END-PERFORM.

IMPORT-ONE-ROW.
    MOVE SPACES TO WS-FIELD-TABLE
    MOVE 0 TO WS-FIELD-COUNT
    UNSTRING FEED-REC DELIMITED BY "|"
        INTO WS-FIELD(1) WS-FIELD(2)
        TALLYING IN WS-FIELD-COUNT
    END-UNSTRING

    IF WS-FIELD-COUNT NOT = 2
        MOVE SPACES TO REPORT-REC
        STRING "  REJECTED row " WS-ROW-COUNT
               " -- expected 2 fields, found " WS-FIELD-COUNT
          INTO REPORT-REC
        END-STRING
        WRITE REPORT-REC
        ADD 1 TO WS-REJECT-COUNT
        EXIT PARAGRAPH
    END-IF

    MOVE FUNCTION TRIM(WS-FIELD(1)) TO WS-F-USER
    MOVE FUNCTION TRIM(WS-FIELD(2)) TO WS-F-GPA-TEXT

    IF WS-F-GPA-TEXT = SPACES
       OR FUNCTION TEST-NUMVAL(WS-F-GPA-TEXT) NOT = 0
        MOVE SPACES TO REPORT-REC
        STRING "  REJECTED " FUNCTION TRIM(WS-F-USER)
               " -- GPA is not a number: "
               FUNCTION TRIM(WS-F-GPA-TEXT)
          INTO REPORT-REC
        END-STRING
        WRITE REPORT-REC
        ADD 1 TO WS-REJECT-COUNT
        EXIT PARAGRAPH
    END-IF

    IF FUNCTION NUMVAL(WS-F-GPA-TEXT) < 0
       OR FUNCTION NUMVAL(WS-F-GPA-TEXT) > 4
        MOVE SPACES TO REPORT-REC
        STRING "  REJECTED " FUNCTION TRIM(WS-F-USER)
               " -- GPA out of range 0.00-4.00: "
               FUNCTION TRIM(WS-F-GPA-TEXT)
          INTO REPORT-REC
        END-STRING
        WRITE REPORT-REC
        ADD 1 TO WS-REJECT-COUNT
        EXIT PARAGRAPH
    END-IF
    MOVE FUNCTION NUMVAL(WS-F-GPA-TEXT) TO WS-F-GPA

    PERFORM FIND-FEED-ACCOUNT
    IF WS-FOUND = "N"
        MOVE SPACES TO REPORT-REC
        STRING "  REJECTED " FUNCTION TRIM(WS-F-USER)
               " -- no account on file"
          INTO REPORT-REC
        END-STRING
        WRITE REPORT-REC
        ADD 1 TO WS-REJECT-COUNT
        EXIT PARAGRAPH
    END-IF

    IF WS-ACCT-TYPE NOT = "S"
        MOVE SPACES TO REPORT-REC
        STRING "  REJECTED " FUNCTION TRIM(WS-F-USER)
               " -- not a student account (type "
               WS-ACCT-TYPE ")"
          INTO REPORT-REC
        END-STRING
        WRITE REPORT-REC
        ADD 1 TO WS-REJECT-COUNT
        EXIT PARAGRAPH
    END-IF

    PERFORM STORE-GPA.

FIND-FEED-ACCOUNT.
    MOVE "N" TO WS-FOUND
    MOVE SPACE TO WS-ACCT-TYPE
    PERFORM VARYING WS-K FROM 1 BY 1
        UNTIL WS-K > WS-USER-COUNT OR WS-FOUND = "Y"
        IF FUNCTION TRIM(WS-UT-NAME(WS-K)) = FUNCTION TRIM(WS-F-USER)
            MOVE "Y" TO WS-FOUND
            MOVE WS-UT-TYPE(WS-K) TO WS-ACCT-TYPE
        END-IF
    END-PERFORM.

STORE-GPA.
    MOVE WS-F-GPA TO WS-GPA-DISP
    PERFORM VARYING WS-K FROM 1 BY 1 UNTIL WS-K > WS-GA-COUNT
        IF FUNCTION TRIM(WS-GAT-USER(WS-K)) = FUNCTION TRIM(WS-F-USER)
            IF WS-GAT-GPA(WS-K) = WS-F-GPA
                ADD 1 TO WS-UNCHANGED-COUNT
            ELSE
                MOVE WS-F-GPA      TO WS-GAT-GPA(WS-K)
                MOVE WS-TODAY-DATE TO WS-GAT-DATE(WS-K)
                ADD 1 TO WS-UPDATED-COUNT
                MOVE SPACES TO REPORT-REC
                STRING "  " FUNCTION TRIM(WS-F-USER)
                       " -- updated to " WS-GPA-DISP
                  INTO REPORT-REC
                END-STRING
                WRITE REPORT-REC
            END-IF
            EXIT PARAGRAPH
        END-IF
    END-PERFORM

    IF WS-GA-COUNT >= 500
        MOVE SPACES TO REPORT-REC
        STRING "  REJECTED " FUNCTION TRIM(WS-F-USER)
               " -- GPA file is full"
          INTO REPORT-REC
        END-STRING
        WRITE REPORT-REC
        ADD 1 TO WS-REJECT-COUNT
        EXIT PARAGRAPH
    END-IF
    ADD 1 TO WS-GA-COUNT
    MOVE WS-F-USER     TO WS-GAT-USER(WS-GA-COUNT)
    MOVE WS-F-GPA      TO WS-GAT-GPA(WS-GA-COUNT)
    MOVE WS-TODAY-DATE TO WS-GAT-DATE(WS-GA-COUNT)
    ADD 1 TO WS-ADDED-COUNT

    MOVE SPACES TO REPORT-REC
    STRING "  " FUNCTION TRIM(WS-F-USER)
           " -- added at " WS-GPA-DISP
      INTO REPORT-REC
    END-STRING
    WRITE REPORT-REC.

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
