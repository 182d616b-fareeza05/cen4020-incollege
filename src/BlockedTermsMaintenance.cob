       >>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. BlockedTermsMaintenance.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.

*> Run lock shared by the online program and every batch tool that
*> writes the data files, so a load-all/rewrite-all in one program
*> cannot silently erase another's changes mid-run.
    SELECT RUN-LOCK-FILE ASSIGN TO "data/InCollege-RunLock.txt"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-RUNLOCK-STATUS.

    SELECT BLOCKED-TERMS-FILE ASSIGN TO "data/InCollege-BlockedTerms.txt"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-BTERM-STATUS.

DATA DIVISION.
FILE SECTION.

FD  RUN-LOCK-FILE.
01  RUN-LOCK-REC.
    05 RUNLOCK-HOLDER        PIC X(30).
    05 FILLER                PIC X(01).
    05 RUNLOCK-MODE          PIC X(10).
    05 FILLER                PIC X(01).
    05 RUNLOCK-READERS       PIC 9(03).

*> One term or phrase per row, upper case.
FD  BLOCKED-TERMS-FILE.
01  BLOCKED-TERMS-REC        PIC X(30).

WORKING-STORAGE SECTION.

01  WS-RUNLOCK-STATUS          PIC XX VALUE "00".
01  WS-RUNLOCK-MYNAME          PIC X(30) VALUE "BlockedTermsMaintenance".

01  WS-BTERM-STATUS           PIC XX VALUE "00".
01  WS-BTERM-EOF              PIC X VALUE "N".

01  WS-BTERM-COUNT            PIC 9(3) VALUE 0.
01  WS-BTERM-TABLE OCCURS 200 TIMES PIC X(30) VALUE SPACES.

01  WS-I                      PIC 9(3) VALUE 0.
01  WS-LEN                    PIC 9(3) VALUE 0.
01  WS-PICK                   PIC 9(3) VALUE 0.
01  WS-CHOICE                  PIC X(200) VALUE SPACES.
01  WS-OUT-LINE                PIC X(200) VALUE SPACES.
01  WS-PROMPT                  PIC X(200) VALUE SPACES.
01  WS-DONE                    PIC X VALUE "N".
01  WS-CHANGED                 PIC X VALUE "N".
01  WS-NEW-TERM                PIC X(30) VALUE SPACES.

PROCEDURE DIVISION.

*> ---------------------------------------------------------------
*> MAIN-MAINLINE
*>   Career services' list of terms that hold a status update,
*>   feed comment, group post or recommendation for review instead
*>   of publishing it. Terms are kept upper case and matched as
*>   whole words or phrases by the online screen. Any change here
*>   is picked up by the nightly BlockedTermsRescan, which holds
*>   existing content the new list catches.
*> ---------------------------------------------------------------
MAIN-MAINLINE.
    PERFORM ACQUIRE-RUN-LOCK
    PERFORM LOAD-BLOCKED-TERMS

    MOVE "N" TO WS-DONE
    PERFORM UNTIL WS-DONE = "Y"
        MOVE "--- Blocked Terms Maintenance ---" TO WS-OUT-LINE
        PERFORM PRINT-LINE
        MOVE "1. Add a term" TO WS-OUT-LINE
        PERFORM PRINT-LINE
        MOVE "2. Remove a term" TO WS-OUT-LINE
        PERFORM PRINT-LINE
        MOVE "3. List terms" TO WS-OUT-LINE
        PERFORM PRINT-LINE
        MOVE "4. Exit" TO WS-OUT-LINE
        PERFORM PRINT-LINE

        MOVE "Enter your choice:" TO WS-PROMPT
        PERFORM PRINT-PROMPT-AND-READ

        EVALUATE WS-CHOICE(1:1)
            WHEN "1"
                PERFORM ADD-TERM
            WHEN "2"
                PERFORM REMOVE-TERM
            WHEN "3"
                PERFORM LIST-TERMS
            WHEN "4"
                MOVE "Y" TO WS-DONE
            WHEN OTHER
                MOVE "Invalid choice. Please enter 1-4." TO WS-OUT-LINE
                PERFORM PRINT-LINE
        END-EVALUATE
    END-PERFORM

    IF WS-CHANGED = "Y"
        PERFORM SAVE-BLOCKED-TERMS
        MOVE "Saved. Existing content is rescanned against the new list tonight."
            TO WS-OUT-LINE
        PERFORM PRINT-LINE
    END-IF

    PERFORM RELEASE-RUN-LOCK
    STOP RUN.

LOAD-BLOCKED-TERMS.
    MOVE 0 TO WS-BTERM-COUNT
    MOVE "N" TO WS-BTERM-EOF

    OPEN INPUT BLOCKED-TERMS-FILE
    IF WS-BTERM-STATUS = "35"
        CLOSE BLOCKED-TERMS-FILE
        OPEN OUTPUT BLOCKED-TERMS-FILE
        CLOSE BLOCKED-TERMS-FILE
        EXIT PARAGRAPH
    END-IF

    PERFORM UNTIL WS-BTERM-EOF = "Y"
        READ BLOCKED-TERMS-FILE
            AT END
                MOVE "Y" TO WS-BTERM-EOF
            NOT AT END
                IF BLOCKED-TERMS-REC NOT = SPACES AND WS-BTERM-COUNT < 200
                    ADD 1 TO WS-BTERM-COUNT
                    MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(BLOCKED-TERMS-REC))
                        TO WS-BTERM-TABLE(WS-BTERM-COUNT)
                END-IF
        END-READ
    END-PERFORM
    CLOSE BLOCKED-TERMS-FILE.

SAVE-BLOCKED-TERMS.
    OPEN OUTPUT BLOCKED-TERMS-FILE
    PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > WS-BTERM-COUNT
        MOVE WS-BTERM-TABLE(WS-I) TO BLOCKED-TERMS-REC
        WRITE BLOCKED-TERMS-REC
    END-PERFORM
    CLOSE BLOCKED-TERMS-FILE.

LIST-TERMS.
    IF WS-BTERM-COUNT = 0
        MOVE "No blocked terms on file." TO WS-OUT-LINE
        PERFORM PRINT-LINE
        EXIT PARAGRAPH
    END-IF

    PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > WS-BTERM-COUNT
        MOVE SPACES TO WS-OUT-LINE
        STRING WS-I ") "
               FUNCTION TRIM(WS-BTERM-TABLE(WS-I))
          INTO WS-OUT-LINE
        END-STRING
        PERFORM PRINT-LINE
    END-PERFORM.

ADD-TERM.
    IF WS-BTERM-COUNT >= 200
        MOVE "The blocked-terms list is full." TO WS-OUT-LINE
        PERFORM PRINT-LINE
        EXIT PARAGRAPH
    END-IF

    MOVE "New term or phrase:" TO WS-PROMPT
    PERFORM PRINT-PROMPT-AND-READ

    COMPUTE WS-LEN = FUNCTION LENGTH(FUNCTION TRIM(WS-CHOICE))
    IF FUNCTION TRIM(WS-CHOICE) = SPACES OR WS-LEN > 30
        MOVE "Error: A term is required (max 30 characters)." TO WS-OUT-LINE
        PERFORM PRINT-LINE
        EXIT PARAGRAPH
    END-IF
    MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(WS-CHOICE)) TO WS-NEW-TERM

    PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > WS-BTERM-COUNT
        IF WS-BTERM-TABLE(WS-I) = WS-NEW-TERM
            MOVE "That term is already on the list." TO WS-OUT-LINE
            PERFORM PRINT-LINE
            EXIT PARAGRAPH
        END-IF
    END-PERFORM

    ADD 1 TO WS-BTERM-COUNT
    MOVE WS-NEW-TERM TO WS-BTERM-TABLE(WS-BTERM-COUNT)
    MOVE "Y" TO WS-CHANGED

    MOVE "Term added." TO WS-OUT-LINE
    PERFORM PRINT-LINE.

REMOVE-TERM.
    PERFORM LIST-TERMS
    IF WS-BTERM-COUNT = 0
        EXIT PARAGRAPH
    END-IF

    MOVE "Enter the number to remove:" TO WS-PROMPT
    PERFORM PRINT-PROMPT-AND-READ

    MOVE 0 TO WS-PICK
    IF FUNCTION TEST-NUMVAL(WS-CHOICE) = 0
        MOVE FUNCTION NUMVAL(WS-CHOICE) TO WS-PICK
    END-IF
    IF WS-PICK < 1 OR WS-PICK > WS-BTERM-COUNT
        MOVE "Invalid number." TO WS-OUT-LINE
        PERFORM PRINT-LINE
        EXIT PARAGRAPH
    END-IF

    *> Content already held under the term stays in the moderation
    *> queue for staff to decide; removing it only stops new holds.
    PERFORM VARYING WS-I FROM WS-PICK BY 1 UNTIL WS-I >= WS-BTERM-COUNT
        MOVE WS-BTERM-TABLE(WS-I + 1) TO WS-BTERM-TABLE(WS-I)
    END-PERFORM
    SUBTRACT 1 FROM WS-BTERM-COUNT
    MOVE "Y" TO WS-CHANGED

    MOVE "Term removed." TO WS-OUT-LINE
    PERFORM PRINT-LINE.

PRINT-PROMPT-AND-READ.
    MOVE WS-PROMPT TO WS-OUT-LINE
    PERFORM PRINT-LINE
    MOVE SPACES TO WS-CHOICE
    ACCEPT WS-CHOICE FROM CONSOLE.

PRINT-LINE.
    DISPLAY WS-OUT-LINE.

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
