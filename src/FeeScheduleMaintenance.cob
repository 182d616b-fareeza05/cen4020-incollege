       >>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. FeeScheduleMaintenance.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.

*> Run lock shared by the online program and every batch tool that
*> writes the data files, so a load-all/rewrite-all in one program
*> cannot silently erase another's changes mid-run.
    SELECT RUN-LOCK-FILE ASSIGN TO "data/InCollege-RunLock.txt"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-RUNLOCK-STATUS.
    SELECT FEE-FILE ASSIGN TO "data/InCollege-FeeSchedule.txt"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-FEE-STATUS.
    SELECT EMPLOYER-FILE ASSIGN TO "data/InCollege-Employers.txt"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-EMP-STATUS.

DATA DIVISION.
FILE SECTION.

FD  RUN-LOCK-FILE.
01  RUN-LOCK-REC.
    05 RUNLOCK-HOLDER        PIC X(30).
    05 FILLER                PIC X(01).
    05 RUNLOCK-MODE          PIC X(10).
    05 FILLER                PIC X(01).
    05 RUNLOCK-READERS       PIC 9(03).

*> What career services charges employers. One row per fee code
*> (POSTING, RENEWAL, BOOTH) with a blank employer is the standard
*> rate; a row naming an employer is that employer's negotiated rate
*> and wins over the standard one. A rate of zero means the activity
*> is free, so nothing is billed for it.
FD  FEE-FILE.
01  FEE-REC.
    05 FS-CODE               PIC X(10).
    05 FILLER                PIC X(01).
    05 FS-EMPLOYER           PIC X(40).
    05 FILLER                PIC X(01).
    05 FS-AMOUNT             PIC 9(5).99.
    05 FILLER                PIC X(01).
    05 FS-DESC               PIC X(40).

FD  EMPLOYER-FILE.
01  EMPLOYER-REC.
    05 EMP-NAME              PIC X(40).
    05 FILLER                PIC X(01).
    05 EMP-CONTACT           PIC X(60).

WORKING-STORAGE SECTION.

01  WS-RUNLOCK-STATUS          PIC XX VALUE "00".
01  WS-RUNLOCK-MYNAME          PIC X(30) VALUE "FeeScheduleMaintenance".

01  WS-FEE-STATUS             PIC XX VALUE "00".
01  WS-FEE-EOF                PIC X VALUE "N".
01  WS-EMP-STATUS             PIC XX VALUE "00".
01  WS-EMP-EOF                PIC X VALUE "N".

01  WS-FEE-COUNT               PIC 9(3) VALUE 0.
01  WS-FEE-TABLE OCCURS 200 TIMES.
    05 WS-FT-CODE             PIC X(10).
    05 WS-FT-EMPLOYER         PIC X(40).
    05 WS-FT-AMOUNT           PIC 9(5)V99.
    05 WS-FT-DESC             PIC X(40).

01  WS-EMP-COUNT               PIC 9(3) VALUE 0.
01  WS-EMP-TABLE OCCURS 200 TIMES.
    05 WS-ET-NAME             PIC X(40).

01  WS-I                      PIC 9(3) VALUE 0.
01  WS-J                      PIC 9(3) VALUE 0.
01  WS-LEN                    PIC 9(3) VALUE 0.
01  WS-FOUND                  PIC X VALUE "N".
01  WS-NEW-CODE                PIC X(10) VALUE SPACES.
01  WS-NEW-EMPLOYER            PIC X(40) VALUE SPACES.
01  WS-NEW-AMOUNT              PIC 9(5)V99 VALUE 0.
01  WS-AMOUNT-TEXT             PIC ZZZZ9.99.
01  WS-WHO-TEXT                PIC X(40) VALUE SPACES.
01  WS-CHOICE                  PIC X(200) VALUE SPACES.
01  WS-OUT-LINE                PIC X(200) VALUE SPACES.
01  WS-PROMPT                  PIC X(200) VALUE SPACES.
01  WS-DONE                    PIC X VALUE "N".

PROCEDURE DIVISION.

*> ---------------------------------------------------------------
*> MAIN-MAINLINE
*>   Back-office maintenance for the employer fee schedule the
*>   online program prices charges from when a posting is approved
*>   or renewed and when a career fair booth is confirmed. Changing a
*>   rate only affects charges raised afterwards; the ledger keeps the
*>   amount actually billed.
*> ---------------------------------------------------------------
MAIN-MAINLINE.
    PERFORM ACQUIRE-RUN-LOCK
    PERFORM LOAD-ALL-FEES
    PERFORM LOAD-ALL-EMPLOYERS

    MOVE "N" TO WS-DONE
    PERFORM UNTIL WS-DONE = "Y"
        MOVE "--- Employer Fee Schedule Maintenance ---" TO WS-OUT-LINE
        PERFORM PRINT-LINE
        MOVE "1. Set a fee" TO WS-OUT-LINE
        PERFORM PRINT-LINE
        MOVE "2. List fees" TO WS-OUT-LINE
        PERFORM PRINT-LINE
        MOVE "3. Remove a fee" TO WS-OUT-LINE
        PERFORM PRINT-LINE
        MOVE "4. Exit" TO WS-OUT-LINE
        PERFORM PRINT-LINE

        MOVE "Enter your choice:" TO WS-PROMPT
        PERFORM PRINT-PROMPT-AND-READ

        EVALUATE WS-CHOICE(1:1)
            WHEN "1"
                PERFORM SET-FEE
            WHEN "2"
                PERFORM LIST-FEES
            WHEN "3"
                PERFORM REMOVE-FEE
            WHEN "4"
                MOVE "Y" TO WS-DONE
            WHEN OTHER
                MOVE "Invalid choice. Please enter 1-4." TO WS-OUT-LINE
                PERFORM PRINT-LINE
        END-EVALUATE
    END-PERFORM

    PERFORM SAVE-ALL-FEES

    PERFORM RELEASE-RUN-LOCK
    STOP RUN.

LOAD-ALL-FEES.
    MOVE 0 TO WS-FEE-COUNT
    MOVE "N" TO WS-FEE-EOF

    OPEN INPUT FEE-FILE
    IF WS-FEE-STATUS = "35"
        CLOSE FEE-FILE
        OPEN OUTPUT FEE-FILE
        CLOSE FEE-FILE
        EXIT PARAGRAPH
    END-IF

    PERFORM UNTIL WS-FEE-EOF = "Y"
        READ FEE-FILE
            AT END
                MOVE "Y" TO WS-FEE-EOF
            NOT AT END
                IF FS-CODE NOT = SPACES AND WS-FEE-COUNT < 200
                    ADD 1 TO WS-FEE-COUNT
                    MOVE FS-CODE     TO WS-FT-CODE(WS-FEE-COUNT)
                    MOVE FS-EMPLOYER TO WS-FT-EMPLOYER(WS-FEE-COUNT)
                    MOVE FS-DESC     TO WS-FT-DESC(WS-FEE-COUNT)
                    IF FS-AMOUNT(1:5) IS NUMERIC
                       AND FS-AMOUNT(7:2) IS NUMERIC
                        MOVE FS-AMOUNT TO WS-FT-AMOUNT(WS-FEE-COUNT)
                    ELSE
                        MOVE 0 TO WS-FT-AMOUNT(WS-FEE-COUNT)
                    END-IF
                END-IF
        END-READ
    END-PERFORM
    CLOSE FEE-FILE.

SAVE-ALL-FEES.
    OPEN OUTPUT FEE-FILE
    PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > WS-FEE-COUNT
        IF WS-FT-CODE(WS-I) NOT = SPACES
            MOVE SPACES TO FEE-REC
            MOVE WS-FT-CODE(WS-I)     TO FS-CODE
            MOVE WS-FT-EMPLOYER(WS-I) TO FS-EMPLOYER
            MOVE WS-FT-AMOUNT(WS-I)   TO FS-AMOUNT
            MOVE WS-FT-DESC(WS-I)     TO FS-DESC
            MOVE "|" TO FEE-REC(11:1)
            MOVE "|" TO FEE-REC(52:1)
            MOVE "|" TO FEE-REC(61:1)
            WRITE FEE-REC
        END-IF
    END-PERFORM
    CLOSE FEE-FILE.

LOAD-ALL-EMPLOYERS.
    MOVE 0 TO WS-EMP-COUNT
    MOVE "N" TO WS-EMP-EOF

    OPEN INPUT EMPLOYER-FILE
    IF WS-EMP-STATUS = "35"
        CLOSE EMPLOYER-FILE
        EXIT PARAGRAPH
    END-IF

    PERFORM UNTIL WS-EMP-EOF = "Y"
        READ EMPLOYER-FILE
            AT END
                MOVE "Y" TO WS-EMP-EOF
            NOT AT END
                IF EMP-NAME NOT = SPACES AND WS-EMP-COUNT < 200
                    ADD 1 TO WS-EMP-COUNT
                    MOVE EMP-NAME TO WS-ET-NAME(WS-EMP-COUNT)
                END-IF
        END-READ
    END-PERFORM
    CLOSE EMPLOYER-FILE.

*> ---------------------------------------------------------------
*> SET-FEE
*>   Adds or replaces the rate for one fee code, either the standard
*>   rate (employer left blank) or one employer's negotiated rate.
*>   The employer must be on the employer master so the override
*>   matches the spelling the postings carry.
*> ---------------------------------------------------------------
SET-FEE.
    MOVE "Fee code (POSTING, RENEWAL, or BOOTH):" TO WS-PROMPT
    PERFORM PRINT-PROMPT-AND-READ
    MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(WS-CHOICE)) TO WS-NEW-CODE
    IF WS-NEW-CODE NOT = "POSTING" AND WS-NEW-CODE NOT = "RENEWAL"
       AND WS-NEW-CODE NOT = "BOOTH"
        MOVE "Error: Fee code must be POSTING, RENEWAL, or BOOTH."
            TO WS-OUT-LINE
        PERFORM PRINT-LINE
        EXIT PARAGRAPH
    END-IF

    MOVE "Employer (blank for the standard rate):" TO WS-PROMPT
    PERFORM PRINT-PROMPT-AND-READ
    COMPUTE WS-LEN = FUNCTION LENGTH(FUNCTION TRIM(WS-CHOICE))
    IF WS-LEN > 40
        MOVE "Error: Employer name cannot exceed 40 characters."
            TO WS-OUT-LINE
        PERFORM PRINT-LINE
        EXIT PARAGRAPH
    END-IF
    MOVE FUNCTION TRIM(WS-CHOICE) TO WS-NEW-EMPLOYER
    IF WS-NEW-EMPLOYER NOT = SPACES
        MOVE "N" TO WS-FOUND
        PERFORM VARYING WS-J FROM 1 BY 1
            UNTIL WS-J > WS-EMP-COUNT OR WS-FOUND = "Y"
            IF WS-ET-NAME(WS-J) = WS-NEW-EMPLOYER
                MOVE "Y" TO WS-FOUND
            END-IF
        END-PERFORM
        IF WS-FOUND NOT = "Y"
            MOVE "Error: That employer is not on the employer master."
                TO WS-OUT-LINE
            PERFORM PRINT-LINE
            EXIT PARAGRAPH
        END-IF
    END-IF

    MOVE "Amount (0 to 99999.99; 0 means no charge):" TO WS-PROMPT
    PERFORM PRINT-PROMPT-AND-READ
    IF FUNCTION TEST-NUMVAL(WS-CHOICE) NOT = 0
       OR FUNCTION NUMVAL(WS-CHOICE) < 0
       OR FUNCTION NUMVAL(WS-CHOICE) > 99999.99
        MOVE "Error: Amount must be a number from 0 to 99999.99."
            TO WS-OUT-LINE
        PERFORM PRINT-LINE
        EXIT PARAGRAPH
    END-IF
    MOVE FUNCTION NUMVAL(WS-CHOICE) TO WS-NEW-AMOUNT

    MOVE "Description for invoices:" TO WS-PROMPT
    PERFORM PRINT-PROMPT-AND-READ
    COMPUTE WS-LEN = FUNCTION LENGTH(FUNCTION TRIM(WS-CHOICE))
    IF WS-LEN > 40
        MOVE "Error: Description cannot exceed 40 characters."
            TO WS-OUT-LINE
        PERFORM PRINT-LINE
        EXIT PARAGRAPH
    END-IF

    MOVE "N" TO WS-FOUND
    PERFORM VARYING WS-I FROM 1 BY 1
        UNTIL WS-I > WS-FEE-COUNT OR WS-FOUND = "Y"
        IF WS-FT-CODE(WS-I) = WS-NEW-CODE
           AND WS-FT-EMPLOYER(WS-I) = WS-NEW-EMPLOYER
            MOVE "Y" TO WS-FOUND
        END-IF
    END-PERFORM
    IF WS-FOUND = "Y"
        SUBTRACT 1 FROM WS-I
    ELSE
        IF WS-FEE-COUNT >= 200
            MOVE "Fee schedule is full." TO WS-OUT-LINE
            PERFORM PRINT-LINE
            EXIT PARAGRAPH
        END-IF
        ADD 1 TO WS-FEE-COUNT
        MOVE WS-FEE-COUNT TO WS-I
    END-IF

    MOVE WS-NEW-CODE     TO WS-FT-CODE(WS-I)
    MOVE WS-NEW-EMPLOYER TO WS-FT-EMPLOYER(WS-I)
    MOVE WS-NEW-AMOUNT   TO WS-FT-AMOUNT(WS-I)
    MOVE WS-CHOICE       TO WS-FT-DESC(WS-I)

    IF WS-FOUND = "Y"
        MOVE "Fee updated." TO WS-OUT-LINE
    ELSE
        MOVE "Fee added." TO WS-OUT-LINE
    END-IF
    PERFORM PRINT-LINE.

LIST-FEES.
    IF WS-FEE-COUNT = 0
        MOVE "No fees on file; nothing is billed." TO WS-OUT-LINE
        PERFORM PRINT-LINE
        EXIT PARAGRAPH
    END-IF

    PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > WS-FEE-COUNT
        MOVE WS-FT-AMOUNT(WS-I) TO WS-AMOUNT-TEXT
        IF WS-FT-EMPLOYER(WS-I) = SPACES
            MOVE "(standard rate)" TO WS-WHO-TEXT
        ELSE
            MOVE WS-FT-EMPLOYER(WS-I) TO WS-WHO-TEXT
        END-IF
        MOVE SPACES TO WS-OUT-LINE
        STRING WS-I ") "
               FUNCTION TRIM(WS-FT-CODE(WS-I))
               " -- "
               FUNCTION TRIM(WS-WHO-TEXT)
               " -- "
               FUNCTION TRIM(WS-AMOUNT-TEXT)
               " -- "
               FUNCTION TRIM(WS-FT-DESC(WS-I))
          INTO WS-OUT-LINE
        END-STRING
        PERFORM PRINT-LINE
    END-PERFORM.

REMOVE-FEE.
    PERFORM LIST-FEES
    IF WS-FEE-COUNT = 0
        EXIT PARAGRAPH
    END-IF

    MOVE "Number of the fee to remove:" TO WS-PROMPT
    PERFORM PRINT-PROMPT-AND-READ
    IF FUNCTION TEST-NUMVAL(WS-CHOICE) NOT = 0
       OR FUNCTION NUMVAL(WS-CHOICE) < 1
       OR FUNCTION NUMVAL(WS-CHOICE) > WS-FEE-COUNT
        MOVE "Invalid fee number." TO WS-OUT-LINE
        PERFORM PRINT-LINE
        EXIT PARAGRAPH
    END-IF
    MOVE FUNCTION NUMVAL(WS-CHOICE) TO WS-I

    PERFORM VARYING WS-J FROM WS-I BY 1 UNTIL WS-J >= WS-FEE-COUNT
        MOVE WS-FEE-TABLE(WS-J + 1) TO WS-FEE-TABLE(WS-J)
    END-PERFORM
    SUBTRACT 1 FROM WS-FEE-COUNT

    MOVE "Fee removed." TO WS-OUT-LINE
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
