        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-PKT-STATUS.

    SELECT SCREEN-ANSWER-FILE ASSIGN TO "data/InCollege-ScreeningAnswers.txt"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-SA-STATUS.

    SELECT HIRING-NOTE-FILE ASSIGN TO "data/InCollege-HiringNotes.txt"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-HN-STATUS.

    SELECT RECORD-ACCESS-FILE ASSIGN TO "data/InCollege-RecordAccess.txt"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-RA-STATUS.

    SELECT REFCHECK-FILE ASSIGN TO "data/InCollege-ReferenceChecks.txt"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-RK-STATUS.

DATA DIVISION.
FILE SECTION.

FD  PACKET-FILE.
01  PACKET-REC              PIC X(200).

*> Screening answers appended by APPLY-TO-JOB in InCollege.cob; an
*> SA-SEQ of 1 starts a new set, and the latest set is the one that
*> counts.
FD  SCREEN-ANSWER-FILE.
01  SCREEN-ANSWER-REC.
    05 SA-USER               PIC X(20).
    05 FILLER                PIC X(01).
    05 SA-TITLE              PIC X(40).
    05 FILLER                PIC X(01).
    05 SA-EMPLOYER           PIC X(40).
    05 FILLER                PIC X(01).
    05 SA-SEQ                PIC 9(01).
    05 FILLER                PIC X(01).
    05 SA-QUESTION           PIC X(80).
    05 FILLER                PIC X(01).
    05 SA-ANSWER             PIC X(80).

*> Hiring-team notes written from REVIEW-APPLICATIONS-SCREEN in
*> InCollege.cob; internal to the employer's team, so they go into
*> an internal copy of the packet only.
FD  HIRING-NOTE-FILE.
01  HIRING-NOTE-REC.
    05 HN-USER               PIC X(20).
    05 FILLER                PIC X(01).
    05 HN-TITLE              PIC X(40).
    05 FILLER                PIC X(01).
    05 HN-EMPLOYER           PIC X(40).
    05 FILLER                PIC X(01).
    05 HN-AUTHOR             PIC X(20).
    05 FILLER                PIC X(01).
    05 HN-DATE               PIC X(10).
    05 FILLER                PIC X(01).
    05 HN-TEXT               PIC X(200).

*> Staff record-access log, same layout InCollege.cob appends to:
*> every applicant put into a packet is a student record read.
FD  RECORD-ACCESS-FILE.
01  RECORD-ACCESS-REC.
    05 RA-TIMESTAMP          PIC X(20).
    05 FILLER                PIC X(01).
    05 RA-STAFF              PIC X(20).
    05 FILLER                PIC X(01).
    05 RA-STUDENT            PIC X(20).
    05 FILLER                PIC X(01).
    05 RA-SCREEN             PIC X(20).
    05 FILLER                PIC X(01).
    05 RA-PURPOSE            PIC X(10).

*> Reference checks, same layout InCollege.cob keeps: a blank
*> RK-REFEREE is the employer's request, every other row one
*> referee's reference, answered once RK-STATUS is RETURNED.
FD  REFCHECK-FILE.
01  REFCHECK-REC.
    05 RK-USER               PIC X(20).
    05 FILLER                PIC X(01).
    05 RK-TITLE              PIC X(40).
    05 FILLER                PIC X(01).
    05 RK-EMPLOYER           PIC X(40).
    05 FILLER                PIC X(01).
    05 RK-REFEREE            PIC X(20).
    05 FILLER                PIC X(01).
    05 RK-SOURCE             PIC X(01).
    05 FILLER                PIC X(01).
    05 RK-STATUS             PIC X(10).
    05 FILLER                PIC X(01).
    05 RK-REQ-BY             PIC X(20).
    05 FILLER                PIC X(01).
    05 RK-DATE               PIC X(10).
    05 FILLER                PIC X(01).
    05 RK-KNOWN-HOW          PIC X(40).
    05 FILLER                PIC X(01).
    05 RK-RELIABILITY        PIC 9(01).
    05 FILLER                PIC X(01).
    05 RK-SKILLS             PIC 9(01).
    05 FILLER                PIC X(01).
    05 RK-REHIRE             PIC X(03).
    05 FILLER                PIC X(01).
    05 RK-COMMENT            PIC X(80).

WORKING-STORAGE SECTION.

01  WS-APP-STATUS            PIC XX VALUE "00".
01  WS-PKT-STATUS            PIC XX VALUE "00".
01  WS-APP-EOF               PIC X VALUE "N".
01  WS-SA-STATUS             PIC XX VALUE "00".
01  WS-SA-EOF                PIC X VALUE "N".
01  WS-HN-STATUS             PIC XX VALUE "00".
01  WS-HN-EOF                PIC X VALUE "N".
01  WS-HN-SHOWN              PIC 9(3) VALUE 0.
01  WS-RK-STATUS             PIC XX VALUE "00".
01  WS-RK-EOF                PIC X VALUE "N".
01  WS-RK-SHOWN              PIC 9(3) VALUE 0.
01  WS-INTERNAL-COPY         PIC X VALUE "N".
01  WS-RA-STATUS             PIC XX VALUE "00".
01  WS-RA-STAFF              PIC X(20) VALUE SPACES.
01  WS-RA-PURPOSE            PIC X(10) VALUE SPACES.
01  WS-RA-TS                 PIC X(20) VALUE SPACES.
01  WS-RAW-DATE              PIC X(21) VALUE SPACES.

01  WS-SCR-COUNT             PIC 9(1) VALUE 0.
01  WS-SCR-I                 PIC 9(1) VALUE 0.
01  WS-SCR-ANSWERS.
    05 WS-SCR-ROW OCCURS 5 TIMES.
        10 WS-SCR-TEXT       PIC X(80).
        10 WS-SCR-ANSWER     PIC X(80).

01  WS-CHOICE                PIC X(200) VALUE SPACES.
01  WS-OUT-LINE              PIC X(200) VALUE SPACES.
*>   ApplicationVolumeReport groups its counts, and writes a readable
*>   packet per posting -- each applicant's name, university, major,
*>   About text, and Experience/Education entries laid out the way
*>   DISPLAY-FOUND-PROFILE prints a live profile, followed by any
*>   screening answers given with the application and the references
*>   returned to that employer. Prompting for ALL exports every
*>   employer in one run. Asking for an internal copy
*>   adds the hiring team's notes on each applicant; the default
*>   packet never carries them.
*>   Whoever runs the export gives their staff username and a
*>   purpose, and each applicant packed is logged to the staff
*>   record-access log.
*> ---------------------------------------------------------------
MAIN-MAINLINE.
    PERFORM OPEN-FILES
    PERFORM ASK-EMPLOYER
    PERFORM ASK-INTERNAL-COPY
    PERFORM ASK-STAFF-AND-PURPOSE
    PERFORM LOAD-APPLICATIONS
    PERFORM SORT-APPLICATIONS
    PERFORM WRITE-PACKETS
        MOVE WS-CHOICE TO WS-WANT-EMPLOYER
    END-IF.

ASK-INTERNAL-COPY.
    MOVE "Internal copy including hiring-team notes? (Y/N):"
        TO WS-PROMPT
    PERFORM PRINT-PROMPT-AND-READ

    IF FUNCTION UPPER-CASE(FUNCTION TRIM(WS-CHOICE)) = "Y"
        MOVE "Y" TO WS-INTERNAL-COPY
    ELSE
        MOVE "N" TO WS-INTERNAL-COPY
    END-IF.

*> ---------------------------------------------------------------
*> ASK-STAFF-AND-PURPOSE
*>   A packet discloses every applicant in it, so the run records
*>   who is producing it and why, as the staff screens do. Without
*>   both, no packet is written.
*> ---------------------------------------------------------------
ASK-STAFF-AND-PURPOSE.
    MOVE "Your staff username:" TO WS-PROMPT
    PERFORM PRINT-PROMPT-AND-READ
    MOVE FUNCTION TRIM(WS-CHOICE) TO WS-RA-STAFF
    IF WS-RA-STAFF = SPACES
        DISPLAY "A staff username is required to export applicant packets."
        CLOSE APPLICATION-FILE
        STOP RUN
    END-IF

    MOVE "Purpose of access:" TO WS-OUT-LINE
    PERFORM PRINT-LINE
    MOVE "1. Advising (academic or career advising)" TO WS-OUT-LINE
    PERFORM PRINT-LINE
    MOVE "2. Placement (employment or internship support)" TO WS-OUT-LINE
    PERFORM PRINT-LINE
    MOVE "3. Records request" TO WS-OUT-LINE
    PERFORM PRINT-LINE
    MOVE "4. Compliance or audit review" TO WS-OUT-LINE
    PERFORM PRINT-LINE
    MOVE "5. Conduct or moderation matter" TO WS-OUT-LINE
    PERFORM PRINT-LINE
    MOVE "6. Other legitimate educational interest" TO WS-OUT-LINE
    PERFORM PRINT-LINE
    MOVE "Enter the purpose (1-6):" TO WS-PROMPT
    PERFORM PRINT-PROMPT-AND-READ

    MOVE SPACES TO WS-RA-PURPOSE
    EVALUATE FUNCTION TRIM(WS-CHOICE)
        WHEN "1"
            MOVE "ADVISING"   TO WS-RA-PURPOSE
        WHEN "2"
            MOVE "PLACEMENT"  TO WS-RA-PURPOSE
        WHEN "3"
            MOVE "RECORDS"    TO WS-RA-PURPOSE
        WHEN "4"
            MOVE "COMPLIANCE" TO WS-RA-PURPOSE
        WHEN "5"
            MOVE "CONDUCT"    TO WS-RA-PURPOSE
        WHEN "6"
            MOVE "OTHER"      TO WS-RA-PURPOSE
        WHEN OTHER
            DISPLAY "A purpose must be chosen to export applicant packets."
            CLOSE APPLICATION-FILE
            STOP RUN
    END-EVALUATE.

LOAD-APPLICATIONS.
    MOVE "N" TO WS-APP-EOF
    PERFORM UNTIL WS-APP-EOF = "Y"
WRITE-PACKETS.
    OPEN OUTPUT PACKET-FILE

    MOVE FUNCTION CURRENT-DATE TO WS-RAW-DATE
    MOVE SPACES TO WS-RA-TS
    STRING WS-RAW-DATE(1:4) "-"
           WS-RAW-DATE(5:2) "-"
           WS-RAW-DATE(7:2) " "
           WS-RAW-DATE(9:2) ":"
           WS-RAW-DATE(11:2) ":"
           WS-RAW-DATE(13:2)
      INTO WS-RA-TS
    END-STRING
    OPEN EXTEND RECORD-ACCESS-FILE
    IF WS-RA-STATUS = "35"
        OPEN OUTPUT RECORD-ACCESS-FILE
        CLOSE RECORD-ACCESS-FILE
        OPEN EXTEND RECORD-ACCESS-FILE
    END-IF

    IF WS-APP-TABLE-COUNT = 0
        MOVE "No applications matched the requested employer."
            TO PACKET-REC
            PERFORM WRITE-PACKET-HEADER
        END-IF
        PERFORM WRITE-ONE-APPLICANT
        PERFORM LOG-APPLICANT-ACCESS
        MOVE "N" TO WS-FIRST-ROW
    END-PERFORM
    CLOSE RECORD-ACCESS-FILE.

LOG-APPLICANT-ACCESS.
    MOVE SPACES TO RECORD-ACCESS-REC
    MOVE WS-RA-TS            TO RA-TIMESTAMP
    MOVE WS-RA-STAFF         TO RA-STAFF
    MOVE WS-APP-T-USER(WS-I) TO RA-STUDENT
    MOVE "APPLICANT-PACKET"  TO RA-SCREEN
    MOVE WS-RA-PURPOSE       TO RA-PURPOSE
    MOVE "|" TO RECORD-ACCESS-REC(21:1)
    MOVE "|" TO RECORD-ACCESS-REC(42:1)
    MOVE "|" TO RECORD-ACCESS-REC(63:1)
    MOVE "|" TO RECORD-ACCESS-REC(84:1)
    WRITE RECORD-ACCESS-REC.

WRITE-PACKET-HEADER.
    MOVE WS-APP-T-EMPLOYER(WS-I) TO WS-BREAK-EMPLOYER
    END-STRING
    WRITE PACKET-REC

    IF WS-INTERNAL-COPY = "Y"
        MOVE "INTERNAL COPY -- includes hiring-team notes; do not share outside the team."
            TO PACKET-REC
        WRITE PACKET-REC
    END-IF

    MOVE "====================================================="
        TO PACKET-REC
    WRITE PACKET-REC.
        END-PERFORM
    END-IF

    PERFORM WRITE-SCREENING-ANSWERS
    PERFORM WRITE-REFERENCES
    IF WS-INTERNAL-COPY = "Y"
        PERFORM WRITE-HIRING-NOTES
    END-IF

    MOVE "-----------------------------------------------------"
        TO PACKET-REC
    WRITE PACKET-REC.

*> ---------------------------------------------------------------
*> WRITE-SCREENING-ANSWERS
*>   The applicant's answers to the posting's screening questions,
*>   as PRINT-SCREENING-ANSWERS shows them on the review screen.
*>   Nothing is written for postings without questions.
*> ---------------------------------------------------------------
WRITE-SCREENING-ANSWERS.
    MOVE 0 TO WS-SCR-COUNT
    MOVE "N" TO WS-SA-EOF

    OPEN INPUT SCREEN-ANSWER-FILE
    IF WS-SA-STATUS = "35"
        CLOSE SCREEN-ANSWER-FILE
        EXIT PARAGRAPH
    END-IF

    PERFORM UNTIL WS-SA-EOF = "Y"
        READ SCREEN-ANSWER-FILE
            AT END
                MOVE "Y" TO WS-SA-EOF
            NOT AT END
                IF FUNCTION TRIM(SA-USER)
                       = FUNCTION TRIM(WS-APP-T-USER(WS-I))
                   AND FUNCTION TRIM(SA-TITLE)
                       = FUNCTION TRIM(WS-APP-T-TITLE(WS-I))
                   AND FUNCTION TRIM(SA-EMPLOYER)
                       = FUNCTION TRIM(WS-APP-T-EMPLOYER(WS-I))
                   AND SA-SEQ >= 1 AND SA-SEQ <= 5
                    IF SA-SEQ = 1
                        MOVE 0 TO WS-SCR-COUNT
                    END-IF
                    MOVE SA-SEQ      TO WS-SCR-I
                    MOVE SA-QUESTION TO WS-SCR-TEXT(WS-SCR-I)
                    MOVE SA-ANSWER   TO WS-SCR-ANSWER(WS-SCR-I)
                    IF WS-SCR-I > WS-SCR-COUNT
                        MOVE WS-SCR-I TO WS-SCR-COUNT
                    END-IF
                END-IF
        END-READ
    END-PERFORM
    CLOSE SCREEN-ANSWER-FILE

    IF WS-SCR-COUNT = 0
        EXIT PARAGRAPH
    END-IF

    MOVE "Screening Answers:" TO PACKET-REC
    WRITE PACKET-REC
    PERFORM VARYING WS-SCR-I FROM 1 BY 1 UNTIL WS-SCR-I > WS-SCR-COUNT
        MOVE SPACES TO PACKET-REC
        STRING "    Q: " FUNCTION TRIM(WS-SCR-TEXT(WS-SCR-I))
          INTO PACKET-REC
        END-STRING
        WRITE PACKET-REC

        MOVE SPACES TO PACKET-REC
        STRING "    A: " FUNCTION TRIM(WS-SCR-ANSWER(WS-SCR-I))
          INTO PACKET-REC
        END-STRING
        WRITE PACKET-REC
    END-PERFORM.

*> ---------------------------------------------------------------
*> WRITE-REFERENCES
*>   Every reference returned on this application to the posting's
*>   employer, as SHOW-REFERENCE-CHECKS shows them on the review
*>   screen. References still awaited or declined are left out.
*> ---------------------------------------------------------------
WRITE-REFERENCES.
    MOVE 0 TO WS-RK-SHOWN
    MOVE "N" TO WS-RK-EOF

    OPEN INPUT REFCHECK-FILE
    IF WS-RK-STATUS = "35"
        CLOSE REFCHECK-FILE
        EXIT PARAGRAPH
    END-IF

    PERFORM UNTIL WS-RK-EOF = "Y"
        READ REFCHECK-FILE
            AT END
                MOVE "Y" TO WS-RK-EOF
            NOT AT END
                IF FUNCTION TRIM(RK-USER)
                       = FUNCTION TRIM(WS-APP-T-USER(WS-I))
                   AND FUNCTION TRIM(RK-TITLE)
                       = FUNCTION TRIM(WS-APP-T-TITLE(WS-I))
                   AND FUNCTION TRIM(RK-EMPLOYER)
                       = FUNCTION TRIM(WS-APP-T-EMPLOYER(WS-I))
                   AND RK-REFEREE NOT = SPACES
                   AND FUNCTION TRIM(RK-STATUS) = "RETURNED"
                    IF WS-RK-SHOWN = 0
                        MOVE "References:" TO PACKET-REC
                        WRITE PACKET-REC
                    END-IF
                    ADD 1 TO WS-RK-SHOWN
                    MOVE SPACES TO PACKET-REC
                    STRING "    " RK-DATE "  " FUNCTION TRIM(RK-REFEREE)
                           " - knows the applicant: "
                           FUNCTION TRIM(RK-KNOWN-HOW)
                      INTO PACKET-REC
                    END-STRING
                    WRITE PACKET-REC

                    MOVE SPACES TO PACKET-REC
                    STRING "        Reliability " RK-RELIABILITY
                           "  Skills " RK-SKILLS
                           "  Would work with them again: "
                           FUNCTION TRIM(RK-REHIRE)
                      INTO PACKET-REC
                    END-STRING
                    WRITE PACKET-REC

                    IF FUNCTION TRIM(RK-COMMENT) NOT = SPACES
                        MOVE SPACES TO PACKET-REC
                        STRING "        " FUNCTION TRIM(RK-COMMENT)
                          INTO PACKET-REC
                        END-STRING
                        WRITE PACKET-REC
                    END-IF
                END-IF
        END-READ
    END-PERFORM
    CLOSE REFCHECK-FILE.

*> ---------------------------------------------------------------
*> WRITE-HIRING-NOTES
*>   Internal copy only: the notes the posting employer's own team
*>   kept on this application, oldest first, as
*>   HIRING-TEAM-NOTES shows them on the review screen.
*> ---------------------------------------------------------------
WRITE-HIRING-NOTES.
    MOVE 0 TO WS-HN-SHOWN
    MOVE "N" TO WS-HN-EOF

    OPEN INPUT HIRING-NOTE-FILE
    IF WS-HN-STATUS = "35"
        CLOSE HIRING-NOTE-FILE
        EXIT PARAGRAPH
    END-IF

    PERFORM UNTIL WS-HN-EOF = "Y"
        READ HIRING-NOTE-FILE
            AT END
                MOVE "Y" TO WS-HN-EOF
            NOT AT END
                IF FUNCTION TRIM(HN-USER)
                       = FUNCTION TRIM(WS-APP-T-USER(WS-I))
                   AND FUNCTION TRIM(HN-TITLE)
                       = FUNCTION TRIM(WS-APP-T-TITLE(WS-I))
                   AND FUNCTION TRIM(HN-EMPLOYER)
                       = FUNCTION TRIM(WS-APP-T-EMPLOYER(WS-I))
                    IF WS-HN-SHOWN = 0
                        MOVE "Hiring-team notes:" TO PACKET-REC
                        WRITE PACKET-REC
                    END-IF
                    ADD 1 TO WS-HN-SHOWN
                    MOVE SPACES TO PACKET-REC
                    STRING "    " HN-DATE "  " FUNCTION TRIM(HN-AUTHOR)
                           ": " FUNCTION TRIM(HN-TEXT)
                      INTO PACKET-REC
                    END-STRING
                    WRITE PACKET-REC
                END-IF
        END-READ
    END-PERFORM
    CLOSE HIRING-NOTE-FILE.

PRINT-PROMPT-AND-READ.
    MOVE WS-PROMPT TO WS-OUT-LINE
    PERFORM PRINT-LINE
