        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-SKILLS-STATUS.

    SELECT CERT-FILE ASSIGN TO "data/InCollege-Certifications.txt"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-CERT-STATUS.

*> One resume file per run, named for the student it belongs to so
*> several exports don't overwrite each other.
    SELECT RESUME-FILE ASSIGN TO WS-RESUME-FILENAME
    05 FILLER                PIC X(01).
    05 SKILL-DATE            PIC X(10).

*> See the CERT-FILE notes in InCollege.cob.
FD  CERT-FILE.
01  CERT-REC.
    05 CERT-USER             PIC X(20).
    05 FILLER                PIC X(01).
    05 CERT-NAME             PIC X(40).
    05 FILLER                PIC X(01).
    05 CERT-ISSUER           PIC X(40).
    05 FILLER                PIC X(01).
    05 CERT-CRED-ID          PIC X(30).
    05 FILLER                PIC X(01).
    05 CERT-ISSUED           PIC X(10).
    05 FILLER                PIC X(01).
    05 CERT-EXPIRES          PIC X(10).
    05 FILLER                PIC X(01).
    05 CERT-STATE            PIC X(08).
    05 FILLER                PIC X(01).
    05 CERT-REMINDED         PIC X(10).

FD  RESUME-FILE.
01  RESUME-REC             PIC X(200).

01  WS-SKILLS-STATUS       PIC XX VALUE "00".
01  WS-RESUME-STATUS       PIC XX VALUE "00".
01  WS-SKILL-EOF           PIC X VALUE "N".
01  WS-CERT-STATUS         PIC XX VALUE "00".
01  WS-CERT-EOF            PIC X VALUE "N".

01  WS-RESUME-FILENAME     PIC X(60) VALUE SPACES.


01  WS-K                   PIC 9(3) VALUE 0.
01  WS-SKILL-LINE-COUNT    PIC 9(3) VALUE 0.
01  WS-CERT-LINE-COUNT     PIC 9(3) VALUE 0.

PROCEDURE DIVISION.

*> MAIN-MAINLINE
*>   On-demand export, in the MemberDirectoryExport mold: students
*>   maintain name, university, major, About, Experience, Education,
*>   completed skills, and certifications in this system and then
*>   retype all of it into a word processor. This formats one
*>   student's PROF-REC plus their SKILLS-FILE and CERT-FILE rows
*>   into a cleanly laid-out plain-text resume file they can take
*>   away.
*> ---------------------------------------------------------------
MAIN-MAINLINE.
    PERFORM OPEN-FILES
    END-IF

    PERFORM WRITE-SKILLS-SECTION
    PERFORM WRITE-CERTIFICATIONS-SECTION

    CLOSE RESUME-FILE.

    END-PERFORM
    CLOSE SKILLS-FILE.

*> ---------------------------------------------------------------
*> WRITE-CERTIFICATIONS-SECTION
*>   Appends the student's current certifications and licenses;
*>   expired ones stay off the resume.
*> ---------------------------------------------------------------
WRITE-CERTIFICATIONS-SECTION.
    MOVE 0 TO WS-CERT-LINE-COUNT

    OPEN INPUT CERT-FILE
    IF WS-CERT-STATUS = "35"
        CLOSE CERT-FILE
        EXIT PARAGRAPH
    END-IF

    MOVE "N" TO WS-CERT-EOF
    PERFORM UNTIL WS-CERT-EOF = "Y"
        READ CERT-FILE
            AT END
                MOVE "Y" TO WS-CERT-EOF
            NOT AT END
                IF FUNCTION TRIM(CERT-USER)
                       = FUNCTION TRIM(WS-LOOKUP-USER)
                   AND FUNCTION TRIM(CERT-STATE) NOT = "EXPIRED"
                    ADD 1 TO WS-CERT-LINE-COUNT
                    IF WS-CERT-LINE-COUNT = 1
                        MOVE SPACES TO RESUME-REC
                        WRITE RESUME-REC
                        MOVE "CERTIFICATIONS AND LICENSES" TO RESUME-REC
                        WRITE RESUME-REC
                    END-IF
                    MOVE SPACES TO RESUME-REC
                    IF CERT-EXPIRES = SPACES
                        STRING "  " FUNCTION TRIM(CERT-NAME)
                               ", " FUNCTION TRIM(CERT-ISSUER)
                               "  (issued " FUNCTION TRIM(CERT-ISSUED) ")"
                          INTO RESUME-REC
                        END-STRING
                    ELSE
                        STRING "  " FUNCTION TRIM(CERT-NAME)
                               ", " FUNCTION TRIM(CERT-ISSUER)
                               "  (issued " FUNCTION TRIM(CERT-ISSUED)
                               ", expires " FUNCTION TRIM(CERT-EXPIRES) ")"
                          INTO RESUME-REC
                        END-STRING
                    END-IF
                    WRITE RESUME-REC

                    IF CERT-CRED-ID NOT = SPACES
                        MOVE SPACES TO RESUME-REC
                        STRING "      Credential ID " FUNCTION TRIM(CERT-CRED-ID)
                          INTO RESUME-REC
                        END-STRING
                        WRITE RESUME-REC
                    END-IF
                END-IF
        END-READ
    END-PERFORM
    CLOSE CERT-FILE.

PRINT-PROMPT-AND-READ.
    MOVE WS-PROMPT TO WS-OUT-LINE
    PERFORM PRINT-LINE
