
*> Existing postings, loaded so a feed row matching an existing
*> title+employer pair is skipped instead of duplicated, and so new
*> ids continue the JobPostingMaintenance numbering. The normalized
*> keys and open flag (ACTIVE or PENDING) catch the near-identical
*> copies an exact compare misses.
01  WS-JOB-COUNT               PIC 9(3) VALUE 0.
01  WS-JOB-KEYS OCCURS 200 TIMES.
    05 WS-JK-TITLE            PIC X(40).
    05 WS-JK-EMPLOYER         PIC X(40).
    05 WS-JK-ID               PIC X(10).
    05 WS-JK-OPEN             PIC X(01).
    05 WS-JK-N-TITLE          PIC X(40).
    05 WS-JK-N-EMPLOYER       PIC X(40).
    05 WS-JK-N-LOCATION       PIC X(40).
01  WS-F-N-TITLE               PIC X(40).
01  WS-F-N-EMPLOYER            PIC X(40).
01  WS-F-N-LOCATION            PIC X(40).
01  WS-DUP-ID                  PIC X(10) VALUE SPACES.
01  WS-FLAGGED-COUNT           PIC 9(5) VALUE 0.

*> Working fields for NORMALIZE-KEY.
01  WS-NORM-IN                 PIC X(40) VALUE SPACES.
01  WS-NORM-OUT                PIC X(40) VALUE SPACES.
01  WS-NORM-I                  PIC 9(2) VALUE 0.
01  WS-NORM-LEN                PIC 9(2) VALUE 0.
01  WS-NEXT-JOB-ID             PIC 9(9) VALUE 0.
01  WS-JOB-ID-NUM               PIC 9(9) VALUE 0.
01  WS-KEYS-FULL-LOGGED          PIC X VALUE "N".
*>   BulkRosterProvision: reads the pipe-delimited feed file,
*>   validates each row against the JOB-REC field widths, skips rows
*>   whose title+employer already exist in JOB-FILE, appends the rest
*>   as PENDING postings (live once staff approve them) stamped with
*>   today's posted-on date, and
*>   writes an import log showing what was added, skipped, and
*>   rejected -- replacing the day of manual retyping a feed week
*>   used to take.
                            TO WS-JK-TITLE(WS-JOB-COUNT)
                        MOVE JOB-EMPLOYER-FILE
                            TO WS-JK-EMPLOYER(WS-JOB-COUNT)
                        MOVE JOB-ID TO WS-JK-ID(WS-JOB-COUNT)
                        MOVE "N" TO WS-JK-OPEN(WS-JOB-COUNT)
                        IF FUNCTION TRIM(JOB-STATUS-FILE) = "ACTIVE"
                           OR FUNCTION TRIM(JOB-STATUS-FILE) = "PENDING"
                            MOVE "Y" TO WS-JK-OPEN(WS-JOB-COUNT)
                        END-IF
                        MOVE JOB-TITLE-FILE TO WS-NORM-IN
                        PERFORM NORMALIZE-KEY
                        MOVE WS-NORM-OUT TO WS-JK-N-TITLE(WS-JOB-COUNT)
                        MOVE JOB-EMPLOYER-FILE TO WS-NORM-IN
                        PERFORM NORMALIZE-KEY
                        MOVE WS-NORM-OUT TO WS-JK-N-EMPLOYER(WS-JOB-COUNT)
                        MOVE JOB-LOCATION-FILE TO WS-NORM-IN
                        PERFORM NORMALIZE-KEY
                        MOVE WS-NORM-OUT TO WS-JK-N-LOCATION(WS-JOB-COUNT)
                    ELSE
                        PERFORM NOTE-KEY-TABLE-FULL
                    END-IF
*> ---------------------------------------------------------------
*> IMPORT-ONE-ROW
*>   Splits one feed line, validates it against the JOB-REC widths,
*>   checks for an existing posting with the same title+employer or
*>   an open one that is near-identical, and either appends a new
*>   PENDING posting or logs why not. Likely duplicates are held out
*>   of the file for staff to look at rather than added.
*> ---------------------------------------------------------------
IMPORT-ONE-ROW.
    PERFORM SPLIT-FEED-ROW
        EXIT PARAGRAPH
    END-IF

    PERFORM CHECK-LIKELY-DUPLICATE
    IF WS-FOUND = "Y"
        MOVE SPACES TO REPORT-REC
        STRING "  " FUNCTION TRIM(WS-F-TITLE)
               " at " FUNCTION TRIM(WS-F-EMPLOYER)
               ", " FUNCTION TRIM(WS-F-LOCATION)
               " -- held, likely duplicate of open job "
               FUNCTION TRIM(WS-DUP-ID)
          INTO REPORT-REC
        END-STRING
        WRITE REPORT-REC
        ADD 1 TO WS-FLAGGED-COUNT
        EXIT PARAGRAPH
    END-IF

    PERFORM APPEND-POSTING

    MOVE SPACES TO REPORT-REC
        END-IF
    END-PERFORM.

*> ---------------------------------------------------------------
*> CHECK-LIKELY-DUPLICATE
*>   WS-FOUND = "Y" (and WS-DUP-ID set) when an open posting has the
*>   same employer and a title and location that match once case,
*>   spacing and punctuation are ignored.
*> ---------------------------------------------------------------
CHECK-LIKELY-DUPLICATE.
    MOVE WS-F-TITLE TO WS-NORM-IN
    PERFORM NORMALIZE-KEY
    MOVE WS-NORM-OUT TO WS-F-N-TITLE
    MOVE WS-F-EMPLOYER TO WS-NORM-IN
    PERFORM NORMALIZE-KEY
    MOVE WS-NORM-OUT TO WS-F-N-EMPLOYER
    MOVE WS-F-LOCATION TO WS-NORM-IN
    PERFORM NORMALIZE-KEY
    MOVE WS-NORM-OUT TO WS-F-N-LOCATION

    MOVE "N" TO WS-FOUND
    MOVE SPACES TO WS-DUP-ID
    PERFORM VARYING WS-K FROM 1 BY 1
        UNTIL WS-K > WS-JOB-COUNT OR WS-FOUND = "Y"
        IF WS-JK-OPEN(WS-K) = "Y"
           AND WS-JK-N-EMPLOYER(WS-K) = WS-F-N-EMPLOYER
           AND WS-JK-N-TITLE(WS-K) = WS-F-N-TITLE
           AND WS-JK-N-LOCATION(WS-K) = WS-F-N-LOCATION
            MOVE "Y" TO WS-FOUND
            MOVE WS-JK-ID(WS-K) TO WS-DUP-ID
        END-IF
    END-PERFORM.

APPEND-POSTING.
    ADD 1 TO WS-NEXT-JOB-ID

    MOVE WS-F-LOCATION  TO JOB-LOCATION-FILE
    MOVE WS-F-SALARY    TO JOB-SALARY-FILE
    MOVE WS-F-MAJOR     TO JOB-MAJOR-FILE
    MOVE "PENDING"      TO JOB-STATUS-FILE
    MOVE WS-F-DESC      TO JOB-DESC-FILE
    MOVE WS-TODAY-DATE  TO JOB-POSTED-DATE
    MOVE WS-F-DEADLINE  TO JOB-DEADLINE-FILE
        ADD 1 TO WS-JOB-COUNT
        MOVE WS-F-TITLE    TO WS-JK-TITLE(WS-JOB-COUNT)
        MOVE WS-F-EMPLOYER TO WS-JK-EMPLOYER(WS-JOB-COUNT)
        MOVE WS-NEXT-JOB-ID TO WS-JK-ID(WS-JOB-COUNT)
        MOVE "Y"           TO WS-JK-OPEN(WS-JOB-COUNT)
        MOVE WS-F-N-TITLE    TO WS-JK-N-TITLE(WS-JOB-COUNT)
        MOVE WS-F-N-EMPLOYER TO WS-JK-N-EMPLOYER(WS-JOB-COUNT)
        MOVE WS-F-N-LOCATION TO WS-JK-N-LOCATION(WS-JOB-COUNT)
    END-IF.

*> ---------------------------------------------------------------
    STRING "Rows read: " WS-ROW-COUNT
           "  Added: " WS-ADDED-COUNT
           "  Skipped: " WS-SKIPPED-COUNT
           "  Held as likely duplicates: " WS-FLAGGED-COUNT
           "  Rejected: " WS-REJECTED-COUNT
      INTO REPORT-REC
    END-STRING
    DISPLAY "Job feed import complete: "
        WS-ADDED-COUNT " added, "
        WS-SKIPPED-COUNT " skipped, "
        WS-FLAGGED-COUNT " held as likely duplicates, "
        WS-REJECTED-COUNT " rejected.".

*> ---------------------------------------------------------------
*> NORMALIZE-KEY
*>   WS-NORM-OUT = WS-NORM-IN upper-cased with everything but letters
*>   and digits squeezed out, so "Software Intern - Summer" and
*>   "SOFTWARE INTERN (SUMMER)" compare equal. Duplicated in
*>   JobFeedImport, JobPostingMaintenance and DuplicatePostingReport;
*>   the copies must stay identical or the three disagree on what a
*>   duplicate is.
*> ---------------------------------------------------------------
NORMALIZE-KEY.
    MOVE SPACES TO WS-NORM-OUT
    MOVE 0 TO WS-NORM-LEN
    MOVE FUNCTION UPPER-CASE(WS-NORM-IN) TO WS-NORM-IN
    PERFORM VARYING WS-NORM-I FROM 1 BY 1 UNTIL WS-NORM-I > 40
        IF (WS-NORM-IN(WS-NORM-I:1) >= "A" AND WS-NORM-IN(WS-NORM-I:1) <= "Z")
           OR (WS-NORM-IN(WS-NORM-I:1) >= "0" AND WS-NORM-IN(WS-NORM-I:1) <= "9")
            ADD 1 TO WS-NORM-LEN
            MOVE WS-NORM-IN(WS-NORM-I:1) TO WS-NORM-OUT(WS-NORM-LEN:1)
        END-IF
    END-PERFORM.

*> ---------------------------------------------------------------
*> ACQUIRE-RUN-LOCK / RELEASE-RUN-LOCK
*>   The run-lock convention every program that writes the shared
