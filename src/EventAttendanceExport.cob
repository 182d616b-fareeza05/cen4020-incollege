        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-ROSTER-STATUS.

    SELECT ACCOMMODATION-FILE ASSIGN TO "data/InCollege-Accommodations.txt"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-AC-STATUS.

DATA DIVISION.
FILE SECTION.

FD  ROSTER-FILE.
01  ROSTER-REC               PIC X(200).

FD  ACCOMMODATION-FILE.
01  ACCOMMODATION-REC.
    05 AC-ID                 PIC 9(05).
    05 FILLER                PIC X(01).
    05 AC-KIND               PIC X(09).
    05 FILLER                PIC X(01).
    05 AC-STUDENT            PIC X(20).
    05 FILLER                PIC X(01).
    05 AC-PARTY              PIC X(40).
    05 FILLER                PIC X(01).
    05 AC-TITLE              PIC X(40).
    05 FILLER                PIC X(01).
    05 AC-DATE               PIC X(16).
    05 FILLER                PIC X(01).
    05 AC-NEED               PIC X(40).
    05 FILLER                PIC X(01).
    05 AC-REASON             PIC X(60).
    05 FILLER                PIC X(01).
    05 AC-LOGISTICS          PIC X(60).
    05 FILLER                PIC X(01).
    05 AC-STATE              PIC X(08).
    05 FILLER                PIC X(01).
    05 AC-STAFF              PIC X(20).
    05 FILLER                PIC X(01).
    05 AC-OPENED             PIC X(10).
    05 FILLER                PIC X(01).
    05 AC-CLOSED             PIC X(10).

WORKING-STORAGE SECTION.

01  WS-EVENT-STATUS           PIC XX VALUE "00".
01  WS-RSVP-STATUS            PIC XX VALUE "00".
01  WS-PROF-STATUS            PIC XX VALUE "00".
01  WS-ROSTER-STATUS          PIC XX VALUE "00".
01  WS-AC-STATUS              PIC XX VALUE "00".
01  WS-AC-EOF                 PIC X VALUE "N".
01  WS-EVENT-EOF              PIC X VALUE "N".
01  WS-RSVP-EOF               PIC X VALUE "N".

    05 WS-EV-DATE             PIC X(10).
    05 WS-EV-LOCATION         PIC X(40).

*> Arrangements career services has made for event signups. Only
*> the logistics are kept -- the organizer never sees the student's
*> request or reason.
01  WS-AC-COUNT                PIC 9(3) VALUE 0.
01  WS-AC-TABLE OCCURS 200 TIMES.
    05 WS-AC-EVENT-ID         PIC X(10).
    05 WS-AC-USER             PIC X(20).
    05 WS-AC-LOGISTICS        PIC X(60).

01  WS-I                      PIC 9(3) VALUE 0.
01  WS-K                      PIC 9(3) VALUE 0.
01  WS-ROW-COUNT               PIC 9(5) VALUE 0.
01  WS-PROFILE-FOUND            PIC X VALUE "N".

*>   roster covering every event, each RSVP joined to PROF-FILE for
*>   name, university, and major -- the sheet career services used to
*>   run on paper. Waitlisted signups print flagged so the desk knows
*>   who only gets in if someone no-shows, and a signup career
*>   services has arranged an accommodation for carries the
*>   arrangements underneath it.
*> ---------------------------------------------------------------
MAIN-MAINLINE.
    PERFORM OPEN-FILES
    PERFORM LOAD-ALL-EVENTS
    PERFORM LOAD-ARRANGEMENTS
    PERFORM EXPORT-ATTENDANCE
    PERFORM CLOSE-FILES
    STOP RUN.
    END-PERFORM
    CLOSE EVENT-FILE.

LOAD-ARRANGEMENTS.
    MOVE 0 TO WS-AC-COUNT
    MOVE "N" TO WS-AC-EOF

    OPEN INPUT ACCOMMODATION-FILE
    IF WS-AC-STATUS = "35"
        CLOSE ACCOMMODATION-FILE
        EXIT PARAGRAPH
    END-IF

    PERFORM UNTIL WS-AC-EOF = "Y"
        READ ACCOMMODATION-FILE
            AT END
                MOVE "Y" TO WS-AC-EOF
            NOT AT END
                IF AC-KIND = "EVENT" AND AC-STATE = "ARRANGED"
                   AND WS-AC-COUNT < 200
                    ADD 1 TO WS-AC-COUNT
                    MOVE AC-PARTY(1:10) TO WS-AC-EVENT-ID(WS-AC-COUNT)
                    MOVE AC-STUDENT     TO WS-AC-USER(WS-AC-COUNT)
                    MOVE AC-LOGISTICS   TO WS-AC-LOGISTICS(WS-AC-COUNT)
                END-IF
        END-READ
    END-PERFORM
    CLOSE ACCOMMODATION-FILE.

*> ---------------------------------------------------------------
*> EXPORT-ATTENDANCE
*>   Walks the events in posting order and writes each one's signups
        END-IF
    END-IF
    WRITE ROSTER-REC
    ADD 1 TO WS-ROW-COUNT

    PERFORM VARYING WS-K FROM 1 BY 1 UNTIL WS-K > WS-AC-COUNT
        IF WS-AC-EVENT-ID(WS-K) = ER-EVENT-ID
           AND WS-AC-USER(WS-K) = ER-USER
            MOVE SPACES TO ROSTER-REC
            STRING "      Accommodation arranged by career services: "
                   FUNCTION TRIM(WS-AC-LOGISTICS(WS-K))
              INTO ROSTER-REC
            END-STRING
            WRITE ROSTER-REC
        END-IF
    END-PERFORM.

CLOSE-FILES.
    CLOSE EVENT-RSVP-FILE
