*> One row per career event (fair, info session, workshop). Students
*> browse and RSVP from POST-LOGIN-MENU; capacity is enforced there
*> with a waitlist, the same way the account cap overflows into
*> WAITLIST-FILE. EV-BOOTH-CAP is how many employer booths a fair
*> takes (0 = none); employers register for them from EMPLOYER-MENU.
FD  EVENT-FILE.
01  EVENT-REC.
    05 EV-ID                 PIC X(10).
    05 EV-LOCATION           PIC X(40).
    05 FILLER                PIC X(01).
    05 EV-CAPACITY           PIC 9(03).
    05 FILLER                PIC X(01).
    05 EV-BOOTH-CAP          PIC 9(03).

WORKING-STORAGE SECTION.

    05 WS-EV-DATE             PIC X(10).
    05 WS-EV-LOCATION         PIC X(40).
    05 WS-EV-CAPACITY         PIC 9(3).
    05 WS-EV-BOOTH-CAP        PIC 9(3).

01  WS-I                      PIC 9(3) VALUE 0.
01  WS-LEN                    PIC 9(3) VALUE 0.
        PERFORM PRINT-LINE
        MOVE "2. List events" TO WS-OUT-LINE
        PERFORM PRINT-LINE
        MOVE "3. Set employer booth capacity" TO WS-OUT-LINE
        PERFORM PRINT-LINE
        MOVE "4. Exit" TO WS-OUT-LINE
        PERFORM PRINT-LINE

        MOVE "Enter your choice:" TO WS-PROMPT
            WHEN "2"
                PERFORM LIST-EVENTS
            WHEN "3"
                PERFORM SET-BOOTH-CAPACITY
            WHEN "4"
                MOVE "Y" TO WS-DONE
            WHEN OTHER
                MOVE "Invalid choice. Please enter 1-4." TO WS-OUT-LINE
                PERFORM PRINT-LINE
        END-EVALUATE
    END-PERFORM
                    MOVE EV-DATE     TO WS-EV-DATE(WS-EVENT-COUNT)
                    MOVE EV-LOCATION TO WS-EV-LOCATION(WS-EVENT-COUNT)
                    MOVE EV-CAPACITY TO WS-EV-CAPACITY(WS-EVENT-COUNT)
                    IF EV-BOOTH-CAP IS NUMERIC
                        MOVE EV-BOOTH-CAP TO WS-EV-BOOTH-CAP(WS-EVENT-COUNT)
                    ELSE
                        MOVE 0 TO WS-EV-BOOTH-CAP(WS-EVENT-COUNT)
                    END-IF
                END-IF
        END-READ
    END-PERFORM
        MOVE WS-EV-DATE(WS-I)     TO EV-DATE
        MOVE WS-EV-LOCATION(WS-I) TO EV-LOCATION
        MOVE WS-EV-CAPACITY(WS-I) TO EV-CAPACITY
        MOVE WS-EV-BOOTH-CAP(WS-I) TO EV-BOOTH-CAP
        MOVE "|" TO EVENT-REC(11:1)
        MOVE "|" TO EVENT-REC(52:1)
        MOVE "|" TO EVENT-REC(63:1)
        MOVE "|" TO EVENT-REC(104:1)
        MOVE "|" TO EVENT-REC(108:1)
        WRITE EVENT-REC
    END-PERFORM
    CLOSE EVENT-FILE.
    END-IF
    MOVE FUNCTION NUMVAL(WS-CHOICE) TO WS-EV-CAPACITY(WS-EVENT-COUNT)

    MOVE "Employer booths (0-999, 0 if employers do not exhibit):"
        TO WS-PROMPT
    PERFORM PRINT-PROMPT-AND-READ
    IF FUNCTION TEST-NUMVAL(WS-CHOICE) NOT = 0
       OR FUNCTION NUMVAL(WS-CHOICE) < 0
       OR FUNCTION NUMVAL(WS-CHOICE) > 999
        MOVE "Error: Booth capacity must be a number from 0 to 999. Event discarded."
            TO WS-OUT-LINE
        PERFORM PRINT-LINE
        SUBTRACT 1 FROM WS-EVENT-COUNT
        EXIT PARAGRAPH
    END-IF
    MOVE FUNCTION NUMVAL(WS-CHOICE) TO WS-EV-BOOTH-CAP(WS-EVENT-COUNT)

    MOVE "Event added." TO WS-OUT-LINE
    PERFORM PRINT-LINE.

*> ---------------------------------------------------------------
*> SET-BOOTH-CAPACITY
*>   Opens (or closes, with 0) an existing event to employer booth
*>   registration. Lowering the capacity does not cancel booths
*>   already registered; it only stops new ones past the limit.
*> ---------------------------------------------------------------
SET-BOOTH-CAPACITY.
    PERFORM LIST-EVENTS
    IF WS-EVENT-COUNT = 0
        EXIT PARAGRAPH
    END-IF

    MOVE "Event number:" TO WS-PROMPT
    PERFORM PRINT-PROMPT-AND-READ
    IF FUNCTION TEST-NUMVAL(WS-CHOICE) NOT = 0
        MOVE "Error: Enter the event's number from the list." TO WS-OUT-LINE
        PERFORM PRINT-LINE
        EXIT PARAGRAPH
    END-IF
    IF FUNCTION NUMVAL(WS-CHOICE) < 1
       OR FUNCTION NUMVAL(WS-CHOICE) > WS-EVENT-COUNT
        MOVE "Error: Enter the event's number from the list." TO WS-OUT-LINE
        PERFORM PRINT-LINE
        EXIT PARAGRAPH
    END-IF
    MOVE FUNCTION NUMVAL(WS-CHOICE) TO WS-I

    MOVE "Employer booths (0-999, 0 if employers do not exhibit):"
        TO WS-PROMPT
    PERFORM PRINT-PROMPT-AND-READ
    IF FUNCTION TEST-NUMVAL(WS-CHOICE) NOT = 0
       OR FUNCTION NUMVAL(WS-CHOICE) < 0
       OR FUNCTION NUMVAL(WS-CHOICE) > 999
        MOVE "Error: Booth capacity must be a number from 0 to 999."
            TO WS-OUT-LINE
        PERFORM PRINT-LINE
        EXIT PARAGRAPH
    END-IF
    MOVE FUNCTION NUMVAL(WS-CHOICE) TO WS-EV-BOOTH-CAP(WS-I)

    MOVE "Booth capacity updated." TO WS-OUT-LINE
    PERFORM PRINT-LINE.

VALIDATE-EVENT-DATE.
    MOVE "Y" TO WS-VALID
    COMPUTE WS-LEN = FUNCTION LENGTH(FUNCTION TRIM(WS-CHOICE))
               FUNCTION TRIM(WS-EV-TITLE(WS-I))
               " on " FUNCTION TRIM(WS-EV-DATE(WS-I))
               " at " FUNCTION TRIM(WS-EV-LOCATION(WS-I))
               " (capacity " WS-EV-CAPACITY(WS-I)
               ", booths " WS-EV-BOOTH-CAP(WS-I) ")"
          INTO WS-OUT-LINE
        END-STRING
        PERFORM PRINT-LINE
