    05 PL-DATE               PIC X(10).
    05 FILLER                PIC X(01).
    05 PL-SOURCE             PIC X(10).
    05 FILLER                PIC X(01).
    05 PL-VERIFY             PIC X(10).
    05 FILLER                PIC X(01).
    05 PL-VERIFY-DATE        PIC X(10).
    05 FILLER                PIC X(01).
    05 PL-VERIFY-BY          PIC X(20).

FD  REPORT-FILE.
01  REPORT-REC               PIC X(200).
    05 WS-R-TITLE              PIC X(40).
    05 WS-R-GRAD               PIC X(4).
    05 WS-R-SOURCE             PIC X(10).
    05 WS-R-CLASS              PIC X(1).

01  WS-I                       PIC 9(3) VALUE 0.
01  WS-J                       PIC 9(3) VALUE 0.
01  WS-START                   PIC 9(3) VALUE 0.
01  WS-SWAP-ROW                 PIC X(135) VALUE SPACES.

01  WS-MAJOR-BREAK               PIC X(20) VALUE SPACES.
01  WS-EMPLOYER-BREAK            PIC X(40) VALUE SPACES.
01  WS-EMPLOYER-SUBTOTAL         PIC 9(5) VALUE 0.
01  WS-GRAND-TOTAL               PIC 9(5) VALUE 0.
01  WS-SELF-COUNT                PIC 9(5) VALUE 0.
*> System / self-verified / self-unverified split, for the major
*> being printed and for the whole report. Self-reports the employer
*> denied are left out of every count and only tallied.
01  WS-MAJOR-SYSTEM              PIC 9(5) VALUE 0.
01  WS-MAJOR-VERIFIED            PIC 9(5) VALUE 0.
01  WS-MAJOR-UNVERIFIED          PIC 9(5) VALUE 0.
01  WS-SYSTEM-COUNT              PIC 9(5) VALUE 0.
01  WS-VERIFIED-COUNT            PIC 9(5) VALUE 0.
01  WS-UNVERIFIED-COUNT          PIC 9(5) VALUE 0.
01  WS-DENIED-COUNT              PIC 9(5) VALUE 0.
01  WS-PL-CLASS                  PIC X(1) VALUE SPACES.
01  WS-FIRST-ROW                 PIC X VALUE "Y".

PROCEDURE DIVISION.
*>   placements recorded when offers are accepted (plus the
*>   self-reported ones), broken out by major and then employer --
*>   "how many students did the platform place, where, and from which
*>   majors", answered from real rows. Self-reports are split by
*>   whether the employer has confirmed them as of the report date.
*> ---------------------------------------------------------------
MAIN-MAINLINE.
    PERFORM GET-ASOF-DATE
            AT END
                MOVE "Y" TO WS-PLACE-EOF
            NOT AT END
                MOVE SPACES TO WS-PL-CLASS
                IF PL-USER NOT = SPACES
                    PERFORM CLASSIFY-PLACEMENT
                END-IF
                IF WS-PL-CLASS = "D"
                    ADD 1 TO WS-DENIED-COUNT
                END-IF
                IF PL-USER NOT = SPACES AND WS-PL-CLASS NOT = "D"
                   AND WS-ROSTER-COUNT < 500
                    ADD 1 TO WS-ROSTER-COUNT
                    MOVE PL-MAJOR    TO WS-R-MAJOR(WS-ROSTER-COUNT)
                    MOVE PL-EMPLOYER TO WS-R-EMPLOYER(WS-ROSTER-COUNT)
                    MOVE PL-TITLE    TO WS-R-TITLE(WS-ROSTER-COUNT)
                    MOVE PL-GRAD     TO WS-R-GRAD(WS-ROSTER-COUNT)
                    MOVE PL-SOURCE   TO WS-R-SOURCE(WS-ROSTER-COUNT)
                    MOVE WS-PL-CLASS TO WS-R-CLASS(WS-ROSTER-COUNT)
                END-IF
        END-READ
    END-PERFORM.

*> ---------------------------------------------------------------
*> CLASSIFY-PLACEMENT
*>   WS-PL-CLASS for the current row: S (system), V (self-reported,
*>   confirmed by the employer or staff), U (self-reported, not yet
*>   confirmed), D (self-reported, denied). An answer stamped after
*>   the as-of date has not happened yet, so the row is U.
*> ---------------------------------------------------------------
CLASSIFY-PLACEMENT.
    IF FUNCTION TRIM(PL-SOURCE) NOT = "SELF"
        MOVE "S" TO WS-PL-CLASS
        EXIT PARAGRAPH
    END-IF
    MOVE "U" TO WS-PL-CLASS
    IF PL-VERIFY-DATE > WS-ASOF-DATE
        EXIT PARAGRAPH
    END-IF
    IF PL-VERIFY = "CONFIRMED"
        MOVE "V" TO WS-PL-CLASS
    END-IF
    IF PL-VERIFY = "DENIED"
        MOVE "D" TO WS-PL-CLASS
    END-IF.

*> ---------------------------------------------------------------
*> SORT-PLACEMENTS
*>   Selection sort on major then employer, same two-index shape as
        MOVE WS-R-EMPLOYER(WS-I) TO WS-EMPLOYER-BREAK

        MOVE SPACES TO REPORT-REC
        EVALUATE WS-R-CLASS(WS-I)
            WHEN "V"
                STRING "    " FUNCTION TRIM(WS-R-USER(WS-I))
                       " (class of " WS-R-GRAD(WS-I) ") - "
                       FUNCTION TRIM(WS-R-TITLE(WS-I))
                       " at " FUNCTION TRIM(WS-R-EMPLOYER(WS-I))
                       "  (self-reported, verified)"
                  INTO REPORT-REC
                END-STRING
                ADD 1 TO WS-SELF-COUNT
                ADD 1 TO WS-MAJOR-VERIFIED
                ADD 1 TO WS-VERIFIED-COUNT
            WHEN "U"
                STRING "    " FUNCTION TRIM(WS-R-USER(WS-I))
                       " (class of " WS-R-GRAD(WS-I) ") - "
                       FUNCTION TRIM(WS-R-TITLE(WS-I))
                       " at " FUNCTION TRIM(WS-R-EMPLOYER(WS-I))
                       "  (self-reported, unverified)"
                  INTO REPORT-REC
                END-STRING
                ADD 1 TO WS-SELF-COUNT
                ADD 1 TO WS-MAJOR-UNVERIFIED
                ADD 1 TO WS-UNVERIFIED-COUNT
            WHEN OTHER
                STRING "    " FUNCTION TRIM(WS-R-USER(WS-I))
                       " (class of " WS-R-GRAD(WS-I) ") - "
                       FUNCTION TRIM(WS-R-TITLE(WS-I))
                       " at " FUNCTION TRIM(WS-R-EMPLOYER(WS-I))
                  INTO REPORT-REC
                END-STRING
                ADD 1 TO WS-MAJOR-SYSTEM
                ADD 1 TO WS-SYSTEM-COUNT
        END-EVALUATE
        WRITE REPORT-REC

        ADD 1 TO WS-EMPLOYER-SUBTOTAL
           " (" WS-SELF-COUNT " self-reported)"
      INTO REPORT-REC
    END-STRING
    WRITE REPORT-REC
    MOVE SPACES TO REPORT-REC
    STRING "  System: " WS-SYSTEM-COUNT
           "  Self-reported, verified: " WS-VERIFIED-COUNT
           "  Self-reported, unverified: " WS-UNVERIFIED-COUNT
      INTO REPORT-REC
    END-STRING
    WRITE REPORT-REC
    IF WS-DENIED-COUNT > 0
        MOVE SPACES TO REPORT-REC
        STRING "  Self-reported placements denied by the employer, not counted: "
               WS-DENIED-COUNT
          INTO REPORT-REC
        END-STRING
        WRITE REPORT-REC
    END-IF.

PRINT-EMPLOYER-SUBTOTAL.
    MOVE SPACES TO REPORT-REC
PRINT-MAJOR-SUBTOTAL.
    MOVE SPACES TO REPORT-REC
    STRING "  Subtotal for major: " WS-MAJOR-SUBTOTAL
           " (system " WS-MAJOR-SYSTEM
           ", self-verified " WS-MAJOR-VERIFIED
           ", self-unverified " WS-MAJOR-UNVERIFIED ")"
      INTO REPORT-REC
    END-STRING
    WRITE REPORT-REC
    MOVE 0 TO WS-MAJOR-SUBTOTAL
    MOVE 0 TO WS-MAJOR-SYSTEM
    MOVE 0 TO WS-MAJOR-VERIFIED
    MOVE 0 TO WS-MAJOR-UNVERIFIED.

CLOSE-FILES.
    CLOSE PLACEMENT-FILE
