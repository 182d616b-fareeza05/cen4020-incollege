01  PLACEMENT-REC.
    05 PL-USER               PIC X(20).
    05 FILLER                PIC X(01).
    05 PL-EMPLOYER           PIC X(40).
    05 FILLER                PIC X(01).
    05 PL-TITLE              PIC X(40).
    05 FILLER                PIC X(01).
    05 PL-MAJOR              PIC X(20).
    05 FILLER                PIC X(01).
    05 PL-GRAD               PIC X(4).
    05 FILLER                PIC X(01).
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
01  WS-ACCOUNT-TOTAL          PIC 9(5) VALUE 0.

*> One row per profiled member: the cohort year and which funnel
*> stages they ever reached. WS-MEM-PLACED is N (never placed), S
*> (a system placement), V (self-reported, confirmed) or U
*> (self-reported, not yet confirmed) -- the strongest row wins.
01  WS-MEM-COUNT              PIC 9(3) VALUE 0.
01  WS-MEM-TABLE OCCURS 500 TIMES.
    05 WS-MEM-USER            PIC X(20).
01  WS-N-APPLIED              PIC 9(5) VALUE 0.
01  WS-N-INTERVIEWED          PIC 9(5) VALUE 0.
01  WS-N-PLACED               PIC 9(5) VALUE 0.
01  WS-N-PLACED-SYSTEM        PIC 9(5) VALUE 0.
01  WS-N-PLACED-VERIFIED      PIC 9(5) VALUE 0.
01  WS-N-PLACED-UNVERIFIED    PIC 9(5) VALUE 0.
01  WS-PL-CLASS               PIC X(01) VALUE SPACES.
01  WS-PCT                    PIC 9(3) VALUE 0.

01  WS-I                      PIC 9(4) VALUE 0.
            AT END
                MOVE "Y" TO WS-EOF
            NOT AT END
                MOVE SPACES TO WS-PL-CLASS
                IF PL-USER NOT = SPACES
                    PERFORM CLASSIFY-PLACEMENT
                END-IF
                *> A self-report the employer denied places nobody.
                IF WS-PL-CLASS NOT = SPACES AND WS-PL-CLASS NOT = "D"
                    PERFORM VARYING WS-I FROM 1 BY 1
                        UNTIL WS-I > WS-MEM-COUNT
                        IF FUNCTION TRIM(WS-MEM-USER(WS-I))
                               = FUNCTION TRIM(PL-USER)
                            IF WS-PL-CLASS = "S"
                               OR (WS-PL-CLASS = "V"
                                   AND WS-MEM-PLACED(WS-I) NOT = "S")
                               OR WS-MEM-PLACED(WS-I) = "N"
                                MOVE WS-PL-CLASS TO WS-MEM-PLACED(WS-I)
                            END-IF
                        END-IF
                    END-PERFORM
                END-IF
    END-PERFORM
    CLOSE PLACEMENT-FILE.

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

COLLECT-YEARS.
    MOVE 0 TO WS-YEAR-COUNT
    PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > WS-MEM-COUNT
    MOVE 0 TO WS-N-APPLIED
    MOVE 0 TO WS-N-INTERVIEWED
    MOVE 0 TO WS-N-PLACED
    MOVE 0 TO WS-N-PLACED-SYSTEM
    MOVE 0 TO WS-N-PLACED-VERIFIED
    MOVE 0 TO WS-N-PLACED-UNVERIFIED

    PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > WS-MEM-COUNT
        IF WS-MEM-GRAD(WS-I) = WS-CUR-YEAR
            IF WS-MEM-INTERVIEWED(WS-I) = "Y"
                ADD 1 TO WS-N-INTERVIEWED
            END-IF
            EVALUATE WS-MEM-PLACED(WS-I)
                WHEN "S"
                    ADD 1 TO WS-N-PLACED
                    ADD 1 TO WS-N-PLACED-SYSTEM
                WHEN "V"
                    ADD 1 TO WS-N-PLACED
                    ADD 1 TO WS-N-PLACED-VERIFIED
                WHEN "U"
                    ADD 1 TO WS-N-PLACED
                    ADD 1 TO WS-N-PLACED-UNVERIFIED
            END-EVALUATE
        END-IF
    END-PERFORM

           " (" WS-PCT " pct of interviewed)"
      INTO REPORT-REC
    END-STRING
    WRITE REPORT-REC

    MOVE SPACES TO REPORT-REC
    STRING "    System: " WS-N-PLACED-SYSTEM
           "  Self-reported, verified: " WS-N-PLACED-VERIFIED
           "  Self-reported, unverified: " WS-N-PLACED-UNVERIFIED
      INTO REPORT-REC
    END-STRING
    WRITE REPORT-REC.

*> ---------------------------------------------------------------
