        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-WARN-STATUS.

*> LoginPatternReport's one-line alert, empty on a clean night.
    SELECT LOGIN-ALERT-FILE ASSIGN TO "data/InCollege-LoginPatternAlert.txt"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-LALERT-STATUS.

*> AccommodationReport's one-line alert, empty when nothing is close.
    SELECT ACCOM-ALERT-FILE ASSIGN TO "data/InCollege-AccommodationAlert.txt"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-AALERT-STATUS.

DATA DIVISION.
FILE SECTION.

*> FAILED), its criticality (CRITICAL halts the night on failure,
*> OPTIONAL records FAILED and lets the batch continue), a per-step
*> retry count (how many extra attempts a failure gets before it
*> counts), the start/end stamps of its last attempt, and its run
*> mode (LIVE, or PREVIEW to run a destructive tool as a dry run that
*> only writes its change list). The file is rewritten after every
*> step, so a rerun after a 2am failure resumes from the failed step
*> instead of the top.
FD  RUN-CONTROL-FILE.
01  RUN-CONTROL-REC.
    05 RC-STEP-NAME          PIC X(30).
    05 RC-START              PIC X(20).
    05 FILLER                PIC X(01).
    05 RC-END                PIC X(20).
    05 FILLER                PIC X(01).
    05 RC-MODE               PIC X(10).

FD  SUMMARY-FILE.
01  SUMMARY-REC              PIC X(200).
FD  WARNING-FILE.
01  WARNING-REC              PIC X(200).

FD  LOGIN-ALERT-FILE.
01  LOGIN-ALERT-REC          PIC X(200).

FD  ACCOM-ALERT-FILE.
01  ACCOM-ALERT-REC          PIC X(200).

WORKING-STORAGE SECTION.

01  WS-RC-STATUS               PIC XX VALUE "00".
01  WS-SUM-STATUS              PIC XX VALUE "00".
01  WS-WARN-STATUS             PIC XX VALUE "00".
01  WS-LALERT-STATUS           PIC XX VALUE "00".
01  WS-AALERT-STATUS           PIC XX VALUE "00".
01  WS-EOF                     PIC X VALUE "N".
01  WS-WARN-EOF                PIC X VALUE "N".


01  WS-STEP-ENTRY-COUNT         PIC 9(2) VALUE 0.
01  WS-STEP-TABLE.
    05 WS-STEP-ENTRY OCCURS 30 TIMES.
        10 WS-ST-NAME         PIC X(30).
        10 WS-ST-COMMAND      PIC X(100).
        10 WS-ST-STATUS       PIC X(10).
        10 WS-ST-RETRIES      PIC 9(2).
        10 WS-ST-START        PIC X(20).
        10 WS-ST-END          PIC X(20).
        10 WS-ST-MODE         PIC X(10).

01  WS-ATTEMPT                 PIC 9(2) VALUE 0.
01  WS-SKIPPED-FAIL-COUNT      PIC 9(2) VALUE 0.
01  WS-SYS-RC                   PIC S9(9) VALUE 0.
01  WS-HALTED                   PIC X VALUE "N".
01  WS-ALL-DONE                  PIC X VALUE "Y".
01  WS-STEP-FOUND                PIC X VALUE "N".
01  WS-NEW-STEP-NAME             PIC X(30) VALUE SPACES.
01  WS-NEW-STEP-COMMAND          PIC X(100) VALUE SPACES.
01  WS-RAN-COUNT                 PIC 9(2) VALUE 0.
01  WS-SKIPPED-COUNT             PIC 9(2) VALUE 0.

                MOVE "Y" TO WS-EOF
            NOT AT END
                IF RC-STEP-NAME NOT = SPACES
                   AND WS-STEP-ENTRY-COUNT < 30
                    ADD 1 TO WS-STEP-ENTRY-COUNT
                    MOVE RC-STEP-NAME   TO WS-ST-NAME(WS-STEP-ENTRY-COUNT)
                    MOVE RC-COMMAND     TO WS-ST-COMMAND(WS-STEP-ENTRY-COUNT)
                    END-IF
                    MOVE RC-START       TO WS-ST-START(WS-STEP-ENTRY-COUNT)
                    MOVE RC-END         TO WS-ST-END(WS-STEP-ENTRY-COUNT)
                    *> Rows from before the mode column run live.
                    IF FUNCTION UPPER-CASE(FUNCTION TRIM(RC-MODE))
                           = "PREVIEW"
                        MOVE "PREVIEW" TO WS-ST-MODE(WS-STEP-ENTRY-COUNT)
                    ELSE
                        MOVE "LIVE" TO WS-ST-MODE(WS-STEP-ENTRY-COUNT)
                    END-IF
                END-IF
        END-READ
    END-PERFORM
    CLOSE RUN-CONTROL-FILE

    PERFORM ADD-MISSING-STEPS.

*> ---------------------------------------------------------------
*> ADD-MISSING-STEPS
*>   A control file seeded before a step joined the standard suite
*>   never picks it up on its own; append any such step at the end
*>   (PENDING, OPTIONAL, one retry) so existing installs run it from
*>   tonight without ops hand-editing the file. A step is found by
*>   its name or its command, so one ops renamed is not added twice.
*> ---------------------------------------------------------------
ADD-MISSING-STEPS.
    MOVE "SeniorOutreach" TO WS-NEW-STEP-NAME
    MOVE "./SeniorOutreachList" TO WS-NEW-STEP-COMMAND
    PERFORM ADD-STEP-IF-MISSING
    MOVE "CaseloadAssign" TO WS-NEW-STEP-NAME
    MOVE "./CaseloadAssignment" TO WS-NEW-STEP-COMMAND
    PERFORM ADD-STEP-IF-MISSING
    MOVE "BlockedTermsRescan" TO WS-NEW-STEP-NAME
    MOVE "./BlockedTermsRescan" TO WS-NEW-STEP-COMMAND
    PERFORM ADD-STEP-IF-MISSING
    MOVE "LoginPatterns" TO WS-NEW-STEP-NAME
    MOVE "./LoginPatternReport" TO WS-NEW-STEP-COMMAND
    PERFORM ADD-STEP-IF-MISSING
    MOVE "Accommodations" TO WS-NEW-STEP-NAME
    MOVE "./AccommodationReport" TO WS-NEW-STEP-COMMAND
    PERFORM ADD-STEP-IF-MISSING
    MOVE "PlacementOutcomes" TO WS-NEW-STEP-NAME
    MOVE "./PlacementOutcomesReport" TO WS-NEW-STEP-COMMAND
    PERFORM ADD-STEP-IF-MISSING
    MOVE "ReportBurst" TO WS-NEW-STEP-NAME
    MOVE "./ReportBurst" TO WS-NEW-STEP-COMMAND
    PERFORM ADD-STEP-IF-MISSING
    MOVE "CertExpiry" TO WS-NEW-STEP-NAME
    MOVE "./CertificationExpirySweep" TO WS-NEW-STEP-COMMAND
    PERFORM ADD-STEP-IF-MISSING
    MOVE "ScorecardDue" TO WS-NEW-STEP-NAME
    MOVE "./InterviewScorecardSweep" TO WS-NEW-STEP-COMMAND
    PERFORM ADD-STEP-IF-MISSING
    MOVE "GroupHealth" TO WS-NEW-STEP-NAME
    MOVE "./GroupHealthReport" TO WS-NEW-STEP-COMMAND
    PERFORM ADD-STEP-IF-MISSING
    MOVE "DormantGroups" TO WS-NEW-STEP-NAME
    MOVE "./DormantGroupSweep" TO WS-NEW-STEP-COMMAND
    PERFORM ADD-STEP-IF-MISSING
    MOVE "PlaceVerify" TO WS-NEW-STEP-NAME
    MOVE "./PlacementVerifySweep" TO WS-NEW-STEP-COMMAND
    PERFORM ADD-STEP-IF-MISSING
    MOVE "OfferExpiry" TO WS-NEW-STEP-NAME
    MOVE "./OfferExpirySweep" TO WS-NEW-STEP-COMMAND
    PERFORM ADD-STEP-IF-MISSING
    *> The relay stays last so the notifications tonight's steps
    *> queue go out tonight.
    MOVE "MailRelay" TO WS-NEW-STEP-NAME
    MOVE "./NotificationMailRelay" TO WS-NEW-STEP-COMMAND
    PERFORM ADD-STEP-IF-MISSING.

ADD-STEP-IF-MISSING.
    MOVE "N" TO WS-STEP-FOUND
    PERFORM VARYING WS-E FROM 1 BY 1
        UNTIL WS-E > WS-STEP-ENTRY-COUNT
        IF WS-ST-NAME(WS-E) = WS-NEW-STEP-NAME
           OR WS-ST-COMMAND(WS-E) = WS-NEW-STEP-COMMAND
            MOVE "Y" TO WS-STEP-FOUND
        END-IF
    END-PERFORM
    IF WS-STEP-FOUND = "N" AND WS-STEP-ENTRY-COUNT < 30
        ADD 1 TO WS-STEP-ENTRY-COUNT
        MOVE WS-NEW-STEP-NAME    TO WS-ST-NAME(WS-STEP-ENTRY-COUNT)
        MOVE WS-NEW-STEP-COMMAND TO WS-ST-COMMAND(WS-STEP-ENTRY-COUNT)
        MOVE "PENDING"  TO WS-ST-STATUS(WS-STEP-ENTRY-COUNT)
        MOVE "OPTIONAL" TO WS-ST-CRITICALITY(WS-STEP-ENTRY-COUNT)
        MOVE 1          TO WS-ST-RETRIES(WS-STEP-ENTRY-COUNT)
        MOVE SPACES     TO WS-ST-START(WS-STEP-ENTRY-COUNT)
        MOVE SPACES     TO WS-ST-END(WS-STEP-ENTRY-COUNT)
        MOVE "LIVE"     TO WS-ST-MODE(WS-STEP-ENTRY-COUNT)
        PERFORM SAVE-RUN-CONTROL
    END-IF.

SEED-RUN-CONTROL.
    PERFORM SEED-ONE-STEP-NAMES.
    ADD 1 TO WS-STEP-ENTRY-COUNT
    MOVE "CapacityTrend" TO WS-ST-NAME(WS-STEP-ENTRY-COUNT)
    MOVE "./CapacityTrendMonitor" TO WS-ST-COMMAND(WS-STEP-ENTRY-COUNT)
    ADD 1 TO WS-STEP-ENTRY-COUNT
    MOVE "SeniorOutreach" TO WS-ST-NAME(WS-STEP-ENTRY-COUNT)
    MOVE "./SeniorOutreachList" TO WS-ST-COMMAND(WS-STEP-ENTRY-COUNT)
    ADD 1 TO WS-STEP-ENTRY-COUNT
    MOVE "CaseloadAssign" TO WS-ST-NAME(WS-STEP-ENTRY-COUNT)
    MOVE "./CaseloadAssignment" TO WS-ST-COMMAND(WS-STEP-ENTRY-COUNT)
    ADD 1 TO WS-STEP-ENTRY-COUNT
    MOVE "BlockedTermsRescan" TO WS-ST-NAME(WS-STEP-ENTRY-COUNT)
    MOVE "./BlockedTermsRescan" TO WS-ST-COMMAND(WS-STEP-ENTRY-COUNT)
    ADD 1 TO WS-STEP-ENTRY-COUNT
    MOVE "LoginPatterns" TO WS-ST-NAME(WS-STEP-ENTRY-COUNT)
    MOVE "./LoginPatternReport" TO WS-ST-COMMAND(WS-STEP-ENTRY-COUNT)
    ADD 1 TO WS-STEP-ENTRY-COUNT
    MOVE "Accommodations" TO WS-ST-NAME(WS-STEP-ENTRY-COUNT)
    MOVE "./AccommodationReport" TO WS-ST-COMMAND(WS-STEP-ENTRY-COUNT)
    ADD 1 TO WS-STEP-ENTRY-COUNT
    MOVE "PlacementOutcomes" TO WS-ST-NAME(WS-STEP-ENTRY-COUNT)
    MOVE "./PlacementOutcomesReport" TO WS-ST-COMMAND(WS-STEP-ENTRY-COUNT)
    ADD 1 TO WS-STEP-ENTRY-COUNT
    MOVE "ReportBurst" TO WS-ST-NAME(WS-STEP-ENTRY-COUNT)
    MOVE "./ReportBurst" TO WS-ST-COMMAND(WS-STEP-ENTRY-COUNT)
    ADD 1 TO WS-STEP-ENTRY-COUNT
    MOVE "CertExpiry" TO WS-ST-NAME(WS-STEP-ENTRY-COUNT)
    MOVE "./CertificationExpirySweep" TO WS-ST-COMMAND(WS-STEP-ENTRY-COUNT)
    ADD 1 TO WS-STEP-ENTRY-COUNT
    MOVE "ScorecardDue" TO WS-ST-NAME(WS-STEP-ENTRY-COUNT)
    MOVE "./InterviewScorecardSweep" TO WS-ST-COMMAND(WS-STEP-ENTRY-COUNT)
    ADD 1 TO WS-STEP-ENTRY-COUNT
    MOVE "GroupHealth" TO WS-ST-NAME(WS-STEP-ENTRY-COUNT)
    MOVE "./GroupHealthReport" TO WS-ST-COMMAND(WS-STEP-ENTRY-COUNT)
    ADD 1 TO WS-STEP-ENTRY-COUNT
    MOVE "DormantGroups" TO WS-ST-NAME(WS-STEP-ENTRY-COUNT)
    MOVE "./DormantGroupSweep" TO WS-ST-COMMAND(WS-STEP-ENTRY-COUNT)
    ADD 1 TO WS-STEP-ENTRY-COUNT
    MOVE "PlaceVerify" TO WS-ST-NAME(WS-STEP-ENTRY-COUNT)
    MOVE "./PlacementVerifySweep" TO WS-ST-COMMAND(WS-STEP-ENTRY-COUNT)
    ADD 1 TO WS-STEP-ENTRY-COUNT
    MOVE "OfferExpiry" TO WS-ST-NAME(WS-STEP-ENTRY-COUNT)
    MOVE "./OfferExpirySweep" TO WS-ST-COMMAND(WS-STEP-ENTRY-COUNT)
    ADD 1 TO WS-STEP-ENTRY-COUNT
    MOVE "MailRelay" TO WS-ST-NAME(WS-STEP-ENTRY-COUNT)
    MOVE "./NotificationMailRelay" TO WS-ST-COMMAND(WS-STEP-ENTRY-COUNT)

    PERFORM VARYING WS-E FROM 1 BY 1
        UNTIL WS-E > WS-STEP-ENTRY-COUNT
        MOVE "PENDING" TO WS-ST-STATUS(WS-E)
        MOVE SPACES    TO WS-ST-START(WS-E)
        MOVE SPACES    TO WS-ST-END(WS-E)
        MOVE "LIVE"    TO WS-ST-MODE(WS-E)
        *> Only the integrity checker and the archive step can hold
        *> the whole night hostage; a cosmetic report failing gets
        *> one retry and is then skipped past.
        MOVE WS-ST-RETRIES(WS-S)     TO RC-RETRIES
        MOVE WS-ST-START(WS-S)       TO RC-START
        MOVE WS-ST-END(WS-S)         TO RC-END
        MOVE WS-ST-MODE(WS-S)        TO RC-MODE
        MOVE "|" TO RUN-CONTROL-REC(31:1)
        MOVE "|" TO RUN-CONTROL-REC(132:1)
        MOVE "|" TO RUN-CONTROL-REC(143:1)
        MOVE "|" TO RUN-CONTROL-REC(154:1)
        MOVE "|" TO RUN-CONTROL-REC(157:1)
        MOVE "|" TO RUN-CONTROL-REC(178:1)
        MOVE "|" TO RUN-CONTROL-REC(199:1)
        WRITE RUN-CONTROL-REC
    END-PERFORM
    CLOSE RUN-CONTROL-FILE.
    PERFORM UNTIL WS-SYS-RC = 0
            OR WS-ATTEMPT > WS-ST-RETRIES(WS-E)
        ADD 1 TO WS-ATTEMPT
        *> A PREVIEW step gets the tools' trailing PREVIEW argument.
        IF FUNCTION TRIM(WS-ST-MODE(WS-E)) = "PREVIEW"
            MOVE SPACES TO WS-SYS-COMMAND
            STRING FUNCTION TRIM(WS-ST-COMMAND(WS-E)) " PREVIEW"
              INTO WS-SYS-COMMAND
            END-STRING
        ELSE
            MOVE WS-ST-COMMAND(WS-E) TO WS-SYS-COMMAND
        END-IF
        DISPLAY "Running step " FUNCTION TRIM(WS-ST-NAME(WS-E))
            " (attempt " WS-ATTEMPT "): "
            FUNCTION TRIM(WS-SYS-COMMAND)

        CALL "SYSTEM" USING WS-SYS-COMMAND
        MOVE RETURN-CODE TO WS-SYS-RC
        MOVE 0 TO RETURN-CODE
                  INTO SUMMARY-REC
                END-STRING
            ELSE
                IF FUNCTION TRIM(WS-ST-MODE(WS-E)) = "PREVIEW"
                    STRING "  " WS-ST-NAME(WS-E)
                           " " FUNCTION TRIM(WS-ST-STATUS(WS-E))
                           " (preview -- nothing changed)"
                           "  start " WS-ST-START(WS-E)
                           "  end " WS-ST-END(WS-E)
                      INTO SUMMARY-REC
                    END-STRING
                ELSE
                    STRING "  " WS-ST-NAME(WS-E)
                           " " WS-ST-STATUS(WS-E)
                           "  start " WS-ST-START(WS-E)
                           "  end " WS-ST-END(WS-E)
                      INTO SUMMARY-REC
                    END-STRING
                END-IF
            END-IF
        END-IF
        WRITE SUMMARY-REC
    END-PERFORM

    PERFORM FOLD-IN-LOGIN-ALERT
    PERFORM FOLD-IN-ACCOMMODATION-ALERT
    PERFORM FOLD-IN-CAPACITY-WARNINGS

    IF WS-HALTED = "Y"
    WRITE SUMMARY-REC
    CLOSE SUMMARY-FILE.

*> ---------------------------------------------------------------
*> FOLD-IN-LOGIN-ALERT
*>   Puts LoginPatternReport's alert line, when it left one, on the
*>   summary. SUMMARY-FILE must be open.
*> ---------------------------------------------------------------
FOLD-IN-LOGIN-ALERT.
    OPEN INPUT LOGIN-ALERT-FILE
    IF WS-LALERT-STATUS = "35"
        CLOSE LOGIN-ALERT-FILE
        EXIT PARAGRAPH
    END-IF

    READ LOGIN-ALERT-FILE
        AT END
            CONTINUE
        NOT AT END
            IF LOGIN-ALERT-REC NOT = SPACES
                MOVE " " TO SUMMARY-REC
                WRITE SUMMARY-REC
                MOVE LOGIN-ALERT-REC TO SUMMARY-REC
                WRITE SUMMARY-REC
            END-IF
    END-READ
    CLOSE LOGIN-ALERT-FILE.

*> ---------------------------------------------------------------
*> FOLD-IN-ACCOMMODATION-ALERT
*>   Puts AccommodationReport's alert line, when it left one, on the
*>   summary. SUMMARY-FILE must be open.
*> ---------------------------------------------------------------
FOLD-IN-ACCOMMODATION-ALERT.
    OPEN INPUT ACCOM-ALERT-FILE
    IF WS-AALERT-STATUS = "35"
        CLOSE ACCOM-ALERT-FILE
        EXIT PARAGRAPH
    END-IF

    READ ACCOM-ALERT-FILE
        AT END
            CONTINUE
        NOT AT END
            IF ACCOM-ALERT-REC NOT = SPACES
                MOVE " " TO SUMMARY-REC
                WRITE SUMMARY-REC
                MOVE ACCOM-ALERT-REC TO SUMMARY-REC
                WRITE SUMMARY-REC
            END-IF
    END-READ
    CLOSE ACCOM-ALERT-FILE.

*> ---------------------------------------------------------------
*> FOLD-IN-CAPACITY-WARNINGS
*>   Copies whatever CapacityTrendMonitor wrote tonight into the
