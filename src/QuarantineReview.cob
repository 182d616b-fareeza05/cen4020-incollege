        STOP RUN
    END-IF
    MOVE FUNCTION TRIM(WS-CHOICE) TO WS-BASE-NAME
    *> The connections file is keyed; restored rows cannot simply be
    *> appended to it, and the integrity check no longer pulls any.
    IF WS-BASE-NAME = "InCollege-Connections.txt"
        MOVE "InCollege-Connections.txt is a keyed file; its rows are not quarantined."
            TO WS-OUT-LINE
        PERFORM PRINT-LINE
        PERFORM RELEASE-RUN-LOCK
        STOP RUN
    END-IF

    MOVE SPACES TO WS-QUAR-FILENAME
    STRING "data/quarantine-" FUNCTION TRIM(WS-BASE-NAME)
