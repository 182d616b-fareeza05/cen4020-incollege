        RECORD KEY IS PROF-USER
        FILE STATUS IS WS-PROF-STATUS.

    SELECT CONN-FILE ASSIGN TO "data/InCollege-Connections.txt"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS CONN-KEY
        ALTERNATE RECORD KEY IS CONN-RECIPIENT WITH DUPLICATES
        FILE STATUS IS WS-CONN-STATUS.

*> The online program's after-image change journal; replaying it on
*> top of a restored backup brings the data forward to a chosen
*> timestamp instead of losing the whole day.
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-JRN-STATUS.

*> AccountRenameTool's before-image journal -- the rows of every file
*> a username change rewrote, as they stood beforehand -- so the
*> last change can be rolled back.
    SELECT RENAME-JOURNAL-FILE ASSIGN TO "data/InCollege-RenameJournal.txt"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-RJ-STATUS.

DATA DIVISION.
FILE SECTION.

    05 PROF-USER             PIC X(20).
    05 PROF-REST             PIC X(3799).

FD  CONN-FILE.
01  CONN-REC.
    05 CONN-KEY.
        10 CONN-SENDER       PIC X(20).
        10 FILLER            PIC X(01).
        10 CONN-RECIPIENT    PIC X(20).
    05 FILLER                PIC X(01).
    05 CONN-STATUS           PIC X(20).

FD  JOURNAL-FILE.
01  JOURNAL-REC.
    05 JR-TS                 PIC X(19).
    05 FILLER                PIC X(01).
    05 JR-DATA               PIC X(4024).

FD  RENAME-JOURNAL-FILE.
01  RENAME-JOURNAL-REC.
    05 RJ-TS                 PIC X(19).
    05 FILLER                PIC X(01).
    05 RJ-KIND               PIC X(06).
    05 FILLER                PIC X(01).
    05 RJ-FILE               PIC X(60).
    05 FILLER                PIC X(01).
    05 RJ-DATA               PIC X(4024).

WORKING-STORAGE SECTION.

01  WS-RUNLOCK-STATUS          PIC XX VALUE "00".
01  WS-TGT-STATUS              PIC XX VALUE "00".
01  WS-ACC-STATUS              PIC XX VALUE "00".
01  WS-PROF-STATUS             PIC XX VALUE "00".
01  WS-CONN-STATUS             PIC XX VALUE "00".
01  WS-EOF                     PIC X VALUE "N".

01  WS-BAK-FILENAME            PIC X(80) VALUE SPACES.
01  WS-RESTORE-ALL              PIC X VALUE "N".
01  WS-FILE-ENTRY-COUNT          PIC 9(2) VALUE 0.
01  WS-FILE-TABLE.
    05 WS-FT-NAME OCCURS 40 TIMES PIC X(40).
01  WS-E                         PIC 9(2) VALUE 0.
01  WS-RESTORED-COUNT             PIC 9(3) VALUE 0.
01  WS-ABSENT-COUNT               PIC 9(3) VALUE 0.
01  WS-JRN-STATUS                 PIC XX VALUE "00".
01  WS-JRN-EOF                    PIC X VALUE "N".
01  WS-CUTOFF-TS                  PIC X(19) VALUE SPACES.
01  WS-BTAG-COUNT                 PIC 9(1) VALUE 2.
01  WS-BTAG-TABLE OCCURS 2 TIMES.
    05 WS-BT-TAG                  PIC X(30).
    05 WS-BT-CHOSEN-TS            PIC X(19).
01  WS-RF-IN-BATCH                PIC X VALUE "N".
01  WS-RF-TAG-IDX                 PIC 9(1) VALUE 0.
01  WS-ACC-OPEN                   PIC X VALUE "N".
01  WS-PROF-OPEN                  PIC X VALUE "N".
01  WS-CONN-OPEN                  PIC X VALUE "N".
01  WS-RF-KEYED-COUNT             PIC 9(7) VALUE 0.
01  WS-RF-BATCH-COUNT             PIC 9(5) VALUE 0.
01  WS-RF-APPEND-COUNT            PIC 9(7) VALUE 0.

*> Username-change rollback: the last change's BEGIN stamp and names,
*> the files whose before-image was completed (END row), and the
*> pass-2 bookkeeping.
01  WS-RJ-STATUS                  PIC XX VALUE "00".
01  WS-RB-TS                      PIC X(19) VALUE SPACES.
01  WS-RB-OLD-USER                PIC X(20) VALUE SPACES.
01  WS-RB-NEW-USER                PIC X(20) VALUE SPACES.
01  WS-RB-UNDONE                  PIC X VALUE "N".
01  WS-RB-COMMITTED               PIC X VALUE "N".
01  WS-RB-FILE-COUNT              PIC 9(2) VALUE 0.
01  WS-RB-FILE-TABLE.
    05 WS-RB-FILE OCCURS 80 TIMES PIC X(60).
01  WS-RB-F                       PIC 9(2) VALUE 0.
01  WS-RB-DONE                    PIC X VALUE "N".
01  WS-RB-TGT-OPEN                PIC X VALUE "N".
01  WS-RB-ROW-COUNT               PIC 9(7) VALUE 0.
01  WS-RB-CONN-COUNT              PIC 9(7) VALUE 0.
01  WS-RB-RESTORED                PIC 9(3) VALUE 0.

PROCEDURE DIVISION.

*> ---------------------------------------------------------------
*> MAIN-MAINLINE
*>   Companion to DataBackup: brings one file back from a chosen
*>   generation set. Run once per file to restore several, or restore
*>   the accounts/profiles/connections images, which are rebuilt as
*>   indexed files
*>   rather than copied byte for byte. Restoring overwrites the live
*>   files, so the operator names the file explicitly -- or types the
*>   literal keyword ALL to deliberately bring back the whole set.
*> ---------------------------------------------------------------
MAIN-MAINLINE.
    PERFORM ACQUIRE-RUN-LOCK
    MOVE "Generation number to restore from (1-9), or RENAME to roll back the last username change:"
        TO WS-PROMPT
    PERFORM PRINT-PROMPT-AND-READ

    IF FUNCTION UPPER-CASE(FUNCTION TRIM(WS-CHOICE)) = "RENAME"
        PERFORM ROLL-BACK-RENAME
        PERFORM RELEASE-RUN-LOCK
        STOP RUN
    END-IF

    IF FUNCTION TEST-NUMVAL(WS-CHOICE) NOT = 0
       OR FUNCTION NUMVAL(WS-CHOICE) < 1
       OR FUNCTION NUMVAL(WS-CHOICE) > 9
    PERFORM RELEASE-RUN-LOCK
    STOP RUN.

*> ---------------------------------------------------------------
*> ROLL-BACK-RENAME
*>   Puts back the last username change AccountRenameTool made: each
*>   file whose before-image reached its END row is rewritten from
*>   the journal, the account, profile and connection rows return to
*>   the old key, and an UNDONE row stops the same change being rolled back
*>   twice. A file image cut short by a failed run was never copied
*>   back over, so it is left alone.
*> ---------------------------------------------------------------
ROLL-BACK-RENAME.
    OPEN INPUT RENAME-JOURNAL-FILE
    IF WS-RJ-STATUS = "35"
        MOVE "No username change journal found; nothing to roll back."
            TO WS-OUT-LINE
        PERFORM PRINT-LINE
        CLOSE RENAME-JOURNAL-FILE
        EXIT PARAGRAPH
    END-IF

    MOVE SPACES TO WS-RB-TS
    MOVE "N" TO WS-EOF
    PERFORM UNTIL WS-EOF = "Y"
        READ RENAME-JOURNAL-FILE
            AT END
                MOVE "Y" TO WS-EOF
            NOT AT END
                PERFORM NOTE-RENAME-JOURNAL-ROW
        END-READ
    END-PERFORM
    CLOSE RENAME-JOURNAL-FILE

    IF WS-RB-TS = SPACES
        MOVE "No username change recorded; nothing to roll back."
            TO WS-OUT-LINE
        PERFORM PRINT-LINE
        EXIT PARAGRAPH
    END-IF
    IF WS-RB-UNDONE = "Y"
        MOVE SPACES TO WS-OUT-LINE
        STRING "The last username change (" WS-RB-TS
               ") has already been rolled back."
          INTO WS-OUT-LINE
        END-STRING
        PERFORM PRINT-LINE
        EXIT PARAGRAPH
    END-IF

    MOVE SPACES TO WS-OUT-LINE
    STRING "Last username change: " FUNCTION TRIM(WS-RB-OLD-USER)
           " to " FUNCTION TRIM(WS-RB-NEW-USER) " at " WS-RB-TS
      INTO WS-OUT-LINE
    END-STRING
    PERFORM PRINT-LINE
    IF WS-RB-COMMITTED NOT = "Y"
        MOVE "That change did not finish; only the files it completed will be put back."
            TO WS-OUT-LINE
        PERFORM PRINT-LINE
    END-IF
    MOVE SPACES TO WS-OUT-LINE
    STRING WS-RB-FILE-COUNT
           " file(s) return to their state at that time; anything"
           " written to them since is lost."
      INTO WS-OUT-LINE
    END-STRING
    PERFORM PRINT-LINE

    MOVE "Roll it back? (Y/N):" TO WS-PROMPT
    PERFORM PRINT-PROMPT-AND-READ
    IF FUNCTION UPPER-CASE(FUNCTION TRIM(WS-CHOICE)) NOT = "Y"
        MOVE "Nothing rolled back." TO WS-OUT-LINE
        PERFORM PRINT-LINE
        EXIT PARAGRAPH
    END-IF

    MOVE 0 TO WS-RB-RESTORED
    MOVE 0 TO WS-RB-CONN-COUNT
    MOVE "N" TO WS-RB-TGT-OPEN
    MOVE SPACES TO WS-TGT-FILENAME
    OPEN INPUT RENAME-JOURNAL-FILE
    MOVE "N" TO WS-EOF
    PERFORM UNTIL WS-EOF = "Y"
        READ RENAME-JOURNAL-FILE
            AT END
                MOVE "Y" TO WS-EOF
            NOT AT END
                IF RJ-TS = WS-RB-TS
                    PERFORM APPLY-RENAME-JOURNAL-ROW
                END-IF
        END-READ
    END-PERFORM
    CLOSE RENAME-JOURNAL-FILE
    PERFORM CLOSE-RENAME-TARGET
    IF WS-RB-CONN-COUNT > 0
        MOVE SPACES TO WS-OUT-LINE
        STRING "  InCollege-Connections.txt: " WS-RB-CONN-COUNT
               " connection row(s) restored"
          INTO WS-OUT-LINE
        END-STRING
        PERFORM PRINT-LINE
    END-IF

    OPEN EXTEND RENAME-JOURNAL-FILE
    MOVE SPACES TO RENAME-JOURNAL-REC
    MOVE WS-RB-TS TO RJ-TS
    MOVE "UNDONE" TO RJ-KIND
    MOVE "|" TO RENAME-JOURNAL-REC(20:1)
    MOVE "|" TO RENAME-JOURNAL-REC(27:1)
    MOVE "|" TO RENAME-JOURNAL-REC(88:1)
    WRITE RENAME-JOURNAL-REC
    CLOSE RENAME-JOURNAL-FILE

    MOVE SPACES TO WS-OUT-LINE
    STRING "Username change rolled back: " WS-RB-RESTORED
           " file(s) restored; " FUNCTION TRIM(WS-RB-OLD-USER)
           " is the account's name again."
      INTO WS-OUT-LINE
    END-STRING
    PERFORM PRINT-LINE.

*> A later BEGIN starts a new change, so only the last one's rows
*> survive this pass.
NOTE-RENAME-JOURNAL-ROW.
    EVALUATE TRUE
        WHEN RJ-KIND = "BEGIN"
            MOVE RJ-TS TO WS-RB-TS
            MOVE RJ-DATA(1:20) TO WS-RB-OLD-USER
            MOVE RJ-DATA(22:20) TO WS-RB-NEW-USER
            MOVE "N" TO WS-RB-UNDONE
            MOVE "N" TO WS-RB-COMMITTED
            MOVE 0 TO WS-RB-FILE-COUNT
        WHEN RJ-TS NOT = WS-RB-TS
            CONTINUE
        WHEN RJ-KIND = "END"
            IF WS-RB-FILE-COUNT < 80
                ADD 1 TO WS-RB-FILE-COUNT
                MOVE RJ-FILE TO WS-RB-FILE(WS-RB-FILE-COUNT)
            END-IF
        WHEN RJ-KIND = "COMMIT"
            MOVE "Y" TO WS-RB-COMMITTED
        WHEN RJ-KIND = "UNDONE"
            MOVE "Y" TO WS-RB-UNDONE
    END-EVALUATE.

APPLY-RENAME-JOURNAL-ROW.
    EVALUATE RJ-KIND
        WHEN "BEFORE"
            PERFORM SWITCH-RENAME-TARGET
            IF WS-RB-TGT-OPEN = "Y"
                MOVE RJ-DATA TO TGT-REC
                WRITE TGT-REC
                ADD 1 TO WS-RB-ROW-COUNT
            END-IF
        WHEN "EMPTY"
            PERFORM SWITCH-RENAME-TARGET
        WHEN "ACCT"
            PERFORM CLOSE-RENAME-TARGET
            OPEN I-O ACC-FILE
            MOVE WS-RB-NEW-USER TO ACC-USER
            DELETE ACC-FILE RECORD
                INVALID KEY
                    CONTINUE
            END-DELETE
            MOVE RJ-DATA(1:53) TO ACC-REC
            WRITE ACC-REC
            IF WS-ACC-STATUS NOT = "00"
                REWRITE ACC-REC
            END-IF
            CLOSE ACC-FILE
            MOVE "  InCollege-Accounts.txt: account row restored"
                TO WS-OUT-LINE
            PERFORM PRINT-LINE
        WHEN "PROF"
            PERFORM CLOSE-RENAME-TARGET
            OPEN I-O PROF-FILE
            MOVE WS-RB-NEW-USER TO PROF-USER
            DELETE PROF-FILE RECORD
                INVALID KEY
                    CONTINUE
            END-DELETE
            MOVE RJ-DATA(1:3819) TO PROF-REC
            WRITE PROF-REC
            IF WS-PROF-STATUS NOT = "00"
                REWRITE PROF-REC
            END-IF
            CLOSE PROF-FILE
            MOVE "  InCollege-Profiles.txt: profile row restored"
                TO WS-OUT-LINE
            PERFORM PRINT-LINE
        WHEN "CONN"
            *> The row as it was; the copy under the new name goes.
            PERFORM CLOSE-RENAME-TARGET
            OPEN I-O CONN-FILE
            MOVE RJ-DATA(1:62) TO CONN-REC
            IF CONN-SENDER = WS-RB-OLD-USER
                MOVE WS-RB-NEW-USER TO CONN-SENDER
            END-IF
            IF CONN-RECIPIENT = WS-RB-OLD-USER
                MOVE WS-RB-NEW-USER TO CONN-RECIPIENT
            END-IF
            DELETE CONN-FILE RECORD
                INVALID KEY
                    CONTINUE
            END-DELETE
            MOVE RJ-DATA(1:62) TO CONN-REC
            WRITE CONN-REC
            IF WS-CONN-STATUS(1:1) NOT = "0"
                REWRITE CONN-REC
            END-IF
            CLOSE CONN-FILE
            ADD 1 TO WS-RB-CONN-COUNT
    END-EVALUATE.

*> Opens RJ-FILE for rewriting when the journal moves on to a new
*> file -- but only if that file's image reached its END row.
SWITCH-RENAME-TARGET.
    IF WS-RB-TGT-OPEN = "Y" AND RJ-FILE = WS-TGT-FILENAME
        EXIT PARAGRAPH
    END-IF
    PERFORM CLOSE-RENAME-TARGET

    MOVE "N" TO WS-RB-DONE
    PERFORM VARYING WS-RB-F FROM 1 BY 1
        UNTIL WS-RB-F > WS-RB-FILE-COUNT
        IF WS-RB-FILE(WS-RB-F) = RJ-FILE
            MOVE "Y" TO WS-RB-DONE
        END-IF
    END-PERFORM
    IF WS-RB-DONE NOT = "Y"
        EXIT PARAGRAPH
    END-IF

    MOVE RJ-FILE TO WS-TGT-FILENAME
    OPEN OUTPUT TGT-FILE
    MOVE "Y" TO WS-RB-TGT-OPEN
    MOVE 0 TO WS-RB-ROW-COUNT.

CLOSE-RENAME-TARGET.
    IF WS-RB-TGT-OPEN NOT = "Y"
        EXIT PARAGRAPH
    END-IF
    CLOSE TGT-FILE
    MOVE "N" TO WS-RB-TGT-OPEN
    ADD 1 TO WS-RB-RESTORED
    MOVE SPACES TO WS-OUT-LINE
    STRING "  " FUNCTION TRIM(WS-TGT-FILENAME) ": " WS-RB-ROW-COUNT
           " row(s) restored"
      INTO WS-OUT-LINE
    END-STRING
    PERFORM PRINT-LINE
    MOVE SPACES TO WS-TGT-FILENAME.

*> ---------------------------------------------------------------
*> OFFER-ROLL-FORWARD
*>   A corruption at 3pm no longer costs the day: after the backup
*>   is back, the operator can replay the online program's change
*>   journal up to a chosen timestamp. Only complete BEGIN/COMMIT
*>   batches replay for the rewrite-all files; keyed account,
*>   profile and connection saves and deletes apply row by row; appended rows replay after the
*>   last batch that rewrote their file.
*> ---------------------------------------------------------------
OFFER-ROLL-FORWARD.
*>   whole.
*> ---------------------------------------------------------------
FIND-LAST-BATCHES.
    MOVE "InCollege-Messages.txt"     TO WS-BT-TAG(1)
    MOVE "InCollege-Applications.txt" TO WS-BT-TAG(2)
    PERFORM VARYING WS-RF-T FROM 1 BY 1 UNTIL WS-RF-T > WS-BTAG-COUNT
        MOVE SPACES TO WS-BT-CHOSEN-TS(WS-RF-T)
    END-PERFORM
    IF WS-PROF-STATUS = "00"
        MOVE "Y" TO WS-PROF-OPEN
    END-IF
    MOVE "N" TO WS-CONN-OPEN
    OPEN I-O CONN-FILE
    IF WS-CONN-STATUS = "00"
        MOVE "Y" TO WS-CONN-OPEN
    END-IF

    MOVE "N" TO WS-RF-IN-BATCH
    OPEN INPUT JOURNAL-FILE
    END-IF
    IF WS-PROF-OPEN = "Y"
        CLOSE PROF-FILE
    END-IF
    IF WS-CONN-OPEN = "Y"
        CLOSE CONN-FILE
    END-IF.

REPLAY-ONE-JOURNAL-ROW.
    EVALUATE FUNCTION TRIM(JR-KIND)
        WHEN "KEYED"
            PERFORM APPLY-KEYED-ROW
        WHEN "DELETE"
            PERFORM APPLY-DELETED-ROW
        WHEN "BEGIN"
            PERFORM MAYBE-OPEN-BATCH
        WHEN "ROW"
            WRITE PROF-REC
        END-IF
        ADD 1 TO WS-RF-KEYED-COUNT
    END-IF
    IF FUNCTION TRIM(JR-FILE-TAG) = "InCollege-Connections.txt"
       AND WS-CONN-OPEN = "Y"
        MOVE JR-DATA(1:62) TO CONN-REC
        REWRITE CONN-REC
        IF WS-CONN-STATUS(1:1) NOT = "0"
            WRITE CONN-REC
        END-IF
        ADD 1 TO WS-RF-KEYED-COUNT
    END-IF.

*> A row the online program deleted by key (only the connections
*> file journals these) is deleted again.
APPLY-DELETED-ROW.
    IF FUNCTION TRIM(JR-FILE-TAG) = "InCollege-Connections.txt"
       AND WS-CONN-OPEN = "Y"
        MOVE JR-DATA(1:62) TO CONN-REC
        DELETE CONN-FILE RECORD
            INVALID KEY
                CONTINUE
        END-DELETE
        ADD 1 TO WS-RF-KEYED-COUNT
    END-IF.

MAYBE-OPEN-BATCH.
*>   append). Files with no replayed batch take every append.
*> ---------------------------------------------------------------
APPLY-APPEND-ROW.
    *> Appends journaled before the connections file was keyed cannot
    *> be replayed onto it as plain lines.
    IF FUNCTION TRIM(JR-FILE-TAG) = "InCollege-Connections.txt"
        EXIT PARAGRAPH
    END-IF

    MOVE 0 TO WS-RF-TAG-IDX
    PERFORM VARYING WS-RF-T FROM 1 BY 1 UNTIL WS-RF-T > WS-BTAG-COUNT
        IF WS-BT-TAG(WS-RF-T) = JR-FILE-TAG

*> ---------------------------------------------------------------
*> RESTORE-ONE-NAME
*>   Dispatches WS-BASE-NAME to the right restore: the three indexed
*>   files are rebuilt from their images, everything else is a plain
*>   copy back.
*> ---------------------------------------------------------------
            PERFORM RESTORE-ACCOUNTS
        WHEN "InCollege-Profiles.txt"
            PERFORM RESTORE-PROFILES
        WHEN "InCollege-Connections.txt"
            PERFORM RESTORE-CONNECTIONS
        WHEN OTHER
            PERFORM RESTORE-PLAIN-FILE
    END-EVALUATE.
*> ---------------------------------------------------------------
*> RESTORE-WHOLE-SET
*>   Full-disk recovery: every base name DataBackup covers, plus the
*>   three indexed images, brought back from the chosen generation.
*>   Files absent from that generation are counted, not fatal.
*> ---------------------------------------------------------------
RESTORE-WHOLE-SET.
    PERFORM RESTORE-ONE-NAME
    MOVE "InCollege-Profiles.txt" TO WS-BASE-NAME
    PERFORM RESTORE-ONE-NAME
    MOVE "InCollege-Connections.txt" TO WS-BASE-NAME
    PERFORM RESTORE-ONE-NAME

    MOVE SPACES TO WS-OUT-LINE
    STRING "Whole-set restore from generation " WS-GEN
    PERFORM PRINT-RESTORE-SUMMARY.

*> ---------------------------------------------------------------
*> RESTORE-ACCOUNTS / RESTORE-PROFILES / RESTORE-CONNECTIONS
*>   The indexed files are rebuilt (OPEN OUTPUT recreates the file
*>   and its index) from the fixed-width images DataBackup wrote.
*> ---------------------------------------------------------------

    PERFORM PRINT-RESTORE-SUMMARY.

*> A generation written before the connections file was keyed is a
*> plain copy ending in a control trailer; the trailer is skipped.
RESTORE-CONNECTIONS.
    OPEN INPUT BAK-FILE
    IF WS-BAK-STATUS = "35"
        PERFORM NOTE-MISSING-BACKUP
        CLOSE BAK-FILE
        EXIT PARAGRAPH
    END-IF

    OPEN OUTPUT CONN-FILE
    MOVE 0 TO WS-ROW-COUNT
    MOVE "N" TO WS-EOF
    PERFORM UNTIL WS-EOF = "Y"
        READ BAK-FILE
            AT END
                MOVE "Y" TO WS-EOF
            NOT AT END
                IF BAK-REC(1:20) NOT = SPACES
                   AND BAK-REC(1:9) NOT = "*TRAILER*"
                    MOVE BAK-REC(1:62) TO CONN-REC
                    WRITE CONN-REC
                    IF WS-CONN-STATUS(1:1) = "0"
                        ADD 1 TO WS-ROW-COUNT
                    END-IF
                END-IF
        END-READ
    END-PERFORM
    CLOSE CONN-FILE
    CLOSE BAK-FILE

    PERFORM PRINT-RESTORE-SUMMARY.

PRINT-RESTORE-SUMMARY.
    ADD 1 TO WS-RESTORED-COUNT
    MOVE SPACES TO WS-OUT-LINE
    ADD 1 TO WS-FILE-ENTRY-COUNT
    MOVE "InCollege-Applications.txt" TO WS-FT-NAME(WS-FILE-ENTRY-COUNT)
    ADD 1 TO WS-FILE-ENTRY-COUNT
    MOVE "InCollege-Messages.txt" TO WS-FT-NAME(WS-FILE-ENTRY-COUNT)
    ADD 1 TO WS-FILE-ENTRY-COUNT
    MOVE "InCollege-MessageSeq.txt" TO WS-FT-NAME(WS-FILE-ENTRY-COUNT)
    ADD 1 TO WS-FILE-ENTRY-COUNT
    MOVE "InCollege-SavedJobs.txt" TO WS-FT-NAME(WS-FILE-ENTRY-COUNT)
    ADD 1 TO WS-FILE-ENTRY-COUNT
    MOVE "InCollege-ApplicationPostings.txt" TO WS-FT-NAME(WS-FILE-ENTRY-COUNT)
    ADD 1 TO WS-FILE-ENTRY-COUNT
    MOVE "InCollege-Notifications.txt" TO WS-FT-NAME(WS-FILE-ENTRY-COUNT)
    ADD 1 TO WS-FILE-ENTRY-COUNT
    MOVE "InCollege-Employers.txt" TO WS-FT-NAME(WS-FILE-ENTRY-COUNT)
    ADD 1 TO WS-FILE-ENTRY-COUNT
    MOVE "InCollege-Statistics.txt" TO WS-FT-NAME(WS-FILE-ENTRY-COUNT)
    ADD 1 TO WS-FILE-ENTRY-COUNT
    MOVE "InCollege-MessageHistory.txt" TO WS-FT-NAME(WS-FILE-ENTRY-COUNT)
    ADD 1 TO WS-FILE-ENTRY-COUNT
    MOVE "InCollege-DeliveryRuns.txt" TO WS-FT-NAME(WS-FILE-ENTRY-COUNT)
    ADD 1 TO WS-FILE-ENTRY-COUNT
    MOVE "InCollege-DeliveryLog.txt" TO WS-FT-NAME(WS-FILE-ENTRY-COUNT)
    ADD 1 TO WS-FILE-ENTRY-COUNT
    MOVE "InCollege-ReferenceChecks.txt" TO WS-FT-NAME(WS-FILE-ENTRY-COUNT).

PRINT-PROMPT-AND-READ.
    MOVE WS-PROMPT TO WS-OUT-LINE
