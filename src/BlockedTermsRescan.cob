       >>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. BlockedTermsRescan.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.

*> Run lock shared by the online program and every batch tool that
*> writes the data files, so a load-all/rewrite-all in one program
*> cannot silently erase another's changes mid-run.
    SELECT RUN-LOCK-FILE ASSIGN TO "data/InCollege-RunLock.txt"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-RUNLOCK-STATUS.

    SELECT BLOCKED-TERMS-FILE ASSIGN TO "data/InCollege-BlockedTerms.txt"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-BTERM-STATUS.

*> The blocked-terms list as of the last rescan, reduced to a count
*> and a checksum, so a night with no list change costs nothing.
    SELECT SCAN-STAMP-FILE ASSIGN TO "data/InCollege-BlockedTermsScan.txt"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-SS-STATUS.

    SELECT HELD-CONTENT-FILE ASSIGN TO "data/InCollege-HeldContent.txt"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-HELD-STATUS.

    SELECT MODERATION-FILE ASSIGN TO "data/InCollege-ModerationQueue.txt"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-MODQ-STATUS.

    SELECT STATUS-UPDATE-FILE ASSIGN TO "data/InCollege-StatusUpdates.txt"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-SU-STATUS.

    SELECT STATUS-COMMENT-FILE ASSIGN TO "data/InCollege-StatusComments.txt"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-SCOM-STATUS.

    SELECT GROUP-POST-FILE ASSIGN TO "data/InCollege-GroupPosts.txt"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-GPOST-STATUS.

    SELECT RECO-FILE ASSIGN TO "data/InCollege-Recommendations.txt"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-RECO-STATUS.

*> Scratch copy of whichever content file is being rescanned; the
*> kept rows are copied back over the live file after each pass.
    SELECT WORK-FILE ASSIGN TO "data/InCollege-BlockedTermsRescan.work"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-WORK-STATUS.

DATA DIVISION.
FILE SECTION.

FD  RUN-LOCK-FILE.
01  RUN-LOCK-REC.
    05 RUNLOCK-HOLDER        PIC X(30).
    05 FILLER                PIC X(01).
    05 RUNLOCK-MODE          PIC X(10).
    05 FILLER                PIC X(01).
    05 RUNLOCK-READERS       PIC 9(03).

FD  BLOCKED-TERMS-FILE.
01  BLOCKED-TERMS-REC        PIC X(30).

FD  SCAN-STAMP-FILE.
01  SCAN-STAMP-REC.
    05 SS-TERM-COUNT         PIC 9(03).
    05 FILLER                PIC X(01).
    05 SS-CHECKSUM           PIC 9(12).
    05 FILLER                PIC X(01).
    05 SS-DATE               PIC X(10).

*> Same layout the online program writes; see InCollege.cob.
FD  HELD-CONTENT-FILE.
01  HELD-CONTENT-REC.
    05 HC-ID                 PIC X(10).
    05 FILLER                PIC X(01).
    05 HC-KIND               PIC X(10).
    05 FILLER                PIC X(01).
    05 HC-AUTHOR             PIC X(20).
    05 FILLER                PIC X(01).
    05 HC-KEY1               PIC X(20).
    05 FILLER                PIC X(01).
    05 HC-KEY2               PIC X(20).
    05 FILLER                PIC X(01).
    05 HC-REF                PIC X(10).
    05 FILLER                PIC X(01).
    05 HC-TS                 PIC X(20).
    05 FILLER                PIC X(01).
    05 HC-TERM               PIC X(30).
    05 FILLER                PIC X(01).
    05 HC-STATUS             PIC X(10).
    05 FILLER                PIC X(01).
    05 HC-TEXT               PIC X(200).

FD  MODERATION-FILE.
01  MODERATION-REC.
    05 MQ-REPORTER           PIC X(20).
    05 FILLER                PIC X(01).
    05 MQ-MSG-ID             PIC X(10).
    05 FILLER                PIC X(01).
    05 MQ-REASON             PIC X(60).
    05 FILLER                PIC X(01).
    05 MQ-DATE               PIC X(10).
    05 FILLER                PIC X(01).
    05 MQ-STATUS             PIC X(10).
    05 FILLER                PIC X(01).
    05 MQ-TYPE               PIC X(10).

FD  STATUS-UPDATE-FILE.
01  STATUS-UPDATE-REC.
    05 SU-AUTHOR             PIC X(20).
    05 FILLER                PIC X(01).
    05 SU-TS                 PIC X(20).
    05 FILLER                PIC X(01).
    05 SU-TEXT               PIC X(200).

FD  STATUS-COMMENT-FILE.
01  STATUS-COMMENT-REC.
    05 SC-UPDATE-AUTHOR      PIC X(20).
    05 FILLER                PIC X(01).
    05 SC-UPDATE-TS          PIC X(20).
    05 FILLER                PIC X(01).
    05 SC-AUTHOR             PIC X(20).
    05 FILLER                PIC X(01).
    05 SC-TS                 PIC X(20).
    05 FILLER                PIC X(01).
    05 SC-TEXT               PIC X(200).

FD  GROUP-POST-FILE.
01  GROUP-POST-REC.
    05 GP-GROUP-ID           PIC X(10).
    05 FILLER                PIC X(01).
    05 GP-ID                 PIC X(10).
    05 FILLER                PIC X(01).
    05 GP-PARENT             PIC X(10).
    05 FILLER                PIC X(01).
    05 GP-AUTHOR             PIC X(20).
    05 FILLER                PIC X(01).
    05 GP-TS                 PIC X(20).
    05 FILLER                PIC X(01).
    05 GP-TEXT               PIC X(200).

FD  RECO-FILE.
01  RECO-REC.
    05 RECO-OWNER            PIC X(20).
    05 FILLER                PIC X(01).
    05 RECO-AUTHOR           PIC X(20).
    05 FILLER                PIC X(01).
    05 RECO-STATUS           PIC X(10).
    05 FILLER                PIC X(01).
    05 RECO-DATE             PIC X(10).
    05 FILLER                PIC X(01).
    05 RECO-TEXT             PIC X(200).

FD  WORK-FILE.
01  WORK-REC                 PIC X(300).

WORKING-STORAGE SECTION.

01  WS-RUNLOCK-STATUS          PIC XX VALUE "00".
01  WS-RUNLOCK-MYNAME          PIC X(30) VALUE "BlockedTermsRescan".

01  WS-BTERM-STATUS           PIC XX VALUE "00".
01  WS-SS-STATUS              PIC XX VALUE "00".
01  WS-HELD-STATUS            PIC XX VALUE "00".
01  WS-MODQ-STATUS            PIC XX VALUE "00".
01  WS-SU-STATUS              PIC XX VALUE "00".
01  WS-SCOM-STATUS            PIC XX VALUE "00".
01  WS-GPOST-STATUS           PIC XX VALUE "00".
01  WS-RECO-STATUS            PIC XX VALUE "00".
01  WS-WORK-STATUS            PIC XX VALUE "00".
01  WS-EOF                    PIC X VALUE "N".

01  WS-RAW-DATE               PIC X(21) VALUE SPACES.
01  WS-TODAY-DATE             PIC X(10) VALUE SPACES.

*> The term list and its signature, and the signature the last
*> rescan left behind.
01  WS-BTERM-COUNT            PIC 9(3) VALUE 0.
01  WS-BTERM-TABLE OCCURS 200 TIMES PIC X(30) VALUE SPACES.
01  WS-SIG-SUM                PIC 9(12) VALUE 0.
01  WS-SIG-T                  PIC 9(3) VALUE 0.
01  WS-SIG-P                  PIC 9(3) VALUE 0.
01  WS-LAST-COUNT             PIC 9(3) VALUE 0.
01  WS-LAST-SUM               PIC 9(12) VALUE 0.
01  WS-LAST-DATE              PIC X(10) VALUE SPACES.
01  WS-LAST-FOUND             PIC X VALUE "N".

*> Word-boundary match, the same screen the online program runs.
01  WS-SCREEN-TEXT           PIC X(200) VALUE SPACES.
01  WS-SCREEN-UPPER          PIC X(200) VALUE SPACES.
01  WS-SCREEN-HIT            PIC X VALUE "N".
01  WS-SCREEN-TERM           PIC X(30) VALUE SPACES.
01  WS-SCREEN-T              PIC 9(3) VALUE 0.
01  WS-SCREEN-POS            PIC 9(3) VALUE 0.
01  WS-SCREEN-LEN            PIC 9(3) VALUE 0.
01  WS-SCREEN-LEFT           PIC X VALUE SPACE.
01  WS-SCREEN-RIGHT          PIC X VALUE SPACE.

*> Held content staff already approved: the rescan leaves a live
*> row alone when it matches one of these, so a cleared post is
*> not pulled again every time the list changes.
01  WS-HELD-NEXT-ID          PIC 9(10) VALUE 0.
01  WS-HELD-ID-NUM           PIC 9(10) VALUE 0.
01  WS-APR-COUNT             PIC 9(4) VALUE 0.
01  WS-APR-TABLE OCCURS 1000 TIMES.
    05 WS-APR-KIND           PIC X(10).
    05 WS-APR-AUTHOR         PIC X(20).
    05 WS-APR-KEY1           PIC X(20).
    05 WS-APR-TS             PIC X(20).
01  WS-APR-I                 PIC 9(4) VALUE 0.
01  WS-CLEARED               PIC X VALUE "N".

*> The row being held.
01  WS-HOLD-KIND             PIC X(10) VALUE SPACES.
01  WS-HOLD-AUTHOR           PIC X(20) VALUE SPACES.
01  WS-HOLD-KEY1             PIC X(20) VALUE SPACES.
01  WS-HOLD-KEY2             PIC X(20) VALUE SPACES.
01  WS-HOLD-REF              PIC X(10) VALUE SPACES.
01  WS-HOLD-TS               PIC X(20) VALUE SPACES.

01  WS-SU-HELD                PIC 9(5) VALUE 0.
01  WS-SC-HELD                PIC 9(5) VALUE 0.
01  WS-GP-HELD                PIC 9(5) VALUE 0.
01  WS-RECO-HELD              PIC 9(5) VALUE 0.

PROCEDURE DIVISION.

*> ---------------------------------------------------------------
*> MAIN-MAINLINE
*>   Nightly companion to the online blocked-terms screen. When the
*>   term list has changed since the last run, every published
*>   status update, feed comment, group post and recommendation is
*>   screened against the new list; a match is pulled from its file
*>   into HELD-CONTENT-FILE and queued as a HELD item for the staff
*>   moderation queue, exactly as if it had been held when posted.
*>   An unchanged list is a no-op.
*> ---------------------------------------------------------------
MAIN-MAINLINE.
    PERFORM ACQUIRE-RUN-LOCK
    PERFORM LOAD-BLOCKED-TERMS
    PERFORM LOAD-LAST-SCAN

    IF WS-LAST-FOUND = "Y"
       AND WS-LAST-COUNT = WS-BTERM-COUNT
       AND WS-LAST-SUM = WS-SIG-SUM
        DISPLAY "Blocked terms unchanged since the scan of "
            WS-LAST-DATE "; nothing to rescan."
        PERFORM RELEASE-RUN-LOCK
        STOP RUN
    END-IF

    PERFORM FORMAT-TODAY-DATE
    IF WS-BTERM-COUNT > 0
        PERFORM LOAD-HELD-CONTENT
        PERFORM OPEN-HOLD-FILES
        PERFORM RESCAN-STATUS-UPDATES
        PERFORM RESCAN-STATUS-COMMENTS
        PERFORM RESCAN-GROUP-POSTS
        PERFORM RESCAN-RECOS
        CLOSE HELD-CONTENT-FILE
        CLOSE MODERATION-FILE
    END-IF
    PERFORM SAVE-SCAN-STAMP

    DISPLAY "Blocked-terms rescan complete (" WS-BTERM-COUNT
        " term(s)): held " WS-SU-HELD " status update(s), "
        WS-SC-HELD " comment(s), " WS-GP-HELD " group post(s), "
        WS-RECO-HELD " recommendation(s)."
    PERFORM RELEASE-RUN-LOCK
    STOP RUN.

FORMAT-TODAY-DATE.
    MOVE FUNCTION CURRENT-DATE TO WS-RAW-DATE
    MOVE SPACES TO WS-TODAY-DATE
    STRING WS-RAW-DATE(1:4) "-"
           WS-RAW-DATE(5:2) "-"
           WS-RAW-DATE(7:2)
      INTO WS-TODAY-DATE
    END-STRING.

*> ---------------------------------------------------------------
*> LOAD-BLOCKED-TERMS
*>   Reads the list and reduces it to a checksum -- each term's
*>   characters weighted by position, summed over the list -- so
*>   adding, removing or retyping any term changes the signature
*>   while merely reordering the list does not.
*> ---------------------------------------------------------------
LOAD-BLOCKED-TERMS.
    MOVE 0 TO WS-BTERM-COUNT
    MOVE 0 TO WS-SIG-SUM
    MOVE "N" TO WS-EOF

    OPEN INPUT BLOCKED-TERMS-FILE
    IF WS-BTERM-STATUS NOT = "35"
        PERFORM UNTIL WS-EOF = "Y"
            READ BLOCKED-TERMS-FILE
                AT END
                    MOVE "Y" TO WS-EOF
                NOT AT END
                    IF BLOCKED-TERMS-REC NOT = SPACES
                       AND WS-BTERM-COUNT < 200
                        ADD 1 TO WS-BTERM-COUNT
                        MOVE FUNCTION UPPER-CASE(
                                 FUNCTION TRIM(BLOCKED-TERMS-REC))
                            TO WS-BTERM-TABLE(WS-BTERM-COUNT)
                    END-IF
            END-READ
        END-PERFORM
    END-IF
    CLOSE BLOCKED-TERMS-FILE

    PERFORM VARYING WS-SIG-T FROM 1 BY 1 UNTIL WS-SIG-T > WS-BTERM-COUNT
        PERFORM VARYING WS-SIG-P FROM 1 BY 1 UNTIL WS-SIG-P > 30
            COMPUTE WS-SIG-SUM = WS-SIG-SUM + WS-SIG-P *
                FUNCTION ORD(WS-BTERM-TABLE(WS-SIG-T)(WS-SIG-P:1))
        END-PERFORM
    END-PERFORM.

LOAD-LAST-SCAN.
    MOVE "N" TO WS-LAST-FOUND
    OPEN INPUT SCAN-STAMP-FILE
    IF WS-SS-STATUS NOT = "35"
        READ SCAN-STAMP-FILE
            NOT AT END
                IF SS-TERM-COUNT IS NUMERIC AND SS-CHECKSUM IS NUMERIC
                    MOVE "Y" TO WS-LAST-FOUND
                    MOVE SS-TERM-COUNT TO WS-LAST-COUNT
                    MOVE SS-CHECKSUM   TO WS-LAST-SUM
                    MOVE SS-DATE       TO WS-LAST-DATE
                END-IF
        END-READ
    END-IF
    CLOSE SCAN-STAMP-FILE.

SAVE-SCAN-STAMP.
    OPEN OUTPUT SCAN-STAMP-FILE
    MOVE SPACES TO SCAN-STAMP-REC
    MOVE WS-BTERM-COUNT TO SS-TERM-COUNT
    MOVE WS-SIG-SUM     TO SS-CHECKSUM
    MOVE WS-TODAY-DATE  TO SS-DATE
    MOVE "|" TO SCAN-STAMP-REC(4:1)
    MOVE "|" TO SCAN-STAMP-REC(17:1)
    WRITE SCAN-STAMP-REC
    CLOSE SCAN-STAMP-FILE.

*> ---------------------------------------------------------------
*> LOAD-HELD-CONTENT
*>   The highest held id on file (new holds number on from it) and
*>   the rows staff approved.
*> ---------------------------------------------------------------
LOAD-HELD-CONTENT.
    MOVE 0 TO WS-HELD-NEXT-ID
    MOVE 0 TO WS-APR-COUNT
    MOVE "N" TO WS-EOF

    OPEN INPUT HELD-CONTENT-FILE
    IF WS-HELD-STATUS NOT = "35"
        PERFORM UNTIL WS-EOF = "Y"
            READ HELD-CONTENT-FILE
                AT END
                    MOVE "Y" TO WS-EOF
                NOT AT END
                    IF HC-ID IS NUMERIC
                        MOVE HC-ID TO WS-HELD-ID-NUM
                        IF WS-HELD-ID-NUM > WS-HELD-NEXT-ID
                            MOVE WS-HELD-ID-NUM TO WS-HELD-NEXT-ID
                        END-IF
                    END-IF
                    IF FUNCTION TRIM(HC-STATUS) = "APPROVED"
                       AND WS-APR-COUNT < 1000
                        ADD 1 TO WS-APR-COUNT
                        MOVE HC-KIND   TO WS-APR-KIND(WS-APR-COUNT)
                        MOVE HC-AUTHOR TO WS-APR-AUTHOR(WS-APR-COUNT)
                        MOVE HC-KEY1   TO WS-APR-KEY1(WS-APR-COUNT)
                        MOVE HC-TS     TO WS-APR-TS(WS-APR-COUNT)
                    END-IF
            END-READ
        END-PERFORM
    END-IF
    CLOSE HELD-CONTENT-FILE.

OPEN-HOLD-FILES.
    OPEN EXTEND HELD-CONTENT-FILE
    IF WS-HELD-STATUS = "35"
        OPEN OUTPUT HELD-CONTENT-FILE
        CLOSE HELD-CONTENT-FILE
        OPEN EXTEND HELD-CONTENT-FILE
    END-IF

    OPEN EXTEND MODERATION-FILE
    IF WS-MODQ-STATUS = "35"
        OPEN OUTPUT MODERATION-FILE
        CLOSE MODERATION-FILE
        OPEN EXTEND MODERATION-FILE
    END-IF.

*> ---------------------------------------------------------------
*> RESCAN-STATUS-UPDATES / -STATUS-COMMENTS / -GROUP-POSTS / -RECOS
*>   One streaming pass per content file: matching rows go to the
*>   held store, every other row to WORK-FILE, which is then copied
*>   back over the live file. A missing file is simply skipped.
*> ---------------------------------------------------------------
RESCAN-STATUS-UPDATES.
    OPEN INPUT STATUS-UPDATE-FILE
    IF WS-SU-STATUS = "35"
        CLOSE STATUS-UPDATE-FILE
        EXIT PARAGRAPH
    END-IF
    OPEN OUTPUT WORK-FILE

    MOVE "N" TO WS-EOF
    PERFORM UNTIL WS-EOF = "Y"
        READ STATUS-UPDATE-FILE
            AT END
                MOVE "Y" TO WS-EOF
            NOT AT END
                PERFORM RESCAN-ONE-STATUS-UPDATE
        END-READ
    END-PERFORM
    CLOSE STATUS-UPDATE-FILE
    CLOSE WORK-FILE

    OPEN OUTPUT STATUS-UPDATE-FILE
    OPEN INPUT WORK-FILE
    MOVE "N" TO WS-EOF
    PERFORM UNTIL WS-EOF = "Y"
        READ WORK-FILE
            AT END
                MOVE "Y" TO WS-EOF
            NOT AT END
                MOVE WORK-REC TO STATUS-UPDATE-REC
                WRITE STATUS-UPDATE-REC
        END-READ
    END-PERFORM
    CLOSE WORK-FILE
    CLOSE STATUS-UPDATE-FILE.

RESCAN-ONE-STATUS-UPDATE.
    MOVE "N" TO WS-SCREEN-HIT
    IF SU-AUTHOR NOT = SPACES
        MOVE SU-TEXT TO WS-SCREEN-TEXT
        PERFORM SCREEN-CONTENT-TEXT
    END-IF
    IF WS-SCREEN-HIT = "Y"
        MOVE "STATUS"  TO WS-HOLD-KIND
        MOVE SU-AUTHOR TO WS-HOLD-AUTHOR
        MOVE SPACES    TO WS-HOLD-KEY1
        MOVE SPACES    TO WS-HOLD-KEY2
        MOVE SPACES    TO WS-HOLD-REF
        MOVE SU-TS     TO WS-HOLD-TS
        PERFORM CHECK-ALREADY-CLEARED
    END-IF

    IF WS-SCREEN-HIT = "Y" AND WS-CLEARED = "N"
        PERFORM HOLD-ONE-ROW
        ADD 1 TO WS-SU-HELD
    ELSE
        MOVE STATUS-UPDATE-REC TO WORK-REC
        WRITE WORK-REC
    END-IF.

RESCAN-STATUS-COMMENTS.
    OPEN INPUT STATUS-COMMENT-FILE
    IF WS-SCOM-STATUS = "35"
        CLOSE STATUS-COMMENT-FILE
        EXIT PARAGRAPH
    END-IF
    OPEN OUTPUT WORK-FILE

    MOVE "N" TO WS-EOF
    PERFORM UNTIL WS-EOF = "Y"
        READ STATUS-COMMENT-FILE
            AT END
                MOVE "Y" TO WS-EOF
            NOT AT END
                PERFORM RESCAN-ONE-STATUS-COMMENT
        END-READ
    END-PERFORM
    CLOSE STATUS-COMMENT-FILE
    CLOSE WORK-FILE

    OPEN OUTPUT STATUS-COMMENT-FILE
    OPEN INPUT WORK-FILE
    MOVE "N" TO WS-EOF
    PERFORM UNTIL WS-EOF = "Y"
        READ WORK-FILE
            AT END
                MOVE "Y" TO WS-EOF
            NOT AT END
                MOVE WORK-REC TO STATUS-COMMENT-REC
                WRITE STATUS-COMMENT-REC
        END-READ
    END-PERFORM
    CLOSE WORK-FILE
    CLOSE STATUS-COMMENT-FILE.

RESCAN-ONE-STATUS-COMMENT.
    MOVE "N" TO WS-SCREEN-HIT
    IF SC-AUTHOR NOT = SPACES
        MOVE SC-TEXT TO WS-SCREEN-TEXT
        PERFORM SCREEN-CONTENT-TEXT
    END-IF
    IF WS-SCREEN-HIT = "Y"
        MOVE "COMMENT"        TO WS-HOLD-KIND
        MOVE SC-AUTHOR        TO WS-HOLD-AUTHOR
        MOVE SC-UPDATE-AUTHOR TO WS-HOLD-KEY1
        MOVE SC-UPDATE-TS     TO WS-HOLD-KEY2
        MOVE SPACES           TO WS-HOLD-REF
        MOVE SC-TS            TO WS-HOLD-TS
        PERFORM CHECK-ALREADY-CLEARED
    END-IF

    IF WS-SCREEN-HIT = "Y" AND WS-CLEARED = "N"
        PERFORM HOLD-ONE-ROW
        ADD 1 TO WS-SC-HELD
    ELSE
        MOVE STATUS-COMMENT-REC TO WORK-REC
        WRITE WORK-REC
    END-IF.

RESCAN-GROUP-POSTS.
    OPEN INPUT GROUP-POST-FILE
    IF WS-GPOST-STATUS = "35"
        CLOSE GROUP-POST-FILE
        EXIT PARAGRAPH
    END-IF
    OPEN OUTPUT WORK-FILE

    MOVE "N" TO WS-EOF
    PERFORM UNTIL WS-EOF = "Y"
        READ GROUP-POST-FILE
            AT END
                MOVE "Y" TO WS-EOF
            NOT AT END
                PERFORM RESCAN-ONE-GROUP-POST
        END-READ
    END-PERFORM
    CLOSE GROUP-POST-FILE
    CLOSE WORK-FILE

    OPEN OUTPUT GROUP-POST-FILE
    OPEN INPUT WORK-FILE
    MOVE "N" TO WS-EOF
    PERFORM UNTIL WS-EOF = "Y"
        READ WORK-FILE
            AT END
                MOVE "Y" TO WS-EOF
            NOT AT END
                MOVE WORK-REC TO GROUP-POST-REC
                WRITE GROUP-POST-REC
        END-READ
    END-PERFORM
    CLOSE WORK-FILE
    CLOSE GROUP-POST-FILE.

*> A pulled post keeps its id in HC-REF so approval can restore it
*> under the same id and its replies reattach.
RESCAN-ONE-GROUP-POST.
    MOVE "N" TO WS-SCREEN-HIT
    IF GP-AUTHOR NOT = SPACES
        MOVE GP-TEXT TO WS-SCREEN-TEXT
        PERFORM SCREEN-CONTENT-TEXT
    END-IF
    IF WS-SCREEN-HIT = "Y"
        MOVE "GROUPPOST" TO WS-HOLD-KIND
        MOVE GP-AUTHOR   TO WS-HOLD-AUTHOR
        MOVE GP-GROUP-ID TO WS-HOLD-KEY1
        MOVE GP-PARENT   TO WS-HOLD-KEY2
        MOVE GP-ID       TO WS-HOLD-REF
        MOVE GP-TS       TO WS-HOLD-TS
        PERFORM CHECK-ALREADY-CLEARED
    END-IF

    IF WS-SCREEN-HIT = "Y" AND WS-CLEARED = "N"
        PERFORM HOLD-ONE-ROW
        ADD 1 TO WS-GP-HELD
    ELSE
        MOVE GROUP-POST-REC TO WORK-REC
        WRITE WORK-REC
    END-IF.

RESCAN-RECOS.
    OPEN INPUT RECO-FILE
    IF WS-RECO-STATUS = "35"
        CLOSE RECO-FILE
        EXIT PARAGRAPH
    END-IF
    OPEN OUTPUT WORK-FILE

    MOVE "N" TO WS-EOF
    PERFORM UNTIL WS-EOF = "Y"
        READ RECO-FILE
            AT END
                MOVE "Y" TO WS-EOF
            NOT AT END
                PERFORM RESCAN-ONE-RECO
        END-READ
    END-PERFORM
    CLOSE RECO-FILE
    CLOSE WORK-FILE

    OPEN OUTPUT RECO-FILE
    OPEN INPUT WORK-FILE
    MOVE "N" TO WS-EOF
    PERFORM UNTIL WS-EOF = "Y"
        READ WORK-FILE
            AT END
                MOVE "Y" TO WS-EOF
            NOT AT END
                MOVE WORK-REC TO RECO-REC
                WRITE RECO-REC
        END-READ
    END-PERFORM
    CLOSE WORK-FILE
    CLOSE RECO-FILE.

*> A declined recommendation never prints, so it is left alone. A
*> pulled one keeps its status in HC-KEY2 -- approval restores it
*> PENDING or APPROVED as it was.
RESCAN-ONE-RECO.
    MOVE "N" TO WS-SCREEN-HIT
    IF RECO-OWNER NOT = SPACES
       AND FUNCTION TRIM(RECO-STATUS) NOT = "DECLINED"
        MOVE RECO-TEXT TO WS-SCREEN-TEXT
        PERFORM SCREEN-CONTENT-TEXT
    END-IF
    IF WS-SCREEN-HIT = "Y"
        MOVE "RECO"      TO WS-HOLD-KIND
        MOVE RECO-AUTHOR TO WS-HOLD-AUTHOR
        MOVE RECO-OWNER  TO WS-HOLD-KEY1
        MOVE RECO-STATUS TO WS-HOLD-KEY2
        MOVE SPACES      TO WS-HOLD-REF
        MOVE RECO-DATE   TO WS-HOLD-TS
        PERFORM CHECK-ALREADY-CLEARED
    END-IF

    IF WS-SCREEN-HIT = "Y" AND WS-CLEARED = "N"
        PERFORM HOLD-ONE-ROW
        ADD 1 TO WS-RECO-HELD
    ELSE
        MOVE RECO-REC TO WORK-REC
        WRITE WORK-REC
    END-IF.

*> ---------------------------------------------------------------
*> CHECK-ALREADY-CLEARED
*>   A row staff already approved is published under its original
*>   stamp, so kind, author, first key and stamp identify it. A
*>   recommendation carries only a date, so only the date part of
*>   the stamp is compared for one.
*> ---------------------------------------------------------------
CHECK-ALREADY-CLEARED.
    MOVE "N" TO WS-CLEARED
    PERFORM VARYING WS-APR-I FROM 1 BY 1
        UNTIL WS-APR-I > WS-APR-COUNT OR WS-CLEARED = "Y"
        IF WS-APR-KIND(WS-APR-I) = WS-HOLD-KIND
           AND WS-APR-AUTHOR(WS-APR-I) = WS-HOLD-AUTHOR
           AND WS-APR-KEY1(WS-APR-I) = WS-HOLD-KEY1
            IF WS-HOLD-KIND = "RECO"
                IF WS-APR-TS(WS-APR-I)(1:10) = WS-HOLD-TS(1:10)
                    MOVE "Y" TO WS-CLEARED
                END-IF
            ELSE
                IF WS-APR-TS(WS-APR-I) = WS-HOLD-TS
                    MOVE "Y" TO WS-CLEARED
                END-IF
            END-IF
        END-IF
    END-PERFORM.

*> ---------------------------------------------------------------
*> HOLD-ONE-ROW
*>   One HELD row and its HELD queue item, as the online screen
*>   writes them, with the reason marking it as a rescan catch.
*> ---------------------------------------------------------------
HOLD-ONE-ROW.
    ADD 1 TO WS-HELD-NEXT-ID

    MOVE SPACES TO HELD-CONTENT-REC
    MOVE WS-HELD-NEXT-ID TO HC-ID
    MOVE WS-HOLD-KIND    TO HC-KIND
    MOVE WS-HOLD-AUTHOR  TO HC-AUTHOR
    MOVE WS-HOLD-KEY1    TO HC-KEY1
    MOVE WS-HOLD-KEY2    TO HC-KEY2
    MOVE WS-HOLD-REF     TO HC-REF
    MOVE WS-HOLD-TS      TO HC-TS
    MOVE WS-SCREEN-TERM  TO HC-TERM
    MOVE "HELD"          TO HC-STATUS
    MOVE WS-SCREEN-TEXT  TO HC-TEXT
    MOVE "|" TO HELD-CONTENT-REC(11:1)
    MOVE "|" TO HELD-CONTENT-REC(22:1)
    MOVE "|" TO HELD-CONTENT-REC(43:1)
    MOVE "|" TO HELD-CONTENT-REC(64:1)
    MOVE "|" TO HELD-CONTENT-REC(85:1)
    MOVE "|" TO HELD-CONTENT-REC(96:1)
    MOVE "|" TO HELD-CONTENT-REC(117:1)
    MOVE "|" TO HELD-CONTENT-REC(148:1)
    MOVE "|" TO HELD-CONTENT-REC(159:1)
    WRITE HELD-CONTENT-REC

    MOVE SPACES TO MODERATION-REC
    MOVE "SYSTEM"        TO MQ-REPORTER
    MOVE WS-HELD-NEXT-ID TO MQ-MSG-ID
    STRING "Blocked term (nightly rescan): "
           FUNCTION TRIM(WS-SCREEN-TERM)
      DELIMITED BY SIZE
      INTO MQ-REASON
    END-STRING
    MOVE WS-TODAY-DATE   TO MQ-DATE
    MOVE "PENDING"       TO MQ-STATUS
    MOVE "HELD"          TO MQ-TYPE
    MOVE "|" TO MODERATION-REC(21:1)
    MOVE "|" TO MODERATION-REC(32:1)
    MOVE "|" TO MODERATION-REC(93:1)
    MOVE "|" TO MODERATION-REC(104:1)
    MOVE "|" TO MODERATION-REC(115:1)
    WRITE MODERATION-REC.

*> ---------------------------------------------------------------
*> SCREEN-CONTENT-TEXT / CHECK-TERM-BOUNDARY
*>   Same whole-word, case-insensitive match as the online screen.
*> ---------------------------------------------------------------
SCREEN-CONTENT-TEXT.
    MOVE "N" TO WS-SCREEN-HIT
    MOVE SPACES TO WS-SCREEN-TERM
    MOVE FUNCTION UPPER-CASE(WS-SCREEN-TEXT) TO WS-SCREEN-UPPER

    PERFORM VARYING WS-SCREEN-T FROM 1 BY 1
        UNTIL WS-SCREEN-T > WS-BTERM-COUNT OR WS-SCREEN-HIT = "Y"
        MOVE FUNCTION LENGTH(FUNCTION TRIM(WS-BTERM-TABLE(WS-SCREEN-T)))
            TO WS-SCREEN-LEN
        PERFORM VARYING WS-SCREEN-POS FROM 1 BY 1
            UNTIL WS-SCREEN-POS + WS-SCREEN-LEN > 201
               OR WS-SCREEN-HIT = "Y"
            IF WS-SCREEN-UPPER(WS-SCREEN-POS:WS-SCREEN-LEN)
                   = WS-BTERM-TABLE(WS-SCREEN-T)(1:WS-SCREEN-LEN)
                PERFORM CHECK-TERM-BOUNDARY
            END-IF
        END-PERFORM
    END-PERFORM.

CHECK-TERM-BOUNDARY.
    MOVE SPACE TO WS-SCREEN-LEFT
    MOVE SPACE TO WS-SCREEN-RIGHT
    IF WS-SCREEN-POS > 1
        MOVE WS-SCREEN-UPPER(WS-SCREEN-POS - 1:1) TO WS-SCREEN-LEFT
    END-IF
    IF WS-SCREEN-POS + WS-SCREEN-LEN <= 200
        MOVE WS-SCREEN-UPPER(WS-SCREEN-POS + WS-SCREEN-LEN:1)
            TO WS-SCREEN-RIGHT
    END-IF
    IF (WS-SCREEN-LEFT < "A" OR WS-SCREEN-LEFT > "Z")
       AND (WS-SCREEN-LEFT < "0" OR WS-SCREEN-LEFT > "9")
       AND (WS-SCREEN-RIGHT < "A" OR WS-SCREEN-RIGHT > "Z")
       AND (WS-SCREEN-RIGHT < "0" OR WS-SCREEN-RIGHT > "9")
        MOVE "Y" TO WS-SCREEN-HIT
        MOVE WS-BTERM-TABLE(WS-SCREEN-T) TO WS-SCREEN-TERM
    END-IF.

*> ---------------------------------------------------------------
*> ACQUIRE-RUN-LOCK / RELEASE-RUN-LOCK
*>   The run-lock convention every program that writes the shared
*>   data files honors: take the named lock before touching them,
*>   exit cleanly with a message if another holder is active, and
*>   release it on the way out -- duplicated in each program rather
*>   than shared, since this codebase has no mechanism for one
*>   program to CALL into another.
*> ---------------------------------------------------------------
ACQUIRE-RUN-LOCK.
    OPEN INPUT RUN-LOCK-FILE
    IF WS-RUNLOCK-STATUS = "35"
        CLOSE RUN-LOCK-FILE
        PERFORM STAMP-RUN-LOCK
        EXIT PARAGRAPH
    END-IF

    MOVE "FREE" TO RUN-LOCK-REC
    READ RUN-LOCK-FILE
        AT END
            MOVE "FREE" TO RUN-LOCK-REC
    END-READ
    CLOSE RUN-LOCK-FILE

    IF FUNCTION TRIM(RUNLOCK-HOLDER) NOT = "FREE"
       AND FUNCTION TRIM(RUNLOCK-HOLDER) NOT = SPACES
        DISPLAY "The run lock is held by "
            FUNCTION TRIM(RUNLOCK-HOLDER)
            ". Try again once it finishes."
        STOP RUN
    END-IF

    *> A writer also waits for the shared readers to drain -- the
    *> read-only report tools hold a shared stamp instead of the
    *> whole lock.
    IF RUNLOCK-READERS IS NUMERIC
        IF RUNLOCK-READERS > 0
            DISPLAY "Shared readers are active on the data files. "
                "Try again once they finish."
            STOP RUN
        END-IF
    END-IF

    PERFORM STAMP-RUN-LOCK.

STAMP-RUN-LOCK.
    OPEN OUTPUT RUN-LOCK-FILE
    MOVE SPACES TO RUN-LOCK-REC
    MOVE WS-RUNLOCK-MYNAME TO RUNLOCK-HOLDER
    MOVE "EXCL" TO RUNLOCK-MODE
    MOVE 0 TO RUNLOCK-READERS
    MOVE "|" TO RUN-LOCK-REC(31:1)
    MOVE "|" TO RUN-LOCK-REC(42:1)
    WRITE RUN-LOCK-REC
    CLOSE RUN-LOCK-FILE.

RELEASE-RUN-LOCK.
    OPEN OUTPUT RUN-LOCK-FILE
    MOVE SPACES TO RUN-LOCK-REC
    MOVE "FREE" TO RUNLOCK-HOLDER
    MOVE 0 TO RUNLOCK-READERS
    MOVE "|" TO RUN-LOCK-REC(31:1)
    MOVE "|" TO RUN-LOCK-REC(42:1)
    WRITE RUN-LOCK-REC
    CLOSE RUN-LOCK-FILE.
