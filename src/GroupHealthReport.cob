       >>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. GroupHealthReport.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.

*> Shared/exclusive run-lock protocol: this read-only report takes
*> a shared stamp (a bumped reader count) instead of the whole
*> lock, so it can overlap the online program and other readers;
*> only an exclusive batch writer turns it away.
    SELECT RUN-LOCK-FILE ASSIGN TO "data/InCollege-RunLock.txt"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-RUNLOCK-STATUS.

*> Student groups, their members, boards, and waiting join requests;
*> see the GROUP-FILE notes in InCollege.cob.
    SELECT GROUP-FILE ASSIGN TO "data/InCollege-Groups.txt"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-GROUP-STATUS.

    SELECT GROUP-MEMBER-FILE ASSIGN TO "data/InCollege-GroupMembers.txt"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-GMEM-STATUS.

    SELECT GROUP-POST-FILE ASSIGN TO "data/InCollege-GroupPosts.txt"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-GPOST-STATUS.

    SELECT GROUP-JOIN-FILE ASSIGN TO "data/InCollege-GroupJoinRequests.txt"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-GJOIN-STATUS.

*> Paused and suspended members: an owner on either list is not
*> looking after the group.
    SELECT DEACTIVATED-FILE ASSIGN TO "data/InCollege-Deactivated.txt"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-DEACT-STATUS.

    SELECT SUSPEND-FILE ASSIGN TO "data/InCollege-Suspensions.txt"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-SUS-STATUS.

    SELECT REPORT-FILE ASSIGN TO "data/InCollege-GroupHealthReport.txt"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-RPT-STATUS.

DATA DIVISION.
FILE SECTION.

FD  RUN-LOCK-FILE.
01  RUN-LOCK-REC.
    05 RUNLOCK-HOLDER        PIC X(30).
    05 FILLER                PIC X(01).
    05 RUNLOCK-MODE          PIC X(10).
    05 FILLER                PIC X(01).
    05 RUNLOCK-READERS       PIC 9(03).

FD  GROUP-FILE.
01  GROUP-REC.
    05 GRP-ID                PIC X(10).
    05 FILLER                PIC X(01).
    05 GRP-NAME              PIC X(40).
    05 FILLER                PIC X(01).
    05 GRP-OWNER             PIC X(20).

FD  GROUP-MEMBER-FILE.
01  GROUP-MEMBER-REC.
    05 GM-GROUP-ID           PIC X(10).
    05 FILLER                PIC X(01).
    05 GM-USER               PIC X(20).

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

FD  GROUP-JOIN-FILE.
01  GROUP-JOIN-REC.
    05 GJ-GROUP-ID           PIC X(10).
    05 FILLER                PIC X(01).
    05 GJ-USER               PIC X(20).
    05 FILLER                PIC X(01).
    05 GJ-STATUS             PIC X(10).

FD  DEACTIVATED-FILE.
01  DEACTIVATED-REC.
    05 DA-USER               PIC X(20).
    05 FILLER                PIC X(01).
    05 DA-DATE               PIC X(10).
    05 FILLER                PIC X(01).
    05 DA-SOURCE             PIC X(10).

FD  SUSPEND-FILE.
01  SUSPEND-REC.
    05 SUS-USER              PIC X(20).
    05 FILLER                PIC X(01).
    05 SUS-REASON            PIC X(60).

FD  REPORT-FILE.
01  REPORT-REC               PIC X(200).

WORKING-STORAGE SECTION.

01  WS-RUNLOCK-STATUS         PIC XX VALUE "00".
01  WS-RUNLOCK-HOLDER-SAVE    PIC X(30) VALUE SPACES.
01  WS-RUNLOCK-MODE-SAVE      PIC X(10) VALUE SPACES.
01  WS-RUNLOCK-READERS-SAVE   PIC 9(3) VALUE 0.

01  WS-GROUP-STATUS          PIC XX VALUE "00".
01  WS-GMEM-STATUS           PIC XX VALUE "00".
01  WS-GPOST-STATUS          PIC XX VALUE "00".
01  WS-GJOIN-STATUS          PIC XX VALUE "00".
01  WS-DEACT-STATUS          PIC XX VALUE "00".
01  WS-SUS-STATUS            PIC XX VALUE "00".
01  WS-RPT-STATUS            PIC XX VALUE "00".
01  WS-EOF                   PIC X VALUE "N".

01  WS-RAW-DATE              PIC X(21) VALUE SPACES.
*> As-of date for reproducible reporting: pass YYYY-MM-DD as the
*> first command-line argument (same handling DormancyReport uses)
*> to produce the report as of that date; with no argument the run
*> date is used.
01  WS-ARG-COUNT               PIC 9(2) VALUE 0.
01  WS-ASOF-DATE               PIC X(10) VALUE SPACES.

01  WS-DATE-NUM-TEXT         PIC X(08) VALUE SPACES.
01  WS-TODAY-NUM             PIC 9(08) VALUE 0.
01  WS-POST-DATE-NUM         PIC 9(08) VALUE 0.
01  WS-POST-AGE-DAYS         PIC S9(7) VALUE 0.

*> One row per live group with its counters, filled in from one
*> pass over each of the member, join, and post files.
01  WS-GROUP-COUNT           PIC 9(3) VALUE 0.
01  WS-GROUP-TABLE OCCURS 500 TIMES.
    05 WS-GR-ID              PIC X(10).
    05 WS-GR-NAME            PIC X(40).
    05 WS-GR-OWNER           PIC X(20).
    05 WS-GR-MEMBERS         PIC 9(4).
    05 WS-GR-PENDING         PIC 9(4).
    05 WS-GR-POSTS-30        PIC 9(4).
    05 WS-GR-POSTS-90        PIC 9(4).
    05 WS-GR-REPLIES-30      PIC 9(4).
    05 WS-GR-REPLIES-90      PIC 9(4).
    05 WS-GR-LAST-POST       PIC X(10).
01  WS-G                     PIC 9(3) VALUE 0.
01  WS-GROUP-IDX             PIC 9(3) VALUE 0.
01  WS-FIND-ID               PIC X(10) VALUE SPACES.

01  WS-DEACT-COUNT           PIC 9(3) VALUE 0.
01  WS-DEACT-TABLE OCCURS 500 TIMES PIC X(20).
01  WS-SUS-COUNT             PIC 9(3) VALUE 0.
01  WS-SUS-TABLE OCCURS 200 TIMES PIC X(20).
01  WS-K                     PIC 9(3) VALUE 0.
01  WS-OWNER-STATE           PIC X(11) VALUE SPACES.

01  WS-OWNER-GONE-COUNT      PIC 9(4) VALUE 0.
01  WS-QUIET-90-COUNT        PIC 9(4) VALUE 0.

PROCEDURE DIVISION.

*> ---------------------------------------------------------------
*> MAIN-MAINLINE
*>   Batch group-health report for career services: one entry per
*>   live group with its member count, pending join requests, root
*>   posts and replies in the last 30 and 90 days, the date of the
*>   last post, and whether the owner is still active, deactivated,
*>   or suspended -- so groups whose owner graduated and whose board
*>   went quiet stand out before DormantGroupSweep reaches them.
*> ---------------------------------------------------------------
MAIN-MAINLINE.
    PERFORM ACQUIRE-SHARED-LOCK
    PERFORM GET-ASOF-DATE
    PERFORM FORMAT-TODAY-DATE
    PERFORM LOAD-GROUPS
    PERFORM LOAD-OWNER-LISTS
    PERFORM COUNT-MEMBERS
    PERFORM COUNT-PENDING-JOINS
    PERFORM COUNT-POSTS
    PERFORM WRITE-REPORT

    DISPLAY "Group health report complete: " WS-GROUP-COUNT
        " group(s), " WS-OWNER-GONE-COUNT " with an inactive owner, "
        WS-QUIET-90-COUNT " quiet for 90 days."
    PERFORM RELEASE-SHARED-LOCK
    STOP RUN.

FORMAT-TODAY-DATE.
    MOVE SPACES TO WS-DATE-NUM-TEXT
    STRING WS-ASOF-DATE(1:4) WS-ASOF-DATE(6:2) WS-ASOF-DATE(9:2)
      INTO WS-DATE-NUM-TEXT
    END-STRING
    MOVE WS-DATE-NUM-TEXT TO WS-TODAY-NUM.

LOAD-GROUPS.
    MOVE 0 TO WS-GROUP-COUNT
    OPEN INPUT GROUP-FILE
    IF WS-GROUP-STATUS = "35"
        DISPLAY "No groups file found; nothing to report."
        CLOSE GROUP-FILE
        PERFORM RELEASE-SHARED-LOCK
        STOP RUN
    END-IF

    MOVE "N" TO WS-EOF
    PERFORM UNTIL WS-EOF = "Y"
        READ GROUP-FILE
            AT END
                MOVE "Y" TO WS-EOF
            NOT AT END
                IF GRP-ID NOT = SPACES AND WS-GROUP-COUNT < 500
                    ADD 1 TO WS-GROUP-COUNT
                    MOVE GRP-ID    TO WS-GR-ID(WS-GROUP-COUNT)
                    MOVE GRP-NAME  TO WS-GR-NAME(WS-GROUP-COUNT)
                    MOVE GRP-OWNER TO WS-GR-OWNER(WS-GROUP-COUNT)
                    MOVE 0 TO WS-GR-MEMBERS(WS-GROUP-COUNT)
                    MOVE 0 TO WS-GR-PENDING(WS-GROUP-COUNT)
                    MOVE 0 TO WS-GR-POSTS-30(WS-GROUP-COUNT)
                    MOVE 0 TO WS-GR-POSTS-90(WS-GROUP-COUNT)
                    MOVE 0 TO WS-GR-REPLIES-30(WS-GROUP-COUNT)
                    MOVE 0 TO WS-GR-REPLIES-90(WS-GROUP-COUNT)
                    MOVE SPACES TO WS-GR-LAST-POST(WS-GROUP-COUNT)
                END-IF
        END-READ
    END-PERFORM
    CLOSE GROUP-FILE.

LOAD-OWNER-LISTS.
    MOVE 0 TO WS-DEACT-COUNT
    MOVE "N" TO WS-EOF
    OPEN INPUT DEACTIVATED-FILE
    IF WS-DEACT-STATUS NOT = "35"
        PERFORM UNTIL WS-EOF = "Y"
            READ DEACTIVATED-FILE
                AT END
                    MOVE "Y" TO WS-EOF
                NOT AT END
                    IF DA-USER NOT = SPACES AND WS-DEACT-COUNT < 500
                        ADD 1 TO WS-DEACT-COUNT
                        MOVE DA-USER TO WS-DEACT-TABLE(WS-DEACT-COUNT)
                    END-IF
            END-READ
        END-PERFORM
    END-IF
    CLOSE DEACTIVATED-FILE

    MOVE 0 TO WS-SUS-COUNT
    MOVE "N" TO WS-EOF
    OPEN INPUT SUSPEND-FILE
    IF WS-SUS-STATUS NOT = "35"
        PERFORM UNTIL WS-EOF = "Y"
            READ SUSPEND-FILE
                AT END
                    MOVE "Y" TO WS-EOF
                NOT AT END
                    IF SUS-USER NOT = SPACES AND WS-SUS-COUNT < 200
                        ADD 1 TO WS-SUS-COUNT
                        MOVE SUS-USER TO WS-SUS-TABLE(WS-SUS-COUNT)
                    END-IF
            END-READ
        END-PERFORM
    END-IF
    CLOSE SUSPEND-FILE.

*> ---------------------------------------------------------------
*> FIND-GROUP
*>   WS-GROUP-IDX = the table row for group id WS-FIND-ID, or 0 for
*>   a row left behind by a group that no longer exists.
*> ---------------------------------------------------------------
FIND-GROUP.
    MOVE 0 TO WS-GROUP-IDX
    PERFORM VARYING WS-G FROM 1 BY 1
        UNTIL WS-G > WS-GROUP-COUNT OR WS-GROUP-IDX > 0
        IF WS-GR-ID(WS-G) = WS-FIND-ID
            MOVE WS-G TO WS-GROUP-IDX
        END-IF
    END-PERFORM.

COUNT-MEMBERS.
    MOVE "N" TO WS-EOF
    OPEN INPUT GROUP-MEMBER-FILE
    IF WS-GMEM-STATUS NOT = "35"
        PERFORM UNTIL WS-EOF = "Y"
            READ GROUP-MEMBER-FILE
                AT END
                    MOVE "Y" TO WS-EOF
                NOT AT END
                    IF GM-USER NOT = SPACES
                        MOVE GM-GROUP-ID TO WS-FIND-ID
                        PERFORM FIND-GROUP
                        IF WS-GROUP-IDX > 0
                            ADD 1 TO WS-GR-MEMBERS(WS-GROUP-IDX)
                        END-IF
                    END-IF
            END-READ
        END-PERFORM
    END-IF
    CLOSE GROUP-MEMBER-FILE.

COUNT-PENDING-JOINS.
    MOVE "N" TO WS-EOF
    OPEN INPUT GROUP-JOIN-FILE
    IF WS-GJOIN-STATUS NOT = "35"
        PERFORM UNTIL WS-EOF = "Y"
            READ GROUP-JOIN-FILE
                AT END
                    MOVE "Y" TO WS-EOF
                NOT AT END
                    IF GJ-USER NOT = SPACES
                       AND FUNCTION TRIM(GJ-STATUS) = "PENDING"
                        MOVE GJ-GROUP-ID TO WS-FIND-ID
                        PERFORM FIND-GROUP
                        IF WS-GROUP-IDX > 0
                            ADD 1 TO WS-GR-PENDING(WS-GROUP-IDX)
                        END-IF
                    END-IF
            END-READ
        END-PERFORM
    END-IF
    CLOSE GROUP-JOIN-FILE.

*> ---------------------------------------------------------------
*> COUNT-POSTS
*>   A post with a parent id is a reply; anything else is a root
*>   post. Age is measured from the post date to the as-of date.
*> ---------------------------------------------------------------
COUNT-POSTS.
    MOVE "N" TO WS-EOF
    OPEN INPUT GROUP-POST-FILE
    IF WS-GPOST-STATUS NOT = "35"
        PERFORM UNTIL WS-EOF = "Y"
            READ GROUP-POST-FILE
                AT END
                    MOVE "Y" TO WS-EOF
                NOT AT END
                    IF GP-AUTHOR NOT = SPACES
                        MOVE GP-GROUP-ID TO WS-FIND-ID
                        PERFORM FIND-GROUP
                        IF WS-GROUP-IDX > 0
                            PERFORM COUNT-ONE-POST
                        END-IF
                    END-IF
            END-READ
        END-PERFORM
    END-IF
    CLOSE GROUP-POST-FILE.

COUNT-ONE-POST.
    IF GP-TS(1:4) IS NOT NUMERIC
       OR GP-TS(6:2) IS NOT NUMERIC
       OR GP-TS(9:2) IS NOT NUMERIC
        EXIT PARAGRAPH
    END-IF

    IF GP-TS(1:10) > WS-GR-LAST-POST(WS-GROUP-IDX)
       OR WS-GR-LAST-POST(WS-GROUP-IDX) = SPACES
        MOVE GP-TS(1:10) TO WS-GR-LAST-POST(WS-GROUP-IDX)
    END-IF

    MOVE SPACES TO WS-DATE-NUM-TEXT
    STRING GP-TS(1:4) GP-TS(6:2) GP-TS(9:2)
      INTO WS-DATE-NUM-TEXT
    END-STRING
    MOVE WS-DATE-NUM-TEXT TO WS-POST-DATE-NUM

    COMPUTE WS-POST-AGE-DAYS =
        FUNCTION INTEGER-OF-DATE(WS-TODAY-NUM) -
        FUNCTION INTEGER-OF-DATE(WS-POST-DATE-NUM)

    IF WS-POST-AGE-DAYS < 0 OR WS-POST-AGE-DAYS > 90
        EXIT PARAGRAPH
    END-IF

    IF GP-PARENT NOT = SPACES AND GP-PARENT NOT = ZEROS
        ADD 1 TO WS-GR-REPLIES-90(WS-GROUP-IDX)
        IF WS-POST-AGE-DAYS <= 30
            ADD 1 TO WS-GR-REPLIES-30(WS-GROUP-IDX)
        END-IF
    ELSE
        ADD 1 TO WS-GR-POSTS-90(WS-GROUP-IDX)
        IF WS-POST-AGE-DAYS <= 30
            ADD 1 TO WS-GR-POSTS-30(WS-GROUP-IDX)
        END-IF
    END-IF.

WRITE-REPORT.
    OPEN OUTPUT REPORT-FILE
    MOVE SPACES TO REPORT-REC
    STRING "Group health report as of " WS-ASOF-DATE ":"
      INTO REPORT-REC
    END-STRING
    WRITE REPORT-REC

    PERFORM VARYING WS-G FROM 1 BY 1 UNTIL WS-G > WS-GROUP-COUNT
        PERFORM WRITE-ONE-GROUP
    END-PERFORM

    MOVE " " TO REPORT-REC
    WRITE REPORT-REC

    MOVE SPACES TO REPORT-REC
    STRING "Total groups: " WS-GROUP-COUNT
      INTO REPORT-REC
    END-STRING
    WRITE REPORT-REC

    MOVE SPACES TO REPORT-REC
    STRING "  Owner deactivated or suspended: " WS-OWNER-GONE-COUNT
      INTO REPORT-REC
    END-STRING
    WRITE REPORT-REC

    MOVE SPACES TO REPORT-REC
    STRING "  No posts or replies in 90 days: " WS-QUIET-90-COUNT
      INTO REPORT-REC
    END-STRING
    WRITE REPORT-REC
    CLOSE REPORT-FILE.

WRITE-ONE-GROUP.
    MOVE "ACTIVE" TO WS-OWNER-STATE
    PERFORM VARYING WS-K FROM 1 BY 1 UNTIL WS-K > WS-DEACT-COUNT
        IF WS-DEACT-TABLE(WS-K) = WS-GR-OWNER(WS-G)
            MOVE "DEACTIVATED" TO WS-OWNER-STATE
        END-IF
    END-PERFORM
    PERFORM VARYING WS-K FROM 1 BY 1 UNTIL WS-K > WS-SUS-COUNT
        IF WS-SUS-TABLE(WS-K) = WS-GR-OWNER(WS-G)
            MOVE "SUSPENDED" TO WS-OWNER-STATE
        END-IF
    END-PERFORM
    IF WS-OWNER-STATE NOT = "ACTIVE"
        ADD 1 TO WS-OWNER-GONE-COUNT
    END-IF
    IF WS-GR-POSTS-90(WS-G) = 0 AND WS-GR-REPLIES-90(WS-G) = 0
        ADD 1 TO WS-QUIET-90-COUNT
    END-IF

    MOVE SPACES TO REPORT-REC
    STRING "  " FUNCTION TRIM(WS-GR-ID(WS-G))
           " " FUNCTION TRIM(WS-GR-NAME(WS-G))
           " -- owner " FUNCTION TRIM(WS-GR-OWNER(WS-G))
           " (" FUNCTION TRIM(WS-OWNER-STATE) ")"
      INTO REPORT-REC
    END-STRING
    WRITE REPORT-REC

    MOVE SPACES TO REPORT-REC
    IF WS-GR-LAST-POST(WS-G) = SPACES
        STRING "      Members: " WS-GR-MEMBERS(WS-G)
               "  Pending joins: " WS-GR-PENDING(WS-G)
               "  Posts 30d/90d: " WS-GR-POSTS-30(WS-G)
               "/" WS-GR-POSTS-90(WS-G)
               "  Replies 30d/90d: " WS-GR-REPLIES-30(WS-G)
               "/" WS-GR-REPLIES-90(WS-G)
               "  Last post: never"
          INTO REPORT-REC
        END-STRING
    ELSE
        STRING "      Members: " WS-GR-MEMBERS(WS-G)
               "  Pending joins: " WS-GR-PENDING(WS-G)
               "  Posts 30d/90d: " WS-GR-POSTS-30(WS-G)
               "/" WS-GR-POSTS-90(WS-G)
               "  Replies 30d/90d: " WS-GR-REPLIES-30(WS-G)
               "/" WS-GR-REPLIES-90(WS-G)
               "  Last post: " WS-GR-LAST-POST(WS-G)
          INTO REPORT-REC
        END-STRING
    END-IF
    WRITE REPORT-REC.

*> ---------------------------------------------------------------
*> GET-ASOF-DATE
*>   Leaves the report's as-of date in WS-ASOF-DATE: the validated
*>   first argument when one was given, otherwise today. A malformed
*>   argument falls back to today rather than producing a report
*>   stamped with garbage.
*> ---------------------------------------------------------------
GET-ASOF-DATE.
    MOVE SPACES TO WS-ASOF-DATE
    ACCEPT WS-ARG-COUNT FROM ARGUMENT-NUMBER
    IF WS-ARG-COUNT > 0
        DISPLAY 1 UPON ARGUMENT-NUMBER
        ACCEPT WS-ASOF-DATE FROM ARGUMENT-VALUE
    END-IF

    IF WS-ASOF-DATE(5:1) NOT = "-" OR WS-ASOF-DATE(8:1) NOT = "-"
       OR WS-ASOF-DATE(1:4) IS NOT NUMERIC
       OR WS-ASOF-DATE(6:2) IS NOT NUMERIC
       OR WS-ASOF-DATE(9:2) IS NOT NUMERIC
        MOVE FUNCTION CURRENT-DATE TO WS-RAW-DATE
        MOVE SPACES TO WS-ASOF-DATE
        STRING WS-RAW-DATE(1:4) "-"
               WS-RAW-DATE(5:2) "-"
               WS-RAW-DATE(7:2)
          INTO WS-ASOF-DATE
        END-STRING
    END-IF.

*> ---------------------------------------------------------------
*> ACQUIRE-SHARED-LOCK / RELEASE-SHARED-LOCK
*>   Reader side of the run-lock protocol: bump the shared reader
*>   count on the way in and drop it on the way out, preserving
*>   whatever holder is stamped. Only an exclusive holder (a batch
*>   tool rewriting the data files) turns a reader away; the online
*>   program's ONLINE stamp and other readers overlap freely --
*>   duplicated in each reader rather than shared, since this
*>   codebase has no mechanism for one program to CALL into another.
*> ---------------------------------------------------------------
ACQUIRE-SHARED-LOCK.
    PERFORM READ-RUN-LOCK-STATE

    IF FUNCTION TRIM(WS-RUNLOCK-HOLDER-SAVE) NOT = "FREE"
       AND FUNCTION TRIM(WS-RUNLOCK-HOLDER-SAVE) NOT = SPACES
       AND FUNCTION TRIM(WS-RUNLOCK-MODE-SAVE) NOT = "ONLINE"
        DISPLAY "The run lock is held exclusively by "
            FUNCTION TRIM(WS-RUNLOCK-HOLDER-SAVE)
            ". Try again once it finishes."
        STOP RUN
    END-IF

    ADD 1 TO WS-RUNLOCK-READERS-SAVE
    PERFORM WRITE-SHARED-STAMP.

RELEASE-SHARED-LOCK.
    PERFORM READ-RUN-LOCK-STATE
    IF WS-RUNLOCK-READERS-SAVE > 0
        SUBTRACT 1 FROM WS-RUNLOCK-READERS-SAVE
    END-IF
    PERFORM WRITE-SHARED-STAMP.

READ-RUN-LOCK-STATE.
    MOVE "FREE" TO WS-RUNLOCK-HOLDER-SAVE
    MOVE SPACES TO WS-RUNLOCK-MODE-SAVE
    MOVE 0 TO WS-RUNLOCK-READERS-SAVE

    OPEN INPUT RUN-LOCK-FILE
    IF WS-RUNLOCK-STATUS = "00"
        READ RUN-LOCK-FILE
            AT END
                CONTINUE
            NOT AT END
                MOVE RUNLOCK-HOLDER TO WS-RUNLOCK-HOLDER-SAVE
                MOVE RUNLOCK-MODE   TO WS-RUNLOCK-MODE-SAVE
                IF RUNLOCK-READERS IS NUMERIC
                    MOVE RUNLOCK-READERS TO WS-RUNLOCK-READERS-SAVE
                END-IF
        END-READ
    END-IF
    CLOSE RUN-LOCK-FILE.

WRITE-SHARED-STAMP.
    OPEN OUTPUT RUN-LOCK-FILE
    MOVE SPACES TO RUN-LOCK-REC
    MOVE WS-RUNLOCK-HOLDER-SAVE  TO RUNLOCK-HOLDER
    MOVE WS-RUNLOCK-MODE-SAVE    TO RUNLOCK-MODE
    MOVE WS-RUNLOCK-READERS-SAVE TO RUNLOCK-READERS
    MOVE "|" TO RUN-LOCK-REC(31:1)
    MOVE "|" TO RUN-LOCK-REC(42:1)
    WRITE RUN-LOCK-REC
    CLOSE RUN-LOCK-FILE.
