       >>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. FeeInvoiceRun.

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

    SELECT EMPLOYER-FILE ASSIGN TO "data/InCollege-Employers.txt"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-EMP-STATUS.

    SELECT LEDGER-FILE ASSIGN TO "data/InCollege-FeeLedger.txt"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-LEDGER-STATUS.

*> One invoice file per employer per period, named from the period
*> and the employer (see BUILD-INVOICE-FILENAME).
    SELECT INVOICE-FILE ASSIGN TO WS-INVOICE-FILENAME
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-INV-STATUS.

    SELECT SUMMARY-FILE ASSIGN TO "data/InCollege-UnpaidSummary.txt"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-SUM-STATUS.

DATA DIVISION.
FILE SECTION.

FD  RUN-LOCK-FILE.
01  RUN-LOCK-REC.
    05 RUNLOCK-HOLDER        PIC X(30).
    05 FILLER                PIC X(01).
    05 RUNLOCK-MODE          PIC X(10).
    05 FILLER                PIC X(01).
    05 RUNLOCK-READERS       PIC 9(03).

FD  EMPLOYER-FILE.
01  EMPLOYER-REC.
    05 EMP-NAME              PIC X(40).
    05 FILLER                PIC X(01).
    05 EMP-CONTACT           PIC X(60).

FD  LEDGER-FILE.
01  LEDGER-REC.
    05 LG-ENTRY              PIC X(10).
    05 FILLER                PIC X(01).
    05 LG-DATE               PIC X(10).
    05 FILLER                PIC X(01).
    05 LG-EMPLOYER           PIC X(40).
    05 FILLER                PIC X(01).
    05 LG-TYPE               PIC X(08).
    05 FILLER                PIC X(01).
    05 LG-CODE               PIC X(10).
    05 FILLER                PIC X(01).
    05 LG-REF                PIC X(10).
    05 FILLER                PIC X(01).
    05 LG-AMOUNT             PIC 9(7).99.
    05 FILLER                PIC X(01).
    05 LG-USER               PIC X(20).
    05 FILLER                PIC X(01).
    05 LG-NOTE               PIC X(60).

FD  INVOICE-FILE.
01  INVOICE-REC              PIC X(200).

FD  SUMMARY-FILE.
01  SUMMARY-REC              PIC X(200).

WORKING-STORAGE SECTION.

01  WS-RUNLOCK-STATUS         PIC XX VALUE "00".
01  WS-RUNLOCK-HOLDER-SAVE    PIC X(30) VALUE SPACES.
01  WS-RUNLOCK-MODE-SAVE      PIC X(10) VALUE SPACES.
01  WS-RUNLOCK-READERS-SAVE   PIC 9(3) VALUE 0.

01  WS-EMP-STATUS           PIC XX VALUE "00".
01  WS-LEDGER-STATUS        PIC XX VALUE "00".
01  WS-INV-STATUS           PIC XX VALUE "00".
01  WS-SUM-STATUS           PIC XX VALUE "00".
01  WS-EMP-EOF              PIC X VALUE "N".
01  WS-LEDGER-EOF           PIC X VALUE "N".

*> Billing period: YYYY-MM as the first command-line argument,
*> otherwise the month before the run date -- the run is scheduled
*> for the first days of the month to bill the one just closed.
01  WS-RAW-DATE             PIC X(21) VALUE SPACES.
01  WS-ARG-COUNT            PIC 9(2) VALUE 0.
01  WS-PERIOD               PIC X(07) VALUE SPACES.
01  WS-PERIOD-YEAR          PIC 9(4) VALUE 0.
01  WS-PERIOD-MONTH         PIC 9(2) VALUE 0.
01  WS-RUN-DATE             PIC X(10) VALUE SPACES.

01  WS-INVOICE-FILENAME     PIC X(80) VALUE SPACES.
01  WS-SLUG                 PIC X(40) VALUE SPACES.
01  WS-SLUG-CHAR            PIC X(01) VALUE SPACE.
01  WS-SLUG-LEN             PIC 9(2) VALUE 0.

01  WS-EMP-COUNT            PIC 9(3) VALUE 0.
01  WS-EMP-TABLE OCCURS 200 TIMES.
    05 WS-ET-NAME           PIC X(40).
    05 WS-ET-CONTACT        PIC X(60).

*> Every ledger row on file. WS-LT-OPEN is what is still open on a
*> CHARGE at the end of the period: credits dated after it are not
*> counted yet, so a re-run of an old period reproduces its invoices.
01  WS-LG-COUNT             PIC 9(4) VALUE 0.
01  WS-LG-TABLE OCCURS 2000 TIMES.
    05 WS-LT-ENTRY          PIC X(10).
    05 WS-LT-DATE           PIC X(10).
    05 WS-LT-EMPLOYER       PIC X(40).
    05 WS-LT-TYPE           PIC X(08).
    05 WS-LT-CODE           PIC X(10).
    05 WS-LT-REF            PIC X(10).
    05 WS-LT-AMOUNT         PIC 9(7)V99.
    05 WS-LT-OPEN           PIC 9(7)V99.
    05 WS-LT-NOTE           PIC X(60).

01  WS-OPENING              PIC S9(8)V99 VALUE 0.
01  WS-PER-CHARGES          PIC 9(8)V99 VALUE 0.
01  WS-PER-CREDITS          PIC 9(8)V99 VALUE 0.
01  WS-CLOSING              PIC S9(8)V99 VALUE 0.
01  WS-OPEN-COUNT           PIC 9(4) VALUE 0.
01  WS-OLDEST-DATE          PIC X(10) VALUE SPACES.
01  WS-LINE-COUNT           PIC 9(4) VALUE 0.
01  WS-INVOICES-WRITTEN     PIC 9(3) VALUE 0.
01  WS-EMP-OWING            PIC 9(3) VALUE 0.
01  WS-GRAND-OPEN           PIC 9(9)V99 VALUE 0.
01  WS-OFF-MASTER           PIC 9(8)V99 VALUE 0.
01  WS-ON-MASTER            PIC X VALUE "N".

01  WS-AMT-TEXT             PIC Z(7)9.99.
01  WS-BAL-TEXT             PIC -(8)9.99.
01  WS-GRAND-TEXT           PIC Z(8)9.99.
01  WS-TYPE-TEXT            PIC X(10) VALUE SPACES.

01  WS-I                    PIC 9(4) VALUE 0.
01  WS-J                    PIC 9(4) VALUE 0.
01  WS-K                    PIC 9(4) VALUE 0.

PROCEDURE DIVISION.

*> ---------------------------------------------------------------
*> MAIN-MAINLINE
*>   Monthly employer billing from the fee ledger. Every employer on
*>   the employer master with activity in the period or a balance
*>   carried into it gets an invoice file: opening balance, the
*>   period's charges as line items, the payments and write-offs
*>   received, and the balance due. The unpaid summary then lists
*>   every employer still owing at the end of the period.
*>   Read-only against the shared data; it only writes its own
*>   output files.
*> ---------------------------------------------------------------
MAIN-MAINLINE.
    PERFORM ACQUIRE-SHARED-LOCK
    PERFORM GET-BILLING-PERIOD
    PERFORM LOAD-EMPLOYERS
    PERFORM LOAD-LEDGER

    MOVE 0 TO WS-INVOICES-WRITTEN
    PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > WS-EMP-COUNT
        PERFORM INVOICE-ONE-EMPLOYER
    END-PERFORM

    PERFORM WRITE-UNPAID-SUMMARY

    DISPLAY "Billing period " WS-PERIOD ": " WS-INVOICES-WRITTEN
        " invoice(s) written."
    DISPLAY "Unpaid summary written to "
        "data/InCollege-UnpaidSummary.txt".
    PERFORM RELEASE-SHARED-LOCK
    STOP RUN.

LOAD-EMPLOYERS.
    MOVE 0 TO WS-EMP-COUNT
    MOVE "N" TO WS-EMP-EOF

    OPEN INPUT EMPLOYER-FILE
    IF WS-EMP-STATUS = "35"
        CLOSE EMPLOYER-FILE
        EXIT PARAGRAPH
    END-IF
    PERFORM UNTIL WS-EMP-EOF = "Y"
        READ EMPLOYER-FILE
            AT END
                MOVE "Y" TO WS-EMP-EOF
            NOT AT END
                IF EMP-NAME NOT = SPACES AND WS-EMP-COUNT < 200
                    ADD 1 TO WS-EMP-COUNT
                    MOVE EMP-NAME    TO WS-ET-NAME(WS-EMP-COUNT)
                    MOVE EMP-CONTACT TO WS-ET-CONTACT(WS-EMP-COUNT)
                END-IF
        END-READ
    END-PERFORM
    CLOSE EMPLOYER-FILE.

*> ---------------------------------------------------------------
*> LOAD-LEDGER
*>   Reads the whole ledger, then takes each PAYMENT or WRITEOFF
*>   dated inside or before the period off the CHARGE it names.
*> ---------------------------------------------------------------
LOAD-LEDGER.
    MOVE 0 TO WS-LG-COUNT
    MOVE "N" TO WS-LEDGER-EOF

    OPEN INPUT LEDGER-FILE
    IF WS-LEDGER-STATUS = "35"
        DISPLAY "No fee ledger on file; nothing to bill."
        CLOSE LEDGER-FILE
        PERFORM RELEASE-SHARED-LOCK
        STOP RUN
    END-IF
    PERFORM UNTIL WS-LEDGER-EOF = "Y"
        READ LEDGER-FILE
            AT END
                MOVE "Y" TO WS-LEDGER-EOF
            NOT AT END
                IF LG-ENTRY NOT = SPACES AND WS-LG-COUNT < 2000
                    ADD 1 TO WS-LG-COUNT
                    MOVE LG-ENTRY    TO WS-LT-ENTRY(WS-LG-COUNT)
                    MOVE LG-DATE     TO WS-LT-DATE(WS-LG-COUNT)
                    MOVE LG-EMPLOYER TO WS-LT-EMPLOYER(WS-LG-COUNT)
                    MOVE FUNCTION TRIM(LG-TYPE)
                        TO WS-LT-TYPE(WS-LG-COUNT)
                    MOVE LG-CODE     TO WS-LT-CODE(WS-LG-COUNT)
                    MOVE LG-REF      TO WS-LT-REF(WS-LG-COUNT)
                    MOVE LG-NOTE     TO WS-LT-NOTE(WS-LG-COUNT)
                    IF LG-AMOUNT(1:7) IS NUMERIC
                       AND LG-AMOUNT(9:2) IS NUMERIC
                        MOVE LG-AMOUNT TO WS-LT-AMOUNT(WS-LG-COUNT)
                    ELSE
                        MOVE 0 TO WS-LT-AMOUNT(WS-LG-COUNT)
                    END-IF
                    MOVE WS-LT-AMOUNT(WS-LG-COUNT)
                        TO WS-LT-OPEN(WS-LG-COUNT)
                END-IF
        END-READ
    END-PERFORM
    CLOSE LEDGER-FILE

    PERFORM VARYING WS-J FROM 1 BY 1 UNTIL WS-J > WS-LG-COUNT
        IF WS-LT-TYPE(WS-J) NOT = "CHARGE"
           AND WS-LT-DATE(WS-J)(1:7) <= WS-PERIOD
            PERFORM VARYING WS-K FROM 1 BY 1 UNTIL WS-K > WS-LG-COUNT
                IF WS-LT-TYPE(WS-K) = "CHARGE"
                   AND WS-LT-ENTRY(WS-K) = WS-LT-REF(WS-J)
                    IF WS-LT-AMOUNT(WS-J) >= WS-LT-OPEN(WS-K)
                        MOVE 0 TO WS-LT-OPEN(WS-K)
                    ELSE
                        SUBTRACT WS-LT-AMOUNT(WS-J) FROM WS-LT-OPEN(WS-K)
                    END-IF
                END-IF
            END-PERFORM
        END-IF
    END-PERFORM.

*> ---------------------------------------------------------------
*> INVOICE-ONE-EMPLOYER
*>   Totals employer WS-I's ledger rows against the period and, when
*>   there is anything to bill or report, writes its invoice file.
*> ---------------------------------------------------------------
INVOICE-ONE-EMPLOYER.
    MOVE 0 TO WS-OPENING
    MOVE 0 TO WS-PER-CHARGES
    MOVE 0 TO WS-PER-CREDITS
    PERFORM VARYING WS-J FROM 1 BY 1 UNTIL WS-J > WS-LG-COUNT
        IF WS-LT-EMPLOYER(WS-J) = WS-ET-NAME(WS-I)
            EVALUATE TRUE
                WHEN WS-LT-DATE(WS-J)(1:7) > WS-PERIOD
                    CONTINUE
                WHEN WS-LT-TYPE(WS-J) = "CHARGE"
                     AND WS-LT-DATE(WS-J)(1:7) < WS-PERIOD
                    ADD WS-LT-AMOUNT(WS-J) TO WS-OPENING
                WHEN WS-LT-TYPE(WS-J) = "CHARGE"
                    ADD WS-LT-AMOUNT(WS-J) TO WS-PER-CHARGES
                WHEN WS-LT-DATE(WS-J)(1:7) < WS-PERIOD
                    SUBTRACT WS-LT-AMOUNT(WS-J) FROM WS-OPENING
                WHEN OTHER
                    ADD WS-LT-AMOUNT(WS-J) TO WS-PER-CREDITS
            END-EVALUATE
        END-IF
    END-PERFORM

    IF WS-OPENING = 0 AND WS-PER-CHARGES = 0 AND WS-PER-CREDITS = 0
        EXIT PARAGRAPH
    END-IF
    COMPUTE WS-CLOSING = WS-OPENING + WS-PER-CHARGES - WS-PER-CREDITS

    PERFORM BUILD-INVOICE-FILENAME
    OPEN OUTPUT INVOICE-FILE
    IF WS-INV-STATUS NOT = "00"
        DISPLAY "Could not write " FUNCTION TRIM(WS-INVOICE-FILENAME)
            " (status " WS-INV-STATUS ")."
        EXIT PARAGRAPH
    END-IF
    ADD 1 TO WS-INVOICES-WRITTEN

    MOVE SPACES TO INVOICE-REC
    STRING "InCollege Career Services - Employer Invoice " WS-PERIOD
      INTO INVOICE-REC
    END-STRING
    WRITE INVOICE-REC
    MOVE SPACES TO INVOICE-REC
    STRING "Employer: " FUNCTION TRIM(WS-ET-NAME(WS-I))
      INTO INVOICE-REC
    END-STRING
    WRITE INVOICE-REC
    MOVE SPACES TO INVOICE-REC
    STRING "Contact:  " FUNCTION TRIM(WS-ET-CONTACT(WS-I))
      INTO INVOICE-REC
    END-STRING
    WRITE INVOICE-REC
    MOVE SPACES TO INVOICE-REC
    STRING "Issued:   " WS-RUN-DATE
      INTO INVOICE-REC
    END-STRING
    WRITE INVOICE-REC
    MOVE SPACES TO INVOICE-REC
    WRITE INVOICE-REC

    MOVE WS-OPENING TO WS-BAL-TEXT
    MOVE SPACES TO INVOICE-REC
    STRING "Balance carried forward:                        "
           WS-BAL-TEXT
      INTO INVOICE-REC
    END-STRING
    WRITE INVOICE-REC
    MOVE SPACES TO INVOICE-REC
    WRITE INVOICE-REC

    MOVE "Charges this period:" TO INVOICE-REC
    WRITE INVOICE-REC
    MOVE SPACES TO INVOICE-REC
    MOVE "Date"        TO INVOICE-REC(3:4)
    MOVE "Entry"       TO INVOICE-REC(15:5)
    MOVE "Description" TO INVOICE-REC(27:11)
    MOVE "Amount"      TO INVOICE-REC(79:6)
    WRITE INVOICE-REC
    MOVE 0 TO WS-LINE-COUNT
    PERFORM VARYING WS-J FROM 1 BY 1 UNTIL WS-J > WS-LG-COUNT
        IF WS-LT-EMPLOYER(WS-J) = WS-ET-NAME(WS-I)
           AND WS-LT-TYPE(WS-J) = "CHARGE"
           AND WS-LT-DATE(WS-J)(1:7) = WS-PERIOD
            PERFORM WRITE-INVOICE-LINE
        END-IF
    END-PERFORM
    IF WS-LINE-COUNT = 0
        MOVE "  (none)" TO INVOICE-REC
        WRITE INVOICE-REC
    END-IF
    MOVE SPACES TO INVOICE-REC
    WRITE INVOICE-REC

    MOVE "Payments and write-offs this period:" TO INVOICE-REC
    WRITE INVOICE-REC
    MOVE 0 TO WS-LINE-COUNT
    PERFORM VARYING WS-J FROM 1 BY 1 UNTIL WS-J > WS-LG-COUNT
        IF WS-LT-EMPLOYER(WS-J) = WS-ET-NAME(WS-I)
           AND WS-LT-TYPE(WS-J) NOT = "CHARGE"
           AND WS-LT-DATE(WS-J)(1:7) = WS-PERIOD
            PERFORM WRITE-INVOICE-LINE
        END-IF
    END-PERFORM
    IF WS-LINE-COUNT = 0
        MOVE "  (none)" TO INVOICE-REC
        WRITE INVOICE-REC
    END-IF
    MOVE SPACES TO INVOICE-REC
    WRITE INVOICE-REC

    MOVE WS-PER-CHARGES TO WS-AMT-TEXT
    MOVE SPACES TO INVOICE-REC
    STRING "Total charges this period:                      "
           WS-AMT-TEXT
      INTO INVOICE-REC
    END-STRING
    WRITE INVOICE-REC
    MOVE WS-PER-CREDITS TO WS-AMT-TEXT
    MOVE SPACES TO INVOICE-REC
    STRING "Total payments and write-offs this period:      "
           WS-AMT-TEXT
      INTO INVOICE-REC
    END-STRING
    WRITE INVOICE-REC
    MOVE WS-CLOSING TO WS-BAL-TEXT
    MOVE SPACES TO INVOICE-REC
    STRING "Balance due:                                    "
           WS-BAL-TEXT
      INTO INVOICE-REC
    END-STRING
    WRITE INVOICE-REC

    CLOSE INVOICE-FILE.

WRITE-INVOICE-LINE.
    ADD 1 TO WS-LINE-COUNT
    MOVE WS-LT-AMOUNT(WS-J) TO WS-AMT-TEXT
    MOVE SPACES TO INVOICE-REC
    MOVE WS-LT-DATE(WS-J)   TO INVOICE-REC(3:10)
    MOVE WS-LT-ENTRY(WS-J)  TO INVOICE-REC(15:10)
    IF WS-LT-TYPE(WS-J) = "CHARGE"
        MOVE WS-LT-NOTE(WS-J) TO INVOICE-REC(27:45)
    ELSE
        IF WS-LT-TYPE(WS-J) = "PAYMENT"
            MOVE "Payment"   TO WS-TYPE-TEXT
        ELSE
            MOVE "Write-off" TO WS-TYPE-TEXT
        END-IF
        STRING FUNCTION TRIM(WS-TYPE-TEXT) " on entry "
               FUNCTION TRIM(WS-LT-REF(WS-J)) " "
               FUNCTION TRIM(WS-LT-NOTE(WS-J))
          DELIMITED BY SIZE
          INTO INVOICE-REC(27:45)
        END-STRING
    END-IF
    MOVE WS-AMT-TEXT        TO INVOICE-REC(74:11)
    WRITE INVOICE-REC.

*> ---------------------------------------------------------------
*> BUILD-INVOICE-FILENAME
*>   data/InCollege-Invoice-<period>-<employer>.txt, the employer
*>   name reduced to letters and digits with "_" for everything else
*>   so it is safe as a file name.
*> ---------------------------------------------------------------
BUILD-INVOICE-FILENAME.
    MOVE FUNCTION UPPER-CASE(WS-ET-NAME(WS-I)) TO WS-SLUG
    PERFORM VARYING WS-K FROM 1 BY 1 UNTIL WS-K > 40
        MOVE WS-SLUG(WS-K:1) TO WS-SLUG-CHAR
        IF WS-SLUG-CHAR NOT = SPACE
           AND (WS-SLUG-CHAR < "A" OR WS-SLUG-CHAR > "Z")
           AND (WS-SLUG-CHAR < "0" OR WS-SLUG-CHAR > "9")
            MOVE "_" TO WS-SLUG(WS-K:1)
        END-IF
    END-PERFORM
    MOVE FUNCTION TRIM(WS-SLUG) TO WS-SLUG
    COMPUTE WS-SLUG-LEN = FUNCTION LENGTH(FUNCTION TRIM(WS-SLUG))
    INSPECT WS-SLUG(1:WS-SLUG-LEN) REPLACING ALL " " BY "_"

    MOVE SPACES TO WS-INVOICE-FILENAME
    STRING "data/InCollege-Invoice-" WS-PERIOD "-"
           FUNCTION TRIM(WS-SLUG) ".txt"
      DELIMITED BY SIZE
      INTO WS-INVOICE-FILENAME
    END-STRING.

*> ---------------------------------------------------------------
*> WRITE-UNPAID-SUMMARY
*>   Every master employer with charges still open at the end of the
*>   period: how many, the oldest one's date, and the amount owed,
*>   with a grand total. Open charges booked under a name that is no
*>   longer on the employer master are totaled separately so they
*>   are not lost.
*> ---------------------------------------------------------------
WRITE-UNPAID-SUMMARY.
    OPEN OUTPUT SUMMARY-FILE
    MOVE SPACES TO SUMMARY-REC
    STRING "Unpaid employer fees at the end of " WS-PERIOD
           " (run " WS-RUN-DATE "):"
      INTO SUMMARY-REC
    END-STRING
    WRITE SUMMARY-REC
    MOVE SPACES TO SUMMARY-REC
    WRITE SUMMARY-REC
    MOVE SPACES TO SUMMARY-REC
    MOVE "Employer" TO SUMMARY-REC(3:8)
    MOVE "Open"     TO SUMMARY-REC(45:4)
    MOVE "Oldest"   TO SUMMARY-REC(51:6)
    MOVE "Amount"   TO SUMMARY-REC(68:6)
    WRITE SUMMARY-REC

    MOVE 0 TO WS-EMP-OWING
    MOVE 0 TO WS-GRAND-OPEN
    PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > WS-EMP-COUNT
        PERFORM SUMMARIZE-ONE-EMPLOYER
    END-PERFORM

    MOVE 0 TO WS-OFF-MASTER
    PERFORM VARYING WS-J FROM 1 BY 1 UNTIL WS-J > WS-LG-COUNT
        IF WS-LT-TYPE(WS-J) = "CHARGE"
           AND WS-LT-DATE(WS-J)(1:7) <= WS-PERIOD
           AND WS-LT-OPEN(WS-J) > 0
            MOVE "N" TO WS-ON-MASTER
            PERFORM VARYING WS-K FROM 1 BY 1
                UNTIL WS-K > WS-EMP-COUNT OR WS-ON-MASTER = "Y"
                IF WS-ET-NAME(WS-K) = WS-LT-EMPLOYER(WS-J)
                    MOVE "Y" TO WS-ON-MASTER
                END-IF
            END-PERFORM
            IF WS-ON-MASTER = "N"
                ADD WS-LT-OPEN(WS-J) TO WS-OFF-MASTER
            END-IF
        END-IF
    END-PERFORM

    IF WS-EMP-OWING = 0
        MOVE "  No employer has an unpaid balance." TO SUMMARY-REC
        WRITE SUMMARY-REC
    END-IF
    MOVE SPACES TO SUMMARY-REC
    WRITE SUMMARY-REC
    IF WS-OFF-MASTER > 0
        ADD WS-OFF-MASTER TO WS-GRAND-OPEN
        MOVE WS-OFF-MASTER TO WS-AMT-TEXT
        MOVE SPACES TO SUMMARY-REC
        STRING "  Open under names not on the employer master: "
               WS-AMT-TEXT
          INTO SUMMARY-REC
        END-STRING
        WRITE SUMMARY-REC
    END-IF
    MOVE WS-GRAND-OPEN TO WS-GRAND-TEXT
    MOVE SPACES TO SUMMARY-REC
    STRING "  Total unpaid: " WS-EMP-OWING " employer(s), "
           FUNCTION TRIM(WS-GRAND-TEXT)
      INTO SUMMARY-REC
    END-STRING
    WRITE SUMMARY-REC
    CLOSE SUMMARY-FILE.

SUMMARIZE-ONE-EMPLOYER.
    MOVE 0 TO WS-OPEN-COUNT
    MOVE 0 TO WS-OPENING
    MOVE HIGH-VALUES TO WS-OLDEST-DATE
    PERFORM VARYING WS-J FROM 1 BY 1 UNTIL WS-J > WS-LG-COUNT
        IF WS-LT-EMPLOYER(WS-J) = WS-ET-NAME(WS-I)
           AND WS-LT-TYPE(WS-J) = "CHARGE"
           AND WS-LT-DATE(WS-J)(1:7) <= WS-PERIOD
           AND WS-LT-OPEN(WS-J) > 0
            ADD 1 TO WS-OPEN-COUNT
            ADD WS-LT-OPEN(WS-J) TO WS-OPENING
            IF WS-LT-DATE(WS-J) < WS-OLDEST-DATE
                MOVE WS-LT-DATE(WS-J) TO WS-OLDEST-DATE
            END-IF
        END-IF
    END-PERFORM
    IF WS-OPEN-COUNT = 0
        EXIT PARAGRAPH
    END-IF

    ADD 1 TO WS-EMP-OWING
    ADD WS-OPENING TO WS-GRAND-OPEN
    MOVE WS-OPENING TO WS-AMT-TEXT
    MOVE SPACES TO SUMMARY-REC
    MOVE WS-ET-NAME(WS-I) TO SUMMARY-REC(3:40)
    MOVE WS-OPEN-COUNT    TO SUMMARY-REC(45:4)
    MOVE WS-OLDEST-DATE   TO SUMMARY-REC(51:10)
    MOVE WS-AMT-TEXT      TO SUMMARY-REC(63:11)
    WRITE SUMMARY-REC.

*> ---------------------------------------------------------------
*> GET-BILLING-PERIOD
*>   Leaves the period in WS-PERIOD (YYYY-MM): the validated first
*>   argument when one was given, otherwise last month. WS-RUN-DATE
*>   is today either way.
*> ---------------------------------------------------------------
GET-BILLING-PERIOD.
    MOVE FUNCTION CURRENT-DATE TO WS-RAW-DATE
    MOVE SPACES TO WS-RUN-DATE
    STRING WS-RAW-DATE(1:4) "-"
           WS-RAW-DATE(5:2) "-"
           WS-RAW-DATE(7:2)
      INTO WS-RUN-DATE
    END-STRING

    MOVE SPACES TO WS-PERIOD
    ACCEPT WS-ARG-COUNT FROM ARGUMENT-NUMBER
    IF WS-ARG-COUNT > 0
        DISPLAY 1 UPON ARGUMENT-NUMBER
        ACCEPT WS-PERIOD FROM ARGUMENT-VALUE
    END-IF

    IF WS-PERIOD(5:1) = "-"
       AND WS-PERIOD(1:4) IS NUMERIC
       AND WS-PERIOD(6:2) IS NUMERIC
        IF WS-PERIOD(6:2) >= "01" AND WS-PERIOD(6:2) <= "12"
            EXIT PARAGRAPH
        END-IF
    END-IF

    MOVE WS-RAW-DATE(1:4) TO WS-PERIOD-YEAR
    MOVE WS-RAW-DATE(5:2) TO WS-PERIOD-MONTH
    IF WS-PERIOD-MONTH = 1
        MOVE 12 TO WS-PERIOD-MONTH
        SUBTRACT 1 FROM WS-PERIOD-YEAR
    ELSE
        SUBTRACT 1 FROM WS-PERIOD-MONTH
    END-IF
    MOVE SPACES TO WS-PERIOD
    STRING WS-PERIOD-YEAR "-" WS-PERIOD-MONTH
      INTO WS-PERIOD
    END-STRING.

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
